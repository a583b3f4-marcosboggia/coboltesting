001892*                      PICKED UP ON THE LOOKUP AND CARRIED ONTO
001894*                      THE AUDIT AND SUSPENSE ROWS.  SUSPENSE-
001896*                      REC WIDENED TO MATCH SUSPREC.
001897*     2026-10-15  DPS  SALES ROWS NOW CARRY THEIR SALES TAX.  A
001898*                      QUANTITY CORRECTION SCALES THE ROW'S TAX
001899*                      IN PROPORTION TO THE NEW QUANTITY, SO
001900*                      THE RATE THE CUSTOMER WAS CHARGED STANDS
001901*                      EVEN IF TAXRATE HAS MOVED SINCE; A VOID
001902*                      TAKES THE TAX OUT WITH THE ROW.  THE TAX
001903*                      IS LOGGED TO SALES_AUDIT WITH THE CHANGE.
001904*     2026-10-15  DPS  A CORRECTION OR VOID NOW PUTS STOCK BACK.
001905*                      THE DIFFERENCE BETWEEN THE ROW'S OLD AND
001906*                      NEW QUANTITY (ALL OF IT ON A VOID) GOES
001907*                      BACK ON THE BRANCH'S STOCK ROW FOR THE
001908*                      PRODUCT - A RETURN CORRECTED DOWN TAKES
001909*                      IT OFF AGAIN.  A STOCK ROW THAT CANNOT BE
001910*                      MOVED IS REPORTED AND ENDS THE RUN RC=4;
001920*                      THE SALES CHANGE ITSELF STANDS.
001930*     2026-10-15  DPS  SUSPENSE ROWS NOW CARRY THE TICKET'S SALE
001940*                      DATE - SUSPENSE-REC WIDENED TO MATCH
001950*                      SUSPREC.
001953*     2026-10-15  DPS  A ROW POSTED BEFORE TAX WAS KEPT IS READ
001956*                      AS CARRYING ZERO TAX.
001960*
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003310*
003320 FD  SUSPENSE-FILE
003330     RECORDING MODE IS F.
003340 01  SUSPENSE-REC            PIC X(132).
003400*
003500 FD  SUMMARY-FILE
003600     RECORDING MODE IS F.
008020 01  HV-TKT-PERIOD            PIC 9(06).
008100 01  HV-NEW-QTY               PIC S9(9)  USAGE COMP-5.
008200 01  HV-NEW-EXT-AMT           PIC S9(9)V99 USAGE COMP-3.
008250 01  HV-NEW-TAX-AMT           PIC S9(9)V99 USAGE COMP-3.
008260 01  HV-STK-QTY               PIC S9(9)  USAGE COMP-5.
008300     COPY SALESREC.
008400     COPY AUDITREC.
008410     COPY PERDREC.
008420     COPY STOCKREC.
008500 01  HV-CURR-DATE             PIC 9(08).
008600 01  HV-CURR-TIME             PIC 9(08).
008700     EXEC SQL END DECLARE SECTION END-EXEC.
012600             PERFORM 2500-APPLY-VOID THRU 2500-EXIT
012700         END-IF
012800     END-IF.
012810     IF WS-RC-OK
012820         PERFORM 2800-RESTORE-STOCK THRU 2800-EXIT
012830     END-IF.
012900     IF WS-RC-OK
013000         PERFORM 2600-WRITE-AUDIT-ROW THRU 2600-EXIT
013100     ELSE
015900*
016000******************************************************************
016100* 2300-LOOKUP-SALES-ROW - CONFIRM THE ROW BEING CORRECTED OR
016200*     VOIDED IS STILL ON FILE, AND PICK UP ITS CURRENT PRICE AND
016300*     TAX SO A CORRECTION CAN RECOMPUTE THE EXTENDED AMOUNT AND
016350*     THE TAX ON IT.
016400******************************************************************
016500 2300-LOOKUP-SALES-ROW.
016600     EXEC SQL
016700        SELECT SALES_PRODUCT, SALES_QTY, SALES_UNIT_PRICE,
016800               SALES_EXT_AMT, SALES_TKT_DATE, SALES_BRANCH,
016850               COALESCE(SALES_TAX_AMT, 0)
016900          INTO :SALES-PRODUCT, :SALES-QTY, :SALES-UNIT-PRICE,
017000               :SALES-EXT-AMT, :SALES-TKT-DATE, :SALES-BRANCH,
017050               :SALES-TAX-AMT
017100          FROM SALES
017200         WHERE SALES_PERSON = :HV-SPERSON
017300           AND SALES_TKT_NO = :HV-TKT-NO
017916 2310-LOOKUP-HISTORY.
017918     EXEC SQL
017920        SELECT SALES_PRODUCT, SALES_QTY, SALES_UNIT_PRICE,
017922               SALES_EXT_AMT, SALES_TKT_DATE, SALES_BRANCH,
017923               COALESCE(SALES_TAX_AMT, 0)
017924          INTO :SALES-PRODUCT, :SALES-QTY, :SALES-UNIT-PRICE,
017926               :SALES-EXT-AMT, :SALES-TKT-DATE, :SALES-BRANCH,
017927               :SALES-TAX-AMT
017928          FROM SALES_HIST
017930         WHERE SALES_PERSON = :HV-SPERSON
017932           AND SALES_TKT_NO = :HV-TKT-NO
018060     END-IF.
018062     MOVE ZERO             TO SUSP-ORIG-TKT-NO.
018063     MOVE SALES-BRANCH     TO SUSP-BRANCH.
018064     MOVE SALES-TKT-DATE   TO SUSP-SALE-DATE.
018065     OPEN EXTEND SUSPENSE-FILE.
018066     WRITE SUSPENSE-REC FROM SUSPENSE-RECORD.
018068     CLOSE SUSPENSE-FILE.
018070 2360-EXIT.
018310        ON SIZE ERROR
018320           SET WS-RC-AMT-TOO-LARGE TO TRUE
018330     END-COMPUTE.
018331     IF WS-RC-OK
018332         COMPUTE HV-NEW-TAX-AMT ROUNDED =
018333             SALES-TAX-AMT * HV-NEW-QTY / SALES-QTY
018334            ON SIZE ERROR
018335               SET WS-RC-AMT-TOO-LARGE TO TRUE
018336         END-COMPUTE
018337     END-IF.
018340     IF WS-RC-OK
018400         EXEC SQL
018500            UPDATE SALES
018600               SET SALES_QTY = :HV-NEW-QTY,
018700                   SALES_EXT_AMT = :HV-NEW-EXT-AMT,
018750                   SALES_TAX_AMT = :HV-NEW-TAX-AMT
018800             WHERE SALES_PERSON = :HV-SPERSON
018900               AND SALES_TKT_NO = :HV-TKT-NO
018910               AND SALES_PRODUCT = :HV-PRODUCT
019010         IF SQLCODE IS NOT EQUAL TO 0
019020             SET WS-RC-UPDATE-FAIL TO TRUE
019030         ELSE
019035             COMPUTE HV-STK-QTY = SALES-QTY - HV-NEW-QTY
019040             MOVE HV-NEW-QTY     TO SALES-QTY
019050             MOVE HV-NEW-EXT-AMT TO SALES-EXT-AMT
019060             MOVE HV-NEW-TAX-AMT TO SALES-TAX-AMT
019300             ADD 1 TO WS-CORRECTED-COUNT
019310         END-IF
019320     END-IF.
020310     IF SQLCODE IS NOT EQUAL TO 0
020320         SET WS-RC-DELETE-FAIL TO TRUE
020330     ELSE
020335         MOVE SALES-QTY TO HV-STK-QTY
020340         ADD 1 TO WS-VOIDED-COUNT
020350     END-IF.
020500 2500-EXIT.
022900     MOVE HV-CURR-DATE   TO AUD-TS-DATE.
023000     MOVE HV-CURR-TIME   TO AUD-TS-TIME.
023050     MOVE SALES-BRANCH   TO AUD-BRANCH.
023060     MOVE SALES-TAX-AMT  TO AUD-TAX-AMT.
023100     EXEC SQL
023200        INSERT INTO SALES_AUDIT
023300           (AUD_SPERSON, AUD_TKT_NO, AUD_PRODUCT, AUD_QTY,
023350            AUD_UNIT_PRICE, AUD_EXT_AMT, AUD_ACTION,
023400            AUD_REASON_CD, AUD_JOB_ID, AUD_TERM_ID,
023450            AUD_TS_DATE, AUD_TS_TIME, AUD_BRANCH,
023500            AUD_TAX_AMT)
023600        VALUES
023700           (:AUD-SPERSON, :AUD-TKT-NO, :AUD-PRODUCT, :AUD-QTY,
023800            :AUD-UNIT-PRICE, :AUD-EXT-AMT, :AUD-ACTION,
023900            :AUD-REASON-CD, :AUD-JOB-ID, :AUD-TERM-ID,
024000            :AUD-TS-DATE, :AUD-TS-TIME, :AUD-BRANCH,
024050            :AUD-TAX-AMT)
024100     END-EXEC.
024200 2600-EXIT.
024300     EXIT.
024700     ACCEPT HV-CURR-TIME FROM TIME.
024800 2700-EXIT.
024900     EXIT.
024904*
024908******************************************************************
024912* 2800-RESTORE-STOCK - PUT THE QUANTITY THE CHANGE TOOK OUT OF
024916*     SALES BACK ON THE BRANCH'S STOCK ROW FOR THE PRODUCT -
024920*     NEGATIVE WHEN A RETURN IS CORRECTED DOWN OR VOIDED, SO
024924*     THOSE UNITS COME BACK OFF.  A ROW POSTED BEFORE STOCK WAS
024928*     KEPT MAY HAVE NO STOCK ROW YET; ONE IS STARTED FROM ZERO.
024932*     THE SALES CHANGE IS ALREADY MADE, SO A FAILURE HERE IS
024936*     REPORTED FOR THE STOCK TO BE ADJUSTED BY HAND, NOT
024940*     REJECTED.
024944******************************************************************
024948 2800-RESTORE-STOCK.
024952     MOVE SALES-BRANCH  TO STK-BRANCH.
024956     MOVE SALES-PRODUCT TO STK-PRODUCT.
024960     EXEC SQL
024964        UPDATE STOCK
024968           SET STK_ON_HAND = STK_ON_HAND + :HV-STK-QTY
024972         WHERE STK_BRANCH = :STK-BRANCH
024976           AND STK_PRODUCT = :STK-PRODUCT
024980     END-EXEC.
024984     IF SQLCODE IS EQUAL TO 100
024988         MOVE HV-STK-QTY TO STK-ON-HAND
024992         MOVE ZERO       TO STK-REORDER-PT
024996         MOVE ZERO       TO STK-LAST-RCPT-DATE
025000         EXEC SQL
025004            INSERT INTO STOCK
025008               (STK_BRANCH, STK_PRODUCT, STK_ON_HAND,
025012                STK_REORDER_PT, STK_LAST_RCPT_DATE)
025016            VALUES
025020               (:STK-BRANCH, :STK-PRODUCT, :STK-ON-HAND,
025024                :STK-REORDER-PT, :STK-LAST-RCPT-DATE)
025028         END-EXEC
025032     END-IF.
025036     IF SQLCODE IS NOT EQUAL TO 0
025040         DISPLAY "SALSCORR - STOCK NOT RESTORED " STK-BRANCH
025044                 " " STK-PRODUCT " QTY " HV-STK-QTY
025048                 " SQLCODE=" SQLCODE
025052         IF RETURN-CODE IS LESS THAN 4
025056             MOVE 4 TO RETURN-CODE
025060         END-IF
025064     END-IF.
025068 2800-EXIT.
025072     EXIT.
025076*
025100******************************************************************
025200* 4000-TERMINATE - PRINT THE RUN SUMMARY AND CLOSE UP.
025300******************************************************************
