000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "SALSSTK".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     NIGHTLY STOCK STATUS REPORT, BY BRANCH.  READS STOCK
001000*     ORDERED BY BRANCH AND PRODUCT AND, FOR EACH ITEM, PICKS UP
001100*     THE UNITS NEWSALE POSTED AS SOLD AND AS RETURNED ON THE
001200*     RUN DATE (SALES_AUDIT) AND THE UNITS STKRCPT RECEIVED ON
001300*     IT (STOCK_RCPT).  AN ITEM IS PRINTED WHEN IT MOVED ON THE
001400*     RUN DATE, WHEN ITS ON-HAND IS AT OR BELOW ITS REORDER
001500*     POINT, OR WHEN ITS ON-HAND IS NEGATIVE - THE BRANCH'S
001600*     QUIET ITEMS ARE COUNTED IN ITS TOTAL LINE BUT NOT LISTED.
001700*     AFTER THE BRANCHES COMES EVERY LINE POSTED ON THE RUN DATE
001800*     THAT NEWSALE FLAGGED AS DRIVING ON-HAND NEGATIVE (REASON
001900*     NEGS) OR AS NOT MOVING STOCK AT ALL (STKE), SO THE BRANCH
002000*     CAN COUNT THE SHELF.  RUN NIGHTLY AFTER SALSDRV.
002100*
002200* MODIFICATION HISTORY.
002300*     2026-10-15  DPS  NEW PROGRAM.
002400*
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT REPORT-FILE ASSIGN TO RPTFILE
003000         ORGANIZATION IS SEQUENTIAL.
003100******************************************************************
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  REPORT-FILE
003500     RECORDING MODE IS F.
003600 01  REPORT-REC              PIC X(132).
003700******************************************************************
003800 WORKING-STORAGE SECTION.
003900 01  WS-SWITCHES.
004000     05  WS-FETCH-EOF-SW     PIC X(01)   VALUE "N".
004100         88  FETCH-EOF           VALUE "Y".
004200     05  WS-FIRST-ROW-SW     PIC X(01)   VALUE "Y".
004300         88  FIRST-ROW           VALUE "Y".
004400     05  WS-EXCP-EOF-SW      PIC X(01)   VALUE "N".
004500         88  EXCP-EOF            VALUE "Y".
004600     05  WS-PRINT-ITEM-SW    PIC X(01)   VALUE "N".
004700         88  PRINT-ITEM          VALUE "Y".
004800*
004900 77  WS-BR-ITEMS             PIC 9(07)   VALUE ZERO COMP.
005000 77  WS-BR-BELOW             PIC 9(07)   VALUE ZERO COMP.
005100 77  WS-BR-NEGATIVE          PIC 9(07)   VALUE ZERO COMP.
005200 77  WS-BR-ON-HAND           PIC S9(11)  VALUE ZERO COMP-5.
005300 77  WS-BR-SOLD              PIC S9(11)  VALUE ZERO COMP-5.
005400 77  WS-BR-RETURNED          PIC S9(11)  VALUE ZERO COMP-5.
005500 77  WS-BR-RECEIVED          PIC S9(11)  VALUE ZERO COMP-5.
005600 77  WS-CO-ITEMS             PIC 9(07)   VALUE ZERO COMP.
005700 77  WS-CO-BELOW             PIC 9(07)   VALUE ZERO COMP.
005800 77  WS-CO-NEGATIVE          PIC 9(07)   VALUE ZERO COMP.
005900 77  WS-CO-ON-HAND           PIC S9(11)  VALUE ZERO COMP-5.
006000 77  WS-CO-SOLD              PIC S9(11)  VALUE ZERO COMP-5.
006100 77  WS-CO-RETURNED          PIC S9(11)  VALUE ZERO COMP-5.
006200 77  WS-CO-RECEIVED          PIC S9(11)  VALUE ZERO COMP-5.
006300 77  WS-EXCP-COUNT           PIC 9(07)   VALUE ZERO COMP.
006400 01  WS-PREV-BRANCH          PIC X(03)   VALUE SPACES.
006500*
006600 01  WS-HEAD-1.
006700     05  FILLER              PIC X(38)   VALUE
006800         "SALSSTK STOCK STATUS REPORT  RUN DATE ".
006900     05  HD1-RUN-DATE        PIC 9(08).
007000     05  FILLER              PIC X(86)   VALUE SPACES.
007100*
007200 01  WS-BRANCH-HEAD.
007300     05  FILLER              PIC X(08)   VALUE "BRANCH: ".
007400     05  BRH-BRANCH          PIC X(03).
007500     05  FILLER              PIC X(121)  VALUE SPACES.
007600*
007700 01  WS-HEAD-2.
007800     05  FILLER              PIC X(04)   VALUE SPACES.
007900     05  FILLER              PIC X(13)   VALUE "PRODUCT".
008000     05  FILLER              PIC X(31)   VALUE "DESCRIPTION".
008100     05  FILLER              PIC X(12)   VALUE "    ON HAND ".
008200     05  FILLER              PIC X(12)   VALUE "    REORDER ".
008300     05  FILLER              PIC X(12)   VALUE "       SOLD ".
008400     05  FILLER              PIC X(12)   VALUE "   RETURNED ".
008500     05  FILLER              PIC X(12)   VALUE "   RECEIVED ".
008600     05  FILLER              PIC X(24)   VALUE SPACES.
008700*
008800 01  DETAIL-LINE.
008900     05  FILLER              PIC X(04)   VALUE SPACES.
009000     05  DTL-PRODUCT         PIC X(12).
009100     05  FILLER              PIC X(01)   VALUE SPACE.
009200     05  DTL-DESC            PIC X(30).
009300     05  FILLER              PIC X(01)   VALUE SPACE.
009400     05  DTL-ON-HAND         PIC ---,---,--9.
009500     05  FILLER              PIC X(01)   VALUE SPACE.
009600     05  DTL-REORDER         PIC ---,---,--9.
009700     05  FILLER              PIC X(01)   VALUE SPACE.
009800     05  DTL-SOLD            PIC ---,---,--9.
009900     05  FILLER              PIC X(01)   VALUE SPACE.
010000     05  DTL-RETURNED        PIC ---,---,--9.
010100     05  FILLER              PIC X(01)   VALUE SPACE.
010200     05  DTL-RECEIVED        PIC ---,---,--9.
010300     05  FILLER              PIC X(01)   VALUE SPACE.
010400     05  DTL-FLAG            PIC X(22).
010500     05  FILLER              PIC X(02)   VALUE SPACES.
010600*
010700 01  TOTAL-LINE.
010800     05  FILLER              PIC X(04)   VALUE SPACES.
010900     05  TOT-LABEL           PIC X(22).
011000     05  FILLER              PIC X(07)   VALUE "ITEMS =".
011100     05  TOT-ITEMS           PIC ZZZ,ZZ9.
011200     05  FILLER              PIC X(08)   VALUE SPACES.
011300     05  TOT-ON-HAND         PIC ---,---,--9.
011400     05  FILLER              PIC X(13)   VALUE SPACES.
011500     05  TOT-SOLD            PIC ---,---,--9.
011600     05  FILLER              PIC X(01)   VALUE SPACE.
011700     05  TOT-RETURNED        PIC ---,---,--9.
011800     05  FILLER              PIC X(01)   VALUE SPACE.
011900     05  TOT-RECEIVED        PIC ---,---,--9.
012000     05  FILLER              PIC X(08)   VALUE " BELOW =".
012100     05  TOT-BELOW           PIC ZZZZ9.
012200     05  FILLER              PIC X(06)   VALUE " NEG =".
012300     05  TOT-NEGATIVE        PIC ZZZZ9.
012400*
012500 01  WS-EXCP-HEAD.
012600     05  FILLER              PIC X(50)   VALUE
012700         "LINES POSTED ON THE RUN DATE WITH A STOCK EXCEPTIO".
012800     05  FILLER              PIC X(01)   VALUE "N".
012900     05  FILLER              PIC X(81)   VALUE SPACES.
013000*
013100 01  WS-EXCP-COLS.
013200     05  FILLER              PIC X(04)   VALUE SPACES.
013300     05  FILLER              PIC X(08)   VALUE "BRANCH".
013400     05  FILLER              PIC X(16)   VALUE "SALESPERSON".
013500     05  FILLER              PIC X(10)   VALUE "TICKET".
013600     05  FILLER              PIC X(13)   VALUE "PRODUCT".
013700     05  FILLER              PIC X(12)   VALUE "        QTY ".
013800     05  FILLER              PIC X(40)   VALUE "EXCEPTION".
013900     05  FILLER              PIC X(29)   VALUE SPACES.
014000*
014100 01  EXCP-LINE.
014200     05  FILLER              PIC X(04)   VALUE SPACES.
014300     05  EXL-BRANCH          PIC X(03).
014400     05  FILLER              PIC X(05)   VALUE SPACES.
014500     05  EXL-SPERSON         PIC X(15).
014600     05  FILLER              PIC X(01)   VALUE SPACE.
014700     05  EXL-TKT-NO          PIC 9(09).
014800     05  FILLER              PIC X(01)   VALUE SPACE.
014900     05  EXL-PRODUCT         PIC X(12).
015000     05  FILLER              PIC X(01)   VALUE SPACE.
015100     05  EXL-QTY             PIC ---,---,--9.
015200     05  FILLER              PIC X(01)   VALUE SPACE.
015300     05  EXL-REASON          PIC X(40).
015400     05  FILLER              PIC X(29)   VALUE SPACES.
015500*
015600 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
015700*
015800 01  WS-SUMMARY-LINE.
015900     05  FILLER              PIC X(20)   VALUE
016000         "SALSSTK RUN SUMMARY:".
016100     05  FILLER              PIC X(07)   VALUE " ITEMS=".
016200     05  SUM-ITEMS           PIC ZZZZZZ9.
016300     05  FILLER              PIC X(07)   VALUE " BELOW=".
016400     05  SUM-BELOW           PIC ZZZZZZ9.
016500     05  FILLER              PIC X(10)   VALUE " NEGATIVE=".
016600     05  SUM-NEGATIVE        PIC ZZZZZZ9.
016700     05  FILLER              PIC X(12)   VALUE " EXCEPTIONS=".
016800     05  SUM-EXCP            PIC ZZZZZZ9.
016900     05  FILLER              PIC X(48)   VALUE SPACES.
017000*
017100     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
017200 01  HV-RUN-DATE              PIC 9(08).
017300 01  HV-SOLD-QTY              PIC S9(9)  USAGE COMP-5.
017400 01  HV-RET-QTY               PIC S9(9)  USAGE COMP-5.
017500 01  HV-RCVD-QTY              PIC S9(9)  USAGE COMP-5.
017600     COPY STOCKREC.
017700     COPY PRODREC.
017800     COPY AUDITREC.
017900     EXEC SQL END DECLARE SECTION END-EXEC.
018000     EXEC SQL INCLUDE SQLCA END-EXEC.
018100******************************************************************
018200 PROCEDURE DIVISION.
018300*
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600     PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
018700         UNTIL FETCH-EOF.
018800     PERFORM 3000-FINAL-BREAK THRU 3000-EXIT.
018900     PERFORM 3500-LIST-EXCEPTIONS THRU 3500-EXIT.
019000     PERFORM 4000-TERMINATE THRU 4000-EXIT.
019100     GOBACK.
019200*
019300******************************************************************
019400* 1000-INITIALIZE - OPEN THE REPORT FILE, PRINT THE HEADING,
019500*     OPEN THE STOCK CURSOR ORDERED BY BRANCH AND PRODUCT.
019600******************************************************************
019700 1000-INITIALIZE.
019800     OPEN OUTPUT REPORT-FILE.
019900     ACCEPT HV-RUN-DATE FROM DATE YYYYMMDD.
020000     MOVE HV-RUN-DATE TO HD1-RUN-DATE.
020100     WRITE REPORT-REC FROM WS-HEAD-1.
020200     EXEC SQL
020300        DECLARE STOCK-CUR CURSOR FOR
020400           SELECT STK_BRANCH, STK_PRODUCT, STK_ON_HAND,
020500                  STK_REORDER_PT
020600             FROM STOCK
020700            ORDER BY STK_BRANCH, STK_PRODUCT
020800     END-EXEC.
020900     EXEC SQL OPEN STOCK-CUR END-EXEC.
021000     PERFORM 2100-FETCH-ROW THRU 2100-EXIT.
021100 1000-EXIT.
021200     EXIT.
021300*
021400******************************************************************
021500* 2000-PROCESS-ROW - ON A CHANGE OF BRANCH, PRINT THE TOTAL FOR
021600*     THE BRANCH JUST FINISHED AND HEAD THE NEXT ONE, THEN TAKE
021700*     THE ITEM IN HAND.
021800******************************************************************
021900 2000-PROCESS-ROW.
022000     IF FIRST-ROW
022100        OR STK-BRANCH IS NOT EQUAL TO WS-PREV-BRANCH
022200         IF NOT FIRST-ROW
022300             PERFORM 2400-BRANCH-TOTAL THRU 2400-EXIT
022400         END-IF
022500         MOVE STK-BRANCH TO BRH-BRANCH
022600         WRITE REPORT-REC FROM WS-BLANK-LINE
022700         WRITE REPORT-REC FROM WS-BRANCH-HEAD
022800         WRITE REPORT-REC FROM WS-HEAD-2
022900     END-IF.
023000     SET WS-FIRST-ROW-SW TO "N".
023100     MOVE STK-BRANCH TO WS-PREV-BRANCH.
023200     PERFORM 2200-ITEM-ACTIVITY THRU 2200-EXIT.
023300     PERFORM 2300-WRITE-ITEM THRU 2300-EXIT.
023400     PERFORM 2100-FETCH-ROW THRU 2100-EXIT.
023500 2000-EXIT.
023600     EXIT.
023700*
023800 2100-FETCH-ROW.
023900     EXEC SQL
024000        FETCH STOCK-CUR INTO :STK-BRANCH, :STK-PRODUCT,
024100                             :STK-ON-HAND, :STK-REORDER-PT
024200     END-EXEC.
024300     EVALUATE SQLCODE
024400        WHEN 0
024500           CONTINUE
024600        WHEN 100
024700           SET FETCH-EOF TO TRUE
024800           EXEC SQL CLOSE STOCK-CUR END-EXEC
024900        WHEN OTHER
025000           DISPLAY "SALSSTK - FETCH FAILED SQLCODE=" SQLCODE
025100           MOVE 12 TO RETURN-CODE
025200           SET FETCH-EOF TO TRUE
025300           EXEC SQL CLOSE STOCK-CUR END-EXEC
025400     END-EVALUATE.
025500 2100-EXIT.
025600     EXIT.
025700*
025800******************************************************************
025900* 2200-ITEM-ACTIVITY - THE ITEM'S UNITS SOLD AND RETURNED AS
026000*     NEWSALE POSTED THEM ON THE RUN DATE, AND ITS UNITS
026100*     RECEIVED BY STKRCPT ON THE RUN DATE.  RETURNS ARE LOGGED
026200*     WITH A NEGATIVE QUANTITY AND ARE SHOWN AS A POSITIVE
026300*     COUNT OF UNITS BACK.
026400******************************************************************
026500 2200-ITEM-ACTIVITY.
026600     MOVE ZERO TO HV-SOLD-QTY HV-RET-QTY HV-RCVD-QTY.
026700     EXEC SQL
026800        SELECT COALESCE(SUM(CASE WHEN AUD_ACTION = 'I'
026900                                 THEN AUD_QTY ELSE 0 END), 0),
027000               COALESCE(SUM(CASE WHEN AUD_ACTION = 'R'
027100                                 THEN 0 - AUD_QTY ELSE 0 END), 0)
027200          INTO :HV-SOLD-QTY, :HV-RET-QTY
027300          FROM SALES_AUDIT
027400         WHERE AUD_BRANCH = :STK-BRANCH
027500           AND AUD_PRODUCT = :STK-PRODUCT
027600           AND AUD_TS_DATE = :HV-RUN-DATE
027700     END-EXEC.
027800     IF SQLCODE IS EQUAL TO 0
027900         EXEC SQL
028000            SELECT COALESCE(SUM(RCPT_QTY), 0)
028100              INTO :HV-RCVD-QTY
028200              FROM STOCK_RCPT
028300             WHERE RCPT_BRANCH = :STK-BRANCH
028400               AND RCPT_PRODUCT = :STK-PRODUCT
028500               AND RCPT_POST_DATE = :HV-RUN-DATE
028600         END-EXEC
028700     END-IF.
028800     IF SQLCODE IS NOT EQUAL TO 0
028900         DISPLAY "SALSSTK - ACTIVITY LOOKUP FAILED " STK-BRANCH
029000                 " " STK-PRODUCT " SQLCODE=" SQLCODE
029100         IF RETURN-CODE IS LESS THAN 8
029200             MOVE 8 TO RETURN-CODE
029300         END-IF
029400     END-IF.
029500 2200-EXIT.
029600     EXIT.
029700*
029800******************************************************************
029900* 2300-WRITE-ITEM - COUNT THE ITEM INTO ITS BRANCH, FLAG A
030000*     NEGATIVE ON-HAND OR ONE AT OR BELOW A SET REORDER POINT,
030100*     AND PRINT IT IF IT MOVED OR IS FLAGGED.
030200******************************************************************
030300 2300-WRITE-ITEM.
030400     MOVE "N" TO WS-PRINT-ITEM-SW.
030500     MOVE SPACES TO DTL-FLAG.
030600     ADD 1 TO WS-BR-ITEMS.
030700     ADD STK-ON-HAND TO WS-BR-ON-HAND.
030800     ADD HV-SOLD-QTY TO WS-BR-SOLD.
030900     ADD HV-RET-QTY  TO WS-BR-RETURNED.
031000     ADD HV-RCVD-QTY TO WS-BR-RECEIVED.
031100     IF HV-SOLD-QTY IS NOT EQUAL TO ZERO
031200        OR HV-RET-QTY IS NOT EQUAL TO ZERO
031300        OR HV-RCVD-QTY IS NOT EQUAL TO ZERO
031400         SET PRINT-ITEM TO TRUE
031500     END-IF.
031600     IF STK-ON-HAND IS LESS THAN ZERO
031700         MOVE "** NEGATIVE ON HAND" TO DTL-FLAG
031800         ADD 1 TO WS-BR-NEGATIVE
031900         SET PRINT-ITEM TO TRUE
032000     ELSE
032100         IF STK-REORDER-PT IS GREATER THAN ZERO
032200            AND STK-ON-HAND IS NOT GREATER THAN STK-REORDER-PT
032300             MOVE "** AT/BELOW REORDER" TO DTL-FLAG
032400             ADD 1 TO WS-BR-BELOW
032500             SET PRINT-ITEM TO TRUE
032600         END-IF
032700     END-IF.
032800     IF NOT PRINT-ITEM
032900         GO TO 2300-EXIT
033000     END-IF.
033100     MOVE STK-PRODUCT TO PROD-CODE.
033200     EXEC SQL
033300        SELECT PROD_DESC INTO :PROD-DESC
033400          FROM PRODMAST
033500         WHERE PROD_CODE = :PROD-CODE
033600     END-EXEC.
033700     IF SQLCODE IS NOT EQUAL TO 0
033800         MOVE "(NO PRODMAST ROW)" TO PROD-DESC
033900     END-IF.
034000     MOVE STK-PRODUCT    TO DTL-PRODUCT.
034100     MOVE PROD-DESC      TO DTL-DESC.
034200     MOVE STK-ON-HAND    TO DTL-ON-HAND.
034300     MOVE STK-REORDER-PT TO DTL-REORDER.
034400     MOVE HV-SOLD-QTY    TO DTL-SOLD.
034500     MOVE HV-RET-QTY     TO DTL-RETURNED.
034600     MOVE HV-RCVD-QTY    TO DTL-RECEIVED.
034700     WRITE REPORT-REC FROM DETAIL-LINE.
034800 2300-EXIT.
034900     EXIT.
035000*
035100******************************************************************
035200* 2400-BRANCH-TOTAL - THE FINISHED BRANCH'S TOTAL LINE, ROLLED
035300*     INTO THE COMPANY TOTALS AND CLEARED FOR THE NEXT BRANCH.
035400******************************************************************
035500 2400-BRANCH-TOTAL.
035600     MOVE "BRANCH TOTAL"  TO TOT-LABEL.
035700     MOVE WS-BR-ITEMS     TO TOT-ITEMS.
035800     MOVE WS-BR-ON-HAND   TO TOT-ON-HAND.
035900     MOVE WS-BR-SOLD      TO TOT-SOLD.
036000     MOVE WS-BR-RETURNED  TO TOT-RETURNED.
036100     MOVE WS-BR-RECEIVED  TO TOT-RECEIVED.
036200     MOVE WS-BR-BELOW     TO TOT-BELOW.
036300     MOVE WS-BR-NEGATIVE  TO TOT-NEGATIVE.
036400     WRITE REPORT-REC FROM TOTAL-LINE.
036500     ADD WS-BR-ITEMS      TO WS-CO-ITEMS.
036600     ADD WS-BR-ON-HAND    TO WS-CO-ON-HAND.
036700     ADD WS-BR-SOLD       TO WS-CO-SOLD.
036800     ADD WS-BR-RETURNED   TO WS-CO-RETURNED.
036900     ADD WS-BR-RECEIVED   TO WS-CO-RECEIVED.
037000     ADD WS-BR-BELOW      TO WS-CO-BELOW.
037100     ADD WS-BR-NEGATIVE   TO WS-CO-NEGATIVE.
037200     MOVE ZERO TO WS-BR-ITEMS WS-BR-ON-HAND WS-BR-SOLD
037300                  WS-BR-RETURNED WS-BR-RECEIVED
037400                  WS-BR-BELOW WS-BR-NEGATIVE.
037500 2400-EXIT.
037600     EXIT.
037700*
037800******************************************************************
037900* 3000-FINAL-BREAK - CLOSE OUT THE LAST BRANCH AND PRINT THE
038000*     COMPANY TOTAL.
038100******************************************************************
038200 3000-FINAL-BREAK.
038300     IF NOT FIRST-ROW
038400         PERFORM 2400-BRANCH-TOTAL THRU 2400-EXIT
038500     END-IF.
038600     WRITE REPORT-REC FROM WS-BLANK-LINE.
038700     MOVE "COMPANY TOTAL"  TO TOT-LABEL.
038800     MOVE WS-CO-ITEMS      TO TOT-ITEMS.
038900     MOVE WS-CO-ON-HAND    TO TOT-ON-HAND.
039000     MOVE WS-CO-SOLD       TO TOT-SOLD.
039100     MOVE WS-CO-RETURNED   TO TOT-RETURNED.
039200     MOVE WS-CO-RECEIVED   TO TOT-RECEIVED.
039300     MOVE WS-CO-BELOW      TO TOT-BELOW.
039400     MOVE WS-CO-NEGATIVE   TO TOT-NEGATIVE.
039500     WRITE REPORT-REC FROM TOTAL-LINE.
039600 3000-EXIT.
039700     EXIT.
039800*
039900******************************************************************
040000* 3500-LIST-EXCEPTIONS - EVERY LINE POSTED ON THE RUN DATE THAT
040100*     NEWSALE FLAGGED ON ITS SALES_AUDIT ROW: NEGS, A SALE THAT
040200*     TOOK ON-HAND BELOW ZERO; STKE, A LINE WHOSE STOCK COULD
040300*     NOT BE MOVED AND MUST BE ADJUSTED BY HAND.
040400******************************************************************
040500 3500-LIST-EXCEPTIONS.
040600     WRITE REPORT-REC FROM WS-BLANK-LINE.
040700     WRITE REPORT-REC FROM WS-EXCP-HEAD.
040800     WRITE REPORT-REC FROM WS-EXCP-COLS.
040900     EXEC SQL
041000        DECLARE EXCP-CUR CURSOR FOR
041100           SELECT AUD_BRANCH, AUD_SPERSON, AUD_TKT_NO,
041200                  AUD_PRODUCT, AUD_QTY, AUD_REASON_CD
041300             FROM SALES_AUDIT
041400            WHERE AUD_TS_DATE = :HV-RUN-DATE
041500              AND AUD_REASON_CD IN ('NEGS', 'STKE')
041600              AND AUD_ACTION IN ('I', 'R')
041700            ORDER BY AUD_BRANCH, AUD_PRODUCT, AUD_TKT_NO
041800     END-EXEC.
041900     EXEC SQL OPEN EXCP-CUR END-EXEC.
042000     PERFORM 3510-FETCH-EXCEPTION THRU 3510-EXIT.
042100     PERFORM 3520-WRITE-EXCEPTION THRU 3520-EXIT
042200         UNTIL EXCP-EOF.
042300 3500-EXIT.
042400     EXIT.
042500*
042600 3510-FETCH-EXCEPTION.
042700     EXEC SQL
042800        FETCH EXCP-CUR INTO :AUD-BRANCH, :AUD-SPERSON,
042900                            :AUD-TKT-NO, :AUD-PRODUCT,
043000                            :AUD-QTY, :AUD-REASON-CD
043100     END-EXEC.
043200     EVALUATE SQLCODE
043300        WHEN 0
043400           CONTINUE
043500        WHEN 100
043600           SET EXCP-EOF TO TRUE
043700           EXEC SQL CLOSE EXCP-CUR END-EXEC
043800        WHEN OTHER
043900           DISPLAY "SALSSTK - EXCEPTION FETCH FAILED SQLCODE="
044000                   SQLCODE
044100           MOVE 12 TO RETURN-CODE
044200           SET EXCP-EOF TO TRUE
044300           EXEC SQL CLOSE EXCP-CUR END-EXEC
044400     END-EVALUATE.
044500 3510-EXIT.
044600     EXIT.
044700*
044800 3520-WRITE-EXCEPTION.
044900     MOVE AUD-BRANCH  TO EXL-BRANCH.
045000     MOVE AUD-SPERSON TO EXL-SPERSON.
045100     MOVE AUD-TKT-NO  TO EXL-TKT-NO.
045200     MOVE AUD-PRODUCT TO EXL-PRODUCT.
045300     MOVE AUD-QTY     TO EXL-QTY.
045400     IF AUD-REASON-CD IS EQUAL TO "NEGS"
045500         MOVE "SALE DROVE ON-HAND NEGATIVE - COUNT SHELF"
045600           TO EXL-REASON
045700     ELSE
045800         MOVE "STOCK NOT MOVED - ADJUST ON-HAND BY HAND"
045900           TO EXL-REASON
046000     END-IF.
046100     WRITE REPORT-REC FROM EXCP-LINE.
046200     ADD 1 TO WS-EXCP-COUNT.
046300     PERFORM 3510-FETCH-EXCEPTION THRU 3510-EXIT.
046400 3520-EXIT.
046500     EXIT.
046600*
046700******************************************************************
046800* 4000-TERMINATE - RUN SUMMARY, CLOSE UP.
046900******************************************************************
047000 4000-TERMINATE.
047100     MOVE WS-CO-ITEMS    TO SUM-ITEMS.
047200     MOVE WS-CO-BELOW    TO SUM-BELOW.
047300     MOVE WS-CO-NEGATIVE TO SUM-NEGATIVE.
047400     MOVE WS-EXCP-COUNT  TO SUM-EXCP.
047500     WRITE REPORT-REC FROM WS-BLANK-LINE.
047600     WRITE REPORT-REC FROM WS-SUMMARY-LINE.
047700     DISPLAY WS-SUMMARY-LINE.
047800     CLOSE REPORT-FILE.
047900 4000-EXIT.
048000     EXIT.
