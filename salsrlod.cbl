000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "SALSRLOD".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     RELOADS ONE PERIOD SALSPURG HAS PURGED, FOR AN AUDITOR OR A
001000*     SALSTRND RUN THAT NEEDS IT.  THE PERIOD (YYYYMM) COMES FROM
001100*     THE CONTROL CARD AND MUST BE MARKED PURGED ON PERIOD_CTL;
001200*     THE ARCHIVE FILE MUST BE THE ONE ITS PURGE DATE NAMES.  THE
001300*     PERIOD'S ROWS ON THE ARCHIVE GO BACK INTO SALES_HIST AND
001400*     ITS AUDIT ROWS BACK INTO SALES_AUDIT, AND ARE PROVED TO THE
001500*     ARCHIVE TRAILER AND TO THE TOTALS SALSCLOS SEALED THE
001600*     PERIOD WITH BEFORE ANYTHING IS KEPT - A SHORT OR WRONG
001700*     ARCHIVE IS BACKED OUT WHOLE.  THE PERIOD IS THEN MARKED
001800*     RELOADED; IT IS STILL CLOSED, AND THE NEXT SALSPURG RUN
001900*     PURGES IT AGAIN ONCE IT IS STILL PAST RETENTION, SO A
002000*     RELOAD IS NEVER MORE THAN TEMPORARY.
002100*
002200* MODIFICATION HISTORY.
002300*     2026-10-15  DPS  NEW PROGRAM.
002400*
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CONTROL-FILE    ASSIGN TO CTLFILE
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT ARCHIVE-FILE    ASSIGN TO ARCHFILE
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT SUMMARY-FILE    ASSIGN TO SUMFILE
003400         ORGANIZATION IS SEQUENTIAL.
003500******************************************************************
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CONTROL-FILE
003900     RECORDING MODE IS F.
004000 01  CONTROL-REC             PIC X(80).
004100*
004200 FD  ARCHIVE-FILE
004300     RECORDING MODE IS F.
004400 01  ARCHIVE-REC             PIC X(109).
004500*
004600 FD  SUMMARY-FILE
004700     RECORDING MODE IS F.
004800 01  SUMMARY-REC             PIC X(110).
004900******************************************************************
005000 WORKING-STORAGE SECTION.
005100 01  WS-SWITCHES.
005200     05  WS-ARCHIVE-EOF-SW   PIC X(01)   VALUE "N".
005300         88  ARCHIVE-EOF         VALUE "Y".
005400     05  WS-TRAILER-SW       PIC X(01)   VALUE "N".
005500         88  TRAILER-FOUND       VALUE "Y".
005600*
005700 77  WS-HIST-COUNT           PIC 9(09)   VALUE ZERO COMP.
005800 77  WS-AUD-COUNT            PIC 9(09)   VALUE ZERO COMP.
005900 77  WS-PASSED-COUNT         PIC 9(09)   VALUE ZERO COMP.
006000*
006100 01  WS-CONTROL-CARD.
006200     05  CTL-PERIOD          PIC 9(06).
006300     05  FILLER              PIC X(74).
006400*
006500     COPY RETNREC.
006600*
006700 01  WS-SUMMARY-LINE.
006800     05  FILLER              PIC X(21)   VALUE
006900         "SALSRLOD RUN SUMMARY:".
007000     05  FILLER              PIC X(08)   VALUE " PERIOD=".
007100     05  SUM-PERIOD          PIC 9(06).
007200     05  FILLER              PIC X(06)   VALUE " ROWS=".
007300     05  SUM-ROWS            PIC ZZZZZZZZ9.
007400     05  FILLER              PIC X(05)   VALUE " AMT=".
007500     05  SUM-AMT             PIC -,---,---,---,--9.99.
007600     05  FILLER              PIC X(07)   VALUE " AUDIT=".
007700     05  SUM-AUDIT           PIC ZZZZZZZZ9.
007800     05  FILLER              PIC X(09)   VALUE " ARCHIVE=".
007900     05  SUM-ARCHIVE-DATE    PIC 9(08).
008000     05  FILLER              PIC X(02)   VALUE SPACES.
008100*
008200     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008300 01  HV-DATE-FROM             PIC 9(08).
008400 01  HV-DATE-TO               PIC 9(08).
008500 01  HV-ORIG-TKT-NO           PIC 9(09).
008600 01  HV-AMT-TOTAL             PIC S9(11)V99 USAGE COMP-3.
008700 01  HV-HIST-ROWS             PIC S9(9)     USAGE COMP-5.
008800 01  HV-AUD-ROWS              PIC S9(9)     USAGE COMP-5.
008900     COPY SALESREC.
009000     COPY AUDITREC.
009100     COPY PERDREC.
009200     EXEC SQL END DECLARE SECTION END-EXEC.
009300     EXEC SQL INCLUDE SQLCA END-EXEC.
009400******************************************************************
009500 PROCEDURE DIVISION.
009600*
009700 0000-MAINLINE.
009800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009900     PERFORM 2000-RELOAD-ROW THRU 2000-EXIT
010000         UNTIL ARCHIVE-EOF.
010100     PERFORM 3000-PROVE-RELOAD THRU 3000-EXIT.
010200     PERFORM 3500-MARK-RELOADED THRU 3500-EXIT.
010300     PERFORM 4000-TERMINATE THRU 4000-EXIT.
010400     GOBACK.
010500*
010600******************************************************************
010700* 1000-INITIALIZE - READ AND EDIT THE PERIOD CARD, PROVE THE
010800*     PERIOD PURGED AND NOT ALREADY BACK, READ THE FIRST ARCHIVE
010900*     RECORD.
011000******************************************************************
011100 1000-INITIALIZE.
011200     OPEN INPUT  CONTROL-FILE ARCHIVE-FILE.
011300     OPEN OUTPUT SUMMARY-FILE.
011400     MOVE ZERO TO HV-AMT-TOTAL PER-PURGE-DATE.
011500     READ CONTROL-FILE INTO WS-CONTROL-CARD
011600         AT END
011700             DISPLAY "SALSRLOD - CONTROL CARD MISSING"
011800             MOVE 16 TO RETURN-CODE
011900             PERFORM 4900-CLOSE-FILES THRU 4900-EXIT
012000             GOBACK
012100     END-READ.
012200     IF CTL-PERIOD IS NOT NUMERIC
012300        OR CTL-PERIOD (5:2) IS LESS THAN "01"
012400        OR CTL-PERIOD (5:2) IS GREATER THAN "12"
012500         DISPLAY "SALSRLOD - BAD PERIOD " CTL-PERIOD
012600         MOVE 16 TO RETURN-CODE
012700         PERFORM 4900-CLOSE-FILES THRU 4900-EXIT
012800         GOBACK
012900     END-IF.
013000     MOVE CTL-PERIOD TO PER-PERIOD.
013100     EXEC SQL
013200        SELECT PER_STATUS, PER_ROW_COUNT, PER_AMT_TOTAL,
013300               COALESCE(PER_PURGE_DATE, 0)
013400          INTO :PER-STATUS, :PER-ROW-COUNT, :PER-AMT-TOTAL,
013500               :PER-PURGE-DATE
013600          FROM PERIOD_CTL
013700         WHERE PER_PERIOD = :PER-PERIOD
013800     END-EXEC.
013900     EVALUATE SQLCODE
014000        WHEN 0
014100           IF NOT PER-PURGED
014200               DISPLAY "SALSRLOD - PERIOD " CTL-PERIOD
014300                       " IS NOT PURGED (STATUS " PER-STATUS
014400                       ") - ITS ROWS ARE ON SALES_HIST - REFUSED"
014500               MOVE 16 TO RETURN-CODE
014600           END-IF
014700        WHEN 100
014800           DISPLAY "SALSRLOD - PERIOD " CTL-PERIOD
014900                   " NOT ON PERIOD_CTL - REFUSED"
015000           MOVE 16 TO RETURN-CODE
015100        WHEN OTHER
015200           DISPLAY "SALSRLOD - PERIOD_CTL CHECK FAILED SQLCODE="
015300                   SQLCODE
015400           MOVE 16 TO RETURN-CODE
015500     END-EVALUATE.
015600     IF RETURN-CODE IS NOT EQUAL TO ZERO
015700         PERFORM 4900-CLOSE-FILES THRU 4900-EXIT
015800         GOBACK
015900     END-IF.
016000*    NOTHING OF THE PERIOD MAY BE LEFT ON EITHER TABLE, OR THE
016100*    RELOAD WOULD DOUBLE IT.
016200     COMPUTE HV-DATE-FROM = CTL-PERIOD * 100 + 1.
016300     COMPUTE HV-DATE-TO   = CTL-PERIOD * 100 + 31.
016400     MOVE ZERO TO HV-HIST-ROWS HV-AUD-ROWS.
016500     EXEC SQL
016600        SELECT COUNT(*) INTO :HV-HIST-ROWS
016700          FROM SALES_HIST
016800         WHERE SALES_TKT_DATE BETWEEN :HV-DATE-FROM
016900                                  AND :HV-DATE-TO
017000     END-EXEC.
017100     IF SQLCODE IS EQUAL TO 0
017200         EXEC SQL
017300            SELECT COUNT(*) INTO :HV-AUD-ROWS
017400              FROM SALES_AUDIT
017500             WHERE AUD_TS_DATE BETWEEN :HV-DATE-FROM
017600                                   AND :HV-DATE-TO
017700         END-EXEC
017800     END-IF.
017900     IF SQLCODE IS NOT EQUAL TO 0
018000        OR HV-HIST-ROWS IS NOT EQUAL TO ZERO
018100        OR HV-AUD-ROWS IS NOT EQUAL TO ZERO
018200         DISPLAY "SALSRLOD - PERIOD " CTL-PERIOD
018300                 " STILL HAS ROWS ON SALES_HIST OR SALES_AUDIT,"
018400                 " OR THE CHECK FAILED, SQLCODE=" SQLCODE
018500                 " - REFUSED"
018600         MOVE 16 TO RETURN-CODE
018700         PERFORM 4900-CLOSE-FILES THRU 4900-EXIT
018800         GOBACK
018900     END-IF.
019000     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
019100 1000-EXIT.
019200     EXIT.
019300*
019400******************************************************************
019500* 2000-RELOAD-ROW - PUT ONE OF THE PERIOD'S ARCHIVED ROWS BACK.
019600*     OTHER PERIODS ON THE SAME ARCHIVE ARE PASSED OVER; THE
019700*     PERIOD'S TRAILER ENDS THE READ.  A HEADER FOR THE PERIOD
019710*     STARTS IT OVER - ANYTHING PUT BACK SINCE AN EARLIER HEADER
019720*     BELONGS TO AN ATTEMPT THAT NEVER REACHED ITS TRAILER, AND IS
019730*     BACKED OUT.
019800******************************************************************
019900 2000-RELOAD-ROW.
020000     IF RTN-PERIOD IS NOT EQUAL TO CTL-PERIOD
020100         ADD 1 TO WS-PASSED-COUNT
020200         PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT
020300         GO TO 2000-EXIT
020400     END-IF.
020500     EVALUATE TRUE
020510        WHEN RTN-IS-HEADER
020520           IF WS-HIST-COUNT IS NOT EQUAL TO ZERO
020530              OR WS-AUD-COUNT IS NOT EQUAL TO ZERO
020540               EXEC SQL ROLLBACK END-EXEC
020546               MOVE ZERO TO WS-HIST-COUNT WS-AUD-COUNT
020552                            HV-AMT-TOTAL
020560           END-IF
020600        WHEN RTN-IS-SALES
020700           PERFORM 2100-INSERT-HIST THRU 2100-EXIT
020800        WHEN RTN-IS-AUDIT
020900           PERFORM 2200-INSERT-AUDIT THRU 2200-EXIT
021000        WHEN RTN-IS-TRAILER
021100           SET TRAILER-FOUND TO TRUE
021200           SET ARCHIVE-EOF TO TRUE
021300           GO TO 2000-EXIT
021400        WHEN OTHER
021500           DISPLAY "SALSRLOD - BAD ARCHIVE RECORD TYPE " RTN-TYPE
021600           MOVE 16 TO RETURN-CODE
021700     END-EVALUATE.
021800     IF RETURN-CODE IS NOT EQUAL TO ZERO
021900         SET ARCHIVE-EOF TO TRUE
022000         GO TO 2000-EXIT
022100     END-IF.
022200     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
022300 2000-EXIT.
022400     EXIT.
022500*
022600 2100-INSERT-HIST.
022700     MOVE RTN-SALES    TO SALES-RECORD.
022800     MOVE RTN-ORIG-TKT TO HV-ORIG-TKT-NO.
022900     EXEC SQL
023000        INSERT INTO SALES_HIST
023100           (SALES_PERSON, SALES_TKT_NO, SALES_TKT_DATE,
023200            SALES_BRANCH,
023300            SALES_PRODUCT, SALES_QTY, SALES_UNIT_PRICE,
023400            SALES_EXT_AMT, SALES_ORIG_TKT_NO,
023500            SALES_TAX_AMT, SALES_TAX_JURIS,
023600            SALES_PROMO_ID, SALES_POST_DATE)
023700        VALUES
023800           (:SALES-PERSON, :SALES-TKT-NO, :SALES-TKT-DATE,
023900            :SALES-BRANCH,
024000            :SALES-PRODUCT, :SALES-QTY, :SALES-UNIT-PRICE,
024100            :SALES-EXT-AMT, :HV-ORIG-TKT-NO,
024200            :SALES-TAX-AMT, :SALES-TAX-JURIS,
024300            :SALES-PROMO-ID, :SALES-POST-DATE)
024400     END-EXEC.
024500     IF SQLCODE IS NOT EQUAL TO 0
024600         DISPLAY "SALSRLOD - SALES_HIST INSERT FAILED SQLCODE="
024700                 SQLCODE
024800         MOVE 12 TO RETURN-CODE
024900         GO TO 2100-EXIT
025000     END-IF.
025100     ADD 1 TO WS-HIST-COUNT.
025200     ADD SALES-EXT-AMT TO HV-AMT-TOTAL.
025300 2100-EXIT.
025400     EXIT.
025500*
025600 2200-INSERT-AUDIT.
025700     MOVE RTN-AUDIT TO AUDIT-RECORD.
025800     EXEC SQL
025900        INSERT INTO SALES_AUDIT
026000           (AUD_SPERSON, AUD_TKT_NO, AUD_PRODUCT, AUD_QTY,
026100            AUD_UNIT_PRICE, AUD_EXT_AMT, AUD_ACTION,
026200            AUD_REASON_CD, AUD_JOB_ID, AUD_TERM_ID,
026300            AUD_TS_DATE, AUD_TS_TIME, AUD_BRANCH,
026400            AUD_TAX_AMT)
026500        VALUES
026600           (:AUD-SPERSON, :AUD-TKT-NO, :AUD-PRODUCT, :AUD-QTY,
026700            :AUD-UNIT-PRICE, :AUD-EXT-AMT, :AUD-ACTION,
026800            :AUD-REASON-CD, :AUD-JOB-ID, :AUD-TERM-ID,
026900            :AUD-TS-DATE, :AUD-TS-TIME, :AUD-BRANCH,
027000            :AUD-TAX-AMT)
027100     END-EXEC.
027200     IF SQLCODE IS NOT EQUAL TO 0
027300         DISPLAY "SALSRLOD - SALES_AUDIT INSERT FAILED SQLCODE="
027400                 SQLCODE
027500         MOVE 12 TO RETURN-CODE
027600         GO TO 2200-EXIT
027700     END-IF.
027800     ADD 1 TO WS-AUD-COUNT.
027900 2200-EXIT.
028000     EXIT.
028100*
028200 2900-READ-ARCHIVE.
028300     READ ARCHIVE-FILE INTO RETAIN-RECORD
028400         AT END
028500             SET ARCHIVE-EOF TO TRUE
028600     END-READ.
028700 2900-EXIT.
028800     EXIT.
028900*
029000******************************************************************
029100* 3000-PROVE-RELOAD - THE PERIOD'S TRAILER MUST BE ON THIS
029200*     ARCHIVE AND CARRY THE PURGE DATE PERIOD_CTL NAMES, AND WHAT
029300*     WENT BACK MUST MATCH BOTH THE TRAILER AND THE SEALED PERIOD
029400*     TOTALS.  SKIPPED WHEN AN EARLIER ERROR ALREADY SOURED THE
029500*     RUN.
029600******************************************************************
029700 3000-PROVE-RELOAD.
029800     IF RETURN-CODE IS NOT EQUAL TO ZERO
029900         GO TO 3000-EXIT
030000     END-IF.
030100     IF NOT TRAILER-FOUND
030200         DISPLAY "SALSRLOD - NO TRAILER FOR PERIOD " CTL-PERIOD
030300                 " ON THIS ARCHIVE - IT WAS PURGED ON "
030400                 PER-PURGE-DATE
030500         MOVE 16 TO RETURN-CODE
030600         GO TO 3000-EXIT
030700     END-IF.
030800     IF RTN-PURGE-DATE IS NOT EQUAL TO PER-PURGE-DATE
030900         DISPLAY "SALSRLOD - ARCHIVE IS FROM THE " RTN-PURGE-DATE
031000                 " PURGE, PERIOD " CTL-PERIOD " WAS PURGED ON "
031100                 PER-PURGE-DATE
031200         MOVE 16 TO RETURN-CODE
031300         GO TO 3000-EXIT
031400     END-IF.
031500     IF WS-HIST-COUNT IS NOT EQUAL TO RTN-ROW-COUNT
031600        OR WS-HIST-COUNT IS NOT EQUAL TO PER-ROW-COUNT
031700        OR HV-AMT-TOTAL IS NOT EQUAL TO RTN-AMT-TOTAL
031800        OR HV-AMT-TOTAL IS NOT EQUAL TO PER-AMT-TOTAL
031900        OR WS-AUD-COUNT IS NOT EQUAL TO RTN-AUD-COUNT
032000         DISPLAY "SALSRLOD - PERIOD " CTL-PERIOD
032100                 " DOES NOT PROVE - RELOADED " WS-HIST-COUNT
032200                 " ROWS, " WS-AUD-COUNT " AUDIT ROWS; SEALED"
032300                 " WITH " PER-ROW-COUNT " ROWS"
032400         MOVE 16 TO RETURN-CODE
032500     END-IF.
032600 3000-EXIT.
032700     EXIT.
032800*
032900******************************************************************
033000* 3500-MARK-RELOADED - ONLY ON A CLEAN, PROVED RELOAD.  THE PURGE
033100*     DATE IS KEPT - THE ARCHIVE STILL HOLDS THE PERIOD.
033200******************************************************************
033300 3500-MARK-RELOADED.
033400     IF RETURN-CODE IS NOT EQUAL TO ZERO
033500         DISPLAY "SALSRLOD - PERIOD NOT MARKED RELOADED"
033600         GO TO 3500-EXIT
033700     END-IF.
033800     EXEC SQL
033900        UPDATE PERIOD_CTL
034000           SET PER_STATUS = 'R'
034100         WHERE PER_PERIOD = :PER-PERIOD
034200           AND PER_STATUS = 'P'
034300     END-EXEC.
034400     IF SQLCODE IS NOT EQUAL TO 0
034500         DISPLAY "SALSRLOD - PERIOD_CTL UPDATE FAILED SQLCODE="
034600                 SQLCODE
034700         MOVE 12 TO RETURN-CODE
034800     END-IF.
034900 3500-EXIT.
035000     EXIT.
035100*
035200******************************************************************
035300* 4000-TERMINATE - RUN SUMMARY, CLOSE UP.  A SOURED RUN IS BACKED
035400*     OUT WHOLE, SO A RERUN AGAINST THE RIGHT ARCHIVE STARTS FROM
035500*     AN EMPTY PERIOD.
035600******************************************************************
035700 4000-TERMINATE.
035800     IF RETURN-CODE IS NOT EQUAL TO ZERO
035900         EXEC SQL ROLLBACK END-EXEC
036000         DISPLAY "SALSRLOD - RUN BACKED OUT, NOTHING KEPT"
036100     END-IF.
036200     MOVE CTL-PERIOD     TO SUM-PERIOD.
036300     MOVE WS-HIST-COUNT  TO SUM-ROWS.
036400     MOVE HV-AMT-TOTAL   TO SUM-AMT.
036500     MOVE WS-AUD-COUNT   TO SUM-AUDIT.
036600     MOVE PER-PURGE-DATE TO SUM-ARCHIVE-DATE.
036700     WRITE SUMMARY-REC FROM WS-SUMMARY-LINE.
036800     DISPLAY WS-SUMMARY-LINE.
036900     DISPLAY "SALSRLOD - OTHER PERIODS' RECORDS PASSED OVER: "
037000             WS-PASSED-COUNT.
037100     PERFORM 4900-CLOSE-FILES THRU 4900-EXIT.
037200 4000-EXIT.
037300     EXIT.
037400*
037500 4900-CLOSE-FILES.
037600     CLOSE CONTROL-FILE ARCHIVE-FILE SUMMARY-FILE.
037700 4900-EXIT.
037800     EXIT.
