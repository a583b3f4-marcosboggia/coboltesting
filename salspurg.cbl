000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "SALSPURG".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     RETENTION PURGE OF SALES_HIST AND SALES_AUDIT.  SALSCLOS
001000*     MOVES EACH CLOSED MONTH INTO SALES_HIST AND EVERY POSTING,
001100*     CORRECTION, VOID AND RETURN ADDS A SALES_AUDIT ROW, BUT
001200*     NOTHING EVER LEFT EITHER TABLE - AND NEWSALE'S DUPLICATE
001300*     AND RETURN-CAP LOOKUPS READ SALES_HIST ON EVERY LINE, SO
001400*     THE NIGHT GOT SLOWER EVERY MONTH.  THE CONTROL CARD GIVES
001500*     THE RETENTION IN MONTHS (COLUMNS 1-3, BLANK FOR THE
001600*     STANDING POLICY OF 024, NEVER LESS THAN 012).  EVERY
001700*     PERIOD CLOSED ON PERIOD_CTL (OR RELOADED BY SALSRLOD) THAT
001800*     ENDED MORE THAN THAT MANY WHOLE MONTHS BEFORE THE CURRENT
001900*     ONE IS WRITTEN TO THIS RUN'S DATED ARCHIVE FILE (RETNREC) -
002000*     A HEADER, ITS SALES_HIST ROWS, THEN THE SALES_AUDIT ROWS
002100*     LOGGED DURING THE PERIOD, THEN A TRAILER - AND PURGED.
002110*     NOTHING IS DELETED UNTIL THE ARCHIVED ROW COUNT AND AMOUNT
002120*     PROVE TO THE TOTALS SALSCLOS SEALED THE PERIOD WITH ON
002130*     PERIOD_CTL AND THE ARCHIVED AUDIT ROWS PROVE TO A COUNT OF
002140*     THE TABLE.  A PERIOD THAT FAILS ITS PROOF IS LEFT WHERE IT
002150*     IS AND THE RUN ENDS RC=8; A PURGED PERIOD IS MARKED "P" ON
002160*     PERIOD_CTL WITH THE RUN DATE AS ITS PURGE DATE, WHICH NAMES
002170*     THE ARCHIVE SALSRLOD RELOADS IT FROM.  EACH PERIOD
002900*     IS ITS OWN UNIT OF WORK.  RUNS UNDER RUN CONTROL AFTER THE
003000*     NIGHT'S SALSBAL, SO IT NEVER PURGES UNDER A RUNNING CHAIN.
003010*     THE ARCHIVE IS OPENED TO EXTEND, SO A RERUN THE SAME DAY
003020*     ADDS TO THE FILE THE STOPPED RUN STARTED, AND THE PERIODS
003030*     IT ALREADY PURGED KEEP THEIR TRAILERS UNDER THE SAME NAME.
003100*
003200* MODIFICATION HISTORY.
003300*     2026-10-15  DPS  NEW PROGRAM.
003400*
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CONTROL-FILE    ASSIGN TO CTLFILE
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT ARCHIVE-FILE    ASSIGN TO ARCHFILE
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT SUMMARY-FILE    ASSIGN TO SUMFILE
004400         ORGANIZATION IS SEQUENTIAL.
004500******************************************************************
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CONTROL-FILE
004900     RECORDING MODE IS F.
005000 01  CONTROL-REC             PIC X(80).
005100*
005200 FD  ARCHIVE-FILE
005300     RECORDING MODE IS F.
005400 01  ARCHIVE-REC             PIC X(109).
005500*
005600 FD  SUMMARY-FILE
005700     RECORDING MODE IS F.
005800 01  SUMMARY-REC             PIC X(120).
005900******************************************************************
006000 WORKING-STORAGE SECTION.
006100 01  WS-SWITCHES.
006200     05  WS-FETCH-EOF-SW     PIC X(01)   VALUE "N".
006300         88  FETCH-EOF           VALUE "Y".
006400     05  WS-RUN-STOP-SW      PIC X(01)   VALUE "N".
006500         88  RUN-STOPPED         VALUE "Y".
006600*
006700 77  WS-RETAIN-DEFAULT       PIC 9(03)   VALUE 024 COMP.
006800 77  WS-RETAIN-MIN           PIC 9(03)   VALUE 012 COMP.
006900 77  WS-PERIOD-MAX           PIC 9(03)   VALUE 120 COMP.
007000 77  WS-PERIOD-COUNT         PIC 9(03)   VALUE ZERO COMP.
007100 77  WS-PERIOD-SUB           PIC 9(03)   VALUE ZERO COMP.
007200 77  WS-MONTH-INDEX          PIC 9(07)   VALUE ZERO COMP.
007300 77  WS-HIST-COUNT           PIC 9(09)   VALUE ZERO COMP.
007400 77  WS-AUD-COUNT            PIC 9(09)   VALUE ZERO COMP.
007500 77  WS-PURGED-PERIODS       PIC 9(05)   VALUE ZERO COMP.
007600 77  WS-SKIPPED-PERIODS      PIC 9(05)   VALUE ZERO COMP.
007700 77  WS-PURGED-ROWS          PIC 9(09)   VALUE ZERO COMP.
007800 77  WS-PURGED-AUDIT         PIC 9(09)   VALUE ZERO COMP.
007900*
008000 01  WS-TODAY                PIC 9(08).
008100 01  WS-CURR-PERIOD          PIC 9(06).
008200 01  FILLER                  REDEFINES WS-CURR-PERIOD.
008300     05  WS-CURR-YYYY        PIC 9(04).
008400     05  WS-CURR-MM          PIC 9(02).
008500 01  WS-CUTOFF-PERIOD        PIC 9(06).
008600 01  FILLER                  REDEFINES WS-CUTOFF-PERIOD.
008700     05  WS-CUTOFF-YYYY      PIC 9(04).
008800     05  WS-CUTOFF-MM        PIC 9(02).
008900 01  WS-RETAIN-MONTHS        PIC 9(03).
009000 01  WS-CONTROL-CARD.
009100     05  CTL-RETAIN-MONTHS   PIC X(03).
009200     05  CTL-RETAIN-NUM      REDEFINES CTL-RETAIN-MONTHS
009300                             PIC 9(03).
009400     05  FILLER              PIC X(77).
009500*
009600* PERIODS DUE, LOADED BEFORE ANY IS PURGED - EACH PERIOD COMMITS
009700* ON ITS OWN, AND A COMMIT WOULD CLOSE A CURSOR LEFT OPEN OVER
009800* PERIOD_CTL.  A RUN WITH MORE DUE THAN THE TABLE HOLDS PURGES
009900* THE OLDEST AND LEAVES THE REST FOR THE NEXT RUN.
010000 01  WS-PERIOD-TABLE.
010100     05  WS-PERIOD-ENTRY     OCCURS 120 TIMES.
010200         10  PT-PERIOD       PIC 9(06)     VALUE ZERO.
010300         10  PT-STATUS       PIC X(01)     VALUE SPACE.
010400         10  PT-CTL-COUNT    PIC 9(09)     VALUE ZERO.
010500         10  PT-CTL-AMT      PIC S9(11)V99 USAGE COMP-3
010600                                           VALUE ZERO.
010700*
010800     COPY RETNREC.
010900*
011000 01  WS-PERIOD-LINE.
011100     05  FILLER              PIC X(21)   VALUE
011200         "SALSPURG PERIOD:     ".
011300     05  FILLER              PIC X(01)   VALUE SPACE.
011400     05  PRL-PERIOD          PIC 9(06).
011500     05  FILLER              PIC X(08)   VALUE " STATUS=".
011600     05  PRL-STATUS          PIC X(01).
011700     05  FILLER              PIC X(06)   VALUE " ROWS=".
011800     05  PRL-ROWS            PIC ZZZZZZZZ9.
011900     05  FILLER              PIC X(05)   VALUE " AMT=".
012000     05  PRL-AMT             PIC -,---,---,---,--9.99.
012100     05  FILLER              PIC X(07)   VALUE " AUDIT=".
012200     05  PRL-AUDIT           PIC ZZZZZZZZ9.
012300     05  FILLER              PIC X(01)   VALUE SPACE.
012400     05  PRL-NOTE            PIC X(12).
012500     05  FILLER              PIC X(14)   VALUE SPACES.
012600*
012700 01  WS-SUMMARY-LINE.
012800     05  FILLER              PIC X(21)   VALUE
012900         "SALSPURG RUN SUMMARY:".
013000     05  FILLER              PIC X(08)   VALUE " RETAIN=".
013100     05  SUM-RETAIN          PIC 9(03).
013200     05  FILLER              PIC X(08)   VALUE " BEFORE=".
013300     05  SUM-CUTOFF          PIC 9(06).
013400     05  FILLER              PIC X(08)   VALUE " PURGED=".
013500     05  SUM-PURGED          PIC ZZZZ9.
013600     05  FILLER              PIC X(08)   VALUE " FAILED=".
013700     05  SUM-SKIPPED         PIC ZZZZ9.
013800     05  FILLER              PIC X(06)   VALUE " ROWS=".
013900     05  SUM-ROWS            PIC ZZZZZZZZ9.
014000     05  FILLER              PIC X(07)   VALUE " AUDIT=".
014100     05  SUM-AUDIT           PIC ZZZZZZZZ9.
014200     05  FILLER              PIC X(09)   VALUE " ARCHIVE=".
014300     05  SUM-ARCHIVE-DATE    PIC 9(08).
014400*
014500* RUN-CONTROL HANDSHAKE - ORDER MUST MATCH RUNCTL'S LINKAGE.
014600 01  WS-RUNC-FUNC            PIC X(01).
014700 01  WS-RUNC-JOB             PIC X(08)   VALUE "SALSPURG".
014800 01  WS-RUNC-PRED            PIC X(08)   VALUE "SALSBAL ".
014900 01  WS-RUNC-DATE            PIC 9(08).
015000 01  WS-RUNC-RETCODE         PIC X(02).
015100     88  WS-RUNC-OK              VALUE "00".
015200*
015300     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
015400 01  HV-DATE-FROM             PIC 9(08).
015500 01  HV-DATE-TO               PIC 9(08).
015600 01  HV-CUTOFF-PERIOD         PIC 9(06).
015700 01  HV-PURGE-DATE            PIC 9(08).
015800 01  HV-ORIG-TKT-NO           PIC 9(09).
015900 01  HV-AMT-TOTAL             PIC S9(11)V99 USAGE COMP-3.
016000 01  HV-AUD-EXPECT            PIC S9(9)     USAGE COMP-5.
016100     COPY SALESREC.
016200     COPY AUDITREC.
016300     COPY PERDREC.
016400     EXEC SQL END DECLARE SECTION END-EXEC.
016500     EXEC SQL INCLUDE SQLCA END-EXEC.
016600******************************************************************
016700 PROCEDURE DIVISION.
016800*
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     PERFORM 2000-PURGE-PERIOD THRU 2000-EXIT
017200         VARYING WS-PERIOD-SUB FROM 1 BY 1
017300         UNTIL WS-PERIOD-SUB IS GREATER THAN WS-PERIOD-COUNT
017400            OR RUN-STOPPED.
017500     PERFORM 4000-TERMINATE THRU 4000-EXIT.
017600     GOBACK.
017700*
017800******************************************************************
017900* 1000-INITIALIZE - EDIT THE RETENTION CARD, WORK OUT THE CUTOFF
018000*     PERIOD, CHECK IN WITH RUN CONTROL, AND LOAD THE PERIODS DUE.
018100******************************************************************
018200 1000-INITIALIZE.
018300     OPEN INPUT  CONTROL-FILE.
018400     OPEN OUTPUT SUMMARY-FILE.
018500     READ CONTROL-FILE INTO WS-CONTROL-CARD
018600         AT END
018700             DISPLAY "SALSPURG - CONTROL CARD MISSING"
018800             MOVE 16 TO RETURN-CODE
018900             CLOSE CONTROL-FILE SUMMARY-FILE
019000             GOBACK
019100     END-READ.
019200     CLOSE CONTROL-FILE.
019300     IF CTL-RETAIN-MONTHS IS EQUAL TO SPACES
019400         MOVE WS-RETAIN-DEFAULT TO WS-RETAIN-MONTHS
019500     ELSE
019600         IF CTL-RETAIN-MONTHS IS NOT NUMERIC
019700             DISPLAY "SALSPURG - BAD RETENTION " CTL-RETAIN-MONTHS
019800             MOVE 16 TO RETURN-CODE
019900             CLOSE SUMMARY-FILE
020000             GOBACK
020100         END-IF
020200         MOVE CTL-RETAIN-NUM TO WS-RETAIN-MONTHS
020300     END-IF.
020400     IF WS-RETAIN-MONTHS IS LESS THAN WS-RETAIN-MIN
020500         DISPLAY "SALSPURG - RETENTION " WS-RETAIN-MONTHS
020600                 " MONTHS IS BELOW THE POLICY FLOOR OF "
020700                 WS-RETAIN-MIN " - REFUSED"
020800         MOVE 16 TO RETURN-CODE
020900         CLOSE SUMMARY-FILE
021000         GOBACK
021100     END-IF.
021200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
021300     COMPUTE WS-CURR-PERIOD = WS-TODAY / 100.
021400     COMPUTE WS-MONTH-INDEX = WS-CURR-YYYY * 12 + WS-CURR-MM - 1
021500                            - WS-RETAIN-MONTHS.
021600     DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUTOFF-YYYY
021700         REMAINDER WS-CUTOFF-MM.
021800     ADD 1 TO WS-CUTOFF-MM.
021900     MOVE WS-TODAY TO WS-RUNC-DATE.
022000     MOVE "S" TO WS-RUNC-FUNC.
022100     CALL "RUNCTL" USING WS-RUNC-FUNC WS-RUNC-JOB WS-RUNC-PRED
022200                         WS-RUNC-DATE WS-RUNC-RETCODE.
022300     IF NOT WS-RUNC-OK
022400         DISPLAY "SALSPURG - RUN REFUSED BY RUN CONTROL, RC="
022500                 WS-RUNC-RETCODE
022600         CLOSE SUMMARY-FILE
022700         MOVE 16 TO RETURN-CODE
022800         GOBACK
022900     END-IF.
023000*    THE CHECK-IN IS COMMITTED ON ITS OWN, SO A PERIOD BACKED OUT
023100*    BELOW CANNOT TAKE THE RUN_CTL ROW WITH IT.
023200     EXEC SQL COMMIT END-EXEC.
023300     OPEN EXTEND ARCHIVE-FILE.
023400     MOVE WS-TODAY TO HV-PURGE-DATE.
023500     MOVE WS-CUTOFF-PERIOD TO HV-CUTOFF-PERIOD.
023600     EXEC SQL
023700        DECLARE PERD-CUR CURSOR FOR
023800           SELECT PER_PERIOD, PER_STATUS,
023900                  PER_ROW_COUNT, PER_AMT_TOTAL
024000             FROM PERIOD_CTL
024100            WHERE PER_PERIOD < :HV-CUTOFF-PERIOD
024200              AND PER_STATUS IN ('C', 'R')
024300            ORDER BY PER_PERIOD
024400     END-EXEC.
024500     EXEC SQL
024600        DECLARE HIST-CUR CURSOR FOR
024700           SELECT SALES_PERSON, SALES_TKT_NO, SALES_TKT_DATE,
024800                  SALES_BRANCH,
024900                  SALES_PRODUCT, SALES_QTY, SALES_UNIT_PRICE,
025000                  SALES_EXT_AMT, SALES_ORIG_TKT_NO,
025010                 COALESCE(SALES_TAX_AMT, 0),
025020                 COALESCE(SALES_TAX_JURIS, ' '),
025200                  COALESCE(SALES_PROMO_ID, ' '),
025300                  COALESCE(SALES_POST_DATE, SALES_TKT_DATE)
025400             FROM SALES_HIST
025500            WHERE SALES_TKT_DATE BETWEEN :HV-DATE-FROM
025600                                     AND :HV-DATE-TO
025700     END-EXEC.
025800     EXEC SQL
025900        DECLARE AUD-CUR CURSOR FOR
026000           SELECT AUD_SPERSON, AUD_TKT_NO, AUD_PRODUCT, AUD_QTY,
026100                  AUD_UNIT_PRICE, AUD_EXT_AMT, AUD_ACTION,
026200                  AUD_REASON_CD, AUD_JOB_ID, AUD_TERM_ID,
026300                  AUD_TS_DATE, AUD_TS_TIME, AUD_BRANCH,
026400                  COALESCE(AUD_TAX_AMT, 0)
026500             FROM SALES_AUDIT
026600            WHERE AUD_TS_DATE BETWEEN :HV-DATE-FROM
026700                                  AND :HV-DATE-TO
026800     END-EXEC.
026900     EXEC SQL OPEN PERD-CUR END-EXEC.
027000     PERFORM 1100-LOAD-PERIOD THRU 1100-EXIT
027100         UNTIL FETCH-EOF.
027200     IF WS-PERIOD-COUNT IS EQUAL TO ZERO
027300         DISPLAY "SALSPURG - NO CLOSED PERIOD BEFORE "
027400                 WS-CUTOFF-PERIOD " IS DUE FOR PURGE"
027500     END-IF.
027600 1000-EXIT.
027700     EXIT.
027800*
027900******************************************************************
028000* 1100-LOAD-PERIOD - ONE PERIOD DUE, WITH THE TOTALS SALSCLOS
028100*     SEALED IT WITH, INTO THE TABLE.
028200******************************************************************
028300 1100-LOAD-PERIOD.
028400     EXEC SQL
028500        FETCH PERD-CUR
028600           INTO :PER-PERIOD, :PER-STATUS,
028700                :PER-ROW-COUNT, :PER-AMT-TOTAL
028800     END-EXEC.
028900     EVALUATE SQLCODE
029000        WHEN 0
029100           IF WS-PERIOD-COUNT IS NOT LESS THAN WS-PERIOD-MAX
029200               DISPLAY "SALSPURG - MORE THAN " WS-PERIOD-MAX
029300                       " PERIODS DUE, REST LEFT FOR THE NEXT RUN"
029400               SET FETCH-EOF TO TRUE
029500               EXEC SQL CLOSE PERD-CUR END-EXEC
029600           ELSE
029700               ADD 1 TO WS-PERIOD-COUNT
029800               MOVE PER-PERIOD    TO PT-PERIOD (WS-PERIOD-COUNT)
029900               MOVE PER-STATUS    TO PT-STATUS (WS-PERIOD-COUNT)
030000               MOVE PER-ROW-COUNT
030100                 TO PT-CTL-COUNT (WS-PERIOD-COUNT)
030200               MOVE PER-AMT-TOTAL
030300                 TO PT-CTL-AMT (WS-PERIOD-COUNT)
030400           END-IF
030500        WHEN 100
030600           SET FETCH-EOF TO TRUE
030700           EXEC SQL CLOSE PERD-CUR END-EXEC
030800        WHEN OTHER
030900           DISPLAY "SALSPURG - PERIOD_CTL FETCH FAILED SQLCODE="
031000                   SQLCODE
031100           MOVE 12 TO RETURN-CODE
031200           MOVE ZERO TO WS-PERIOD-COUNT
031300           SET FETCH-EOF TO TRUE
031400           SET RUN-STOPPED TO TRUE
031500           EXEC SQL CLOSE PERD-CUR END-EXEC
031600     END-EVALUATE.
031700 1100-EXIT.
031800     EXIT.
031900*
032000******************************************************************
032100* 2000-PURGE-PERIOD - ARCHIVE ONE PERIOD, PROVE IT, PURGE IT AND
032200*     MARK IT PURGED, THEN COMMIT.  A PERIOD THAT FAILS ITS PROOF
032300*     IS BACKED OUT AND LEFT ON SALES_HIST; AN SQL FAILURE BACKS
032400*     OUT THE PERIOD AND STOPS THE RUN.
032500******************************************************************
032600 2000-PURGE-PERIOD.
032700     MOVE PT-PERIOD (WS-PERIOD-SUB) TO PER-PERIOD.
032800     MOVE PT-STATUS (WS-PERIOD-SUB) TO PER-STATUS.
032900     COMPUTE HV-DATE-FROM = PER-PERIOD * 100 + 1.
033000     COMPUTE HV-DATE-TO   = PER-PERIOD * 100 + 31.
033100     MOVE ZERO TO WS-HIST-COUNT WS-AUD-COUNT HV-AMT-TOTAL.
033200     MOVE SPACES TO PRL-NOTE.
033300     MOVE "N" TO WS-FETCH-EOF-SW.
033310     PERFORM 2100-WRITE-HEADER THRU 2100-EXIT.
033400     EXEC SQL OPEN HIST-CUR END-EXEC.
033500     PERFORM 2210-FETCH-HIST THRU 2210-EXIT.
033600     PERFORM 2200-ARCHIVE-HIST THRU 2200-EXIT
033700         UNTIL FETCH-EOF.
033800     IF RUN-STOPPED
033900         GO TO 2900-BACK-OUT
034000     END-IF.
034100     IF WS-HIST-COUNT IS NOT EQUAL TO PT-CTL-COUNT (WS-PERIOD-SUB)
034200        OR HV-AMT-TOTAL IS NOT EQUAL TO PT-CTL-AMT (WS-PERIOD-SUB)
034300         DISPLAY "SALSPURG - PERIOD " PER-PERIOD
034400                 " DOES NOT PROVE TO PERIOD_CTL - ARCHIVED "
034500                 WS-HIST-COUNT " ROWS, SEALED WITH "
034600                 PT-CTL-COUNT (WS-PERIOD-SUB) " - NOT PURGED"
034700         MOVE "NOT PROVED" TO PRL-NOTE
034800         GO TO 2900-BACK-OUT
034900     END-IF.
035000     MOVE ZERO TO HV-AUD-EXPECT.
035100     EXEC SQL
035200        SELECT COUNT(*) INTO :HV-AUD-EXPECT
035300          FROM SALES_AUDIT
035400         WHERE AUD_TS_DATE BETWEEN :HV-DATE-FROM
035500                               AND :HV-DATE-TO
035600     END-EXEC.
035700     IF SQLCODE IS NOT EQUAL TO 0
035800         DISPLAY "SALSPURG - SALES_AUDIT COUNT FAILED SQLCODE="
035900                 SQLCODE
036000         SET RUN-STOPPED TO TRUE
036100         GO TO 2900-BACK-OUT
036200     END-IF.
036300     MOVE "N" TO WS-FETCH-EOF-SW.
036400     EXEC SQL OPEN AUD-CUR END-EXEC.
036500     PERFORM 2310-FETCH-AUDIT THRU 2310-EXIT.
036600     PERFORM 2300-ARCHIVE-AUDIT THRU 2300-EXIT
036700         UNTIL FETCH-EOF.
036800     IF RUN-STOPPED
036900         GO TO 2900-BACK-OUT
037000     END-IF.
037100     IF WS-AUD-COUNT IS NOT EQUAL TO HV-AUD-EXPECT
037200         DISPLAY "SALSPURG - PERIOD " PER-PERIOD
037300                 " AUDIT ROWS ARCHIVED " WS-AUD-COUNT
037400                 " DO NOT PROVE TO SALES_AUDIT - NOT PURGED"
037500         MOVE "NOT PROVED" TO PRL-NOTE
037600         GO TO 2900-BACK-OUT
037700     END-IF.
037800     PERFORM 2400-WRITE-TRAILER THRU 2400-EXIT.
037900     PERFORM 2500-PURGE-ROWS THRU 2500-EXIT.
038000     IF RUN-STOPPED
038100         GO TO 2900-BACK-OUT
038200     END-IF.
038300     EXEC SQL COMMIT END-EXEC.
038400     ADD 1             TO WS-PURGED-PERIODS.
038500     ADD WS-HIST-COUNT TO WS-PURGED-ROWS.
038600     ADD WS-AUD-COUNT  TO WS-PURGED-AUDIT.
038700     MOVE "PURGED" TO PRL-NOTE.
038800     PERFORM 2800-WRITE-PERIOD-LINE THRU 2800-EXIT.
038900     GO TO 2000-EXIT.
039000 2900-BACK-OUT.
039100     EXEC SQL ROLLBACK END-EXEC.
039200     ADD 1 TO WS-SKIPPED-PERIODS.
039300     IF RUN-STOPPED
039400         MOVE 12 TO RETURN-CODE
039500         MOVE "SQL FAILURE" TO PRL-NOTE
039600     ELSE
039700         IF RETURN-CODE IS LESS THAN 8
039800             MOVE 8 TO RETURN-CODE
039900         END-IF
040000     END-IF.
040100     PERFORM 2800-WRITE-PERIOD-LINE THRU 2800-EXIT.
040200 2000-EXIT.
040300     EXIT.
040400*
040406******************************************************************
040412* 2100-WRITE-HEADER - OPENS THE PERIOD ON THE ARCHIVE.  SALSRLOD
040418*     STARTS A PERIOD OVER AT EACH OF ITS HEADERS, SO THE ROWS OF
040424*     AN EARLIER ATTEMPT THAT NEVER REACHED ITS TRAILER ARE NOT
040430*     RELOADED WITH THE ONES THAT DID.
040436******************************************************************
040442 2100-WRITE-HEADER.
040448     MOVE SPACES          TO RETAIN-RECORD.
040454     SET RTN-IS-HEADER    TO TRUE.
040460     MOVE PER-PERIOD      TO RTN-PERIOD.
040466     WRITE ARCHIVE-REC FROM RETAIN-RECORD.
040472 2100-EXIT.
040478     EXIT.
040484*
040500******************************************************************
040600* 2200-ARCHIVE-HIST - ONE SALES_HIST ROW TO THE ARCHIVE, TALLYING
040700*     THE PERIOD'S COUNT AND AMOUNT FOR THE PROOF.
040800******************************************************************
040900 2200-ARCHIVE-HIST.
041000     MOVE SPACES          TO RETAIN-RECORD.
041100     SET RTN-IS-SALES     TO TRUE.
041200     MOVE PER-PERIOD      TO RTN-PERIOD.
041300     MOVE SALES-RECORD    TO RTN-SALES.
041400     MOVE HV-ORIG-TKT-NO  TO RTN-ORIG-TKT.
041500     WRITE ARCHIVE-REC FROM RETAIN-RECORD.
041600     ADD 1 TO WS-HIST-COUNT.
041700     ADD SALES-EXT-AMT TO HV-AMT-TOTAL.
041800     PERFORM 2210-FETCH-HIST THRU 2210-EXIT.
041900 2200-EXIT.
042000     EXIT.
042100*
042200 2210-FETCH-HIST.
042300     EXEC SQL
042400        FETCH HIST-CUR
042500           INTO :SALES-PERSON, :SALES-TKT-NO, :SALES-TKT-DATE,
042600                :SALES-BRANCH,
042700                :SALES-PRODUCT, :SALES-QTY, :SALES-UNIT-PRICE,
042800                :SALES-EXT-AMT, :HV-ORIG-TKT-NO,
042900                :SALES-TAX-AMT, :SALES-TAX-JURIS,
043000                :SALES-PROMO-ID, :SALES-POST-DATE
043100     END-EXEC.
043200     EVALUATE SQLCODE
043300        WHEN 0
043400           CONTINUE
043500        WHEN 100
043600           SET FETCH-EOF TO TRUE
043700           EXEC SQL CLOSE HIST-CUR END-EXEC
043800        WHEN OTHER
043900           DISPLAY "SALSPURG - SALES_HIST FETCH FAILED SQLCODE="
044000                   SQLCODE
044100           SET FETCH-EOF TO TRUE
044200           SET RUN-STOPPED TO TRUE
044300           EXEC SQL CLOSE HIST-CUR END-EXEC
044400     END-EVALUATE.
044500 2210-EXIT.
044600     EXIT.
044700*
044800******************************************************************
044900* 2300-ARCHIVE-AUDIT - ONE SALES_AUDIT ROW LOGGED DURING THE
045000*     PERIOD TO THE ARCHIVE.
045100******************************************************************
045200 2300-ARCHIVE-AUDIT.
045300     MOVE SPACES          TO RETAIN-RECORD.
045400     SET RTN-IS-AUDIT     TO TRUE.
045500     MOVE PER-PERIOD      TO RTN-PERIOD.
045600     MOVE AUDIT-RECORD    TO RTN-AUDIT.
045700     WRITE ARCHIVE-REC FROM RETAIN-RECORD.
045800     ADD 1 TO WS-AUD-COUNT.
045900     PERFORM 2310-FETCH-AUDIT THRU 2310-EXIT.
046000 2300-EXIT.
046100     EXIT.
046200*
046300 2310-FETCH-AUDIT.
046400     EXEC SQL
046500        FETCH AUD-CUR
046600           INTO :AUD-SPERSON, :AUD-TKT-NO, :AUD-PRODUCT, :AUD-QTY,
046700                :AUD-UNIT-PRICE, :AUD-EXT-AMT, :AUD-ACTION,
046800                :AUD-REASON-CD, :AUD-JOB-ID, :AUD-TERM-ID,
046900                :AUD-TS-DATE, :AUD-TS-TIME, :AUD-BRANCH,
047000                :AUD-TAX-AMT
047100     END-EXEC.
047200     EVALUATE SQLCODE
047300        WHEN 0
047400           CONTINUE
047500        WHEN 100
047600           SET FETCH-EOF TO TRUE
047700           EXEC SQL CLOSE AUD-CUR END-EXEC
047800        WHEN OTHER
047900           DISPLAY "SALSPURG - SALES_AUDIT FETCH FAILED SQLCODE="
048000                   SQLCODE
048100           SET FETCH-EOF TO TRUE
048200           SET RUN-STOPPED TO TRUE
048300           EXEC SQL CLOSE AUD-CUR END-EXEC
048400     END-EVALUATE.
048500 2310-EXIT.
048600     EXIT.
048700*
048800******************************************************************
048900* 2400-WRITE-TRAILER - THE PERIOD'S PROVED TOTALS AND THE PURGE
049000*     DATE.  SALSRLOD TRUSTS A PERIOD ONLY BEHIND ITS TRAILER.
049100******************************************************************
049200 2400-WRITE-TRAILER.
049300     MOVE SPACES          TO RETAIN-RECORD.
049400     SET RTN-IS-TRAILER   TO TRUE.
049500     MOVE PER-PERIOD      TO RTN-PERIOD.
049600     MOVE WS-HIST-COUNT   TO RTN-ROW-COUNT.
049700     MOVE HV-AMT-TOTAL    TO RTN-AMT-TOTAL.
049800     MOVE WS-AUD-COUNT    TO RTN-AUD-COUNT.
049900     MOVE HV-PURGE-DATE   TO RTN-PURGE-DATE.
050000     WRITE ARCHIVE-REC FROM RETAIN-RECORD.
050100 2400-EXIT.
050200     EXIT.
050300*
050400******************************************************************
050500* 2500-PURGE-ROWS - THE PERIOD IS ON THE ARCHIVE AND PROVED;
050600*     CLEAR IT OUT OF SALES_HIST AND SALES_AUDIT AND MARK IT
050700*     PURGED.  THE PERIOD_CTL UPDATE IS KEYED ON THE STATUS THE
050800*     PERIOD WAS LOADED WITH, SO A ROW CHANGED SINCE IS NOT
050900*     PURGED BLIND.
051000******************************************************************
051100 2500-PURGE-ROWS.
051200     EXEC SQL
051300        DELETE FROM SALES_HIST
051400         WHERE SALES_TKT_DATE BETWEEN :HV-DATE-FROM
051500                                  AND :HV-DATE-TO
051600     END-EXEC.
051700     IF SQLCODE IS NOT EQUAL TO 0 AND SQLCODE NOT EQUAL 100
051800         DISPLAY "SALSPURG - SALES_HIST DELETE FAILED SQLCODE="
051900                 SQLCODE
052000         SET RUN-STOPPED TO TRUE
052100         GO TO 2500-EXIT
052200     END-IF.
052300     EXEC SQL
052400        DELETE FROM SALES_AUDIT
052500         WHERE AUD_TS_DATE BETWEEN :HV-DATE-FROM
052600                               AND :HV-DATE-TO
052700     END-EXEC.
052800     IF SQLCODE IS NOT EQUAL TO 0 AND SQLCODE NOT EQUAL 100
052900         DISPLAY "SALSPURG - SALES_AUDIT DELETE FAILED SQLCODE="
053000                 SQLCODE
053100         SET RUN-STOPPED TO TRUE
053200         GO TO 2500-EXIT
053300     END-IF.
053400     EXEC SQL
053500        UPDATE PERIOD_CTL
053600           SET PER_STATUS     = 'P',
053700               PER_PURGE_DATE = :HV-PURGE-DATE
053800         WHERE PER_PERIOD = :PER-PERIOD
053900           AND PER_STATUS = :PER-STATUS
054000     END-EXEC.
054100     IF SQLCODE IS NOT EQUAL TO 0
054200         DISPLAY "SALSPURG - PERIOD_CTL UPDATE FAILED SQLCODE="
054300                 SQLCODE
054400         SET RUN-STOPPED TO TRUE
054500     END-IF.
054600 2500-EXIT.
054700     EXIT.
054800*
054900 2800-WRITE-PERIOD-LINE.
055000     MOVE PER-PERIOD      TO PRL-PERIOD.
055100     MOVE PER-STATUS      TO PRL-STATUS.
055200     MOVE WS-HIST-COUNT   TO PRL-ROWS.
055300     MOVE HV-AMT-TOTAL    TO PRL-AMT.
055400     MOVE WS-AUD-COUNT    TO PRL-AUDIT.
055500     WRITE SUMMARY-REC FROM WS-PERIOD-LINE.
055600     DISPLAY WS-PERIOD-LINE.
055700 2800-EXIT.
055800     EXIT.
055900*
056000******************************************************************
056100* 4000-TERMINATE - RUN SUMMARY, CLOSE UP, CHECK OUT.  A RUN
056200*     STOPPED BY AN SQL FAILURE IS LEFT STARTED ON RUN_CTL SO IT
056300*     CAN BE RUN AGAIN ONCE THE FAILURE IS CLEARED; THE PERIODS
056400*     IT COMMITTED ARE MARKED PURGED AND ARE NOT PICKED UP TWICE.
056500******************************************************************
056600 4000-TERMINATE.
056700     MOVE WS-RETAIN-MONTHS   TO SUM-RETAIN.
056800     MOVE WS-CUTOFF-PERIOD   TO SUM-CUTOFF.
056900     MOVE WS-PURGED-PERIODS  TO SUM-PURGED.
057000     MOVE WS-SKIPPED-PERIODS TO SUM-SKIPPED.
057100     MOVE WS-PURGED-ROWS     TO SUM-ROWS.
057200     MOVE WS-PURGED-AUDIT    TO SUM-AUDIT.
057300     MOVE WS-TODAY           TO SUM-ARCHIVE-DATE.
057400     WRITE SUMMARY-REC FROM WS-SUMMARY-LINE.
057500     DISPLAY WS-SUMMARY-LINE.
057600     CLOSE ARCHIVE-FILE SUMMARY-FILE.
057700     IF RETURN-CODE IS NOT LESS THAN 12
057800         DISPLAY "SALSPURG - RUN STOPPED, LEFT OPEN ON RUN_CTL"
057900         GO TO 4000-EXIT
058000     END-IF.
058100     MOVE "E" TO WS-RUNC-FUNC.
058200     CALL "RUNCTL" USING WS-RUNC-FUNC WS-RUNC-JOB WS-RUNC-PRED
058300                         WS-RUNC-DATE WS-RUNC-RETCODE.
058400     IF NOT WS-RUNC-OK
058500         DISPLAY "SALSPURG - RUN CONTROL END-MARK FAILED"
058600         IF RETURN-CODE IS LESS THAN 8
058700             MOVE 8 TO RETURN-CODE
058800         END-IF
058900     END-IF.
059000 4000-EXIT.
059100     EXIT.
