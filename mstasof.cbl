000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "MSTASOF".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     AS-OF LOOKUP AGAINST THE MASTER CHANGE JOURNAL.  ANSWERS
001000*     "WHAT WAS THIS PRODUCT'S PRICE ON THAT DATE" AND "WHAT
001100*     PLAN WAS THIS EMPLOYEE ON ON THAT DATE" FOR A DISPUTE OR A
001200*     COMMISSION RE-RUN.  ONE CARD PER QUESTION:
001300*         COL 1      TYPE - P PRODUCT, E EMPLOYEE
001400*         COL 3-17   PRODUCT CODE OR EMPLOYEE ID
001500*         COL 19-26  AS-OF DATE (YYYYMMDD)
001600*     A LOAD'S CHANGE IS IN EFFECT FROM ITS RUN DATE ON.  THE
001700*     ANSWER IS, IN ORDER:
001800*       - THE AFTER IMAGE OF THE LAST CHANGE JOURNALED ON OR
001900*         BEFORE THE DATE;
002000*       - FAILING THAT, THE BEFORE IMAGE OF THE FIRST CHANGE
002100*         AFTER IT - UNLESS THAT CHANGE ADDED THE ROW, WHEN THE
002200*         ROW WAS NOT YET ON FILE;
002300*       - FAILING THAT, THE ROW ON FILE TODAY, UNCHANGED SINCE
002400*         BEFORE THE JOURNAL BEGAN.
002410*     A BAD CARD IS NOTED ON THE REPORT AND SKIPPED.  A QUESTION
002420*     WHOSE JOURNAL OR MASTER READ FAILS IS REPORTED AS AN SQL
002430*     ERROR, NOT AS NOT ON FILE, AND THE RUN ENDS WITH RC=12.
002600*
002700* MODIFICATION HISTORY.
002800*     2026-10-15  DPS  NEW PROGRAM.
002900*
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CONTROL-FILE    ASSIGN TO CTLFILE
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT REPORT-FILE     ASSIGN TO RPTFILE
003700         ORGANIZATION IS SEQUENTIAL.
003800******************************************************************
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CONTROL-FILE
004200     RECORDING MODE IS F.
004300 01  CONTROL-REC             PIC X(80).
004400*
004500 FD  REPORT-FILE
004600     RECORDING MODE IS F.
004700 01  REPORT-REC              PIC X(132).
004800******************************************************************
004900 WORKING-STORAGE SECTION.
005000 01  WS-SWITCHES.
005100     05  WS-CONTROL-EOF-SW   PIC X(01)   VALUE "N".
005200         88  CONTROL-EOF         VALUE "Y".
005300     05  WS-FOUND-SW         PIC X(01).
005400         88  VALUE-FOUND         VALUE "Y".
005500     05  WS-ADDED-LATER-SW   PIC X(01).
005600         88  ADDED-LATER         VALUE "Y".
005610     05  WS-SQL-FAIL-SW      PIC X(01).
005620         88  LOOKUP-FAILED       VALUE "Y".
005700*
005800 77  WS-CARD-COUNT           PIC 9(07)   VALUE ZERO COMP.
005900 77  WS-ANSWER-COUNT         PIC 9(07)   VALUE ZERO COMP.
006000 77  WS-NOT-ON-FILE-COUNT    PIC 9(07)   VALUE ZERO COMP.
006100 77  WS-BAD-CARD-COUNT       PIC 9(07)   VALUE ZERO COMP.
006110 77  WS-SQL-ERR-COUNT        PIC 9(07)   VALUE ZERO COMP.
006200*
006300 01  WS-CONTROL-CARD.
006400     05  CTL-TYPE            PIC X(01).
006500         88  CTL-PRODUCT         VALUE "P".
006600         88  CTL-EMPLOYEE        VALUE "E".
006700     05  FILLER              PIC X(01).
006800     05  CTL-KEY             PIC X(15).
006900     05  FILLER              PIC X(01).
007000     05  CTL-ASOF-DATE       PIC 9(08).
007100     05  CTL-ASOF-DATE-X REDEFINES CTL-ASOF-DATE
007200                             PIC X(08).
007500     05  FILLER              PIC X(54).
007600*
007610* FIELDS PASSED TO/FROM DATEEDIT - ORDER MUST MATCH ITS LINKAGE.
007620 01  WS-DE-RETCODE           PIC X(02).
007630     88  WS-DE-RC-OK             VALUE "00".
007640*
007700     COPY MJIMAGE.
007800*
007900 01  WS-KEY-HEAD.
008000     05  FILLER              PIC X(22)   VALUE
008100         "===== AS-OF LOOKUP FOR".
008200     05  FILLER              PIC X(01)   VALUE SPACE.
008300     05  ASH-TYPE            PIC X(08).
008400     05  FILLER              PIC X(01)   VALUE SPACE.
008500     05  ASH-KEY             PIC X(15).
008600     05  FILLER              PIC X(07)   VALUE " AS OF ".
008700     05  ASH-ASOF-DATE       PIC X(08).
008800     05  FILLER              PIC X(06)   VALUE " =====".
008900     05  FILLER              PIC X(64)   VALUE SPACES.
009000*
009100 01  WS-PROD-LINE.
009200     05  FILLER              PIC X(04)   VALUE SPACES.
009300     05  PRL-DESC            PIC X(30).
009400     05  FILLER              PIC X(08)   VALUE " STATUS ".
009500     05  PRL-STATUS          PIC X(01).
009600     05  FILLER              PIC X(07)   VALUE " PRICE ".
009700     05  PRL-UNIT-PRICE      PIC ZZZ,ZZ9.99.
009800     05  FILLER              PIC X(06)   VALUE " COST ".
009900     05  PRL-UNIT-COST       PIC ZZZ,ZZ9.99.
010000     05  FILLER              PIC X(11)   VALUE " TAX CLASS ".
010100     05  PRL-TAX-CLASS       PIC X(01).
010200     05  FILLER              PIC X(44)   VALUE SPACES.
010300*
010400 01  WS-EMP-LINE.
010500     05  FILLER              PIC X(04)   VALUE SPACES.
010600     05  EML-NAME            PIC X(30).
010700     05  FILLER              PIC X(08)   VALUE " STATUS ".
010800     05  EML-STATUS          PIC X(01).
010900     05  FILLER              PIC X(06)   VALUE " PLAN ".
011000     05  EML-PLAN-CD         PIC X(02).
011100     05  FILLER              PIC X(06)   VALUE " RATE ".
011200     05  EML-COMM-RATE       PIC .9999.
011300     05  FILLER              PIC X(70)   VALUE SPACES.
011400*
011500 01  WS-BASIS-LINE.
011600     05  FILLER              PIC X(04)   VALUE SPACES.
011700     05  BAS-TEXT            PIC X(40).
011800     05  BAS-DATE            PIC X(08).
011900     05  FILLER              PIC X(80)   VALUE SPACES.
012000*
012100 01  WS-NONE-LINE.
012200     05  FILLER              PIC X(04)   VALUE SPACES.
012300     05  NON-TEXT            PIC X(40).
012400     05  FILLER              PIC X(88)   VALUE SPACES.
012500*
012600 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
012700*
012800 01  WS-SUMMARY-LINE.
012900     05  FILLER              PIC X(20)   VALUE
013000         "MSTASOF RUN SUMMARY:".
013100     05  FILLER              PIC X(07)   VALUE " CARDS=".
013200     05  SUM-CARDS           PIC ZZZZZZ9.
013300     05  FILLER              PIC X(10)   VALUE " ANSWERED=".
013400     05  SUM-ANSWERED        PIC ZZZZZZ9.
013500     05  FILLER              PIC X(13)   VALUE " NOT ON FILE=".
013600     05  SUM-NOT-ON-FILE     PIC ZZZZZZ9.
013700     05  FILLER              PIC X(11)   VALUE " BAD CARDS=".
013800     05  SUM-BAD-CARDS       PIC ZZZZZZ9.
013810     05  FILLER              PIC X(12)   VALUE " SQL ERRORS=".
013820     05  SUM-SQL-ERRORS      PIC ZZZZZZ9.
013830     05  FILLER              PIC X(24)   VALUE SPACES.
014000*
014100     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
014200 01  HV-MASTER                PIC X(08).
014300 01  HV-KEY                   PIC X(15).
014400 01  HV-ASOF-DATE             PIC 9(08).
014500     COPY MJRNREC.
014600     COPY PRODREC.
014700     COPY EMPREC.
014800     EXEC SQL END DECLARE SECTION END-EXEC.
014900     EXEC SQL INCLUDE SQLCA END-EXEC.
015000******************************************************************
015100 PROCEDURE DIVISION.
015200*
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
015600         UNTIL CONTROL-EOF.
015700     PERFORM 4000-TERMINATE THRU 4000-EXIT.
015800     GOBACK.
015900*
016000******************************************************************
016100* 1000-INITIALIZE - OPEN FILES, DECLARE THE JOURNAL CURSORS, READ
016200*     THE FIRST CARD.  ASOF-PREV COMES BACK NEWEST CHANGE FIRST
016300*     AND ASOF-NEXT OLDEST FIRST; ONLY THE FIRST ROW OF EITHER IS
016400*     USED.
016500******************************************************************
016600 1000-INITIALIZE.
016700     OPEN INPUT  CONTROL-FILE.
016800     OPEN OUTPUT REPORT-FILE.
016900     EXEC SQL
017000        DECLARE ASOF-PREV CURSOR FOR
017100           SELECT MJRN_RUN_DATE, MJRN_ACTION, MJRN_BEFORE,
017200                  MJRN_AFTER
017300             FROM MASTER_JOURNAL
017400            WHERE MJRN_MASTER = :HV-MASTER
017500              AND MJRN_KEY = :HV-KEY
017600              AND MJRN_RUN_DATE <= :HV-ASOF-DATE
017700            ORDER BY MJRN_RUN_DATE DESC, MJRN_RUN_TIME DESC,
017800                     MJRN_SEQ DESC
017900     END-EXEC.
018000     EXEC SQL
018100        DECLARE ASOF-NEXT CURSOR FOR
018200           SELECT MJRN_RUN_DATE, MJRN_ACTION, MJRN_BEFORE,
018300                  MJRN_AFTER
018400             FROM MASTER_JOURNAL
018500            WHERE MJRN_MASTER = :HV-MASTER
018600              AND MJRN_KEY = :HV-KEY
018700              AND MJRN_RUN_DATE > :HV-ASOF-DATE
018800            ORDER BY MJRN_RUN_DATE, MJRN_RUN_TIME, MJRN_SEQ
018900     END-EXEC.
019000     PERFORM 2100-READ-CARD THRU 2100-EXIT.
019100 1000-EXIT.
019200     EXIT.
019300*
019400******************************************************************
019500* 2000-PROCESS-CARD - HEAD THE QUESTION, EDIT THE CARD, AND LOOK
019600*     FOR THE ANSWER IN THE JOURNAL, THEN ON THE MASTER.
019700******************************************************************
019800 2000-PROCESS-CARD.
019900     ADD 1 TO WS-CARD-COUNT.
020000     MOVE CTL-KEY TO ASH-KEY.
020100     MOVE CTL-ASOF-DATE-X TO ASH-ASOF-DATE.
020200     EVALUATE TRUE
020300        WHEN CTL-PRODUCT
020400           MOVE "PRODUCT"  TO ASH-TYPE
020500        WHEN CTL-EMPLOYEE
020600           MOVE "EMPLOYEE" TO ASH-TYPE
020700        WHEN OTHER
020800           MOVE SPACES     TO ASH-TYPE
020900     END-EVALUATE.
021000     WRITE REPORT-REC FROM WS-BLANK-LINE.
021100     WRITE REPORT-REC FROM WS-KEY-HEAD.
021110     CALL "DATEEDIT" USING CTL-ASOF-DATE
021120                           WS-DE-RETCODE.
021200     IF (NOT CTL-PRODUCT AND NOT CTL-EMPLOYEE)
021300        OR CTL-KEY IS EQUAL TO SPACES
021400        OR NOT WS-DE-RC-OK
021900         ADD 1 TO WS-BAD-CARD-COUNT
022000         MOVE "BAD CARD - SKIPPED" TO NON-TEXT
022100         WRITE REPORT-REC FROM WS-NONE-LINE
022200         GO TO 2000-NEXT
022300     END-IF.
022400     IF CTL-PRODUCT
022500         MOVE "PRODMAST" TO HV-MASTER
022600     ELSE
022700         MOVE "EMPMAST " TO HV-MASTER
022800     END-IF.
022900     MOVE CTL-KEY       TO HV-KEY.
023000     MOVE CTL-ASOF-DATE TO HV-ASOF-DATE.
023100     MOVE "N" TO WS-FOUND-SW WS-ADDED-LATER-SW
023110                 WS-SQL-FAIL-SW.
023200     PERFORM 2200-JOURNAL-BEFORE THRU 2200-EXIT.
023300     IF NOT VALUE-FOUND AND NOT LOOKUP-FAILED
023400         PERFORM 2300-JOURNAL-AFTER THRU 2300-EXIT
023500     END-IF.
023600     IF NOT VALUE-FOUND AND NOT ADDED-LATER
023610        AND NOT LOOKUP-FAILED
023700         PERFORM 2400-MASTER-ROW THRU 2400-EXIT
023800     END-IF.
023810     IF LOOKUP-FAILED
023820         ADD 1 TO WS-SQL-ERR-COUNT
023830         MOVE "SQL ERROR - NO ANSWER, SEE JOB LOG" TO NON-TEXT
023840         WRITE REPORT-REC FROM WS-NONE-LINE
023850         GO TO 2000-NEXT
023860     END-IF.
023900     IF VALUE-FOUND
024000         ADD 1 TO WS-ANSWER-COUNT
024100         PERFORM 3000-PRINT-VALUE THRU 3000-EXIT
024200         WRITE REPORT-REC FROM WS-BASIS-LINE
024300     ELSE
024400         ADD 1 TO WS-NOT-ON-FILE-COUNT
024500         MOVE "NOT ON FILE ON THAT DATE" TO NON-TEXT
024600         WRITE REPORT-REC FROM WS-NONE-LINE
024700     END-IF.
024800 2000-NEXT.
024900     PERFORM 2100-READ-CARD THRU 2100-EXIT.
025000 2000-EXIT.
025100     EXIT.
025200*
025300 2100-READ-CARD.
025400     MOVE SPACES TO WS-CONTROL-CARD.
025500     READ CONTROL-FILE INTO WS-CONTROL-CARD
025600         AT END
025700             SET CONTROL-EOF TO TRUE
025800     END-READ.
025900 2100-EXIT.
026000     EXIT.
026100*
026200******************************************************************
026300* 2200-JOURNAL-BEFORE - THE LAST CHANGE ON OR BEFORE THE AS-OF
026400*     DATE: ITS AFTER IMAGE IS WHAT WAS IN EFFECT.
026500******************************************************************
026600 2200-JOURNAL-BEFORE.
026700     EXEC SQL OPEN ASOF-PREV END-EXEC.
026800     EXEC SQL
026900        FETCH ASOF-PREV
027000           INTO :MJRN-RUN-DATE, :MJRN-ACTION, :MJRN-BEFORE,
027100                :MJRN-AFTER
027200     END-EXEC.
027300     EVALUATE SQLCODE
027400        WHEN 0
027500           SET VALUE-FOUND TO TRUE
027600           MOVE MJRN-AFTER TO MJ-IMAGE-DATA
027700           MOVE "IN EFFECT SINCE THE LOAD RUN OF"
027800                           TO BAS-TEXT
027900           MOVE MJRN-RUN-DATE TO BAS-DATE
028000        WHEN 100
028100           CONTINUE
028200        WHEN OTHER
028300           DISPLAY "MSTASOF - FETCH FAILED SQLCODE=" SQLCODE
028400           MOVE 12 TO RETURN-CODE
028410           SET LOOKUP-FAILED TO TRUE
028500     END-EVALUATE.
028600     EXEC SQL CLOSE ASOF-PREV END-EXEC.
028700 2200-EXIT.
028800     EXIT.
028900*
029000******************************************************************
029100* 2300-JOURNAL-AFTER - NOTHING CHANGED BY THE AS-OF DATE, SO THE
029200*     FIRST LATER CHANGE'S BEFORE IMAGE IS WHAT WAS IN EFFECT -
029300*     UNLESS THAT CHANGE WAS THE ADD, WHEN THERE WAS NO ROW.
029400******************************************************************
029500 2300-JOURNAL-AFTER.
029600     EXEC SQL OPEN ASOF-NEXT END-EXEC.
029700     EXEC SQL
029800        FETCH ASOF-NEXT
029900           INTO :MJRN-RUN-DATE, :MJRN-ACTION, :MJRN-BEFORE,
030000                :MJRN-AFTER
030100     END-EXEC.
030200     EVALUATE SQLCODE
030300        WHEN 0
030400           IF MJRN-ACT-ADD
030500               SET ADDED-LATER TO TRUE
030600           ELSE
030700               SET VALUE-FOUND TO TRUE
030800               MOVE MJRN-BEFORE TO MJ-IMAGE-DATA
030900               MOVE "UNCHANGED UNTIL THE LOAD RUN OF"
031000                               TO BAS-TEXT
031100               MOVE MJRN-RUN-DATE TO BAS-DATE
031200           END-IF
031300        WHEN 100
031400           CONTINUE
031500        WHEN OTHER
031600           DISPLAY "MSTASOF - FETCH FAILED SQLCODE=" SQLCODE
031700           MOVE 12 TO RETURN-CODE
031710           SET LOOKUP-FAILED TO TRUE
031800     END-EVALUATE.
031900     EXEC SQL CLOSE ASOF-NEXT END-EXEC.
032000 2300-EXIT.
032100     EXIT.
032200*
032300******************************************************************
032400* 2400-MASTER-ROW - NO CHANGE JOURNALED EITHER SIDE OF THE DATE:
032500*     THE ROW ON FILE TODAY HAS STOOD SINCE BEFORE THE JOURNAL.
032600*     IT IS BUILT INTO THE SAME IMAGE THE LOADS JOURNAL.
032700******************************************************************
032800 2400-MASTER-ROW.
032900     MOVE SPACES TO MJ-IMAGE-DATA.
033000     IF CTL-PRODUCT
033100         MOVE CTL-KEY TO PROD-CODE
033200         EXEC SQL
033300            SELECT PROD_DESC, PROD_STATUS, PROD_UNIT_PRICE,
033400                   PROD_UNIT_COST, COALESCE(PROD_TAX_CLASS, ' ')
033500              INTO :PROD-DESC, :PROD-STATUS, :PROD-UNIT-PRICE,
033600                   :PROD-UNIT-COST, :PROD-TAX-CLASS
033700              FROM PRODMAST
033800             WHERE PROD_CODE = :PROD-CODE
033900         END-EXEC
034000     ELSE
034100         MOVE CTL-KEY TO EMP-ID
034200         EXEC SQL
034300            SELECT EMP_NAME, EMP_STATUS, EMP_COMM_RATE,
034400                   EMP_PLAN_CD
034500              INTO :EMP-NAME, :EMP-STATUS, :EMP-COMM-RATE,
034600                   :EMP-PLAN-CD
034700              FROM EMPMAST
034800             WHERE EMP_ID = :EMP-ID
034900         END-EXEC
035000     END-IF.
035100     EVALUATE SQLCODE
035200        WHEN 0
035300           SET VALUE-FOUND TO TRUE
035400           MOVE "UNCHANGED SINCE BEFORE THE JOURNAL"
035500                           TO BAS-TEXT
035600           MOVE SPACES     TO BAS-DATE
035700        WHEN 100
035800           GO TO 2400-EXIT
035900        WHEN OTHER
036000           DISPLAY "MSTASOF - SELECT FAILED SQLCODE=" SQLCODE
036100           MOVE 12 TO RETURN-CODE
036110           SET LOOKUP-FAILED TO TRUE
036200           GO TO 2400-EXIT
036300     END-EVALUATE.
036400     IF CTL-PRODUCT
036500         MOVE PROD-CODE       TO MJP-CODE
036600         MOVE PROD-DESC       TO MJP-DESC
036700         MOVE PROD-STATUS     TO MJP-STATUS
036800         MOVE PROD-UNIT-PRICE TO MJP-UNIT-PRICE
036900         MOVE PROD-UNIT-COST  TO MJP-UNIT-COST
037000         MOVE PROD-TAX-CLASS  TO MJP-TAX-CLASS
037100     ELSE
037200         MOVE EMP-ID          TO MJE-ID
037300         MOVE EMP-NAME        TO MJE-NAME
037400         MOVE EMP-STATUS      TO MJE-STATUS
037500         MOVE EMP-COMM-RATE   TO MJE-COMM-RATE
037600         MOVE EMP-PLAN-CD     TO MJE-PLAN-CD
037700     END-IF.
037800 2400-EXIT.
037900     EXIT.
038000*
038100 3000-PRINT-VALUE.
038200     IF CTL-PRODUCT
038300         MOVE MJP-DESC       TO PRL-DESC
038400         MOVE MJP-STATUS     TO PRL-STATUS
038500         MOVE MJP-UNIT-PRICE TO PRL-UNIT-PRICE
038600         MOVE MJP-UNIT-COST  TO PRL-UNIT-COST
038700         MOVE MJP-TAX-CLASS  TO PRL-TAX-CLASS
038800         WRITE REPORT-REC FROM WS-PROD-LINE
038900     ELSE
039000         MOVE MJE-NAME       TO EML-NAME
039100         MOVE MJE-STATUS     TO EML-STATUS
039200         MOVE MJE-PLAN-CD    TO EML-PLAN-CD
039300         MOVE MJE-COMM-RATE  TO EML-COMM-RATE
039400         WRITE REPORT-REC FROM WS-EMP-LINE
039500     END-IF.
039600 3000-EXIT.
039700     EXIT.
039800*
039900******************************************************************
040000* 4000-TERMINATE - WRITE AND DISPLAY THE RUN SUMMARY.
040100******************************************************************
040200 4000-TERMINATE.
040300     MOVE WS-CARD-COUNT        TO SUM-CARDS.
040400     MOVE WS-ANSWER-COUNT      TO SUM-ANSWERED.
040500     MOVE WS-NOT-ON-FILE-COUNT TO SUM-NOT-ON-FILE.
040600     MOVE WS-BAD-CARD-COUNT    TO SUM-BAD-CARDS.
040610     MOVE WS-SQL-ERR-COUNT     TO SUM-SQL-ERRORS.
040700     WRITE REPORT-REC FROM WS-BLANK-LINE.
040800     WRITE REPORT-REC FROM WS-SUMMARY-LINE.
040900     DISPLAY WS-SUMMARY-LINE.
041000     CLOSE CONTROL-FILE REPORT-FILE.
041100 4000-EXIT.
041200     EXIT.
