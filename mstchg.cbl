000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "MSTCHG".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     NIGHTLY MASTER CHANGE REPORT.  LISTS WHAT THE MASTER-FILE
001000*     LOADS CHANGED ON ONE RUN DATE, FROM THE BEFORE AND AFTER
001100*     IMAGES THEY JOURNAL TO MASTER_JOURNAL (MJRNREC):
001200*       - PRICE AND COST MOVES - EVERY PRODUCT ON FILE WHOSE
001300*         PRICE OR COST CHANGED, OLD AND NEW, WITH THE PRICE
001400*         MOVE AS A PERCENT;
001500*       - TERMINATIONS - EVERY EMPLOYEE TERMINATED, AND ANY
001600*         TERMINATED EMPLOYEE REINSTATED;
001700*       - PLAN REASSIGNMENTS - EVERY EMPLOYEE MOVED TO ANOTHER
001800*         COMMISSION PLAN OR RATE;
001900*       - BRANCH CLOSURES - EVERY BRANCH CLOSED, AND ANY CLOSED
002000*         BRANCH REOPENED;
002100*       - OTHER CHANGES - EVERY ADD, AND EVERY CHANGE NOT CALLED
002200*         OUT ABOVE (A NEW DESCRIPTION, A PLAN'S TIERS, A
002300*         BRANCH'S JURISDICTION), WITH THE JOB AND FEED IT CAME
002400*         IN ON.
002500*     THE CONTROL CARD NAMES THE RUN DATE (YYYYMMDD); A BLANK
002600*     CARD MEANS TODAY.  RUN AFTER THE NIGHT'S LOADS.
002700*
002800* MODIFICATION HISTORY.
002900*     2026-10-15  DPS  NEW PROGRAM.
003000*
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CONTROL-FILE    ASSIGN TO CTLFILE
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT REPORT-FILE     ASSIGN TO RPTFILE
003800         ORGANIZATION IS SEQUENTIAL.
003900******************************************************************
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CONTROL-FILE
004300     RECORDING MODE IS F.
004400 01  CONTROL-REC             PIC X(80).
004500*
004600 FD  REPORT-FILE
004700     RECORDING MODE IS F.
004800 01  REPORT-REC              PIC X(132).
004900******************************************************************
005000 WORKING-STORAGE SECTION.
005100 01  WS-SWITCHES.
005200     05  WS-JRNL-EOF-SW      PIC X(01)   VALUE "N".
005300         88  JRNL-EOF            VALUE "Y".
005400*
005500* WHICH SECTION IS PRINTING, AND WHAT THE CURRENT JOURNAL ROW
005600* IS - A ROW CALLED OUT IN ONE OF THE FIRST FOUR SECTIONS IS
005700* NOT REPEATED UNDER OTHER CHANGES.
005800 01  WS-SECTION              PIC X(01).
005900     88  SECT-PRICE              VALUE "P".
006000     88  SECT-TERM               VALUE "T".
006100     88  SECT-PLAN               VALUE "L".
006200     88  SECT-BRANCH             VALUE "B".
006300     88  SECT-OTHER              VALUE "O".
006400 01  WS-ROW-FLAGS.
006500     05  WS-PRICE-MOVE-SW    PIC X(01).
006600         88  ROW-PRICE-MOVE      VALUE "Y".
006700     05  WS-TERM-SW          PIC X(01).
006800         88  ROW-TERM            VALUE "Y".
006900     05  WS-PLAN-MOVE-SW     PIC X(01).
007000         88  ROW-PLAN-MOVE       VALUE "Y".
007100     05  WS-BRANCH-SW        PIC X(01).
007200         88  ROW-BRANCH          VALUE "Y".
007300*
007400 77  WS-SECTION-LINES        PIC 9(05)   VALUE ZERO COMP.
007500 77  WS-CHANGE-COUNT         PIC 9(09)   VALUE ZERO COMP.
007600 77  WS-PRICE-COUNT          PIC 9(09)   VALUE ZERO COMP.
007700 77  WS-TERM-COUNT           PIC 9(09)   VALUE ZERO COMP.
007800 77  WS-PLAN-COUNT           PIC 9(09)   VALUE ZERO COMP.
007900 77  WS-BRANCH-COUNT         PIC 9(09)   VALUE ZERO COMP.
008000 77  WS-OTHER-COUNT          PIC 9(09)   VALUE ZERO COMP.
008100*
008200 01  WS-CONTROL-CARD.
008300     05  CTL-RUN-DATE        PIC 9(08).
008800     05  FILLER              PIC X(72).
008900*
008910* FIELDS PASSED TO/FROM DATEEDIT - ORDER MUST MATCH ITS LINKAGE.
008920 01  WS-DE-RETCODE           PIC X(02).
008930     88  WS-DE-RC-OK             VALUE "00".
008940*
009000 01  WS-RUN-DATE             PIC 9(08).
009100 01  WS-PRICE-PCT            PIC S9(5)V9   USAGE COMP-3.
009200*
009300* THE FIELDS THE SECTIONS COMPARE, TAKEN FROM THE BEFORE AND THE
009400* AFTER IMAGE OF THE ROW - A NAME IS A PRODUCT'S DESCRIPTION, AN
009500* EMPLOYEE'S NAME OR A BRANCH'S NAME.
009600 01  WS-IMAGE-VALUES.
009700     05  IMV-NAME            PIC X(30).
009800     05  IMV-STATUS          PIC X(01).
009900     05  IMV-PRICE           PIC 9(7)V99.
010000     05  IMV-COST            PIC 9(7)V99.
010100     05  IMV-RATE            PIC V9(4).
010200     05  IMV-PLAN-CD         PIC X(02).
010300     05  IMV-TAX-JURIS       PIC X(04).
010400 01  WS-OLD-VALUES.
010500     05  OLD-NAME            PIC X(30).
010600     05  OLD-STATUS          PIC X(01).
010700     05  OLD-PRICE           PIC 9(7)V99.
010800     05  OLD-COST            PIC 9(7)V99.
010900     05  OLD-RATE            PIC V9(4).
011000     05  OLD-PLAN-CD         PIC X(02).
011100     05  OLD-TAX-JURIS       PIC X(04).
011200 01  WS-NEW-VALUES.
011300     05  NEW-NAME            PIC X(30).
011400     05  NEW-STATUS          PIC X(01).
011500     05  NEW-PRICE           PIC 9(7)V99.
011600     05  NEW-COST            PIC 9(7)V99.
011700     05  NEW-RATE            PIC V9(4).
011800     05  NEW-PLAN-CD         PIC X(02).
011900     05  NEW-TAX-JURIS       PIC X(04).
012000*
012100     COPY MJIMAGE.
012200*
012300 01  WS-CHG-HEAD.
012400     05  FILLER              PIC X(40)   VALUE
012500         "MSTCHG MASTER CHANGE REPORT  RUN DATE   ".
012600     05  CGH-RUN-DATE        PIC 9(08).
012700     05  FILLER              PIC X(84)   VALUE SPACES.
012800*
012900 01  WS-SECTION-LINE.
013000     05  SEC-TITLE           PIC X(60).
013100     05  FILLER              PIC X(72)   VALUE SPACES.
013200*
013300 01  WS-PRICE-HEAD.
013400     05  FILLER              PIC X(40)   VALUE
013500         "  PRODUCT      DESCRIPTION              ".
013600     05  FILLER              PIC X(40)   VALUE
013700         "       OLD PRICE  NEW PRICE    CHG %    ".
013800     05  FILLER              PIC X(52)   VALUE
013900         "OLD COST   NEW COST".
014000*
014100 01  WS-PRICE-LINE.
014200     05  FILLER              PIC X(02)   VALUE SPACES.
014300     05  PRL-PRODUCT         PIC X(12).
014400     05  FILLER              PIC X(01)   VALUE SPACE.
014500     05  PRL-DESC            PIC X(30).
014600     05  FILLER              PIC X(01)   VALUE SPACE.
014700     05  PRL-OLD-PRICE       PIC ZZZ,ZZ9.99.
014800     05  FILLER              PIC X(01)   VALUE SPACE.
014900     05  PRL-NEW-PRICE       PIC ZZZ,ZZ9.99.
015000     05  FILLER              PIC X(01)   VALUE SPACE.
015100     05  PRL-PCT             PIC -ZZZ9.9.
015200     05  FILLER              PIC X(01)   VALUE "%".
015300     05  FILLER              PIC X(02)   VALUE SPACES.
015400     05  PRL-OLD-COST        PIC ZZZ,ZZ9.99.
015500     05  FILLER              PIC X(01)   VALUE SPACE.
015600     05  PRL-NEW-COST        PIC ZZZ,ZZ9.99.
015700     05  FILLER              PIC X(33)   VALUE SPACES.
015800*
015900 01  WS-TERM-HEAD.
016000     05  FILLER              PIC X(40)   VALUE
016100         "  EMPLOYEE        NAME                  ".
016200     05  FILLER              PIC X(92)   VALUE
016300         "         EVENT      PLAN  RATE".
016400*
016500 01  WS-TERM-LINE.
016600     05  FILLER              PIC X(02)   VALUE SPACES.
016700     05  TML-EMP-ID          PIC X(15).
016800     05  FILLER              PIC X(01)   VALUE SPACE.
016900     05  TML-NAME            PIC X(30).
017000     05  FILLER              PIC X(01)   VALUE SPACE.
017100     05  TML-EVENT           PIC X(10).
017200     05  FILLER              PIC X(01)   VALUE SPACE.
017300     05  TML-PLAN-CD         PIC X(02).
017400     05  FILLER              PIC X(03)   VALUE SPACES.
017500     05  TML-RATE            PIC .9999.
017600     05  FILLER              PIC X(62)   VALUE SPACES.
017700*
017800 01  WS-PLAN-HEAD.
017900     05  FILLER              PIC X(40)   VALUE
018000         "  EMPLOYEE        NAME                  ".
018100     05  FILLER              PIC X(92)   VALUE
018200         "         OLD   NEW  OLD RATE NEW RATE".
018300*
018400 01  WS-PLAN-LINE.
018500     05  FILLER              PIC X(02)   VALUE SPACES.
018600     05  PLL-EMP-ID          PIC X(15).
018700     05  FILLER              PIC X(01)   VALUE SPACE.
018800     05  PLL-NAME            PIC X(30).
018900     05  FILLER              PIC X(01)   VALUE SPACE.
019000     05  PLL-OLD-PLAN        PIC X(02).
019100     05  FILLER              PIC X(04)   VALUE SPACES.
019200     05  PLL-NEW-PLAN        PIC X(02).
019300     05  FILLER              PIC X(06)   VALUE SPACES.
019400     05  PLL-OLD-RATE        PIC .9999.
019500     05  FILLER              PIC X(04)   VALUE SPACES.
019600     05  PLL-NEW-RATE        PIC .9999.
019700     05  FILLER              PIC X(55)   VALUE SPACES.
019800*
019900 01  WS-BRANCH-HEAD.
020000     05  FILLER              PIC X(40)   VALUE
020100         "  BRN NAME                           EVE".
020200     05  FILLER              PIC X(92)   VALUE
020300         "NT      JURIS".
020400*
020500 01  WS-BRANCH-LINE.
020600     05  FILLER              PIC X(02)   VALUE SPACES.
020700     05  BRL-CODE            PIC X(03).
020800     05  FILLER              PIC X(01)   VALUE SPACE.
020900     05  BRL-NAME            PIC X(30).
021000     05  FILLER              PIC X(01)   VALUE SPACE.
021100     05  BRL-EVENT           PIC X(10).
021200     05  FILLER              PIC X(01)   VALUE SPACE.
021300     05  BRL-TAX-JURIS       PIC X(04).
021400     05  FILLER              PIC X(80)   VALUE SPACES.
021500*
021600 01  WS-OTHER-HEAD.
021700     05  FILLER              PIC X(40)   VALUE
021800         "  MASTER   KEY             ACTION  JOB  ".
021900     05  FILLER              PIC X(92)   VALUE
022000         "    FEED     TIME           SEQ".
022100*
022200 01  WS-OTHER-LINE.
022300     05  FILLER              PIC X(02)   VALUE SPACES.
022400     05  OTL-MASTER          PIC X(08).
022500     05  FILLER              PIC X(01)   VALUE SPACE.
022600     05  OTL-KEY             PIC X(15).
022700     05  FILLER              PIC X(01)   VALUE SPACE.
022800     05  OTL-ACTION          PIC X(07).
022900     05  FILLER              PIC X(01)   VALUE SPACE.
023000     05  OTL-JOB-ID          PIC X(08).
023100     05  FILLER              PIC X(01)   VALUE SPACE.
023200     05  OTL-FEED            PIC X(08).
023300     05  FILLER              PIC X(01)   VALUE SPACE.
023400     05  OTL-TIME            PIC 9(08).
023500     05  FILLER              PIC X(01)   VALUE SPACE.
023600     05  OTL-SEQ             PIC ZZZZZZZZ9.
023700     05  FILLER              PIC X(61)   VALUE SPACES.
023800*
023900 01  WS-NONE-LINE.
024000     05  FILLER              PIC X(02)   VALUE SPACES.
024100     05  NON-TEXT            PIC X(40).
024200     05  FILLER              PIC X(90)   VALUE SPACES.
024300*
024400 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
024500*
024600 01  WS-SUMMARY-LINE.
024700     05  FILLER              PIC X(19)   VALUE
024800         "MSTCHG RUN SUMMARY:".
024900     05  FILLER              PIC X(10)   VALUE " RUN DATE=".
025000     05  SUM-RUN-DATE        PIC 9(08).
025100     05  FILLER              PIC X(09)   VALUE " CHANGES=".
025200     05  SUM-CHANGES         PIC ZZZZZZZZ9.
025300     05  FILLER              PIC X(07)   VALUE " PRICE=".
025400     05  SUM-PRICE           PIC ZZZZ9.
025500     05  FILLER              PIC X(06)   VALUE " TERM=".
025600     05  SUM-TERM            PIC ZZZZ9.
025700     05  FILLER              PIC X(06)   VALUE " PLAN=".
025800     05  SUM-PLAN            PIC ZZZZ9.
025900     05  FILLER              PIC X(08)   VALUE " BRANCH=".
026000     05  SUM-BRANCH          PIC ZZZZ9.
026100     05  FILLER              PIC X(07)   VALUE " OTHER=".
026200     05  SUM-OTHER           PIC ZZZZ9.
026300     05  FILLER              PIC X(28)   VALUE SPACES.
026400*
026500     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
026600 01  HV-RUN-DATE              PIC 9(08).
026700 01  HV-MASTER                PIC X(08).
026800     COPY MJRNREC.
026900     EXEC SQL END DECLARE SECTION END-EXEC.
027000     EXEC SQL INCLUDE SQLCA END-EXEC.
027100******************************************************************
027200 PROCEDURE DIVISION.
027300*
027400 0000-MAINLINE.
027500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027600     SET SECT-PRICE TO TRUE.
027700     MOVE "PRODMAST" TO HV-MASTER.
027800     MOVE "PRICE AND COST MOVES" TO SEC-TITLE.
027900     PERFORM 2000-PRINT-SECTION THRU 2000-EXIT.
028000     SET SECT-TERM TO TRUE.
028100     MOVE "EMPMAST " TO HV-MASTER.
028200     MOVE "TERMINATIONS" TO SEC-TITLE.
028300     PERFORM 2000-PRINT-SECTION THRU 2000-EXIT.
028400     SET SECT-PLAN TO TRUE.
028500     MOVE "PLAN REASSIGNMENTS" TO SEC-TITLE.
028600     PERFORM 2000-PRINT-SECTION THRU 2000-EXIT.
028700     SET SECT-BRANCH TO TRUE.
028800     MOVE "BRCHMAST" TO HV-MASTER.
028900     MOVE "BRANCH CLOSURES" TO SEC-TITLE.
029000     PERFORM 2000-PRINT-SECTION THRU 2000-EXIT.
029100     SET SECT-OTHER TO TRUE.
029200     MOVE "OTHER CHANGES" TO SEC-TITLE.
029300     PERFORM 2000-PRINT-SECTION THRU 2000-EXIT.
029400     PERFORM 4000-TERMINATE THRU 4000-EXIT.
029500     GOBACK.
029600*
029700******************************************************************
029800* 1000-INITIALIZE - READ AND EDIT THE RUN-DATE CARD, PRINT THE
029900*     HEADING, AND DECLARE THE JOURNAL CURSORS - ONE MASTER'S
030000*     ROWS FOR A SECTION, EVERY MASTER'S FOR OTHER CHANGES.
030100******************************************************************
030200 1000-INITIALIZE.
030300     OPEN INPUT  CONTROL-FILE.
030400     OPEN OUTPUT REPORT-FILE.
030500     MOVE SPACES TO WS-CONTROL-CARD.
030600     READ CONTROL-FILE INTO WS-CONTROL-CARD
030700         AT END
030800             CONTINUE
030900     END-READ.
031000     IF WS-CONTROL-CARD IS EQUAL TO SPACES
031100         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
031200     ELSE
031300         CALL "DATEEDIT" USING CTL-RUN-DATE
031400                               WS-DE-RETCODE
031700         IF NOT WS-DE-RC-OK
031800             DISPLAY "MSTCHG - BAD RUN DATE " CTL-RUN-DATE
031900             MOVE 16 TO RETURN-CODE
032000             CLOSE CONTROL-FILE REPORT-FILE
032100             GOBACK
032200         END-IF
032300         MOVE CTL-RUN-DATE TO WS-RUN-DATE
032400     END-IF.
032500     MOVE WS-RUN-DATE TO HV-RUN-DATE CGH-RUN-DATE.
032600     WRITE REPORT-REC FROM WS-CHG-HEAD.
032700     EXEC SQL
032800        DECLARE MSTR-CUR CURSOR FOR
032900           SELECT MJRN_MASTER, MJRN_KEY, MJRN_RUN_TIME, MJRN_SEQ,
033000                  MJRN_ACTION, MJRN_JOB_ID, MJRN_FEED,
033100                  MJRN_BEFORE, MJRN_AFTER
033200             FROM MASTER_JOURNAL
033300            WHERE MJRN_RUN_DATE = :HV-RUN-DATE
033400              AND MJRN_MASTER = :HV-MASTER
033500            ORDER BY MJRN_KEY, MJRN_RUN_TIME, MJRN_SEQ
033600     END-EXEC.
033700     EXEC SQL
033800        DECLARE ALL-CUR CURSOR FOR
033900           SELECT MJRN_MASTER, MJRN_KEY, MJRN_RUN_TIME, MJRN_SEQ,
034000                  MJRN_ACTION, MJRN_JOB_ID, MJRN_FEED,
034100                  MJRN_BEFORE, MJRN_AFTER
034200             FROM MASTER_JOURNAL
034300            WHERE MJRN_RUN_DATE = :HV-RUN-DATE
034400            ORDER BY MJRN_MASTER, MJRN_KEY, MJRN_RUN_TIME,
034500                     MJRN_SEQ
034600     END-EXEC.
034700 1000-EXIT.
034800     EXIT.
034900*
035000******************************************************************
035100* 2000-PRINT-SECTION - TITLE AND HEAD THE SECTION, THEN PASS THE
035200*     NIGHT'S JOURNAL ROWS FOR IT, PRINTING THOSE IT CALLS OUT.
035300******************************************************************
035400 2000-PRINT-SECTION.
035500     WRITE REPORT-REC FROM WS-BLANK-LINE.
035600     WRITE REPORT-REC FROM WS-SECTION-LINE.
035700     EVALUATE TRUE
035800        WHEN SECT-PRICE
035900           WRITE REPORT-REC FROM WS-PRICE-HEAD
036000        WHEN SECT-TERM
036100           WRITE REPORT-REC FROM WS-TERM-HEAD
036200        WHEN SECT-PLAN
036300           WRITE REPORT-REC FROM WS-PLAN-HEAD
036400        WHEN SECT-BRANCH
036500           WRITE REPORT-REC FROM WS-BRANCH-HEAD
036600        WHEN SECT-OTHER
036700           WRITE REPORT-REC FROM WS-OTHER-HEAD
036800     END-EVALUATE.
036900     MOVE ZERO TO WS-SECTION-LINES.
037000     MOVE "N" TO WS-JRNL-EOF-SW.
037100     IF SECT-OTHER
037200         EXEC SQL OPEN ALL-CUR END-EXEC
037300     ELSE
037400         EXEC SQL OPEN MSTR-CUR END-EXEC
037500     END-IF.
037600     PERFORM 2100-FETCH-ROW THRU 2100-EXIT.
037700     PERFORM 2200-PROCESS-ROW THRU 2200-EXIT
037800         UNTIL JRNL-EOF.
037900     IF WS-SECTION-LINES IS EQUAL TO ZERO
038000         MOVE "NONE" TO NON-TEXT
038100         WRITE REPORT-REC FROM WS-NONE-LINE
038200     END-IF.
038300 2000-EXIT.
038400     EXIT.
038500*
038600 2100-FETCH-ROW.
038700     IF SECT-OTHER
038800         EXEC SQL
038900            FETCH ALL-CUR
039000               INTO :MJRN-MASTER, :MJRN-KEY, :MJRN-RUN-TIME,
039100                    :MJRN-SEQ, :MJRN-ACTION, :MJRN-JOB-ID,
039200                    :MJRN-FEED, :MJRN-BEFORE, :MJRN-AFTER
039300         END-EXEC
039400     ELSE
039500         EXEC SQL
039600            FETCH MSTR-CUR
039700               INTO :MJRN-MASTER, :MJRN-KEY, :MJRN-RUN-TIME,
039800                    :MJRN-SEQ, :MJRN-ACTION, :MJRN-JOB-ID,
039900                    :MJRN-FEED, :MJRN-BEFORE, :MJRN-AFTER
040000         END-EXEC
040100     END-IF.
040200     EVALUATE SQLCODE
040300        WHEN 0
040400           CONTINUE
040500        WHEN 100
040600           SET JRNL-EOF TO TRUE
040700        WHEN OTHER
040800           DISPLAY "MSTCHG - FETCH FAILED SQLCODE=" SQLCODE
040900           MOVE 12 TO RETURN-CODE
041000           SET JRNL-EOF TO TRUE
041100     END-EVALUATE.
041200     IF JRNL-EOF
041300         IF SECT-OTHER
041400             EXEC SQL CLOSE ALL-CUR END-EXEC
041500         ELSE
041600             EXEC SQL CLOSE MSTR-CUR END-EXEC
041700         END-IF
041800     END-IF.
041900 2100-EXIT.
042000     EXIT.
042100*
042200******************************************************************
042300* 2200-PROCESS-ROW - SORT OUT WHAT THE ROW CHANGED AND PRINT IT
042400*     IF THIS SECTION CALLS IT OUT.
042500******************************************************************
042600 2200-PROCESS-ROW.
042700     PERFORM 2900-CLASSIFY-ROW THRU 2900-EXIT.
042800     EVALUATE TRUE
042900        WHEN SECT-PRICE
043000           IF ROW-PRICE-MOVE
043100               PERFORM 3000-PRINT-PRICE THRU 3000-EXIT
043200           END-IF
043300        WHEN SECT-TERM
043400           IF ROW-TERM
043500               PERFORM 3100-PRINT-TERM THRU 3100-EXIT
043600           END-IF
043700        WHEN SECT-PLAN
043800           IF ROW-PLAN-MOVE
043900               PERFORM 3200-PRINT-PLAN THRU 3200-EXIT
044000           END-IF
044100        WHEN SECT-BRANCH
044200           IF ROW-BRANCH
044300               PERFORM 3300-PRINT-BRANCH THRU 3300-EXIT
044400           END-IF
044500        WHEN SECT-OTHER
044600           ADD 1 TO WS-CHANGE-COUNT
044700           IF NOT ROW-PRICE-MOVE AND NOT ROW-TERM
044800              AND NOT ROW-PLAN-MOVE AND NOT ROW-BRANCH
044900               PERFORM 3400-PRINT-OTHER THRU 3400-EXIT
045000           END-IF
045100     END-EVALUATE.
045200     PERFORM 2100-FETCH-ROW THRU 2100-EXIT.
045300 2200-EXIT.
045400     EXIT.
045500*
045600******************************************************************
045700* 2900-CLASSIFY-ROW - TAKE THE COMPARED FIELDS FROM BOTH IMAGES
045800*     AND FLAG WHICH SECTION, IF ANY, CALLS THE ROW OUT.  AN ADD
045900*     HAS NO BEFORE TO MOVE FROM AND GOES TO OTHER CHANGES.
046000******************************************************************
046100 2900-CLASSIFY-ROW.
046200     MOVE "NNNN" TO WS-ROW-FLAGS.
046300     MOVE MJRN-BEFORE TO MJ-IMAGE-DATA.
046400     PERFORM 2950-TAKE-VALUES THRU 2950-EXIT.
046500     MOVE WS-IMAGE-VALUES TO WS-OLD-VALUES.
046600     MOVE MJRN-AFTER TO MJ-IMAGE-DATA.
046700     PERFORM 2950-TAKE-VALUES THRU 2950-EXIT.
046800     MOVE WS-IMAGE-VALUES TO WS-NEW-VALUES.
046900     IF MJRN-ACT-ADD
047000         GO TO 2900-EXIT
047100     END-IF.
047200     EVALUATE TRUE
047300        WHEN MJRN-IS-PRODMAST
047400           IF NEW-PRICE IS NOT EQUAL TO OLD-PRICE
047500              OR NEW-COST IS NOT EQUAL TO OLD-COST
047600               SET ROW-PRICE-MOVE TO TRUE
047700           END-IF
047800        WHEN MJRN-IS-EMPMAST
047900           IF NEW-STATUS IS NOT EQUAL TO OLD-STATUS
048000               SET ROW-TERM TO TRUE
048100           END-IF
048200           IF NEW-PLAN-CD IS NOT EQUAL TO OLD-PLAN-CD
048300              OR NEW-RATE IS NOT EQUAL TO OLD-RATE
048400               SET ROW-PLAN-MOVE TO TRUE
048500           END-IF
048600        WHEN MJRN-IS-BRCHMAST
048700           IF NEW-STATUS IS NOT EQUAL TO OLD-STATUS
048800               SET ROW-BRANCH TO TRUE
048900           END-IF
049000     END-EVALUATE.
049100 2900-EXIT.
049200     EXIT.
049300*
049400 2950-TAKE-VALUES.
049500     MOVE SPACES TO IMV-NAME IMV-STATUS IMV-PLAN-CD IMV-TAX-JURIS.
049600     MOVE ZERO   TO IMV-PRICE IMV-COST IMV-RATE.
049700     IF MJ-IMAGE-DATA IS EQUAL TO SPACES
049800         GO TO 2950-EXIT
049900     END-IF.
050000     EVALUATE TRUE
050100        WHEN MJRN-IS-PRODMAST
050200           MOVE MJP-DESC       TO IMV-NAME
050300           MOVE MJP-STATUS     TO IMV-STATUS
050400           MOVE MJP-UNIT-PRICE TO IMV-PRICE
050500           MOVE MJP-UNIT-COST  TO IMV-COST
050600        WHEN MJRN-IS-EMPMAST
050700           MOVE MJE-NAME       TO IMV-NAME
050800           MOVE MJE-STATUS     TO IMV-STATUS
050900           MOVE MJE-COMM-RATE  TO IMV-RATE
051000           MOVE MJE-PLAN-CD    TO IMV-PLAN-CD
051100        WHEN MJRN-IS-BRCHMAST
051200           MOVE MJB-NAME       TO IMV-NAME
051300           MOVE MJB-STATUS     TO IMV-STATUS
051400           MOVE MJB-TAX-JURIS  TO IMV-TAX-JURIS
051500        WHEN MJRN-IS-COMMPLAN
051600           MOVE MJL-DESC       TO IMV-NAME
051700     END-EVALUATE.
051800 2950-EXIT.
051900     EXIT.
052000*
052100******************************************************************
052200* 3000-PRINT-PRICE - OLD AND NEW PRICE AND COST; THE MOVE AS A
052300*     PERCENT OF THE OLD PRICE (999.9 WHEN THERE WAS NONE).
052400******************************************************************
052500 3000-PRINT-PRICE.
052600     ADD 1 TO WS-SECTION-LINES WS-PRICE-COUNT.
052700     MOVE MJRN-KEY  TO PRL-PRODUCT.
052800     MOVE NEW-NAME  TO PRL-DESC.
052900     MOVE OLD-PRICE TO PRL-OLD-PRICE.
053000     MOVE NEW-PRICE TO PRL-NEW-PRICE.
053100     MOVE OLD-COST  TO PRL-OLD-COST.
053200     MOVE NEW-COST  TO PRL-NEW-COST.
053300     IF OLD-PRICE IS GREATER THAN ZERO
053400         COMPUTE WS-PRICE-PCT ROUNDED =
053500                 (NEW-PRICE - OLD-PRICE) * 100 / OLD-PRICE
053600            ON SIZE ERROR
053700               MOVE 999.9 TO WS-PRICE-PCT
053800         END-COMPUTE
053900     ELSE
054000         MOVE 999.9 TO WS-PRICE-PCT
054100     END-IF.
054200     MOVE WS-PRICE-PCT TO PRL-PCT.
054300     WRITE REPORT-REC FROM WS-PRICE-LINE.
054400 3000-EXIT.
054500     EXIT.
054600*
054700 3100-PRINT-TERM.
054800     ADD 1 TO WS-SECTION-LINES WS-TERM-COUNT.
054900     MOVE MJRN-KEY    TO TML-EMP-ID.
055000     MOVE NEW-NAME    TO TML-NAME.
055100     IF NEW-STATUS IS EQUAL TO "T"
055200         MOVE "TERMINATED" TO TML-EVENT
055300     ELSE
055400         MOVE "REINSTATED" TO TML-EVENT
055500     END-IF.
055600     MOVE NEW-PLAN-CD TO TML-PLAN-CD.
055700     MOVE NEW-RATE    TO TML-RATE.
055800     WRITE REPORT-REC FROM WS-TERM-LINE.
055900 3100-EXIT.
056000     EXIT.
056100*
056200 3200-PRINT-PLAN.
056300     ADD 1 TO WS-SECTION-LINES WS-PLAN-COUNT.
056400     MOVE MJRN-KEY    TO PLL-EMP-ID.
056500     MOVE NEW-NAME    TO PLL-NAME.
056600     MOVE OLD-PLAN-CD TO PLL-OLD-PLAN.
056700     MOVE NEW-PLAN-CD TO PLL-NEW-PLAN.
056800     MOVE OLD-RATE    TO PLL-OLD-RATE.
056900     MOVE NEW-RATE    TO PLL-NEW-RATE.
057000     WRITE REPORT-REC FROM WS-PLAN-LINE.
057100 3200-EXIT.
057200     EXIT.
057300*
057400 3300-PRINT-BRANCH.
057500     ADD 1 TO WS-SECTION-LINES WS-BRANCH-COUNT.
057600     MOVE MJRN-KEY      TO BRL-CODE.
057700     MOVE NEW-NAME      TO BRL-NAME.
057800     IF NEW-STATUS IS EQUAL TO "I"
057900         MOVE "CLOSED"   TO BRL-EVENT
058000     ELSE
058100         MOVE "REOPENED" TO BRL-EVENT
058200     END-IF.
058300     MOVE NEW-TAX-JURIS TO BRL-TAX-JURIS.
058400     WRITE REPORT-REC FROM WS-BRANCH-LINE.
058500 3300-EXIT.
058600     EXIT.
058700*
058800 3400-PRINT-OTHER.
058900     ADD 1 TO WS-SECTION-LINES WS-OTHER-COUNT.
059000     MOVE MJRN-MASTER   TO OTL-MASTER.
059100     MOVE MJRN-KEY      TO OTL-KEY.
059200     EVALUATE TRUE
059300        WHEN MJRN-ACT-ADD
059400           MOVE "ADDED"   TO OTL-ACTION
059500        WHEN MJRN-ACT-STATUS
059600           MOVE "STATUS"  TO OTL-ACTION
059700        WHEN OTHER
059800           MOVE "CHANGED" TO OTL-ACTION
059900     END-EVALUATE.
060000     MOVE MJRN-JOB-ID   TO OTL-JOB-ID.
060100     MOVE MJRN-FEED     TO OTL-FEED.
060200     MOVE MJRN-RUN-TIME TO OTL-TIME.
060300     MOVE MJRN-SEQ      TO OTL-SEQ.
060400     WRITE REPORT-REC FROM WS-OTHER-LINE.
060500 3400-EXIT.
060600     EXIT.
060700*
060800******************************************************************
060900* 4000-TERMINATE - WRITE AND DISPLAY THE RUN SUMMARY.
061000******************************************************************
061100 4000-TERMINATE.
061200     MOVE WS-RUN-DATE      TO SUM-RUN-DATE.
061300     MOVE WS-CHANGE-COUNT  TO SUM-CHANGES.
061400     MOVE WS-PRICE-COUNT   TO SUM-PRICE.
061500     MOVE WS-TERM-COUNT    TO SUM-TERM.
061600     MOVE WS-PLAN-COUNT    TO SUM-PLAN.
061700     MOVE WS-BRANCH-COUNT  TO SUM-BRANCH.
061800     MOVE WS-OTHER-COUNT   TO SUM-OTHER.
061900     WRITE REPORT-REC FROM WS-BLANK-LINE.
062000     WRITE REPORT-REC FROM WS-SUMMARY-LINE.
062100     DISPLAY WS-SUMMARY-LINE.
062200     CLOSE CONTROL-FILE REPORT-FILE.
062300 4000-EXIT.
062400     EXIT.
