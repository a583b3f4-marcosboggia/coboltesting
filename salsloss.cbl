000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "SALSLOSS".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     WEEKLY LOSS-PREVENTION EXCEPTION REPORT.  THE CONTROL CARD
001000*     NAMES THE LAST DAY OF THE WEEK (YYYYMMDD); THE SEVEN DAYS
001100*     ENDING THERE ARE READ FROM SALES AND SALES_HIST, AND THE
001200*     SALES_AUDIT CHANGES LOGGED IN THEM.  FIVE PATTERNS ARE
001300*     CALLED OUT BY BRANCH AND SALESPERSON, EACH WITH THE
001400*     TICKETS BEHIND IT SO THE AUDITORS CAN PULL THEM WITH
001500*     SALSINQ:
001600*       - RETURNS KEYED BY THE SALESPERSON WHO MADE THE ORIGINAL
001700*         SALE - LISTED FOR ANYONE WITH WS-SELF-MIN OR MORE IN
001800*         THE WEEK;
001900*       - SALSCORR VOIDS, AND CORRECTIONS THAT TOOK QUANTITY OFF,
002000*         LOGGED WITHIN WS-QUICK-DAYS OF THE LINE POSTING;
002100*       - SALES PRICED IN THE OUTER BAND OF NEWSALE'S PRICE
002200*         TOLERANCE - LISTED FOR ANYONE WITH WS-EDGE-MIN OR MORE;
002300*       - A RETURN RATE (RETURNS OVER SALES, BY AMOUNT) OVER
002400*         WS-RATE-FACTOR TIMES THE BRANCH'S OWN - LISTED WITH
002410*         EVERY RETURN LINE THE SALESPERSON KEYED IN THE WEEK;
002500*       - CASH REFUNDS AGAINST TICKETS ORIGINALLY PAID BY CARD,
002600*         FROM THE TENDER SALSDRV LOGS TO SALES_TENDER.
002700*     A SUMMARY BY BRANCH AND SALESPERSON CLOSES THE REPORT.
002800*     THE THRESHOLDS ARE THE CONSTANTS BELOW.  RUN WEEKLY
002900*     AFTER THE LAST NIGHT OF THE WEEK HAS POSTED.
003000*
003100* MODIFICATION HISTORY.
003200*     2026-10-15  DPS  NEW PROGRAM.
003300*
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CONTROL-FILE    ASSIGN TO CTLFILE
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT REPORT-FILE     ASSIGN TO RPTFILE
004100         ORGANIZATION IS SEQUENTIAL.
004200******************************************************************
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CONTROL-FILE
004600     RECORDING MODE IS F.
004700 01  CONTROL-REC             PIC X(80).
004800*
004900 FD  REPORT-FILE
005000     RECORDING MODE IS F.
005100 01  REPORT-REC              PIC X(132).
005200******************************************************************
005300 WORKING-STORAGE SECTION.
005400 01  WS-SWITCHES.
005500     05  WS-LINE-EOF-SW      PIC X(01)   VALUE "N".
005600         88  LINE-EOF            VALUE "Y".
005700     05  WS-AUD-EOF-SW       PIC X(01)   VALUE "N".
005800         88  AUD-EOF             VALUE "Y".
005900     05  WS-PERSON-FOUND-SW  PIC X(01)   VALUE "N".
006000         88  PERSON-FOUND        VALUE "Y".
006100*
006200 77  WS-PERSON-COUNT         PIC 9(05)   VALUE ZERO COMP.
006300 77  WS-PERSON-MAX           PIC 9(05)   VALUE 00500 COMP.
006400 77  WS-PERSON-SUB           PIC 9(05)   VALUE ZERO COMP.
006500 77  WS-SCAN-SUB             PIC 9(05)   VALUE ZERO COMP.
006600 77  WS-SHIFT-SUB            PIC 9(05)   VALUE ZERO COMP.
006700 77  WS-GROUP-START          PIC 9(05)   VALUE ZERO COMP.
006800 77  WS-GROUP-END            PIC 9(05)   VALUE ZERO COMP.
006900 77  WS-EXC-COUNT            PIC 9(05)   VALUE ZERO COMP.
007000 77  WS-EXC-MAX              PIC 9(05)   VALUE 20000 COMP.
007100 77  WS-EXC-SUB              PIC 9(05)   VALUE ZERO COMP.
007200 77  WS-SECTION-LINES        PIC 9(05)   VALUE ZERO COMP.
007300 77  WS-LINE-COUNT           PIC 9(09)   VALUE ZERO COMP.
007400 77  WS-AUD-COUNT            PIC 9(09)   VALUE ZERO COMP.
007500 77  WS-FLAGGED-COUNT        PIC 9(05)   VALUE ZERO COMP.
007600 77  WS-END-DAYNO            PIC S9(09)  VALUE ZERO COMP.
007700 77  WS-INS-DAYNO            PIC S9(09)  VALUE ZERO COMP.
007800 77  WS-DAYS-AFTER           PIC S9(09)  VALUE ZERO COMP.
007900*
008000* THE THRESHOLDS.  WS-TOLERANCE-PCT MUST MATCH NEWSALE'S
008100* PRICE-TOLERANCE-PCT; A LINE PRICED AWAY FROM THE PRICE IN
008200* EFFECT BY MORE THAN WS-EDGE-SHARE OF THAT TOLERANCE IS AT THE
008300* EDGE.  A RETURN RATE IS ONLY JUDGED ONCE THE SALESPERSON HAS
008400* WS-RATE-MIN-RTNS RETURN LINES IN THE WEEK.
008500 77  WS-TOLERANCE-PCT        PIC V99     VALUE .10 COMP.
008600 77  WS-EDGE-SHARE           PIC V99     VALUE .80 COMP.
008700 77  WS-EDGE-MIN             PIC 9(03)   VALUE 003 COMP.
008800 77  WS-SELF-MIN             PIC 9(03)   VALUE 003 COMP.
008900 77  WS-QUICK-DAYS           PIC 9(03)   VALUE 002 COMP.
009000 77  WS-RATE-FACTOR          PIC 9V9     VALUE 2.0 COMP.
009100 77  WS-RATE-MIN-RTNS        PIC 9(03)   VALUE 002 COMP.
009200*
009300 01  WS-CONTROL-CARD.
009400     05  CTL-WEEK-END        PIC 9(08).
009900     05  FILLER              PIC X(72).
010000*
010010* FIELDS PASSED TO/FROM DATEEDIT - ORDER MUST MATCH ITS LINKAGE.
010020 01  WS-DE-RETCODE           PIC X(02).
010030     88  WS-DE-RC-OK             VALUE "00".
010040*
010100 01  WS-TODAY                PIC 9(08).
010200 01  WS-NOTE-TYPE            PIC X(01).
010300 01  WS-PRICE-DIFF           PIC S9(7)V99  USAGE COMP-3.
010400 01  WS-PRICE-LIMIT          PIC S9(7)V99  USAGE COMP-3.
010500 01  WS-PRICE-PCT            PIC S9(5)V9   USAGE COMP-3.
010600 01  WS-TAKEN-AMT            PIC S9(9)V99  USAGE COMP-3.
010700 01  WS-NEW-QTY-ABS          PIC S9(9)     USAGE COMP-3.
010800 01  WS-INS-QTY-ABS          PIC S9(9)     USAGE COMP-3.
010900 01  WS-BR-SALE-AMT          PIC S9(11)V99 USAGE COMP-3.
011000 01  WS-BR-RETURN-AMT        PIC S9(11)V99 USAGE COMP-3.
011100 01  WS-BR-RATE              PIC S9(5)V9   USAGE COMP-3.
011200 01  WS-RATE-SALE-AMT        PIC S9(11)V99 USAGE COMP-3.
011300 01  WS-RATE-RETURN-AMT      PIC S9(11)V99 USAGE COMP-3.
011400 01  WS-RATE                 PIC S9(5)V9   USAGE COMP-3.
011500 01  WS-RATE-LIMIT           PIC S9(5)V9   USAGE COMP-3.
011600*
011700* THE LAST RETURN TICKET WHOSE REFUND WAS MATCHED TO ITS
011800* ORIGINAL'S TENDER - A TICKET OF SEVERAL LINES IS MATCHED ONCE.
011900 01  WS-LAST-REFUND-KEY.
012000     05  LRK-SPERSON         PIC X(15)   VALUE SPACES.
012100     05  LRK-TKT-NO          PIC 9(09)   VALUE ZERO.
012200     05  LRK-ORIG-TKT-NO     PIC 9(09)   VALUE ZERO.
012300 01  WS-THIS-REFUND-KEY.
012400     05  TRK-SPERSON         PIC X(15).
012500     05  TRK-TKT-NO          PIC 9(09).
012600     05  TRK-ORIG-TKT-NO     PIC 9(09).
012700*
012800 01  WS-FIND-KEY.
012900     05  FK-BRANCH           PIC X(03).
013000     05  FK-SPERSON          PIC X(15).
013100*
013200* ONE SALESPERSON'S WEEK AT ONE BRANCH, HELD IN BRANCH AND
013300* SALESPERSON ORDER - THE SALES AND RETURNS THE RATE IS TAKEN
013400* FROM, A COUNT OF EACH EXCEPTION, AND WHICH OF THEM CROSSED
013500* THEIR THRESHOLD.
013600 01  WS-PERSON-TABLE.
013700     05  WS-PERSON-ENTRY     OCCURS 500 TIMES.
013800         10  CT-KEY.
013900             15  CT-BRANCH   PIC X(03).
014000             15  CT-SPERSON  PIC X(15).
014100         10  CT-SALE-AMT     PIC S9(11)V99 USAGE COMP-3.
014200         10  CT-RETURN-AMT   PIC S9(11)V99 USAGE COMP-3.
014300         10  CT-RETURN-LINES PIC 9(05)   COMP.
014400         10  CT-SELF-COUNT   PIC 9(05)   COMP.
014500         10  CT-QUICK-COUNT  PIC 9(05)   COMP.
014600         10  CT-EDGE-COUNT   PIC 9(05)   COMP.
014700         10  CT-CASH-COUNT   PIC 9(05)   COMP.
014800         10  CT-RATE         PIC S9(5)V9 USAGE COMP-3.
014900         10  CT-BR-RATE      PIC S9(5)V9 USAGE COMP-3.
015000         10  CT-FLAGS.
015100             15  CT-SELF-FLAG    PIC X(01).
015200                 88  CT-SELF-FLAGGED     VALUE "Y".
015300             15  CT-RATE-FLAG    PIC X(01).
015400                 88  CT-RATE-FLAGGED     VALUE "Y".
015500             15  CT-EDGE-FLAG    PIC X(01).
015600                 88  CT-EDGE-FLAGGED     VALUE "Y".
015700*
015800* EVERY LINE THAT MAY BELONG IN AN EXCEPTION SECTION, IN THE
015900* ORDER FOUND.  EX-TYPE NAMES THE SECTION: S A RETURN KEYED BY
016000* THE ORIGINAL SALESPERSON, R ANY RETURN (THE TICKETS BEHIND A
016100* RETURN RATE), Q A QUICK CORRECTION OR VOID, E A LINE AT THE
016200* EDGE OF TOLERANCE, C A CASH REFUND ON A CARD SALE.
016300 01  WS-EXC-TABLE.
016400     05  WS-EXC-ENTRY        OCCURS 20000 TIMES.
016500         10  EX-TYPE         PIC X(01).
016600         10  EX-KEY.
016700             15  EX-BRANCH   PIC X(03).
016800             15  EX-SPERSON  PIC X(15).
016900         10  EX-TKT-NO       PIC 9(09).
017000         10  EX-PRODUCT      PIC X(12).
017100         10  EX-DATE         PIC 9(08).
017200         10  EX-QTY          PIC S9(09).
017300         10  EX-AMT          PIC S9(9)V99  USAGE COMP-3.
017400         10  EX-NOTE         PIC X(40).
017500*
017600* THE NOTE EACH KIND OF EXCEPTION CARRIES.
017700 01  WS-ORIG-NOTE.
017800     05  FILLER              PIC X(09)   VALUE "ORIG TKT ".
017900     05  ORN-TKT-NO          PIC 9(09).
018000     05  ORN-TEXT            PIC X(22).
018100 01  WS-QUICK-NOTE.
018200     05  QKN-ACTION          PIC X(05).
018300     05  QKN-OLD-QTY         PIC -(6)9.
018400     05  QKN-TO              PIC X(04).
018500     05  QKN-NEW-QTY         PIC -(6)9.
018600     05  FILLER              PIC X(01)   VALUE SPACE.
018700     05  QKN-DAYS            PIC Z9.
018800     05  FILLER              PIC X(14)   VALUE
018900         " DAY(S) LATER ".
019000 01  WS-EDGE-NOTE.
019100     05  FILLER              PIC X(15)   VALUE
019200         "PRICE IN EFFECT".
019300     05  EGN-BASE            PIC ---,--9.99.
019400     05  FILLER              PIC X(05)   VALUE " OFF ".
019500     05  EGN-PCT             PIC ZZ9.9.
019600     05  FILLER              PIC X(05)   VALUE "%    ".
019700 01  WS-RATE-NOTE.
019800     05  FILLER              PIC X(05)   VALUE "RATE ".
019900     05  RTN-RATE            PIC ZZZ9.9.
020000     05  FILLER              PIC X(11)   VALUE "%  BRANCH  ".
020100     05  RTN-BR-RATE         PIC ZZZ9.9.
020200     05  FILLER              PIC X(12)   VALUE "%".
020300*
020400 01  WS-LOSS-HEAD.
020500     05  FILLER              PIC X(40)   VALUE
020600         "SALSLOSS WEEKLY LOSS PREVENTION  WEEK   ".
020700     05  LSH-FROM            PIC 9(08).
020800     05  FILLER              PIC X(03)   VALUE " - ".
020900     05  LSH-TO              PIC 9(08).
021000     05  FILLER              PIC X(73)   VALUE SPACES.
021100*
021200 01  WS-SECTION-LINE.
021300     05  SEC-TITLE           PIC X(60).
021400     05  FILLER              PIC X(72)   VALUE SPACES.
021500*
021600 01  WS-EXC-HEAD.
021700     05  FILLER              PIC X(40)   VALUE
021800         "  BRN SALESPERSON     TICKET    PRODUCT ".
021900     05  FILLER              PIC X(37)   VALUE
022000         "     DATE             QTY            ".
022100     05  FILLER              PIC X(55)   VALUE
022200         "AMOUNT  NOTE".
022300*
022400 01  WS-EXC-LINE.
022500     05  FILLER              PIC X(02)   VALUE SPACES.
022600     05  EXL-BRANCH          PIC X(03).
022700     05  FILLER              PIC X(01)   VALUE SPACE.
022800     05  EXL-SPERSON         PIC X(15).
022900     05  FILLER              PIC X(01)   VALUE SPACE.
023000     05  EXL-TKT-NO          PIC 9(09).
023100     05  FILLER              PIC X(01)   VALUE SPACE.
023200     05  EXL-PRODUCT         PIC X(12).
023300     05  FILLER              PIC X(01)   VALUE SPACE.
023400     05  EXL-DATE            PIC 9(08).
023500     05  FILLER              PIC X(01)   VALUE SPACE.
023600     05  EXL-QTY             PIC ---,---,--9.
023700     05  FILLER              PIC X(01)   VALUE SPACE.
023800     05  EXL-AMT             PIC -,---,---,--9.99.
023900     05  FILLER              PIC X(02)   VALUE SPACES.
024000     05  EXL-NOTE            PIC X(40).
024100     05  FILLER              PIC X(07)   VALUE SPACES.
024200*
024300 01  WS-SUM-HEAD.
024400     05  FILLER              PIC X(40)   VALUE
024500         "  BRN SALESPERSON                SALES  ".
024600     05  FILLER              PIC X(40)   VALUE
024700         "         RETURNS    RATE   SELF  QUICK  ".
024800     05  FILLER              PIC X(52)   VALUE
024900         " EDGE   CASH  FLAGGED".
025000*
025100 01  WS-BRANCH-LINE.
025200     05  FILLER              PIC X(02)   VALUE SPACES.
025300     05  BRL-BRANCH          PIC X(03).
025400     05  FILLER              PIC X(16)   VALUE " BRANCH TOTAL   ".
025500     05  BRL-SALE-AMT        PIC -,---,---,--9.99.
025600     05  FILLER              PIC X(01)   VALUE SPACE.
025700     05  BRL-RETURN-AMT      PIC -,---,---,--9.99.
025800     05  FILLER              PIC X(01)   VALUE SPACE.
025900     05  BRL-RATE            PIC ZZZ9.9.
026000     05  FILLER              PIC X(01)   VALUE "%".
026100     05  FILLER              PIC X(68)   VALUE SPACES.
026200*
026300 01  WS-PERSON-LINE.
026400     05  FILLER              PIC X(02)   VALUE SPACES.
026500     05  PSL-BRANCH          PIC X(03).
026600     05  FILLER              PIC X(01)   VALUE SPACE.
026700     05  PSL-SPERSON         PIC X(15).
026800     05  PSL-SALE-AMT        PIC -,---,---,--9.99.
026900     05  FILLER              PIC X(01)   VALUE SPACE.
027000     05  PSL-RETURN-AMT      PIC -,---,---,--9.99.
027100     05  FILLER              PIC X(01)   VALUE SPACE.
027200     05  PSL-RATE            PIC ZZZ9.9.
027300     05  FILLER              PIC X(01)   VALUE "%".
027400     05  FILLER              PIC X(02)   VALUE SPACES.
027500     05  PSL-SELF            PIC ZZZZ9.
027600     05  FILLER              PIC X(02)   VALUE SPACES.
027700     05  PSL-QUICK           PIC ZZZZ9.
027800     05  FILLER              PIC X(02)   VALUE SPACES.
027900     05  PSL-EDGE            PIC ZZZZ9.
028000     05  FILLER              PIC X(02)   VALUE SPACES.
028100     05  PSL-CASH            PIC ZZZZ9.
028200     05  FILLER              PIC X(02)   VALUE SPACES.
028300     05  PSL-FLAGS.
028400         10  PSL-FLAG-SELF   PIC X(05).
028500         10  PSL-FLAG-RATE   PIC X(05).
028600         10  PSL-FLAG-QUICK  PIC X(05).
028700         10  PSL-FLAG-EDGE   PIC X(05).
028800         10  PSL-FLAG-CASH   PIC X(04).
028900     05  FILLER              PIC X(14)   VALUE SPACES.
029000*
029100 01  WS-NONE-LINE.
029200     05  FILLER              PIC X(02)   VALUE SPACES.
029300     05  NON-TEXT            PIC X(40).
029400     05  FILLER              PIC X(90)   VALUE SPACES.
029500*
029600 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
029700*
029800 01  WS-SUMMARY-LINE.
029900     05  FILLER              PIC X(21)   VALUE
030000         "SALSLOSS RUN SUMMARY:".
030100     05  FILLER              PIC X(10)   VALUE " WEEK END=".
030200     05  SUM-WEEK-END        PIC 9(08).
030300     05  FILLER              PIC X(07)   VALUE " LINES=".
030400     05  SUM-LINES           PIC ZZZZZZZZ9.
030500     05  FILLER              PIC X(09)   VALUE " CHANGES=".
030600     05  SUM-CHANGES         PIC ZZZZZZZZ9.
030700     05  FILLER              PIC X(12)   VALUE " EXCEPTIONS=".
030800     05  SUM-EXCEPTIONS      PIC ZZZZ9.
030900     05  FILLER              PIC X(09)   VALUE " FLAGGED=".
031000     05  SUM-FLAGGED         PIC ZZZZ9.
031100     05  FILLER              PIC X(28)   VALUE SPACES.
031200*
031300     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
031400 01  HV-WEEK-FROM             PIC 9(08).
031500 01  HV-WEEK-TO               PIC 9(08).
031600 01  HV-SPERSON               PIC X(15).
031700 01  HV-TKT-NO                PIC 9(09).
031800 01  HV-TKT-DATE              PIC 9(08).
031900 01  HV-BRANCH                PIC X(03).
032000 01  HV-PRODUCT               PIC X(12).
032100 01  HV-QTY                   PIC S9(9)  USAGE COMP-5.
032200 01  HV-UNIT-PRICE            PIC S9(7)V99 USAGE COMP-3.
032300 01  HV-EXT-AMT               PIC S9(9)V99 USAGE COMP-3.
032400 01  HV-PROMO-ID              PIC X(08).
032500 01  HV-ORIG-TKT-NO           PIC 9(09).
032600 01  HV-COUNT                 PIC S9(9)  USAGE COMP-5.
032700 01  HV-BASE-PRICE            PIC S9(7)V99 USAGE COMP-3.
032800 01  HV-REFUND-AMT            PIC S9(11)V99 USAGE COMP-3.
032900 01  HV-CARD-AMT              PIC S9(11)V99 USAGE COMP-3.
033000 01  HV-INS-DATE              PIC 9(08).
033100 01  HV-INS-QTY               PIC S9(9)  USAGE COMP-5.
033200 01  HV-INS-AMT               PIC S9(9)V99 USAGE COMP-3.
033300     COPY AUDITREC.
033400     EXEC SQL END DECLARE SECTION END-EXEC.
033500     EXEC SQL INCLUDE SQLCA END-EXEC.
033600******************************************************************
033700 PROCEDURE DIVISION.
033800*
033900 0000-MAINLINE.
034000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034100     PERFORM 2000-PROCESS-LINE THRU 2000-EXIT
034200         UNTIL LINE-EOF.
034300     PERFORM 2500-OPEN-AUDIT THRU 2500-EXIT.
034400     PERFORM 2600-PROCESS-AUDIT THRU 2600-EXIT
034500         UNTIL AUD-EOF.
034600     PERFORM 3000-JUDGE-BRANCH THRU 3000-EXIT
034700         VARYING WS-GROUP-START FROM 1 BY 1
034800         UNTIL WS-GROUP-START IS GREATER THAN WS-PERSON-COUNT.
034900     PERFORM 3500-REPORT THRU 3500-EXIT.
035000     PERFORM 4000-TERMINATE THRU 4000-EXIT.
035100     GOBACK.
035200*
035300******************************************************************
035400* 1000-INITIALIZE - READ AND EDIT THE WEEK-ENDING CARD, SETTLE
035500*     THE SEVEN DAYS, PRINT THE HEADING, AND OPEN THE CURSOR OF
035600*     THE WEEK'S LINES, LIVE AND CLOSED, IN BRANCH, SALESPERSON
035700*     AND TICKET ORDER.
035800******************************************************************
035900 1000-INITIALIZE.
036000     OPEN INPUT  CONTROL-FILE.
036100     OPEN OUTPUT REPORT-FILE.
036200     READ CONTROL-FILE INTO WS-CONTROL-CARD
036300         AT END
036400             DISPLAY "SALSLOSS - CONTROL CARD MISSING"
036500             MOVE 16 TO RETURN-CODE
036600             CLOSE CONTROL-FILE REPORT-FILE
036700             GOBACK
036800     END-READ.
036900     CALL "DATEEDIT" USING CTL-WEEK-END
037000                           WS-DE-RETCODE.
037300     IF NOT WS-DE-RC-OK
037400         DISPLAY "SALSLOSS - BAD WEEK-ENDING DATE " CTL-WEEK-END
037500         MOVE 16 TO RETURN-CODE
037600         CLOSE CONTROL-FILE REPORT-FILE
037700         GOBACK
037800     END-IF.
037900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
038000     IF CTL-WEEK-END IS GREATER THAN WS-TODAY
038100         DISPLAY "SALSLOSS - WEEK ENDING " CTL-WEEK-END
038200                 " HAS NOT ENDED - REFUSED"
038300         MOVE 16 TO RETURN-CODE
038400         CLOSE CONTROL-FILE REPORT-FILE
038500         GOBACK
038600     END-IF.
038700     COMPUTE WS-END-DAYNO =
038800             FUNCTION INTEGER-OF-DATE (CTL-WEEK-END).
038900     MOVE CTL-WEEK-END TO HV-WEEK-TO.
039000     COMPUTE HV-WEEK-FROM =
039100             FUNCTION DATE-OF-INTEGER (WS-END-DAYNO - 6).
039200     MOVE HV-WEEK-FROM TO LSH-FROM.
039300     MOVE HV-WEEK-TO   TO LSH-TO.
039400     WRITE REPORT-REC FROM WS-LOSS-HEAD.
039500     EXEC SQL
039600        DECLARE LINE-CUR CURSOR FOR
039700           SELECT SALES_PERSON, SALES_TKT_NO, SALES_TKT_DATE,
039800                  SALES_BRANCH, SALES_PRODUCT, SALES_QTY,
039900                  SALES_UNIT_PRICE, SALES_EXT_AMT,
040000                  COALESCE(SALES_PROMO_ID, ' '),
040100                  COALESCE(SALES_ORIG_TKT_NO, 0)
040200             FROM SALES
040300            WHERE SALES_TKT_DATE BETWEEN :HV-WEEK-FROM
040400                                     AND :HV-WEEK-TO
040500          UNION ALL
040600           SELECT SALES_PERSON, SALES_TKT_NO, SALES_TKT_DATE,
040700                  SALES_BRANCH, SALES_PRODUCT, SALES_QTY,
040800                  SALES_UNIT_PRICE, SALES_EXT_AMT,
040900                  COALESCE(SALES_PROMO_ID, ' '),
041000                  COALESCE(SALES_ORIG_TKT_NO, 0)
041100             FROM SALES_HIST
041200            WHERE SALES_TKT_DATE BETWEEN :HV-WEEK-FROM
041300                                     AND :HV-WEEK-TO
041400            ORDER BY 4, 1, 2, 5
041500     END-EXEC.
041600     EXEC SQL OPEN LINE-CUR END-EXEC.
041700     PERFORM 2100-FETCH-LINE THRU 2100-EXIT.
041800 1000-EXIT.
041900     EXIT.
042000*
042100******************************************************************
042200* 2000-PROCESS-LINE - A SALE COUNTS TOWARD THE SALESPERSON'S
042300*     SALES AND IS CHECKED FOR EDGE PRICING; A RETURN COUNTS
042400*     TOWARD THEIR RETURNS AND IS MATCHED TO ITS ORIGINAL SALE.
042500******************************************************************
042600 2000-PROCESS-LINE.
042700     ADD 1 TO WS-LINE-COUNT.
042800     MOVE HV-BRANCH  TO FK-BRANCH.
042900     MOVE HV-SPERSON TO FK-SPERSON.
043000     PERFORM 2700-FIND-PERSON THRU 2700-EXIT.
043100     IF WS-PERSON-SUB IS GREATER THAN ZERO
043200         IF HV-QTY IS GREATER THAN ZERO
043300             ADD HV-EXT-AMT TO CT-SALE-AMT (WS-PERSON-SUB)
043400             PERFORM 2200-CHECK-EDGE THRU 2200-EXIT
043500         ELSE
043600             SUBTRACT HV-EXT-AMT
043650               FROM CT-RETURN-AMT (WS-PERSON-SUB)
043700             ADD 1 TO CT-RETURN-LINES (WS-PERSON-SUB)
043800             PERFORM 2300-CHECK-RETURN THRU 2300-EXIT
043900         END-IF
044000     END-IF.
044100     PERFORM 2100-FETCH-LINE THRU 2100-EXIT.
044200 2000-EXIT.
044300     EXIT.
044400*
044500 2100-FETCH-LINE.
044600     EXEC SQL
044700        FETCH LINE-CUR INTO :HV-SPERSON, :HV-TKT-NO, :HV-TKT-DATE,
044800                            :HV-BRANCH, :HV-PRODUCT, :HV-QTY,
044900                            :HV-UNIT-PRICE, :HV-EXT-AMT,
045000                            :HV-PROMO-ID, :HV-ORIG-TKT-NO
045100     END-EXEC.
045200     EVALUATE SQLCODE
045300        WHEN 0
045400           CONTINUE
045500        WHEN 100
045600           SET LINE-EOF TO TRUE
045700           EXEC SQL CLOSE LINE-CUR END-EXEC
045800        WHEN OTHER
045900           DISPLAY "SALSLOSS - FETCH FAILED SQLCODE=" SQLCODE
046000           MOVE 12 TO RETURN-CODE
046100           SET LINE-EOF TO TRUE
046200           EXEC SQL CLOSE LINE-CUR END-EXEC
046300     END-EVALUATE.
046400 2100-EXIT.
046500     EXIT.
046600*
046700******************************************************************
046800* 2200-CHECK-EDGE - MEASURE THE SALE'S PRICE AGAINST THE PRICE IN
046900*     EFFECT THE WAY NEWSALE DID: THE PROMOTION IT WAS SOLD UNDER,
047000*     ELSE PRODMAST.  A LINE INSIDE THE TOLERANCE BUT PAST
047100*     WS-EDGE-SHARE OF IT IS AT THE EDGE.
047200******************************************************************
047300 2200-CHECK-EDGE.
047400     IF HV-PROMO-ID IS NOT EQUAL TO SPACES
047500         EXEC SQL
047600            SELECT PROMO_PRICE INTO :HV-BASE-PRICE
047700              FROM PROMOTION
047800             WHERE PROMO_ID = :HV-PROMO-ID
047900         END-EXEC
048000     ELSE
048100         EXEC SQL
048200            SELECT PROD_UNIT_PRICE INTO :HV-BASE-PRICE
048300              FROM PRODMAST
048400             WHERE PROD_CODE = :HV-PRODUCT
048500         END-EXEC
048600     END-IF.
048700     IF SQLCODE IS NOT EQUAL TO 0
048800        OR HV-BASE-PRICE IS NOT GREATER THAN ZERO
048900         GO TO 2200-EXIT
049000     END-IF.
049100     COMPUTE WS-PRICE-DIFF = HV-UNIT-PRICE - HV-BASE-PRICE.
049200     IF WS-PRICE-DIFF IS LESS THAN ZERO
049300         COMPUTE WS-PRICE-DIFF = ZERO - WS-PRICE-DIFF
049400     END-IF.
049500     COMPUTE WS-PRICE-LIMIT ROUNDED =
049600             HV-BASE-PRICE * WS-TOLERANCE-PCT * WS-EDGE-SHARE.
049700     IF WS-PRICE-DIFF IS EQUAL TO ZERO
049800        OR WS-PRICE-DIFF IS LESS THAN WS-PRICE-LIMIT
049900         GO TO 2200-EXIT
050000     END-IF.
050100     ADD 1 TO CT-EDGE-COUNT (WS-PERSON-SUB).
050200     COMPUTE WS-PRICE-PCT ROUNDED =
050300             WS-PRICE-DIFF * 100 / HV-BASE-PRICE
050400        ON SIZE ERROR
050500           MOVE 999.9 TO WS-PRICE-PCT
050600     END-COMPUTE.
050700     MOVE HV-BASE-PRICE TO EGN-BASE.
050800     MOVE WS-PRICE-PCT  TO EGN-PCT.
050900     MOVE "E" TO WS-NOTE-TYPE.
051000     PERFORM 2800-NOTE-EXCEPTION THRU 2800-EXIT.
051100     IF WS-EXC-SUB IS GREATER THAN ZERO
051200         MOVE WS-EDGE-NOTE TO EX-NOTE (WS-EXC-SUB)
051300     END-IF.
051400 2200-EXIT.
051500     EXIT.
051600*
051700******************************************************************
051800* 2300-CHECK-RETURN - EVERY RETURN IS NOTED AS TYPE R, THE
051900*     LINES LISTED BEHIND A RETURN RATE.  ONE WHOSE ORIGINAL SALE
052000*     LINE WAS KEYED BY THE SAME SALESPERSON IS ALSO NOTED AS
052100*     TYPE S.  ONCE PER RETURN TICKET AND ORIGINAL, THE REFUND IS
052110*     MATCHED TO HOW THE ORIGINAL WAS PAID.
052200******************************************************************
052300 2300-CHECK-RETURN.
052310     MOVE "R" TO WS-NOTE-TYPE.
052320     PERFORM 2800-NOTE-EXCEPTION THRU 2800-EXIT.
052400     MOVE ZERO TO HV-COUNT.
052500     EXEC SQL
052600        SELECT COUNT(*) INTO :HV-COUNT
052700          FROM SALES
052800         WHERE SALES_PERSON = :HV-SPERSON
052900           AND SALES_TKT_NO = :HV-ORIG-TKT-NO
053000           AND SALES_PRODUCT = :HV-PRODUCT
053100           AND SALES_QTY > 0
053200     END-EXEC.
053300     IF SQLCODE IS EQUAL TO 0
053400        AND HV-COUNT IS EQUAL TO ZERO
053500         EXEC SQL
053600            SELECT COUNT(*) INTO :HV-COUNT
053700              FROM SALES_HIST
053800             WHERE SALES_PERSON = :HV-SPERSON
053900               AND SALES_TKT_NO = :HV-ORIG-TKT-NO
054000               AND SALES_PRODUCT = :HV-PRODUCT
054100               AND SALES_QTY > 0
054200         END-EXEC
054300     END-IF.
054400     IF SQLCODE IS EQUAL TO 0
054500        AND HV-COUNT IS GREATER THAN ZERO
054600         ADD 1 TO CT-SELF-COUNT (WS-PERSON-SUB)
054700         MOVE HV-ORIG-TKT-NO TO ORN-TKT-NO
054800         MOVE SPACES TO ORN-TEXT
054900         MOVE "S" TO WS-NOTE-TYPE
055000         PERFORM 2800-NOTE-EXCEPTION THRU 2800-EXIT
055100         IF WS-EXC-SUB IS GREATER THAN ZERO
055200             MOVE WS-ORIG-NOTE TO EX-NOTE (WS-EXC-SUB)
055300         END-IF
055400     END-IF.
055500     MOVE HV-SPERSON     TO TRK-SPERSON.
055600     MOVE HV-TKT-NO      TO TRK-TKT-NO.
055700     MOVE HV-ORIG-TKT-NO TO TRK-ORIG-TKT-NO.
055800     IF WS-THIS-REFUND-KEY IS NOT EQUAL TO WS-LAST-REFUND-KEY
055900         MOVE WS-THIS-REFUND-KEY TO WS-LAST-REFUND-KEY
056000         PERFORM 2400-CHECK-REFUND THRU 2400-EXIT
056100     END-IF.
056200 2300-EXIT.
056300     EXIT.
056400*
056500******************************************************************
056600* 2400-CHECK-REFUND - A RETURN TICKET THAT PAID CASH OUT, WHERE
056700*     THE ORIGINAL TICKET WAS PAID BY CARD.  SALES_TENDER HOLDS
056800*     ONLY THE TICKETS SALSDRV HAS DRIVEN SINCE IT BEGAN LOGGING
056900*     TENDER; AN ORIGINAL WITHOUT ROWS IS NOT JUDGED.
057000******************************************************************
057100 2400-CHECK-REFUND.
057200     MOVE ZERO TO HV-REFUND-AMT HV-CARD-AMT.
057300     EXEC SQL
057400        SELECT COALESCE(SUM(TND_AMT), 0) INTO :HV-REFUND-AMT
057500          FROM SALES_TENDER
057600         WHERE TND_SPERSON = :HV-SPERSON
057700           AND TND_TKT_NO = :HV-TKT-NO
057800           AND TND_BRANCH = :HV-BRANCH
057900           AND TND_TYPE = 'C'
058000           AND TND_AMT < 0
058100     END-EXEC.
058200     IF SQLCODE IS NOT EQUAL TO 0
058300        OR HV-REFUND-AMT IS NOT LESS THAN ZERO
058400         GO TO 2400-EXIT
058500     END-IF.
058600     EXEC SQL
058700        SELECT COALESCE(SUM(TND_AMT), 0) INTO :HV-CARD-AMT
058800          FROM SALES_TENDER
058900         WHERE TND_SPERSON = :HV-SPERSON
059000           AND TND_TKT_NO = :HV-ORIG-TKT-NO
059100           AND TND_TYPE = 'D'
059200           AND TND_AMT > 0
059300     END-EXEC.
059400     IF SQLCODE IS NOT EQUAL TO 0
059500        OR HV-CARD-AMT IS NOT GREATER THAN ZERO
059600         GO TO 2400-EXIT
059700     END-IF.
059800     ADD 1 TO CT-CASH-COUNT (WS-PERSON-SUB).
059900     MOVE HV-ORIG-TKT-NO TO ORN-TKT-NO.
060000     MOVE " PAID BY CARD" TO ORN-TEXT.
060100     MOVE "C" TO WS-NOTE-TYPE.
060200     PERFORM 2800-NOTE-EXCEPTION THRU 2800-EXIT.
060300     IF WS-EXC-SUB IS GREATER THAN ZERO
060400         MOVE SPACES        TO EX-PRODUCT (WS-EXC-SUB)
060500         MOVE ZERO          TO EX-QTY (WS-EXC-SUB)
060600         MOVE HV-REFUND-AMT TO EX-AMT (WS-EXC-SUB)
060700         MOVE WS-ORIG-NOTE  TO EX-NOTE (WS-EXC-SUB)
060800     END-IF.
060900 2400-EXIT.
061000     EXIT.
061100*
061200******************************************************************
061300* 2500-OPEN-AUDIT - THE WEEK'S SALSCORR CORRECTIONS AND VOIDS.
061400******************************************************************
061500 2500-OPEN-AUDIT.
061600     EXEC SQL
061700        DECLARE AUD-CUR CURSOR FOR
061800           SELECT AUD_SPERSON, AUD_TKT_NO, AUD_PRODUCT, AUD_QTY,
061900                  AUD_EXT_AMT, AUD_ACTION, AUD_TS_DATE,
062000                  COALESCE(AUD_BRANCH, ' ')
062100             FROM SALES_AUDIT
062200            WHERE AUD_ACTION IN ('C', 'V')
062300              AND AUD_TS_DATE BETWEEN :HV-WEEK-FROM
062400                                  AND :HV-WEEK-TO
062500            ORDER BY 8, 1, 2, 3
062600     END-EXEC.
062700     EXEC SQL OPEN AUD-CUR END-EXEC.
062800     PERFORM 2650-FETCH-AUDIT THRU 2650-EXIT.
062900 2500-EXIT.
063000     EXIT.
063100*
063200******************************************************************
063300* 2600-PROCESS-AUDIT - FIND WHEN AND AT WHAT QUANTITY THE LINE
063400*     POSTED.  A VOID, OR A CORRECTION THAT TOOK QUANTITY OFF,
063500*     WITHIN WS-QUICK-DAYS OF POSTING IS AN EXCEPTION.  A LINE
063600*     POSTED BEFORE SALES_AUDIT WAS KEPT HAS NO POSTING ROW AND
063700*     IS NOT JUDGED.
063800******************************************************************
063900 2600-PROCESS-AUDIT.
064000     ADD 1 TO WS-AUD-COUNT.
064100     EXEC SQL
064200        SELECT AUD_TS_DATE, AUD_QTY, AUD_EXT_AMT
064300          INTO :HV-INS-DATE, :HV-INS-QTY, :HV-INS-AMT
064400          FROM SALES_AUDIT
064500         WHERE AUD_SPERSON = :AUD-SPERSON
064600           AND AUD_TKT_NO = :AUD-TKT-NO
064700           AND AUD_PRODUCT = :AUD-PRODUCT
064800           AND AUD_ACTION IN ('I', 'R')
064900     END-EXEC.
065000     IF SQLCODE IS NOT EQUAL TO 0
065100         GO TO 2600-NEXT
065200     END-IF.
065300     COMPUTE WS-INS-DAYNO =
065400             FUNCTION INTEGER-OF-DATE (HV-INS-DATE).
065500     COMPUTE WS-DAYS-AFTER =
065600             FUNCTION INTEGER-OF-DATE (AUD-TS-DATE)
065650             - WS-INS-DAYNO.
065700     IF WS-DAYS-AFTER IS GREATER THAN WS-QUICK-DAYS
065800         GO TO 2600-NEXT
065900     END-IF.
066000     MOVE AUD-QTY TO WS-NEW-QTY-ABS.
066100     IF WS-NEW-QTY-ABS IS LESS THAN ZERO
066200         COMPUTE WS-NEW-QTY-ABS = ZERO - WS-NEW-QTY-ABS
066300     END-IF.
066400     MOVE HV-INS-QTY TO WS-INS-QTY-ABS.
066500     IF WS-INS-QTY-ABS IS LESS THAN ZERO
066600         COMPUTE WS-INS-QTY-ABS = ZERO - WS-INS-QTY-ABS
066700     END-IF.
066800     IF AUD-ACT-VOID
066900         MOVE "VOID " TO QKN-ACTION
067000         MOVE HV-INS-QTY TO QKN-OLD-QTY
067100         MOVE SPACES TO QKN-TO
067200         MOVE ZERO TO QKN-NEW-QTY
067300         MOVE HV-INS-AMT TO WS-TAKEN-AMT
067400     ELSE
067500         IF WS-NEW-QTY-ABS IS NOT LESS THAN WS-INS-QTY-ABS
067600             GO TO 2600-NEXT
067700         END-IF
067800         MOVE "QTY  " TO QKN-ACTION
067900         MOVE HV-INS-QTY TO QKN-OLD-QTY
068000         MOVE " TO " TO QKN-TO
068100         MOVE AUD-QTY TO QKN-NEW-QTY
068200         COMPUTE WS-TAKEN-AMT = HV-INS-AMT - AUD-EXT-AMT
068300     END-IF.
068400     MOVE WS-DAYS-AFTER TO QKN-DAYS.
068500     MOVE AUD-BRANCH  TO FK-BRANCH HV-BRANCH.
068600     MOVE AUD-SPERSON TO FK-SPERSON HV-SPERSON.
068700     PERFORM 2700-FIND-PERSON THRU 2700-EXIT.
068800     IF WS-PERSON-SUB IS EQUAL TO ZERO
068900         GO TO 2600-NEXT
069000     END-IF.
069100     ADD 1 TO CT-QUICK-COUNT (WS-PERSON-SUB).
069200     MOVE AUD-TKT-NO  TO HV-TKT-NO.
069300     MOVE AUD-PRODUCT TO HV-PRODUCT.
069400     MOVE HV-INS-DATE TO HV-TKT-DATE.
069500     MOVE HV-INS-QTY  TO HV-QTY.
069600     MOVE WS-TAKEN-AMT TO HV-EXT-AMT.
069700     MOVE "Q" TO WS-NOTE-TYPE.
069800     PERFORM 2800-NOTE-EXCEPTION THRU 2800-EXIT.
069900     IF WS-EXC-SUB IS GREATER THAN ZERO
070000         MOVE WS-QUICK-NOTE TO EX-NOTE (WS-EXC-SUB)
070100     END-IF.
070200 2600-NEXT.
070300     PERFORM 2650-FETCH-AUDIT THRU 2650-EXIT.
070400 2600-EXIT.
070500     EXIT.
070600*
070700 2650-FETCH-AUDIT.
070800     EXEC SQL
070900        FETCH AUD-CUR INTO :AUD-SPERSON, :AUD-TKT-NO,
070950                           :AUD-PRODUCT, :AUD-QTY,
071000                           :AUD-EXT-AMT, :AUD-ACTION,
071100                           :AUD-TS-DATE, :AUD-BRANCH
071200     END-EXEC.
071300     EVALUATE SQLCODE
071400        WHEN 0
071500           CONTINUE
071600        WHEN 100
071700           SET AUD-EOF TO TRUE
071800           EXEC SQL CLOSE AUD-CUR END-EXEC
071900        WHEN OTHER
072000           DISPLAY "SALSLOSS - AUDIT FETCH FAILED SQLCODE="
072050                   SQLCODE
072100           MOVE 12 TO RETURN-CODE
072200           SET AUD-EOF TO TRUE
072300           EXEC SQL CLOSE AUD-CUR END-EXEC
072400     END-EVALUATE.
072500 2650-EXIT.
072600     EXIT.
072700*
072800******************************************************************
072900* 2700-FIND-PERSON - LOCATE WS-FIND-KEY (BRANCH AND SALESPERSON)
073000*     IN THE TABLE, WHICH IS KEPT IN KEY ORDER.  A NEW KEY IS
073100*     INSERTED IN PLACE, THE ENTRIES AFTER IT MOVED DOWN ONE.
073200******************************************************************
073300 2700-FIND-PERSON.
073400     MOVE "N" TO WS-PERSON-FOUND-SW.
073500     MOVE ZERO TO WS-PERSON-SUB.
073600     PERFORM 2710-SCAN-PERSON THRU 2710-EXIT
073700         VARYING WS-SCAN-SUB FROM 1 BY 1
073800         UNTIL WS-PERSON-SUB IS GREATER THAN ZERO
073900            OR WS-SCAN-SUB IS GREATER THAN WS-PERSON-COUNT.
074000     IF PERSON-FOUND
074100         GO TO 2700-EXIT
074200     END-IF.
074300     IF WS-PERSON-COUNT IS NOT LESS THAN WS-PERSON-MAX
074400         DISPLAY "SALSLOSS - SALESPERSON TABLE FULL, "
074500                 FK-BRANCH " " FK-SPERSON " DROPPED"
074600         IF RETURN-CODE IS LESS THAN 8
074700             MOVE 8 TO RETURN-CODE
074800         END-IF
074900         MOVE ZERO TO WS-PERSON-SUB
075000         GO TO 2700-EXIT
075100     END-IF.
075200     IF WS-PERSON-SUB IS EQUAL TO ZERO
075300         COMPUTE WS-PERSON-SUB = WS-PERSON-COUNT + 1
075400     ELSE
075500         PERFORM 2720-SHIFT-PERSON THRU 2720-EXIT
075600             VARYING WS-SHIFT-SUB FROM WS-PERSON-COUNT BY -1
075700             UNTIL WS-SHIFT-SUB IS LESS THAN WS-PERSON-SUB
075800     END-IF.
075900     ADD 1 TO WS-PERSON-COUNT.
076000     MOVE WS-FIND-KEY TO CT-KEY (WS-PERSON-SUB).
076100     MOVE ZERO TO CT-SALE-AMT (WS-PERSON-SUB)
076200                  CT-RETURN-AMT (WS-PERSON-SUB)
076300                  CT-RETURN-LINES (WS-PERSON-SUB)
076400                  CT-SELF-COUNT (WS-PERSON-SUB)
076500                  CT-QUICK-COUNT (WS-PERSON-SUB)
076600                  CT-EDGE-COUNT (WS-PERSON-SUB)
076700                  CT-CASH-COUNT (WS-PERSON-SUB)
076800                  CT-RATE (WS-PERSON-SUB)
076900                  CT-BR-RATE (WS-PERSON-SUB).
077000     MOVE "NNN" TO CT-FLAGS (WS-PERSON-SUB).
077100 2700-EXIT.
077200     EXIT.
077300*
077400 2710-SCAN-PERSON.
077500     IF CT-KEY (WS-SCAN-SUB) IS NOT LESS THAN WS-FIND-KEY
077600         MOVE WS-SCAN-SUB TO WS-PERSON-SUB
077700         IF CT-KEY (WS-SCAN-SUB) IS EQUAL TO WS-FIND-KEY
077800             SET PERSON-FOUND TO TRUE
077900         END-IF
078000     END-IF.
078100 2710-EXIT.
078200     EXIT.
078300*
078400 2720-SHIFT-PERSON.
078500     MOVE WS-PERSON-ENTRY (WS-SHIFT-SUB)
078600       TO WS-PERSON-ENTRY (WS-SHIFT-SUB + 1).
078700 2720-EXIT.
078800     EXIT.
078900*
079000******************************************************************
079100* 2800-NOTE-EXCEPTION - ADD THE LINE IN HAND TO THE EXCEPTION
079200*     TABLE AS THE TYPE THE CALLER LEFT IN WS-NOTE-TYPE; THE
079300*     CALLER ADDS THE NOTE.  WS-EXC-SUB IS ZERO WHEN THE TABLE IS
079350*     FULL.
079400******************************************************************
079500 2800-NOTE-EXCEPTION.
079600     IF WS-EXC-COUNT IS NOT LESS THAN WS-EXC-MAX
079700         DISPLAY "SALSLOSS - EXCEPTION TABLE FULL, "
079800                 HV-SPERSON " " HV-TKT-NO " DROPPED"
079900         IF RETURN-CODE IS LESS THAN 8
080000             MOVE 8 TO RETURN-CODE
080100         END-IF
080200         MOVE ZERO TO WS-EXC-SUB
080300         GO TO 2800-EXIT
080400     END-IF.
080500     ADD 1 TO WS-EXC-COUNT.
080600     MOVE WS-EXC-COUNT TO WS-EXC-SUB.
080700     MOVE WS-NOTE-TYPE  TO EX-TYPE (WS-EXC-SUB).
080800     MOVE HV-BRANCH     TO EX-BRANCH (WS-EXC-SUB).
080900     MOVE HV-SPERSON    TO EX-SPERSON (WS-EXC-SUB).
081000     MOVE HV-TKT-NO     TO EX-TKT-NO (WS-EXC-SUB).
081100     MOVE HV-PRODUCT    TO EX-PRODUCT (WS-EXC-SUB).
081200     MOVE HV-TKT-DATE   TO EX-DATE (WS-EXC-SUB).
081300     MOVE HV-QTY        TO EX-QTY (WS-EXC-SUB).
081400     MOVE HV-EXT-AMT    TO EX-AMT (WS-EXC-SUB).
081500     MOVE SPACES        TO EX-NOTE (WS-EXC-SUB).
081600 2800-EXIT.
081700     EXIT.
081800*
081900******************************************************************
082000* 3000-JUDGE-BRANCH - ENTERED AT THE FIRST SALESPERSON OF EACH
082100*     BRANCH.  TOTAL THE BRANCH FOR ITS RETURN RATE, THEN JUDGE
082200*     EACH OF ITS SALESPEOPLE AGAINST THE THRESHOLDS.  LEAVES
082300*     WS-GROUP-START ON THE BRANCH'S LAST ENTRY SO THE NEXT PASS
082400*     STARTS ON THE NEXT BRANCH.
082500******************************************************************
082600 3000-JUDGE-BRANCH.
082700     PERFORM 3100-TOTAL-BRANCH THRU 3100-EXIT.
082800     PERFORM 3200-JUDGE-PERSON THRU 3200-EXIT
082900         VARYING WS-PERSON-SUB FROM WS-GROUP-START BY 1
083000         UNTIL WS-PERSON-SUB IS GREATER THAN WS-GROUP-END.
083100     MOVE WS-GROUP-END TO WS-GROUP-START.
083200 3000-EXIT.
083300     EXIT.
083400*
083500******************************************************************
083600* 3100-TOTAL-BRANCH - SALES AND RETURNS FOR THE BRANCH WHOSE
083700*     FIRST ENTRY IS WS-GROUP-START, ITS LAST ENTRY IN
083800*     WS-GROUP-END, AND ITS RETURN RATE IN WS-BR-RATE.
083900******************************************************************
084000 3100-TOTAL-BRANCH.
084100     MOVE ZERO TO WS-BR-SALE-AMT WS-BR-RETURN-AMT.
084200     PERFORM 3110-ADD-BRANCH THRU 3110-EXIT
084300         VARYING WS-SCAN-SUB FROM WS-GROUP-START BY 1
084400         UNTIL WS-SCAN-SUB IS GREATER THAN WS-PERSON-COUNT
084500            OR CT-BRANCH (WS-SCAN-SUB) IS NOT EQUAL TO
084600               CT-BRANCH (WS-GROUP-START).
084700     COMPUTE WS-GROUP-END = WS-SCAN-SUB - 1.
084800     MOVE WS-BR-SALE-AMT   TO WS-RATE-SALE-AMT.
084900     MOVE WS-BR-RETURN-AMT TO WS-RATE-RETURN-AMT.
085000     PERFORM 3300-COMPUTE-RATE THRU 3300-EXIT.
085100     MOVE WS-RATE TO WS-BR-RATE.
085200 3100-EXIT.
085300     EXIT.
085400*
085500 3110-ADD-BRANCH.
085600     ADD CT-SALE-AMT (WS-SCAN-SUB)   TO WS-BR-SALE-AMT.
085700     ADD CT-RETURN-AMT (WS-SCAN-SUB) TO WS-BR-RETURN-AMT.
085800 3110-EXIT.
085900     EXIT.
086000*
086100 3200-JUDGE-PERSON.
086200     MOVE CT-SALE-AMT (WS-PERSON-SUB)   TO WS-RATE-SALE-AMT.
086300     MOVE CT-RETURN-AMT (WS-PERSON-SUB) TO WS-RATE-RETURN-AMT.
086400     PERFORM 3300-COMPUTE-RATE THRU 3300-EXIT.
086500     MOVE WS-RATE    TO CT-RATE (WS-PERSON-SUB).
086600     MOVE WS-BR-RATE TO CT-BR-RATE (WS-PERSON-SUB).
086700     IF CT-SELF-COUNT (WS-PERSON-SUB) IS NOT LESS THAN WS-SELF-MIN
086800         SET CT-SELF-FLAGGED (WS-PERSON-SUB) TO TRUE
086900     END-IF.
087000     IF CT-EDGE-COUNT (WS-PERSON-SUB) IS NOT LESS THAN WS-EDGE-MIN
087100         SET CT-EDGE-FLAGGED (WS-PERSON-SUB) TO TRUE
087200     END-IF.
087300     COMPUTE WS-RATE-LIMIT = WS-BR-RATE * WS-RATE-FACTOR
087400        ON SIZE ERROR
087500           MOVE 9999.9 TO WS-RATE-LIMIT
087600     END-COMPUTE.
087700     IF CT-RETURN-LINES (WS-PERSON-SUB) IS NOT LESS THAN
087800        WS-RATE-MIN-RTNS
087900        AND WS-RATE IS GREATER THAN WS-RATE-LIMIT
088000         SET CT-RATE-FLAGGED (WS-PERSON-SUB) TO TRUE
088100     END-IF.
088200     IF CT-FLAGS (WS-PERSON-SUB) IS NOT EQUAL TO "NNN"
088300        OR CT-QUICK-COUNT (WS-PERSON-SUB) IS GREATER THAN ZERO
088400        OR CT-CASH-COUNT (WS-PERSON-SUB) IS GREATER THAN ZERO
088500         ADD 1 TO WS-FLAGGED-COUNT
088600     END-IF.
088700 3200-EXIT.
088800     EXIT.
088900*
089000******************************************************************
089100* 3300-COMPUTE-RATE - RETURNS AS A PERCENTAGE OF SALES, BY
089200*     AMOUNT.  RETURNS WITH NO SALES TO SET THEM AGAINST ARE THE
089300*     HIGHEST RATE THE REPORT CAN SHOW.
089400******************************************************************
089500 3300-COMPUTE-RATE.
089600     IF WS-RATE-SALE-AMT IS GREATER THAN ZERO
089700         COMPUTE WS-RATE ROUNDED =
089800                 WS-RATE-RETURN-AMT * 100 / WS-RATE-SALE-AMT
089900            ON SIZE ERROR
090000               MOVE 9999.9 TO WS-RATE
090100         END-COMPUTE
090200     ELSE
090300         IF WS-RATE-RETURN-AMT IS GREATER THAN ZERO
090400             MOVE 9999.9 TO WS-RATE
090500         ELSE
090600             MOVE ZERO TO WS-RATE
090700         END-IF
090800     END-IF.
090900     IF WS-RATE IS GREATER THAN 9999.9
091000         MOVE 9999.9 TO WS-RATE
091100     END-IF.
091200 3300-EXIT.
091300     EXIT.
091400*
091500******************************************************************
091600* 3500-REPORT - ONE SECTION PER EXCEPTION, EACH LISTING ITS
091700*     TICKETS, THEN THE SUMMARY BY BRANCH AND SALESPERSON.
091800******************************************************************
091900 3500-REPORT.
092000     MOVE "RETURNS KEYED BY THE ORIGINAL SALESPERSON"
092050       TO SEC-TITLE.
092100     PERFORM 3600-START-SECTION THRU 3600-EXIT.
092200     PERFORM 3610-WRITE-SELF THRU 3610-EXIT
092300         VARYING WS-EXC-SUB FROM 1 BY 1
092400         UNTIL WS-EXC-SUB IS GREATER THAN WS-EXC-COUNT.
092500     PERFORM 3690-END-SECTION THRU 3690-EXIT.
092600     MOVE "RETURN RATE OVER THE BRANCH AVERAGE" TO SEC-TITLE.
092700     PERFORM 3600-START-SECTION THRU 3600-EXIT.
092800     PERFORM 3620-WRITE-RATE THRU 3620-EXIT
092900         VARYING WS-EXC-SUB FROM 1 BY 1
093000         UNTIL WS-EXC-SUB IS GREATER THAN WS-EXC-COUNT.
093100     PERFORM 3690-END-SECTION THRU 3690-EXIT.
093200     MOVE "VOIDS AND QUANTITY CUTS SOON AFTER POSTING"
093250       TO SEC-TITLE.
093300     PERFORM 3600-START-SECTION THRU 3600-EXIT.
093400     PERFORM 3630-WRITE-QUICK THRU 3630-EXIT
093500         VARYING WS-EXC-SUB FROM 1 BY 1
093600         UNTIL WS-EXC-SUB IS GREATER THAN WS-EXC-COUNT.
093700     PERFORM 3690-END-SECTION THRU 3690-EXIT.
093800     MOVE "SALES PRICED AT THE EDGE OF TOLERANCE" TO SEC-TITLE.
093900     PERFORM 3600-START-SECTION THRU 3600-EXIT.
094000     PERFORM 3640-WRITE-EDGE THRU 3640-EXIT
094100         VARYING WS-EXC-SUB FROM 1 BY 1
094200         UNTIL WS-EXC-SUB IS GREATER THAN WS-EXC-COUNT.
094300     PERFORM 3690-END-SECTION THRU 3690-EXIT.
094400     MOVE "CASH REFUNDS AGAINST CARD SALES" TO SEC-TITLE.
094500     PERFORM 3600-START-SECTION THRU 3600-EXIT.
094600     PERFORM 3650-WRITE-CASH THRU 3650-EXIT
094700         VARYING WS-EXC-SUB FROM 1 BY 1
094800         UNTIL WS-EXC-SUB IS GREATER THAN WS-EXC-COUNT.
094900     PERFORM 3690-END-SECTION THRU 3690-EXIT.
095000     PERFORM 3700-SUMMARY-SECTION THRU 3700-EXIT.
095100 3500-EXIT.
095200     EXIT.
095300*
095400 3600-START-SECTION.
095500     MOVE ZERO TO WS-SECTION-LINES.
095600     WRITE REPORT-REC FROM WS-BLANK-LINE.
095700     WRITE REPORT-REC FROM WS-SECTION-LINE.
095800     WRITE REPORT-REC FROM WS-EXC-HEAD.
095900 3600-EXIT.
096000     EXIT.
096100*
096200 3610-WRITE-SELF.
096300     IF EX-TYPE (WS-EXC-SUB) IS EQUAL TO "S"
096400         PERFORM 3680-LOCATE-PERSON THRU 3680-EXIT
096500         IF WS-PERSON-SUB IS GREATER THAN ZERO
096600            AND CT-SELF-FLAGGED (WS-PERSON-SUB)
096700             PERFORM 3685-WRITE-EXCEPTION THRU 3685-EXIT
096800         END-IF
096900     END-IF.
097000 3610-EXIT.
097100     EXIT.
097200*
097300 3620-WRITE-RATE.
097400     IF EX-TYPE (WS-EXC-SUB) IS EQUAL TO "R"
097500         PERFORM 3680-LOCATE-PERSON THRU 3680-EXIT
097600         IF WS-PERSON-SUB IS GREATER THAN ZERO
097700            AND CT-RATE-FLAGGED (WS-PERSON-SUB)
097800             MOVE CT-RATE (WS-PERSON-SUB)    TO RTN-RATE
097900             MOVE CT-BR-RATE (WS-PERSON-SUB) TO RTN-BR-RATE
098000             MOVE WS-RATE-NOTE TO EX-NOTE (WS-EXC-SUB)
098100             PERFORM 3685-WRITE-EXCEPTION THRU 3685-EXIT
098200         END-IF
098300     END-IF.
098400 3620-EXIT.
098500     EXIT.
098600*
098700 3630-WRITE-QUICK.
098800     IF EX-TYPE (WS-EXC-SUB) IS EQUAL TO "Q"
098900         PERFORM 3685-WRITE-EXCEPTION THRU 3685-EXIT
099000     END-IF.
099100 3630-EXIT.
099200     EXIT.
099300*
099400 3640-WRITE-EDGE.
099500     IF EX-TYPE (WS-EXC-SUB) IS EQUAL TO "E"
099600         PERFORM 3680-LOCATE-PERSON THRU 3680-EXIT
099700         IF WS-PERSON-SUB IS GREATER THAN ZERO
099800            AND CT-EDGE-FLAGGED (WS-PERSON-SUB)
099900             PERFORM 3685-WRITE-EXCEPTION THRU 3685-EXIT
100000         END-IF
100100     END-IF.
100200 3640-EXIT.
100300     EXIT.
100400*
100500 3650-WRITE-CASH.
100600     IF EX-TYPE (WS-EXC-SUB) IS EQUAL TO "C"
100700         PERFORM 3685-WRITE-EXCEPTION THRU 3685-EXIT
100800     END-IF.
100900 3650-EXIT.
101000     EXIT.
101100*
101200 3680-LOCATE-PERSON.
101300     MOVE EX-KEY (WS-EXC-SUB) TO WS-FIND-KEY.
101400     PERFORM 2700-FIND-PERSON THRU 2700-EXIT.
101500 3680-EXIT.
101600     EXIT.
101700*
101800 3685-WRITE-EXCEPTION.
101900     MOVE EX-BRANCH (WS-EXC-SUB)  TO EXL-BRANCH.
102000     MOVE EX-SPERSON (WS-EXC-SUB) TO EXL-SPERSON.
102100     MOVE EX-TKT-NO (WS-EXC-SUB)  TO EXL-TKT-NO.
102200     MOVE EX-PRODUCT (WS-EXC-SUB) TO EXL-PRODUCT.
102300     MOVE EX-DATE (WS-EXC-SUB)    TO EXL-DATE.
102400     MOVE EX-QTY (WS-EXC-SUB)     TO EXL-QTY.
102500     MOVE EX-AMT (WS-EXC-SUB)     TO EXL-AMT.
102600     MOVE EX-NOTE (WS-EXC-SUB)    TO EXL-NOTE.
102700     WRITE REPORT-REC FROM WS-EXC-LINE.
102800     ADD 1 TO WS-SECTION-LINES.
102900 3685-EXIT.
103000     EXIT.
103100*
103200 3690-END-SECTION.
103300     IF WS-SECTION-LINES IS EQUAL TO ZERO
103400         MOVE "NONE" TO NON-TEXT
103500         WRITE REPORT-REC FROM WS-NONE-LINE
103600     END-IF.
103700 3690-EXIT.
103800     EXIT.
103900*
104000******************************************************************
104100* 3700-SUMMARY-SECTION - EVERY SALESPERSON'S WEEK UNDER A LINE
104200*     FOR THEIR BRANCH, WITH THE COUNT OF EACH EXCEPTION AND
104300*     WHICH OF THEM PUT THE SALESPERSON ON THIS REPORT.
104400******************************************************************
104500 3700-SUMMARY-SECTION.
104600     WRITE REPORT-REC FROM WS-BLANK-LINE.
104700     MOVE "SUMMARY BY BRANCH AND SALESPERSON" TO SEC-TITLE.
104800     WRITE REPORT-REC FROM WS-SECTION-LINE.
104900     WRITE REPORT-REC FROM WS-SUM-HEAD.
105000     IF WS-PERSON-COUNT IS EQUAL TO ZERO
105100         MOVE "NO SALES POSTED IN THE WEEK" TO NON-TEXT
105200         WRITE REPORT-REC FROM WS-NONE-LINE
105300     END-IF.
105400     PERFORM 3710-SUMMARY-BRANCH THRU 3710-EXIT
105500         VARYING WS-GROUP-START FROM 1 BY 1
105600         UNTIL WS-GROUP-START IS GREATER THAN WS-PERSON-COUNT.
105700 3700-EXIT.
105800     EXIT.
105900*
106000 3710-SUMMARY-BRANCH.
106100     PERFORM 3100-TOTAL-BRANCH THRU 3100-EXIT.
106200     MOVE CT-BRANCH (WS-GROUP-START) TO BRL-BRANCH.
106300     MOVE WS-BR-SALE-AMT   TO BRL-SALE-AMT.
106400     MOVE WS-BR-RETURN-AMT TO BRL-RETURN-AMT.
106500     MOVE WS-BR-RATE       TO BRL-RATE.
106600     WRITE REPORT-REC FROM WS-BLANK-LINE.
106700     WRITE REPORT-REC FROM WS-BRANCH-LINE.
106800     PERFORM 3720-SUMMARY-PERSON THRU 3720-EXIT
106900         VARYING WS-PERSON-SUB FROM WS-GROUP-START BY 1
107000         UNTIL WS-PERSON-SUB IS GREATER THAN WS-GROUP-END.
107100     MOVE WS-GROUP-END TO WS-GROUP-START.
107200 3710-EXIT.
107300     EXIT.
107400*
107500 3720-SUMMARY-PERSON.
107600     MOVE CT-BRANCH (WS-PERSON-SUB)       TO PSL-BRANCH.
107700     MOVE CT-SPERSON (WS-PERSON-SUB)      TO PSL-SPERSON.
107800     MOVE CT-SALE-AMT (WS-PERSON-SUB)     TO PSL-SALE-AMT.
107900     MOVE CT-RETURN-AMT (WS-PERSON-SUB)   TO PSL-RETURN-AMT.
108000     MOVE CT-RATE (WS-PERSON-SUB)         TO PSL-RATE.
108100     MOVE CT-SELF-COUNT (WS-PERSON-SUB)   TO PSL-SELF.
108200     MOVE CT-QUICK-COUNT (WS-PERSON-SUB)  TO PSL-QUICK.
108300     MOVE CT-EDGE-COUNT (WS-PERSON-SUB)   TO PSL-EDGE.
108400     MOVE CT-CASH-COUNT (WS-PERSON-SUB)   TO PSL-CASH.
108500     MOVE SPACES TO PSL-FLAGS.
108600     IF CT-SELF-FLAGGED (WS-PERSON-SUB)
108700         MOVE "SELF" TO PSL-FLAG-SELF
108800     END-IF.
108900     IF CT-RATE-FLAGGED (WS-PERSON-SUB)
109000         MOVE "RATE" TO PSL-FLAG-RATE
109100     END-IF.
109200     IF CT-QUICK-COUNT (WS-PERSON-SUB) IS GREATER THAN ZERO
109300         MOVE "CORR" TO PSL-FLAG-QUICK
109400     END-IF.
109500     IF CT-EDGE-FLAGGED (WS-PERSON-SUB)
109600         MOVE "EDGE" TO PSL-FLAG-EDGE
109700     END-IF.
109800     IF CT-CASH-COUNT (WS-PERSON-SUB) IS GREATER THAN ZERO
109900         MOVE "CASH" TO PSL-FLAG-CASH
110000     END-IF.
110100     WRITE REPORT-REC FROM WS-PERSON-LINE.
110200 3720-EXIT.
110300     EXIT.
110400*
110500******************************************************************
110600* 4000-TERMINATE - RUN SUMMARY, CLOSE UP.
110700******************************************************************
110800 4000-TERMINATE.
110900     MOVE CTL-WEEK-END     TO SUM-WEEK-END.
111000     MOVE WS-LINE-COUNT    TO SUM-LINES.
111100     MOVE WS-AUD-COUNT     TO SUM-CHANGES.
111200     MOVE WS-EXC-COUNT     TO SUM-EXCEPTIONS.
111300     MOVE WS-FLAGGED-COUNT TO SUM-FLAGGED.
111400     WRITE REPORT-REC FROM WS-BLANK-LINE.
111500     WRITE REPORT-REC FROM WS-SUMMARY-LINE.
111600     DISPLAY WS-SUMMARY-LINE.
111700     CLOSE CONTROL-FILE REPORT-FILE.
111800 4000-EXIT.
111900     EXIT.
