000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "SALSQUOT".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     MONTH-TO-DATE SALES QUOTA ATTAINMENT BY SALESPERSON AND
001000*     BRANCH.  MEASURES EACH SALESPERSON'S NET SALES FOR THE
001100*     MONTH SO FAR AGAINST THEIR TARGET ON THE QUOTA TABLE
001200*     (LOADED BY QUOTLOAD), AND PRINTS PER SALESPERSON THE
001300*     QUOTA, THE NET SALES, THE PERCENT ATTAINED, THE PACE (NET
001400*     SALES AS A PERCENT OF THE QUOTA PRO-RATED TO THE DAYS GONE)
001500*     AND THE SALES NEEDED PER REMAINING DAY TO REACH TARGET,
001600*     WITH A TOTAL LINE PER BRANCH AND FOR THE COMPANY.  REPLACES
001700*     THE SPREADSHEET MANAGEMENT KEEPS AGAINST SALSRPT AND
001800*     SALSTRND PRINTOUTS.
001900*     NET SALES ARE SALES_EXT_AMT BY TICKET DATE FROM BOTH LIVE
002000*     SALES AND SALES_HIST, SO THE FIGURES DO NOT MOVE WHEN
002100*     SALSCLOS ARCHIVES THE MONTH.  RETURNS ARE CARRIED NEGATIVE
002200*     AND SALSCORR CORRECTS AND VOIDS THE ROWS IN PLACE, SO BOTH
002300*     ARE ALREADY NETTED IN.  A BRANCH'S QUOTA IS ITS OWN TARGET
002400*     ROW WHEN IT HAS ONE, OTHERWISE THE SUM OF ITS SALESPEOPLE'S;
002500*     THE COMPANY'S IS THE SUM OF THE BRANCHES'.
002600*     CONTROL CARD:
002700*         COL 1-6    PERIOD (YYYYMM)
002800*         COL 8-15   AS-OF DATE (YYYYMMDD) - BLANK FOR TODAY, OR
002900*                    MONTH END FOR A PAST PERIOD
003000*         COL 17-19  PACE THRESHOLD PERCENT - BLANK FOR 080
003100*     FROM MID-MONTH ON, A SALESPERSON OR BRANCH WHOSE PACE IS
003200*     UNDER THE THRESHOLD IS FLAGGED UNDER PACE.
003300*
003400* MODIFICATION HISTORY.
003500*     2026-10-15  DPS  NEW PROGRAM.
003600*
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CONTROL-FILE    ASSIGN TO CTLFILE
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT REPORT-FILE     ASSIGN TO RPTFILE
004400         ORGANIZATION IS SEQUENTIAL.
004500******************************************************************
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CONTROL-FILE
004900     RECORDING MODE IS F.
005000 01  CONTROL-REC             PIC X(80).
005100*
005200 FD  REPORT-FILE
005300     RECORDING MODE IS F.
005400 01  REPORT-REC              PIC X(132).
005500******************************************************************
005600 WORKING-STORAGE SECTION.
005700 01  WS-SWITCHES.
005800     05  WS-FETCH-EOF-SW     PIC X(01)   VALUE "N".
005900         88  FETCH-EOF           VALUE "Y".
006000     05  WS-FIRST-ROW-SW     PIC X(01)   VALUE "Y".
006100         88  FIRST-ROW           VALUE "Y".
006200     05  WS-BRANCH-TARGET-SW PIC X(01)   VALUE "N".
006300         88  BRANCH-TARGET       VALUE "Y".
006400     05  WS-MID-MONTH-SW     PIC X(01)   VALUE "N".
006500         88  PAST-MID-MONTH      VALUE "Y".
006600*
006700 77  WS-PERSON-COUNT         PIC 9(05)   VALUE ZERO COMP.
006800 77  WS-BRANCH-COUNT         PIC 9(05)   VALUE ZERO COMP.
006900 77  WS-UNDER-COUNT          PIC 9(05)   VALUE ZERO COMP.
007000 77  WS-NO-QUOTA-COUNT       PIC 9(05)   VALUE ZERO COMP.
007100 77  WS-MONTH-DAYS           PIC 9(03)   VALUE ZERO COMP.
007200 77  WS-DAYS-GONE            PIC 9(03)   VALUE ZERO COMP.
007300 77  WS-DAYS-LEFT            PIC 9(03)   VALUE ZERO COMP.
007400*
007500 01  WS-CONTROL-CARD.
007600     05  CTL-PERIOD          PIC 9(06).
007700     05  CTL-PERIOD-X REDEFINES CTL-PERIOD.
007800         10  FILLER          PIC X(04).
007900         10  CTL-PD-MM       PIC X(02).
008000     05  FILLER              PIC X(01).
008100     05  CTL-ASOF-DATE       PIC 9(08).
008200     05  CTL-ASOF-DATE-X REDEFINES CTL-ASOF-DATE.
008300         10  FILLER          PIC X(06).
008400         10  CTL-AD-DD       PIC X(02).
008500     05  FILLER              PIC X(01).
008600     05  CTL-THRESHOLD       PIC 9(03).
008700     05  CTL-THRESHOLD-X REDEFINES CTL-THRESHOLD
008800                             PIC X(03).
008900     05  FILLER              PIC X(61).
009000*
009100 01  WS-TODAY                PIC 9(08).
009200 01  WS-CURR-PERIOD          PIC 9(06).
009300 01  WS-THRESHOLD            PIC 9(03).
009400 01  WS-ASOF-DATE            PIC 9(08).
009500 01  WS-ASOF-DATE-X          REDEFINES WS-ASOF-DATE.
009600     05  WS-AD-PERIOD        PIC 9(06).
009700     05  WS-AD-DAY           PIC 9(02).
009800 01  WS-ASOF-DAYNO           PIC 9(08).
009900 01  WS-NEXT-MONTH           PIC 9(08).
010000 01  WS-NEXT-MONTH-X         REDEFINES WS-NEXT-MONTH.
010100     05  WS-NM-YEAR          PIC 9(04).
010200     05  WS-NM-MONTH         PIC 9(02).
010300     05  FILLER              PIC 9(02).
010400 01  WS-PREV-BRANCH          PIC X(03)   VALUE SPACES.
010500 01  WS-PREV-SPERSON         PIC X(15)   VALUE SPACES.
010600*
010700* ONE SALESPERSON'S QUOTA AND NET SALES, BUILT UP FROM THEIR
010800* QUOTA, SALES AND SALES_HIST ROWS; THE BRANCH'S OWN TARGET AND
010900* ITS SUMS; AND THE COMPANY'S SUMS.
011000 01  WS-PERSON-TOTALS.
011100     05  PT-QUOTA            PIC S9(11)V99 USAGE COMP-3.
011200     05  PT-NET              PIC S9(11)V99 USAGE COMP-3.
011300 01  WS-BRANCH-TOTALS.
011400     05  BT-TARGET           PIC S9(11)V99 USAGE COMP-3.
011500     05  BT-QUOTA            PIC S9(11)V99 USAGE COMP-3.
011600     05  BT-NET              PIC S9(11)V99 USAGE COMP-3.
011700 01  WS-COMPANY-TOTALS.
011800     05  CT-QUOTA            PIC S9(11)V99 USAGE COMP-3.
011900     05  CT-NET              PIC S9(11)V99 USAGE COMP-3.
012000*
012100* THE LINE BEING FIGURED - PERSON, BRANCH OR COMPANY.
012200 01  WS-LINE-FIGURES.
012300     05  LF-QUOTA            PIC S9(11)V99 USAGE COMP-3.
012400     05  LF-NET              PIC S9(11)V99 USAGE COMP-3.
012500     05  LF-EXPECTED         PIC S9(11)V99 USAGE COMP-3.
012600     05  LF-PCT              PIC S9(4)V9   USAGE COMP-3.
012700     05  LF-PACE             PIC S9(4)V9   USAGE COMP-3.
012800     05  LF-NEEDED           PIC S9(11)V99 USAGE COMP-3.
012900*
013000 01  WS-QUOTA-HEAD.
013100     05  FILLER              PIC X(33)   VALUE
013200         "SALSQUOT QUOTA ATTAINMENT  PERIOD".
013300     05  FILLER              PIC X(01)   VALUE SPACE.
013400     05  QTH-PERIOD          PIC 9(06).
013500     05  FILLER              PIC X(07)   VALUE " AS OF ".
013600     05  QTH-ASOF-DATE       PIC 9(08).
013700     05  FILLER              PIC X(06)   VALUE "  DAY ".
013800     05  QTH-DAYS-GONE       PIC Z9.
013900     05  FILLER              PIC X(04)   VALUE " OF ".
014000     05  QTH-MONTH-DAYS      PIC Z9.
014100     05  FILLER              PIC X(02)   VALUE SPACES.
014200     05  QTH-FLAG-TEXT       PIC X(40).
014300     05  FILLER              PIC X(21)   VALUE SPACES.
014400*
014500 01  WS-PACE-NOTE.
014600     05  FILLER              PIC X(19)   VALUE
014700         "UNDER PACE = BELOW ".
014800     05  PCN-THRESHOLD       PIC ZZ9.
014900     05  FILLER              PIC X(18)   VALUE
015000         "% OF PRO-RATA".
015100*
015200 01  WS-COLUMN-LINE.
015300     05  FILLER              PIC X(02)   VALUE SPACES.
015400     05  FILLER              PIC X(03)   VALUE "BRN".
015500     05  FILLER              PIC X(02)   VALUE SPACES.
015600     05  FILLER              PIC X(15)   VALUE "SALESPERSON".
015700     05  FILLER              PIC X(02)   VALUE SPACES.
015800     05  FILLER              PIC X(16)   VALUE
015900         "           QUOTA".
016000     05  FILLER              PIC X(02)   VALUE SPACES.
016100     05  FILLER              PIC X(16)   VALUE
016200         "   NET SALES MTD".
016300     05  FILLER              PIC X(02)   VALUE SPACES.
016400     05  FILLER              PIC X(07)   VALUE " ATTAIN".
016500     05  FILLER              PIC X(02)   VALUE SPACES.
016600     05  FILLER              PIC X(07)   VALUE "   PACE".
016700     05  FILLER              PIC X(02)   VALUE SPACES.
016800     05  FILLER              PIC X(14)   VALUE "NEEDED PER DAY".
016900     05  FILLER              PIC X(02)   VALUE SPACES.
017000     05  FILLER              PIC X(20)   VALUE "NOTE".
017100     05  FILLER              PIC X(18)   VALUE SPACES.
017200*
017300 01  WS-QUOTA-LINE.
017400     05  FILLER              PIC X(02)   VALUE SPACES.
017500     05  QTL-BRANCH          PIC X(03).
017600     05  FILLER              PIC X(02)   VALUE SPACES.
017700     05  QTL-SPERSON         PIC X(15).
017800     05  FILLER              PIC X(02)   VALUE SPACES.
017900     05  QTL-QUOTA           PIC -,---,---,--9.99.
018000     05  FILLER              PIC X(02)   VALUE SPACES.
018100     05  QTL-NET             PIC -,---,---,--9.99.
018200     05  FILLER              PIC X(02)   VALUE SPACES.
018300     05  QTL-PCT             PIC ----9.9.
018400     05  FILLER              PIC X(02)   VALUE SPACES.
018500     05  QTL-PACE            PIC ----9.9.
018600     05  FILLER              PIC X(02)   VALUE SPACES.
018700     05  QTL-NEEDED          PIC ZZZ,ZZZ,ZZ9.99.
018800     05  FILLER              PIC X(02)   VALUE SPACES.
018900     05  QTL-NOTE            PIC X(20).
019000     05  FILLER              PIC X(18)   VALUE SPACES.
019100*
019200 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
019300*
019400 01  WS-SUMMARY-LINE.
019500     05  FILLER              PIC X(21)   VALUE
019600         "SALSQUOT RUN SUMMARY:".
019700     05  FILLER              PIC X(08)   VALUE " PERIOD=".
019800     05  SUM-PERIOD          PIC 9(06).
019900     05  FILLER              PIC X(07)   VALUE " AS OF=".
020000     05  SUM-ASOF-DATE       PIC 9(08).
020100     05  FILLER              PIC X(13)   VALUE " SALESPEOPLE=".
020200     05  SUM-PERSONS         PIC ZZZZ9.
020300     05  FILLER              PIC X(12)   VALUE " UNDER PACE=".
020400     05  SUM-UNDER           PIC ZZZZ9.
020500     05  FILLER              PIC X(10)   VALUE " NO QUOTA=".
020600     05  SUM-NO-QUOTA        PIC ZZZZ9.
020700     05  FILLER              PIC X(10)   VALUE " BRANCHES=".
020800     05  SUM-BRANCHES        PIC ZZZZ9.
020900     05  FILLER              PIC X(17)   VALUE SPACES.
021000*
021100     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
021200 01  HV-PERIOD                PIC 9(06).
021300 01  HV-DATE-FROM             PIC 9(08).
021400 01  HV-DATE-TO               PIC 9(08).
021500 01  HV-BRANCH                PIC X(03).
021600 01  HV-SPERSON               PIC X(15).
021700 01  HV-QUOTA-AMT             PIC S9(11)V99 USAGE COMP-3.
021800 01  HV-NET-AMT               PIC S9(11)V99 USAGE COMP-3.
021900     EXEC SQL END DECLARE SECTION END-EXEC.
022000     EXEC SQL INCLUDE SQLCA END-EXEC.
022100******************************************************************
022200 PROCEDURE DIVISION.
022300*
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600     PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
022700         UNTIL FETCH-EOF.
022800     PERFORM 3000-FINAL-BREAK THRU 3000-EXIT.
022900     PERFORM 4000-TERMINATE THRU 4000-EXIT.
023000     GOBACK.
023100*
023200******************************************************************
023300* 1000-INITIALIZE - READ AND EDIT THE CONTROL CARD, REFUSE A
023400*     PERIOD NOT YET TRADING, SETTLE THE AS-OF DATE AND THE DAYS
023500*     GONE AND LEFT IN THE MONTH, AND OPEN THE QUOTA CURSOR.
023600******************************************************************
023700 1000-INITIALIZE.
023800     OPEN INPUT  CONTROL-FILE.
023900     OPEN OUTPUT REPORT-FILE.
024000     READ CONTROL-FILE INTO WS-CONTROL-CARD
024100         AT END
024200             DISPLAY "SALSQUOT - CONTROL CARD MISSING"
024300             MOVE 16 TO RETURN-CODE
024400             CLOSE CONTROL-FILE REPORT-FILE
024500             GOBACK
024600     END-READ.
024700     IF CTL-PERIOD IS NOT NUMERIC
024800        OR CTL-PD-MM IS LESS THAN "01"
024900        OR CTL-PD-MM IS GREATER THAN "12"
025000         DISPLAY "SALSQUOT - BAD PERIOD " CTL-PERIOD
025100         MOVE 16 TO RETURN-CODE
025200         CLOSE CONTROL-FILE REPORT-FILE
025300         GOBACK
025400     END-IF.
025500     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
025600     COMPUTE WS-CURR-PERIOD = WS-TODAY / 100.
025700     IF CTL-PERIOD IS GREATER THAN WS-CURR-PERIOD
025800         DISPLAY "SALSQUOT - PERIOD " CTL-PERIOD
025900                 " HAS NOT STARTED - REFUSED"
026000         MOVE 16 TO RETURN-CODE
026100         CLOSE CONTROL-FILE REPORT-FILE
026200         GOBACK
026300     END-IF.
026400     COMPUTE WS-NEXT-MONTH = CTL-PERIOD * 100 + 1.
026500     IF WS-NM-MONTH IS EQUAL TO 12
026600         ADD 1 TO WS-NM-YEAR
026700         MOVE 01 TO WS-NM-MONTH
026800     ELSE
026900         ADD 1 TO WS-NM-MONTH
027000     END-IF.
027100     COMPUTE WS-MONTH-DAYS =
027200             FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH)
027300           - FUNCTION INTEGER-OF-DATE (CTL-PERIOD * 100 + 1).
027400     IF CTL-ASOF-DATE-X IS EQUAL TO SPACES
027500         IF CTL-PERIOD IS EQUAL TO WS-CURR-PERIOD
027600             MOVE WS-TODAY TO WS-ASOF-DATE
027700         ELSE
027800             COMPUTE WS-ASOF-DAYNO =
027900                     FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH) - 1
028000             COMPUTE WS-ASOF-DATE =
028100                     FUNCTION DATE-OF-INTEGER (WS-ASOF-DAYNO)
028200         END-IF
028300     ELSE
028400         MOVE CTL-ASOF-DATE TO WS-ASOF-DATE
028500         IF CTL-ASOF-DATE IS NOT NUMERIC
028600            OR WS-AD-PERIOD IS NOT EQUAL TO CTL-PERIOD
028700            OR WS-AD-DAY IS LESS THAN 1
028800            OR WS-AD-DAY IS GREATER THAN WS-MONTH-DAYS
028900            OR WS-ASOF-DATE IS GREATER THAN WS-TODAY
029000             DISPLAY "SALSQUOT - BAD AS-OF DATE " CTL-ASOF-DATE-X
029100             MOVE 16 TO RETURN-CODE
029200             CLOSE CONTROL-FILE REPORT-FILE
029300             GOBACK
029400         END-IF
029500     END-IF.
029600     IF CTL-THRESHOLD-X IS EQUAL TO SPACES
029700         MOVE 080 TO WS-THRESHOLD
029800     ELSE
029900         IF CTL-THRESHOLD IS NOT NUMERIC
030000             DISPLAY "SALSQUOT - BAD PACE THRESHOLD "
030100                     CTL-THRESHOLD-X
030200             MOVE 16 TO RETURN-CODE
030300             CLOSE CONTROL-FILE REPORT-FILE
030400             GOBACK
030500         END-IF
030600         MOVE CTL-THRESHOLD TO WS-THRESHOLD
030700     END-IF.
030800     MOVE WS-AD-DAY TO WS-DAYS-GONE.
030900     COMPUTE WS-DAYS-LEFT = WS-MONTH-DAYS - WS-DAYS-GONE.
031000     IF WS-DAYS-GONE * 2 IS NOT LESS THAN WS-MONTH-DAYS
031100         SET PAST-MID-MONTH TO TRUE
031200         MOVE WS-THRESHOLD TO PCN-THRESHOLD
031300         MOVE WS-PACE-NOTE TO QTH-FLAG-TEXT
031400     ELSE
031500         MOVE "UNDER-PACE FLAGS START AT MID-MONTH"
031600           TO QTH-FLAG-TEXT
031700     END-IF.
031800     MOVE CTL-PERIOD    TO QTH-PERIOD HV-PERIOD.
031900     MOVE WS-ASOF-DATE  TO QTH-ASOF-DATE HV-DATE-TO.
032000     MOVE WS-DAYS-GONE  TO QTH-DAYS-GONE.
032100     MOVE WS-MONTH-DAYS TO QTH-MONTH-DAYS.
032200     COMPUTE HV-DATE-FROM = CTL-PERIOD * 100 + 1.
032300     WRITE REPORT-REC FROM WS-QUOTA-HEAD.
032400     WRITE REPORT-REC FROM WS-BLANK-LINE.
032500     WRITE REPORT-REC FROM WS-COLUMN-LINE.
032600     MOVE ZERO TO PT-QUOTA PT-NET.
032700     MOVE ZERO TO BT-TARGET BT-QUOTA BT-NET.
032800     MOVE ZERO TO CT-QUOTA CT-NET.
032900     EXEC SQL
033000        DECLARE QUOTA-CUR CURSOR FOR
033100           SELECT QUOTA_BRANCH, QUOTA_SPERSON,
033200                  SUM(QUOTA_AMT), 0
033300             FROM QUOTA
033400            WHERE QUOTA_PERIOD = :HV-PERIOD
033500            GROUP BY QUOTA_BRANCH, QUOTA_SPERSON
033600           UNION ALL
033700           SELECT SALES_BRANCH, SALES_PERSON,
033800                  0, SUM(SALES_EXT_AMT)
033900             FROM SALES
034000            WHERE SALES_TKT_DATE BETWEEN :HV-DATE-FROM
034100                                     AND :HV-DATE-TO
034200            GROUP BY SALES_BRANCH, SALES_PERSON
034300           UNION ALL
034400           SELECT SALES_BRANCH, SALES_PERSON,
034500                  0, SUM(SALES_EXT_AMT)
034600             FROM SALES_HIST
034700            WHERE SALES_TKT_DATE BETWEEN :HV-DATE-FROM
034800                                     AND :HV-DATE-TO
034900            GROUP BY SALES_BRANCH, SALES_PERSON
035000            ORDER BY 1, 2
035100     END-EXEC.
035200     EXEC SQL OPEN QUOTA-CUR END-EXEC.
035300     PERFORM 2100-FETCH-ROW THRU 2100-EXIT.
035400 1000-EXIT.
035500     EXIT.
035600*
035700******************************************************************
035800* 2000-PROCESS-ROW - A SALESPERSON CAN COME BACK THREE TIMES -
035900*     THEIR QUOTA, THEIR LIVE SALES, THEIR ARCHIVED SALES.  ON A
036000*     CHANGE OF SALESPERSON PRINT THE ONE JUST FINISHED, AND ON A
036100*     CHANGE OF BRANCH THE BRANCH TOTAL AS WELL, THEN ADD THE ROW
036200*     IN HAND TO THE CURRENT SALESPERSON.
036300******************************************************************
036400 2000-PROCESS-ROW.
036500     IF NOT FIRST-ROW
036600         IF HV-BRANCH IS NOT EQUAL TO WS-PREV-BRANCH
036700             PERFORM 3100-PRINT-PERSON THRU 3100-EXIT
036800             PERFORM 3200-PRINT-BRANCH THRU 3200-EXIT
036900         ELSE
037000             IF HV-SPERSON IS NOT EQUAL TO WS-PREV-SPERSON
037100                 PERFORM 3100-PRINT-PERSON THRU 3100-EXIT
037200             END-IF
037300         END-IF
037400     END-IF.
037500     MOVE "N" TO WS-FIRST-ROW-SW.
037600     MOVE HV-BRANCH    TO WS-PREV-BRANCH.
037700     MOVE HV-SPERSON   TO WS-PREV-SPERSON.
037800     ADD HV-QUOTA-AMT  TO PT-QUOTA.
037900     ADD HV-NET-AMT    TO PT-NET.
038000     PERFORM 2100-FETCH-ROW THRU 2100-EXIT.
038100 2000-EXIT.
038200     EXIT.
038300*
038400 2100-FETCH-ROW.
038500     EXEC SQL
038600        FETCH QUOTA-CUR INTO :HV-BRANCH, :HV-SPERSON,
038700                             :HV-QUOTA-AMT, :HV-NET-AMT
038800     END-EXEC.
038900     EVALUATE SQLCODE
039000        WHEN 0
039100           CONTINUE
039200        WHEN 100
039300           SET FETCH-EOF TO TRUE
039400           EXEC SQL CLOSE QUOTA-CUR END-EXEC
039500        WHEN OTHER
039600           DISPLAY "SALSQUOT - FETCH FAILED SQLCODE=" SQLCODE
039700           MOVE 12 TO RETURN-CODE
039800           SET FETCH-EOF TO TRUE
039900           EXEC SQL CLOSE QUOTA-CUR END-EXEC
040000     END-EVALUATE.
040100 2100-EXIT.
040200     EXIT.
040300*
040400 3000-FINAL-BREAK.
040500     IF NOT FIRST-ROW
040600         PERFORM 3100-PRINT-PERSON THRU 3100-EXIT
040700         PERFORM 3200-PRINT-BRANCH THRU 3200-EXIT
040800     END-IF.
040900     MOVE SPACES          TO QTL-BRANCH.
041000     MOVE "COMPANY TOTAL" TO QTL-SPERSON.
041100     MOVE CT-QUOTA        TO LF-QUOTA.
041200     MOVE CT-NET          TO LF-NET.
041300     PERFORM 3500-FIGURE-LINE THRU 3500-EXIT.
041400     WRITE REPORT-REC FROM WS-QUOTA-LINE.
041500 3000-EXIT.
041600     EXIT.
041700*
041800******************************************************************
041900* 3100-PRINT-PERSON - ONE FINISHED SALESPERSON'S LINE.  THE ROW
042000*     WITH NO SALESPERSON IS THE BRANCH'S OWN TARGET: IT IS HELD
042100*     FOR THE BRANCH TOTAL, NOT PRINTED.
042200******************************************************************
042300 3100-PRINT-PERSON.
042400     IF WS-PREV-SPERSON IS EQUAL TO SPACES
042500         ADD PT-QUOTA TO BT-TARGET
042600         ADD PT-NET   TO BT-NET
042700         SET BRANCH-TARGET TO TRUE
042800         GO TO 3100-RESET
042900     END-IF.
043000     ADD 1 TO WS-PERSON-COUNT.
043100     MOVE WS-PREV-BRANCH  TO QTL-BRANCH.
043200     MOVE WS-PREV-SPERSON TO QTL-SPERSON.
043300     MOVE PT-QUOTA        TO LF-QUOTA.
043400     MOVE PT-NET          TO LF-NET.
043500     PERFORM 3500-FIGURE-LINE THRU 3500-EXIT.
043600     IF LF-QUOTA IS NOT GREATER THAN ZERO
043700         ADD 1 TO WS-NO-QUOTA-COUNT
043800     END-IF.
043900     IF QTL-NOTE IS EQUAL TO "** UNDER PACE **"
044000         ADD 1 TO WS-UNDER-COUNT
044100     END-IF.
044200     WRITE REPORT-REC FROM WS-QUOTA-LINE.
044300     ADD PT-QUOTA TO BT-QUOTA.
044400     ADD PT-NET   TO BT-NET.
044500 3100-RESET.
044600     MOVE ZERO TO PT-QUOTA PT-NET.
044700 3100-EXIT.
044800     EXIT.
044900*
045000******************************************************************
045100* 3200-PRINT-BRANCH - THE FINISHED BRANCH'S TOTAL LINE, AGAINST
045200*     ITS OWN TARGET WHEN IT HAS ONE.
045300******************************************************************
045400 3200-PRINT-BRANCH.
045500     ADD 1 TO WS-BRANCH-COUNT.
045600     MOVE WS-PREV-BRANCH  TO QTL-BRANCH.
045700     MOVE "BRANCH TOTAL"  TO QTL-SPERSON.
045800     IF BRANCH-TARGET
045900         MOVE BT-TARGET   TO LF-QUOTA
046000     ELSE
046100         MOVE BT-QUOTA    TO LF-QUOTA
046200     END-IF.
046300     MOVE BT-NET          TO LF-NET.
046400     PERFORM 3500-FIGURE-LINE THRU 3500-EXIT.
046500     WRITE REPORT-REC FROM WS-QUOTA-LINE.
046600     WRITE REPORT-REC FROM WS-BLANK-LINE.
046700     ADD LF-QUOTA TO CT-QUOTA.
046800     ADD BT-NET   TO CT-NET.
046900     MOVE ZERO TO BT-TARGET BT-QUOTA BT-NET.
047000     MOVE "N" TO WS-BRANCH-TARGET-SW.
047100 3200-EXIT.
047200     EXIT.
047300*
047400******************************************************************
047500* 3500-FIGURE-LINE - PERCENT ATTAINED, PACE AGAINST THE QUOTA
047600*     PRO-RATED TO THE DAYS GONE, AND THE SALES NEEDED PER DAY
047700*     LEFT, FOR THE LINE IN LF-QUOTA/LF-NET.  A PERCENT TOO BIG
047800*     TO PRINT SHOWS AS 9999.9.
047900******************************************************************
048000 3500-FIGURE-LINE.
048100     MOVE ZERO   TO LF-PCT LF-PACE LF-NEEDED.
048200     MOVE SPACES TO QTL-NOTE.
048300     MOVE LF-QUOTA TO QTL-QUOTA.
048400     MOVE LF-NET   TO QTL-NET.
048500     IF LF-QUOTA IS NOT GREATER THAN ZERO
048600         MOVE "NO QUOTA" TO QTL-NOTE
048700         GO TO 3500-EDIT
048800     END-IF.
048900     COMPUTE LF-PCT ROUNDED = LF-NET * 100 / LF-QUOTA
049000         ON SIZE ERROR
049100            MOVE 9999.9 TO LF-PCT
049200     END-COMPUTE.
049300     COMPUTE LF-EXPECTED ROUNDED =
049400             LF-QUOTA * WS-DAYS-GONE / WS-MONTH-DAYS.
049500     IF LF-EXPECTED IS GREATER THAN ZERO
049600         COMPUTE LF-PACE ROUNDED = LF-NET * 100 / LF-EXPECTED
049700             ON SIZE ERROR
049800                MOVE 9999.9 TO LF-PACE
049900         END-COMPUTE
050000     END-IF.
050100     IF LF-NET IS NOT LESS THAN LF-QUOTA
050200         MOVE "ATTAINED" TO QTL-NOTE
050300         GO TO 3500-EDIT
050400     END-IF.
050500     IF WS-DAYS-LEFT IS GREATER THAN ZERO
050600         COMPUTE LF-NEEDED ROUNDED =
050700                 (LF-QUOTA - LF-NET) / WS-DAYS-LEFT
050800     END-IF.
050900     IF PAST-MID-MONTH
051000        AND LF-PACE IS LESS THAN WS-THRESHOLD
051100         MOVE "** UNDER PACE **" TO QTL-NOTE
051200     END-IF.
051300 3500-EDIT.
051400     MOVE LF-PCT    TO QTL-PCT.
051500     MOVE LF-PACE   TO QTL-PACE.
051600     MOVE LF-NEEDED TO QTL-NEEDED.
051700 3500-EXIT.
051800     EXIT.
051900*
052000******************************************************************
052100* 4000-TERMINATE - RUN SUMMARY, CLOSE UP.
052200******************************************************************
052300 4000-TERMINATE.
052400     MOVE CTL-PERIOD        TO SUM-PERIOD.
052500     MOVE WS-ASOF-DATE      TO SUM-ASOF-DATE.
052600     MOVE WS-PERSON-COUNT   TO SUM-PERSONS.
052700     MOVE WS-UNDER-COUNT    TO SUM-UNDER.
052800     MOVE WS-NO-QUOTA-COUNT TO SUM-NO-QUOTA.
052900     MOVE WS-BRANCH-COUNT   TO SUM-BRANCHES.
053000     WRITE REPORT-REC FROM WS-BLANK-LINE.
053100     WRITE REPORT-REC FROM WS-SUMMARY-LINE.
053200     DISPLAY WS-SUMMARY-LINE.
053300     CLOSE CONTROL-FILE REPORT-FILE.
053400 4000-EXIT.
053500     EXIT.
