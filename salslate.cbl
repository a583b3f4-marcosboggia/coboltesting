000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "SALSLATE".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     LATE-TICKET REPORT BY BRANCH.  A TICKET POSTS UNDER THE
001000*     BUSINESS DATE ON ITS HEADER, WHICH MAY BE DAYS BEFORE THE
001100*     NIGHT SALSDRV POSTED IT.  THE CONTROL CARD NAMES A RANGE
001200*     OF POSTING NIGHTS (YYYYMMDD YYYYMMDD); EVERY TICKET POSTED
001300*     IN IT, LIVE OR CLOSED, IS MEASURED BY THE DAYS BETWEEN ITS
001400*     SALE DATE AND ITS POSTING NIGHT.  A TICKET MORE THAN
001500*     WS-LATE-DAYS BEHIND IS LISTED; EACH BRANCH THEN SHOWS ITS
001600*     TICKETS, HOW MANY WERE LATE, AND THE AVERAGE AND MOST DAYS
001700*     BEHIND, WITH A COMPANY TOTAL AT THE END.  WS-LATE-DAYS
001800*     MUST MATCH SALSDRV'S WS-LATE-DAYS.  A ROW POSTED BEFORE
001900*     THE POSTING NIGHT WAS KEPT COUNTS AS POSTED ON ITS SALE
002000*     DATE.
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
003100     SELECT REPORT-FILE     ASSIGN TO RPTFILE
003200         ORGANIZATION IS SEQUENTIAL.
003300******************************************************************
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CONTROL-FILE
003700     RECORDING MODE IS F.
003800 01  CONTROL-REC             PIC X(80).
003900*
004000 FD  REPORT-FILE
004100     RECORDING MODE IS F.
004200 01  REPORT-REC              PIC X(132).
004300******************************************************************
004400 WORKING-STORAGE SECTION.
004500 01  WS-SWITCHES.
004600     05  WS-TKT-EOF-SW       PIC X(01)   VALUE "N".
004700         88  TKT-EOF             VALUE "Y".
004800*
004900 77  WS-DAYS-BEHIND          PIC S9(09)  VALUE ZERO COMP.
005000 77  WS-BR-TICKETS           PIC 9(09)   VALUE ZERO COMP.
005100 77  WS-BR-LATE              PIC 9(09)   VALUE ZERO COMP.
005200 77  WS-BR-DAYS              PIC 9(11)   VALUE ZERO COMP.
005300 77  WS-BR-MOST              PIC 9(05)   VALUE ZERO COMP.
005400 77  WS-CO-TICKETS           PIC 9(09)   VALUE ZERO COMP.
005500 77  WS-CO-LATE              PIC 9(09)   VALUE ZERO COMP.
005600 77  WS-CO-DAYS              PIC 9(11)   VALUE ZERO COMP.
005700 77  WS-CO-MOST              PIC 9(05)   VALUE ZERO COMP.
005800 77  WS-BRANCH-COUNT         PIC 9(05)   VALUE ZERO COMP.
005900*
006000* A TICKET MORE THAN THIS MANY DAYS BEHIND ITS POSTING NIGHT IS
006100* LATE.  MUST MATCH SALSDRV'S WS-LATE-DAYS.
006200 77  WS-LATE-DAYS            PIC 9(03)   VALUE 003 COMP.
006300*
006400 01  WS-CONTROL-CARD.
006500     05  CTL-FROM-DATE       PIC 9(08).
007000     05  FILLER              PIC X(01).
007100     05  CTL-TO-DATE         PIC 9(08).
007600     05  FILLER              PIC X(63).
007700*
007710* FIELDS PASSED TO/FROM DATEEDIT - ORDER MUST MATCH ITS LINKAGE.
007720 01  WS-DE-RETCODE           PIC X(02).
007730     88  WS-DE-RC-OK             VALUE "00".
007740*
007800 01  WS-CURR-BRANCH          PIC X(03)   VALUE SPACES.
007900 01  WS-AVG-DAYS             PIC S9(5)V9 USAGE COMP-3.
008000*
008100 01  WS-LATE-HEAD.
008200     05  FILLER              PIC X(40)   VALUE
008300         "SALSLATE LATE TICKETS  POSTED           ".
008400     05  LTH-FROM            PIC 9(08).
008500     05  FILLER              PIC X(03)   VALUE " - ".
008600     05  LTH-TO              PIC 9(08).
008700     05  FILLER              PIC X(17)   VALUE "   LATE OVER".
008800     05  LTH-DAYS            PIC ZZ9.
008900     05  FILLER              PIC X(53)   VALUE " DAYS".
009000*
009100 01  WS-DETAIL-HEAD.
009200     05  FILLER              PIC X(40)   VALUE
009300         "  BRN SALESPERSON     TICKET    SOLD    ".
009400     05  FILLER              PIC X(40)   VALUE
009500         " POSTED    BEHIND".
009600     05  FILLER              PIC X(52)   VALUE SPACES.
009700*
009800 01  WS-DETAIL-LINE.
009900     05  FILLER              PIC X(02)   VALUE SPACES.
010000     05  DTL-BRANCH          PIC X(03).
010100     05  FILLER              PIC X(01)   VALUE SPACE.
010200     05  DTL-SPERSON         PIC X(15).
010300     05  FILLER              PIC X(01)   VALUE SPACE.
010400     05  DTL-TKT-NO          PIC 9(09).
010500     05  FILLER              PIC X(01)   VALUE SPACE.
010600     05  DTL-TKT-DATE        PIC 9(08).
010700     05  FILLER              PIC X(01)   VALUE SPACE.
010800     05  DTL-POST-DATE       PIC 9(08).
010900     05  FILLER              PIC X(01)   VALUE SPACE.
011000     05  DTL-DAYS            PIC ZZZ,ZZ9.
011100     05  FILLER              PIC X(75)   VALUE SPACES.
011200*
011300 01  WS-TOTAL-HEAD.
011400     05  FILLER              PIC X(40)   VALUE
011500         "  BRN                  TICKETS        LA".
011600     05  FILLER              PIC X(40)   VALUE
011700         "TE   AVG DAYS    MOST".
011800     05  FILLER              PIC X(52)   VALUE SPACES.
011900*
012000 01  WS-TOTAL-LINE.
012100     05  FILLER              PIC X(02)   VALUE SPACES.
012200     05  TTL-BRANCH          PIC X(03).
012300     05  TTL-TEXT            PIC X(14).
012400     05  TTL-TICKETS         PIC ZZZ,ZZZ,ZZ9.
012500     05  FILLER              PIC X(01)   VALUE SPACE.
012600     05  TTL-LATE            PIC ZZZ,ZZZ,ZZ9.
012700     05  FILLER              PIC X(02)   VALUE SPACES.
012800     05  TTL-AVG             PIC ZZZ,ZZ9.9.
012900     05  FILLER              PIC X(02)   VALUE SPACES.
013000     05  TTL-MOST            PIC ZZ,ZZ9.
013100     05  FILLER              PIC X(71)   VALUE SPACES.
013200*
013300 01  WS-NONE-LINE.
013400     05  FILLER              PIC X(02)   VALUE SPACES.
013500     05  FILLER              PIC X(40)   VALUE
013600         "NO TICKETS POSTED IN THE RANGE".
013700     05  FILLER              PIC X(90)   VALUE SPACES.
013800*
013900 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
014000*
014100 01  WS-SUMMARY-LINE.
014200     05  FILLER              PIC X(21)   VALUE
014300         "SALSLATE RUN SUMMARY:".
014400     05  FILLER              PIC X(06)   VALUE " FROM=".
014500     05  SUM-FROM            PIC 9(08).
014600     05  FILLER              PIC X(04)   VALUE " TO=".
014700     05  SUM-TO              PIC 9(08).
014800     05  FILLER              PIC X(09)   VALUE " TICKETS=".
014900     05  SUM-TICKETS         PIC ZZZZZZZZ9.
015000     05  FILLER              PIC X(06)   VALUE " LATE=".
015100     05  SUM-LATE            PIC ZZZZZZZZ9.
015200     05  FILLER              PIC X(11)   VALUE " MOST DAYS=".
015300     05  SUM-MOST            PIC ZZZZ9.
015400     05  FILLER              PIC X(36)   VALUE SPACES.
015500*
015600     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
015700 01  HV-DATE-FROM             PIC 9(08).
015800 01  HV-DATE-TO               PIC 9(08).
015900 01  HV-BRANCH                PIC X(03).
016000 01  HV-SPERSON               PIC X(15).
016100 01  HV-TKT-NO                PIC 9(09).
016200 01  HV-TKT-DATE              PIC 9(08).
016300 01  HV-POST-DATE             PIC 9(08).
016400     EXEC SQL END DECLARE SECTION END-EXEC.
016500     EXEC SQL INCLUDE SQLCA END-EXEC.
016600******************************************************************
016700 PROCEDURE DIVISION.
016800*
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     PERFORM 2000-PROCESS-TICKET THRU 2000-EXIT
017200         UNTIL TKT-EOF.
017300     IF WS-CURR-BRANCH IS NOT EQUAL TO SPACES
017400         PERFORM 3000-BRANCH-TOTAL THRU 3000-EXIT
017500     END-IF.
017600     PERFORM 3500-COMPANY-TOTAL THRU 3500-EXIT.
017700     PERFORM 4000-TERMINATE THRU 4000-EXIT.
017800     GOBACK.
017900*
018000******************************************************************
018100* 1000-INITIALIZE - READ AND EDIT THE POSTING-RANGE CARD - BOTH
018110*     DATES REAL ONES BY DATEEDIT, THE TO DATE NOT BEFORE THE
018120*     FROM DATE - PRINT THE HEADING, AND OPEN THE CURSOR OF
018200*     TICKETS POSTED IN THE RANGE, LIVE AND CLOSED, IN BRANCH,
018300*     SALESPERSON AND TICKET ORDER.  A TICKET IS TAKEN ONCE
018400*     HOWEVER MANY LINES IT HAS.
018500******************************************************************
018600 1000-INITIALIZE.
018700     OPEN INPUT  CONTROL-FILE.
018800     OPEN OUTPUT REPORT-FILE.
018900     READ CONTROL-FILE INTO WS-CONTROL-CARD
019000         AT END
019100             DISPLAY "SALSLATE - CONTROL CARD MISSING"
019200             MOVE 16 TO RETURN-CODE
019300             CLOSE CONTROL-FILE REPORT-FILE
019400             GOBACK
019500     END-READ.
019600     CALL "DATEEDIT" USING CTL-FROM-DATE
019700                           WS-DE-RETCODE.
019800     IF WS-DE-RC-OK
019900         CALL "DATEEDIT" USING CTL-TO-DATE
020000                               WS-DE-RETCODE
020100     END-IF.
020500     IF NOT WS-DE-RC-OK
020600        OR CTL-TO-DATE IS LESS THAN CTL-FROM-DATE
020700         DISPLAY "SALSLATE - BAD POSTING RANGE " CTL-FROM-DATE
020800                 " " CTL-TO-DATE
020900         MOVE 16 TO RETURN-CODE
021000         CLOSE CONTROL-FILE REPORT-FILE
021100         GOBACK
021200     END-IF.
021300     MOVE CTL-FROM-DATE TO HV-DATE-FROM LTH-FROM.
021400     MOVE CTL-TO-DATE   TO HV-DATE-TO   LTH-TO.
021500     MOVE WS-LATE-DAYS  TO LTH-DAYS.
021600     WRITE REPORT-REC FROM WS-LATE-HEAD.
021700     WRITE REPORT-REC FROM WS-BLANK-LINE.
021800     WRITE REPORT-REC FROM WS-DETAIL-HEAD.
021900     EXEC SQL
022000        DECLARE LATE-CUR CURSOR FOR
022100           SELECT SALES_BRANCH, SALES_PERSON, SALES_TKT_NO,
022200                  SALES_TKT_DATE,
022300                  COALESCE(SALES_POST_DATE, SALES_TKT_DATE)
022400             FROM SALES
022500            WHERE COALESCE(SALES_POST_DATE, SALES_TKT_DATE)
022600                  BETWEEN :HV-DATE-FROM AND :HV-DATE-TO
022700          UNION
022800           SELECT SALES_BRANCH, SALES_PERSON, SALES_TKT_NO,
022900                  SALES_TKT_DATE,
023000                  COALESCE(SALES_POST_DATE, SALES_TKT_DATE)
023100             FROM SALES_HIST
023200            WHERE COALESCE(SALES_POST_DATE, SALES_TKT_DATE)
023300                  BETWEEN :HV-DATE-FROM AND :HV-DATE-TO
023400            ORDER BY 1, 2, 3
023500     END-EXEC.
023600     EXEC SQL OPEN LATE-CUR END-EXEC.
023700     PERFORM 2100-FETCH-TICKET THRU 2100-EXIT.
023800 1000-EXIT.
023900     EXIT.
024000*
024100******************************************************************
024200* 2000-PROCESS-TICKET - TOTAL THE BRANCH BEFORE WHEN IT CHANGES,
024300*     MEASURE THE TICKET'S DAYS BEHIND AND LIST IT IF LATE.
024400******************************************************************
024500 2000-PROCESS-TICKET.
024600     IF HV-BRANCH IS NOT EQUAL TO WS-CURR-BRANCH
024700         IF WS-CURR-BRANCH IS NOT EQUAL TO SPACES
024800             PERFORM 3000-BRANCH-TOTAL THRU 3000-EXIT
024900         END-IF
025000         MOVE HV-BRANCH TO WS-CURR-BRANCH
025100     END-IF.
025200     COMPUTE WS-DAYS-BEHIND =
025300             FUNCTION INTEGER-OF-DATE (HV-POST-DATE)
025400           - FUNCTION INTEGER-OF-DATE (HV-TKT-DATE).
025500     IF WS-DAYS-BEHIND IS LESS THAN ZERO
025600         MOVE ZERO TO WS-DAYS-BEHIND
025700     END-IF.
025800     ADD 1 TO WS-BR-TICKETS.
025900     ADD WS-DAYS-BEHIND TO WS-BR-DAYS.
026000     IF WS-DAYS-BEHIND IS GREATER THAN WS-BR-MOST
026100         MOVE WS-DAYS-BEHIND TO WS-BR-MOST
026200     END-IF.
026300     IF WS-DAYS-BEHIND IS GREATER THAN WS-LATE-DAYS
026400         ADD 1 TO WS-BR-LATE
026500         MOVE HV-BRANCH      TO DTL-BRANCH
026600         MOVE HV-SPERSON     TO DTL-SPERSON
026700         MOVE HV-TKT-NO      TO DTL-TKT-NO
026800         MOVE HV-TKT-DATE    TO DTL-TKT-DATE
026900         MOVE HV-POST-DATE   TO DTL-POST-DATE
027000         MOVE WS-DAYS-BEHIND TO DTL-DAYS
027100         WRITE REPORT-REC FROM WS-DETAIL-LINE
027200     END-IF.
027300     PERFORM 2100-FETCH-TICKET THRU 2100-EXIT.
027400 2000-EXIT.
027500     EXIT.
027600*
027700 2100-FETCH-TICKET.
027800     EXEC SQL
027900        FETCH LATE-CUR INTO :HV-BRANCH, :HV-SPERSON, :HV-TKT-NO,
028000                            :HV-TKT-DATE, :HV-POST-DATE
028100     END-EXEC.
028200     EVALUATE SQLCODE
028300        WHEN 0
028400           CONTINUE
028500        WHEN 100
028600           SET TKT-EOF TO TRUE
028700           EXEC SQL CLOSE LATE-CUR END-EXEC
028800        WHEN OTHER
028900           DISPLAY "SALSLATE - FETCH FAILED SQLCODE=" SQLCODE
029000           MOVE 12 TO RETURN-CODE
029100           SET TKT-EOF TO TRUE
029200           EXEC SQL CLOSE LATE-CUR END-EXEC
029300     END-EVALUATE.
029400 2100-EXIT.
029500     EXIT.
029600*
029700******************************************************************
029800* 3000-BRANCH-TOTAL - PRINT ONE BRANCH'S TICKETS, LATE TICKETS,
029900*     AVERAGE AND MOST DAYS BEHIND, AND ADD IT TO THE COMPANY.
030000******************************************************************
030100 3000-BRANCH-TOTAL.
030200     IF WS-BRANCH-COUNT IS EQUAL TO ZERO
030300         WRITE REPORT-REC FROM WS-BLANK-LINE
030400         WRITE REPORT-REC FROM WS-TOTAL-HEAD
030500     END-IF.
030600     ADD 1 TO WS-BRANCH-COUNT.
030700     MOVE WS-CURR-BRANCH   TO TTL-BRANCH.
030800     MOVE " BRANCH TOTAL" TO TTL-TEXT.
030900     MOVE WS-BR-TICKETS    TO TTL-TICKETS.
031000     MOVE WS-BR-LATE       TO TTL-LATE.
031100     MOVE ZERO TO WS-AVG-DAYS.
031200     IF WS-BR-TICKETS IS GREATER THAN ZERO
031300         COMPUTE WS-AVG-DAYS ROUNDED = WS-BR-DAYS / WS-BR-TICKETS
031400     END-IF.
031500     MOVE WS-AVG-DAYS      TO TTL-AVG.
031600     MOVE WS-BR-MOST       TO TTL-MOST.
031700     WRITE REPORT-REC FROM WS-TOTAL-LINE.
031800     ADD WS-BR-TICKETS TO WS-CO-TICKETS.
031900     ADD WS-BR-LATE    TO WS-CO-LATE.
032000     ADD WS-BR-DAYS    TO WS-CO-DAYS.
032100     IF WS-BR-MOST IS GREATER THAN WS-CO-MOST
032200         MOVE WS-BR-MOST TO WS-CO-MOST
032300     END-IF.
032400     MOVE ZERO TO WS-BR-TICKETS WS-BR-LATE WS-BR-DAYS WS-BR-MOST.
032500 3000-EXIT.
032600     EXIT.
032700*
032800******************************************************************
032900* 3500-COMPANY-TOTAL - THE SAME FIGURES FOR EVERY BRANCH.
033000******************************************************************
033100 3500-COMPANY-TOTAL.
033200     IF WS-CO-TICKETS IS EQUAL TO ZERO
033300         WRITE REPORT-REC FROM WS-BLANK-LINE
033400         WRITE REPORT-REC FROM WS-NONE-LINE
033500         GO TO 3500-EXIT
033600     END-IF.
033700     MOVE SPACES           TO TTL-BRANCH.
033800     MOVE "COMPANY TOTAL"  TO TTL-TEXT.
033900     MOVE WS-CO-TICKETS    TO TTL-TICKETS.
034000     MOVE WS-CO-LATE       TO TTL-LATE.
034100     COMPUTE WS-AVG-DAYS ROUNDED = WS-CO-DAYS / WS-CO-TICKETS.
034200     MOVE WS-AVG-DAYS      TO TTL-AVG.
034300     MOVE WS-CO-MOST       TO TTL-MOST.
034400     WRITE REPORT-REC FROM WS-BLANK-LINE.
034500     WRITE REPORT-REC FROM WS-TOTAL-LINE.
034600 3500-EXIT.
034700     EXIT.
034800*
034900******************************************************************
035000* 4000-TERMINATE - WRITE AND DISPLAY THE RUN SUMMARY.
035100******************************************************************
035200 4000-TERMINATE.
035300     MOVE CTL-FROM-DATE    TO SUM-FROM.
035400     MOVE CTL-TO-DATE      TO SUM-TO.
035500     MOVE WS-CO-TICKETS    TO SUM-TICKETS.
035600     MOVE WS-CO-LATE       TO SUM-LATE.
035700     MOVE WS-CO-MOST       TO SUM-MOST.
035800     WRITE REPORT-REC FROM WS-BLANK-LINE.
035900     WRITE REPORT-REC FROM WS-SUMMARY-LINE.
036000     DISPLAY WS-SUMMARY-LINE.
036100     CLOSE CONTROL-FILE REPORT-FILE.
036200 4000-EXIT.
036300     EXIT.
