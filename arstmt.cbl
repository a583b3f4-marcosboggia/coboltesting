000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "ARSTMT".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     MONTH-END CUSTOMER STATEMENTS.  THE CONTROL CARD NAMES THE
001000*     PERIOD (YYYYMM).  FOR EVERY CHARGE CUSTOMER ON CUSTMAST
001100*     THAT OWED SOMETHING COMING INTO THE MONTH OR HAD ACTIVITY
001200*     IN IT, PRINTS A STATEMENT: NAME AND ADDRESS, THE BALANCE
001300*     BROUGHT FORWARD, EACH AR_LEDGER ROW POSTED IN THE MONTH
001400*     (CHARGES, RETURN CREDITS, PAYMENTS) WITH A RUNNING
001500*     BALANCE, AND THE CLOSING BALANCE DUE.  EVERY FIGURE IS
001600*     SUMMED FROM THE LEDGER, NOT TAKEN FROM CUST_BALANCE, SO A
001700*     STATEMENT RERUN LATER STILL SHOWS THE MONTH AS IT CLOSED.
001800*     A PERIOD STILL TRADING IS REFUSED.  RUN AFTER MONTH END,
001900*     ALONGSIDE ARAGE.
002000*
002100* MODIFICATION HISTORY.
002200*     2026-10-15  DPS  NEW PROGRAM.
002300*
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CONTROL-FILE    ASSIGN TO CTLFILE
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT REPORT-FILE     ASSIGN TO RPTFILE
003100         ORGANIZATION IS SEQUENTIAL.
003200******************************************************************
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CONTROL-FILE
003600     RECORDING MODE IS F.
003700 01  CONTROL-REC             PIC X(80).
003800*
003900 FD  REPORT-FILE
004000     RECORDING MODE IS F.
004100 01  REPORT-REC              PIC X(132).
004200******************************************************************
004300 WORKING-STORAGE SECTION.
004400 01  WS-SWITCHES.
004500     05  WS-CUST-EOF-SW      PIC X(01)   VALUE "N".
004600         88  CUST-EOF            VALUE "Y".
004700     05  WS-LEDGER-EOF-SW    PIC X(01)   VALUE "N".
004800         88  LEDGER-EOF          VALUE "Y".
004900*
005000 77  WS-STMT-COUNT           PIC 9(07)   VALUE ZERO COMP.
005100 77  WS-ROW-COUNT            PIC 9(07)   VALUE ZERO COMP.
005200*
005300 01  WS-CONTROL-CARD.
005400     05  CTL-PERIOD          PIC 9(06).
005500     05  FILLER              PIC X(74).
005600*
005700 01  WS-TODAY                PIC 9(08).
005800 01  WS-CURR-PERIOD          PIC 9(06).
005900 01  WS-RUNNING-BAL          PIC S9(11)V99 USAGE COMP-3.
006000 01  WS-TOTAL-DUE            PIC S9(11)V99 USAGE COMP-3
006100                             VALUE ZERO.
006200*
006300 01  WS-STMT-HEAD.
006400     05  FILLER              PIC X(30)   VALUE
006500         "STATEMENT OF ACCOUNT  PERIOD ".
006600     05  STH-PERIOD          PIC 9(06).
006700     05  FILLER              PIC X(12)   VALUE "   ACCOUNT ".
006800     05  STH-ACCT            PIC X(10).
006900     05  FILLER              PIC X(74)   VALUE SPACES.
007000*
007100 01  WS-ADDR-LINE.
007200     05  FILLER              PIC X(04)   VALUE SPACES.
007300     05  ADL-TEXT            PIC X(30).
007400     05  FILLER              PIC X(98)   VALUE SPACES.
007500*
007600 01  WS-LIMIT-LINE.
007700     05  FILLER              PIC X(04)   VALUE SPACES.
007800     05  FILLER              PIC X(14)   VALUE "CREDIT LIMIT ".
007900     05  LML-LIMIT           PIC ---,---,--9.99.
008000     05  FILLER              PIC X(02)   VALUE SPACES.
008100     05  LML-STATUS          PIC X(20).
008200     05  FILLER              PIC X(78)   VALUE SPACES.
008300*
008400 01  WS-COLUMN-LINE.
008500     05  FILLER              PIC X(04)   VALUE SPACES.
008600     05  FILLER              PIC X(10)   VALUE "DATE".
008700     05  FILLER              PIC X(16)   VALUE "TRANSACTION".
008800     05  FILLER              PIC X(11)   VALUE "TICKET".
008900     05  FILLER              PIC X(08)   VALUE "BRANCH".
009000     05  FILLER              PIC X(12)   VALUE "REFERENCE".
009100     05  FILLER              PIC X(16)   VALUE
009200         "          AMOUNT".
009300     05  FILLER              PIC X(16)   VALUE
009400         "         BALANCE".
009500     05  FILLER              PIC X(39)   VALUE SPACES.
009600*
009700 01  WS-FORWARD-LINE.
009800     05  FILLER              PIC X(04)   VALUE SPACES.
009900     05  FWL-LABEL           PIC X(57).
010000     05  FILLER              PIC X(18)   VALUE SPACES.
010100     05  FWL-BALANCE         PIC ---,---,--9.99.
010200     05  FILLER              PIC X(39)   VALUE SPACES.
010300*
010400 01  WS-DETAIL-LINE.
010500     05  FILLER              PIC X(04)   VALUE SPACES.
010600     05  DTL-DATE            PIC 9(08).
010700     05  FILLER              PIC X(02)   VALUE SPACES.
010800     05  DTL-TYPE            PIC X(14).
010900     05  FILLER              PIC X(02)   VALUE SPACES.
011000     05  DTL-TKT-NO          PIC X(09).
011100     05  FILLER              PIC X(02)   VALUE SPACES.
011200     05  DTL-BRANCH          PIC X(03).
011300     05  FILLER              PIC X(05)   VALUE SPACES.
011400     05  DTL-REF             PIC X(10).
011500     05  FILLER              PIC X(04)   VALUE SPACES.
011600     05  DTL-AMT             PIC ---,---,--9.99.
011700     05  FILLER              PIC X(02)   VALUE SPACES.
011800     05  DTL-BALANCE         PIC ---,---,--9.99.
011900     05  FILLER              PIC X(39)   VALUE SPACES.
012000*
012100 01  WS-RULE-LINE.
012200     05  FILLER              PIC X(04)   VALUE SPACES.
012300     05  FILLER              PIC X(91)   VALUE ALL "-".
012400     05  FILLER              PIC X(37)   VALUE SPACES.
012500*
012600 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
012700*
012800 01  WS-SUMMARY-LINE.
012900     05  FILLER              PIC X(19)   VALUE
013000         "ARSTMT RUN SUMMARY:".
013100     05  FILLER              PIC X(08)   VALUE " PERIOD=".
013200     05  SUM-PERIOD          PIC 9(06).
013300     05  FILLER              PIC X(12)   VALUE " STATEMENTS=".
013400     05  SUM-STMTS           PIC ZZZZZZ9.
013500     05  FILLER              PIC X(13)   VALUE " TOTAL OWING=".
013600     05  SUM-DUE             PIC -,---,---,--9.99.
013700     05  FILLER              PIC X(51)   VALUE SPACES.
013800*
013900     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
014000 01  HV-DATE-FROM             PIC 9(08).
014100 01  HV-DATE-TO               PIC 9(08).
014200 01  HV-OPENING-BAL           PIC S9(11)V99 USAGE COMP-3.
014300 01  HV-PERIOD-ROWS           PIC S9(9)  USAGE COMP-5.
014400     COPY CUSTREC.
014500     COPY ARLEDREC.
014600     EXEC SQL END DECLARE SECTION END-EXEC.
014700     EXEC SQL INCLUDE SQLCA END-EXEC.
014800******************************************************************
014900 PROCEDURE DIVISION.
015000*
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015300     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
015400         UNTIL CUST-EOF.
015500     PERFORM 4000-TERMINATE THRU 4000-EXIT.
015600     GOBACK.
015700*
015800******************************************************************
015900* 1000-INITIALIZE - READ AND EDIT THE PERIOD CARD, REFUSE A
016000*     PERIOD STILL TRADING, AND OPEN THE CUSTOMER CURSOR.
016100******************************************************************
016200 1000-INITIALIZE.
016300     OPEN INPUT  CONTROL-FILE.
016400     OPEN OUTPUT REPORT-FILE.
016500     READ CONTROL-FILE INTO WS-CONTROL-CARD
016600         AT END
016700             DISPLAY "ARSTMT - CONTROL CARD MISSING"
016800             MOVE 16 TO RETURN-CODE
016900             CLOSE CONTROL-FILE REPORT-FILE
017000             GOBACK
017100     END-READ.
017200     IF CTL-PERIOD IS NOT NUMERIC
017300        OR CTL-PERIOD (5:2) IS LESS THAN "01"
017400        OR CTL-PERIOD (5:2) IS GREATER THAN "12"
017500         DISPLAY "ARSTMT - BAD PERIOD " CTL-PERIOD
017600         MOVE 16 TO RETURN-CODE
017700         CLOSE CONTROL-FILE REPORT-FILE
017800         GOBACK
017900     END-IF.
018000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
018100     COMPUTE WS-CURR-PERIOD = WS-TODAY / 100.
018200     IF CTL-PERIOD IS NOT LESS THAN WS-CURR-PERIOD
018300         DISPLAY "ARSTMT - PERIOD " CTL-PERIOD
018400                 " IS STILL TRADING - REFUSED"
018500         MOVE 16 TO RETURN-CODE
018600         CLOSE CONTROL-FILE REPORT-FILE
018700         GOBACK
018800     END-IF.
018900     COMPUTE HV-DATE-FROM = CTL-PERIOD * 100 + 1.
019000     COMPUTE HV-DATE-TO   = CTL-PERIOD * 100 + 31.
019100     EXEC SQL
019200        DECLARE CUST-CUR CURSOR FOR
019300           SELECT CUST_ACCT, CUST_NAME, CUST_ADDR_1,
019400                  CUST_ADDR_2, CUST_ADDR_3, CUST_STATUS,
019500                  CUST_CREDIT_LIMIT
019600             FROM CUSTMAST
019700            ORDER BY CUST_ACCT
019800     END-EXEC.
019900     EXEC SQL
020000        DECLARE LEDGER-CUR CURSOR FOR
020100           SELECT AR_POST_DATE, AR_TYPE, AR_TKT_NO, AR_BRANCH,
020200                  AR_REF, AR_AMT
020300             FROM AR_LEDGER
020400            WHERE AR_ACCT = :CUST-ACCT
020500              AND AR_POST_DATE BETWEEN :HV-DATE-FROM
020600                                   AND :HV-DATE-TO
020700            ORDER BY AR_POST_DATE, AR_POST_TIME
020800     END-EXEC.
020900     EXEC SQL OPEN CUST-CUR END-EXEC.
021000     PERFORM 2100-FETCH-CUSTOMER THRU 2100-EXIT.
021100 1000-EXIT.
021200     EXIT.
021300*
021400******************************************************************
021500* 2000-PROCESS-CUSTOMER - THE BALANCE BROUGHT FORWARD AND THE
021600*     MONTH'S ROW COUNT DECIDE WHETHER THE CUSTOMER GETS A
021700*     STATEMENT AT ALL - A SETTLED, IDLE ACCOUNT DOES NOT.
021800******************************************************************
021900 2000-PROCESS-CUSTOMER.
022000     MOVE ZERO TO HV-OPENING-BAL HV-PERIOD-ROWS.
022100     EXEC SQL
022200        SELECT COALESCE(SUM(CASE WHEN AR_POST_DATE < :HV-DATE-FROM
022300                                 THEN AR_AMT ELSE 0 END), 0),
022400               COALESCE(SUM(CASE WHEN AR_POST_DATE
022500                                      >= :HV-DATE-FROM
022600                                 THEN 1 ELSE 0 END), 0)
022700          INTO :HV-OPENING-BAL, :HV-PERIOD-ROWS
022800          FROM AR_LEDGER
022900         WHERE AR_ACCT = :CUST-ACCT
023000           AND AR_POST_DATE <= :HV-DATE-TO
023100     END-EXEC.
023200     IF SQLCODE IS NOT EQUAL TO 0
023300         DISPLAY "ARSTMT - BALANCE LOOKUP FAILED " CUST-ACCT
023400                 " SQLCODE=" SQLCODE
023410         IF RETURN-CODE IS LESS THAN 8
023420             MOVE 8 TO RETURN-CODE
023430         END-IF
023600         GO TO 2000-NEXT
023700     END-IF.
023800     IF HV-OPENING-BAL IS EQUAL TO ZERO
023900        AND HV-PERIOD-ROWS IS EQUAL TO ZERO
024000         GO TO 2000-NEXT
024100     END-IF.
024200     PERFORM 2200-PRINT-STATEMENT THRU 2200-EXIT.
024300 2000-NEXT.
024400     PERFORM 2100-FETCH-CUSTOMER THRU 2100-EXIT.
024500 2000-EXIT.
024600     EXIT.
024700*
024800 2100-FETCH-CUSTOMER.
024900     EXEC SQL
025000        FETCH CUST-CUR INTO :CUST-ACCT, :CUST-NAME,
025100                            :CUST-ADDR-1, :CUST-ADDR-2,
025200                            :CUST-ADDR-3, :CUST-STATUS,
025300                            :CUST-CREDIT-LIMIT
025400     END-EXEC.
025500     EVALUATE SQLCODE
025600        WHEN 0
025700           CONTINUE
025800        WHEN 100
025900           SET CUST-EOF TO TRUE
026000           EXEC SQL CLOSE CUST-CUR END-EXEC
026100        WHEN OTHER
026200           DISPLAY "ARSTMT - FETCH FAILED SQLCODE=" SQLCODE
026300           MOVE 12 TO RETURN-CODE
026400           SET CUST-EOF TO TRUE
026500           EXEC SQL CLOSE CUST-CUR END-EXEC
026600     END-EVALUATE.
026700 2100-EXIT.
026800     EXIT.
026900*
027000******************************************************************
027100* 2200-PRINT-STATEMENT - HEADING, NAME AND ADDRESS, BALANCE
027200*     FORWARD, THE MONTH'S LEDGER ROWS, AND THE CLOSING BALANCE.
027300******************************************************************
027400 2200-PRINT-STATEMENT.
027500     ADD 1 TO WS-STMT-COUNT.
027600     MOVE CTL-PERIOD TO STH-PERIOD.
027700     MOVE CUST-ACCT  TO STH-ACCT.
027800     WRITE REPORT-REC FROM WS-STMT-HEAD.
027900     WRITE REPORT-REC FROM WS-BLANK-LINE.
028000     MOVE CUST-NAME TO ADL-TEXT.
028100     WRITE REPORT-REC FROM WS-ADDR-LINE.
028200     MOVE CUST-ADDR-1 TO ADL-TEXT.
028300     WRITE REPORT-REC FROM WS-ADDR-LINE.
028400     MOVE CUST-ADDR-2 TO ADL-TEXT.
028500     WRITE REPORT-REC FROM WS-ADDR-LINE.
028600     MOVE CUST-ADDR-3 TO ADL-TEXT.
028700     WRITE REPORT-REC FROM WS-ADDR-LINE.
028800     WRITE REPORT-REC FROM WS-BLANK-LINE.
028900     MOVE CUST-CREDIT-LIMIT TO LML-LIMIT.
029000     IF CUST-CLOSED
029100         MOVE "ACCOUNT CLOSED" TO LML-STATUS
029200     ELSE
029300         MOVE SPACES TO LML-STATUS
029400     END-IF.
029500     WRITE REPORT-REC FROM WS-LIMIT-LINE.
029600     WRITE REPORT-REC FROM WS-BLANK-LINE.
029700     WRITE REPORT-REC FROM WS-COLUMN-LINE.
029800     MOVE HV-OPENING-BAL TO WS-RUNNING-BAL.
029900     MOVE "BALANCE BROUGHT FORWARD" TO FWL-LABEL.
030000     MOVE WS-RUNNING-BAL TO FWL-BALANCE.
030100     WRITE REPORT-REC FROM WS-FORWARD-LINE.
030200     MOVE "N" TO WS-LEDGER-EOF-SW.
030300     EXEC SQL OPEN LEDGER-CUR END-EXEC.
030400     PERFORM 2300-FETCH-LEDGER THRU 2300-EXIT.
030500     PERFORM 2400-WRITE-LEDGER THRU 2400-EXIT
030600         UNTIL LEDGER-EOF.
030700     MOVE "CLOSING BALANCE - AMOUNT NOW DUE" TO FWL-LABEL.
030800     MOVE WS-RUNNING-BAL TO FWL-BALANCE.
030900     WRITE REPORT-REC FROM WS-FORWARD-LINE.
031000     WRITE REPORT-REC FROM WS-RULE-LINE.
031100     WRITE REPORT-REC FROM WS-BLANK-LINE.
031200     ADD WS-RUNNING-BAL TO WS-TOTAL-DUE.
031300 2200-EXIT.
031400     EXIT.
031500*
031600 2300-FETCH-LEDGER.
031700     EXEC SQL
031800        FETCH LEDGER-CUR INTO :AR-POST-DATE, :AR-TYPE,
031900                              :AR-TKT-NO, :AR-BRANCH,
032000                              :AR-REF, :AR-AMT
032100     END-EXEC.
032200     EVALUATE SQLCODE
032300        WHEN 0
032400           CONTINUE
032500        WHEN 100
032600           SET LEDGER-EOF TO TRUE
032700           EXEC SQL CLOSE LEDGER-CUR END-EXEC
032800        WHEN OTHER
032900           DISPLAY "ARSTMT - LEDGER FETCH FAILED " CUST-ACCT
033000                   " SQLCODE=" SQLCODE
033100           MOVE 12 TO RETURN-CODE
033200           SET LEDGER-EOF TO TRUE
033300           EXEC SQL CLOSE LEDGER-CUR END-EXEC
033400     END-EVALUATE.
033500 2300-EXIT.
033600     EXIT.
033700*
033800 2400-WRITE-LEDGER.
033900     ADD 1 TO WS-ROW-COUNT.
034000     ADD AR-AMT TO WS-RUNNING-BAL.
034100     MOVE AR-POST-DATE TO DTL-DATE.
034200     EVALUATE TRUE
034300        WHEN AR-IS-CHARGE
034400           MOVE "CHARGE"        TO DTL-TYPE
034500        WHEN AR-IS-CREDIT
034600           MOVE "RETURN CREDIT" TO DTL-TYPE
034700        WHEN AR-IS-PAYMENT
034800           MOVE "PAYMENT"       TO DTL-TYPE
034900        WHEN OTHER
035000           MOVE "ADJUSTMENT"    TO DTL-TYPE
035100     END-EVALUATE.
035200     IF AR-TKT-NO IS EQUAL TO ZERO
035300         MOVE SPACES TO DTL-TKT-NO
035400     ELSE
035500         MOVE AR-TKT-NO TO DTL-TKT-NO
035600     END-IF.
035700     MOVE AR-BRANCH TO DTL-BRANCH.
035800     MOVE AR-REF    TO DTL-REF.
035900     MOVE AR-AMT    TO DTL-AMT.
036000     MOVE WS-RUNNING-BAL TO DTL-BALANCE.
036100     WRITE REPORT-REC FROM WS-DETAIL-LINE.
036200     PERFORM 2300-FETCH-LEDGER THRU 2300-EXIT.
036300 2400-EXIT.
036400     EXIT.
036500*
036600******************************************************************
036700* 4000-TERMINATE - RUN SUMMARY, CLOSE UP.
036800******************************************************************
036900 4000-TERMINATE.
037000     MOVE CTL-PERIOD    TO SUM-PERIOD.
037100     MOVE WS-STMT-COUNT TO SUM-STMTS.
037200     MOVE WS-TOTAL-DUE  TO SUM-DUE.
037300     WRITE REPORT-REC FROM WS-SUMMARY-LINE.
037400     DISPLAY WS-SUMMARY-LINE.
037500     CLOSE CONTROL-FILE REPORT-FILE.
037600 4000-EXIT.
037700     EXIT.
