000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "ARAGE".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     MONTH-END ACCOUNTS RECEIVABLE AGING.  THE CONTROL CARD
001000*     NAMES THE PERIOD (YYYYMM); THE REPORT IS AGED AS OF ITS
001100*     LAST DAY.  EACH CHARGE CUSTOMER'S BALANCE AT THAT DATE IS
001200*     SUMMED FROM AR_LEDGER AND SPREAD OVER CURRENT (0-30
001300*     DAYS), 31-60, 61-90 AND OVER 90 BY THE AGE OF THE CHARGES
001400*     THAT MAKE IT UP - PAYMENTS AND CREDITS ARE TAKEN AS
001500*     SETTLING THE OLDEST CHARGES FIRST, SO WHAT IS STILL OWED
001600*     IS THE NEWEST CHARGES, WORKING BACK UNTIL THE BALANCE IS
001700*     COVERED.  A CREDIT BALANCE SHOWS AS CURRENT.  ACCOUNTS
001800*     OVER THEIR CREDIT LIMIT, AND CLOSED ACCOUNTS STILL OWING,
001900*     ARE FLAGGED.  A COMPANY TOTAL CLOSES THE REPORT.  A
002000*     PERIOD STILL TRADING IS REFUSED.  RUN AFTER MONTH END,
002100*     ALONGSIDE ARSTMT.
002200*
002300* MODIFICATION HISTORY.
002400*     2026-10-15  DPS  NEW PROGRAM.
002500*
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CONTROL-FILE    ASSIGN TO CTLFILE
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT REPORT-FILE     ASSIGN TO RPTFILE
003300         ORGANIZATION IS SEQUENTIAL.
003400******************************************************************
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  CONTROL-FILE
003800     RECORDING MODE IS F.
003900 01  CONTROL-REC             PIC X(80).
004000*
004100 FD  REPORT-FILE
004200     RECORDING MODE IS F.
004300 01  REPORT-REC              PIC X(132).
004400******************************************************************
004500 WORKING-STORAGE SECTION.
004600 01  WS-SWITCHES.
004700     05  WS-CUST-EOF-SW      PIC X(01)   VALUE "N".
004800         88  CUST-EOF            VALUE "Y".
004900     05  WS-CHARGE-EOF-SW    PIC X(01)   VALUE "N".
005000         88  CHARGE-EOF          VALUE "Y".
005100*
005200 77  WS-ACCT-COUNT           PIC 9(07)   VALUE ZERO COMP.
005300 77  WS-OVER-LIMIT-COUNT     PIC 9(07)   VALUE ZERO COMP.
005400 77  WS-ASOF-DAYNO           PIC S9(09)  VALUE ZERO COMP.
005500 77  WS-AGE-DAYS             PIC S9(09)  VALUE ZERO COMP.
005600*
005700 01  WS-CONTROL-CARD.
005800     05  CTL-PERIOD          PIC 9(06).
005900     05  FILLER              PIC X(74).
006000*
006100 01  WS-TODAY                PIC 9(08).
006200 01  WS-CURR-PERIOD          PIC 9(06).
006300 01  WS-NEXT-MONTH           PIC 9(08).
006400 01  WS-NEXT-MONTH-X         REDEFINES WS-NEXT-MONTH.
006500     05  WS-NM-YEAR          PIC 9(04).
006600     05  WS-NM-MONTH         PIC 9(02).
006700     05  WS-NM-DAY           PIC 9(02).
006800 01  WS-REMAINING            PIC S9(11)V99 USAGE COMP-3.
006900 01  WS-TAKE-AMT             PIC S9(11)V99 USAGE COMP-3.
007000*
007100* ONE ACCOUNT'S BALANCE SPREAD BY AGE, AND THE COMPANY TOTALS.
007200 01  WS-ACCT-BUCKETS.
007300     05  AB-CURRENT          PIC S9(11)V99 USAGE COMP-3.
007400     05  AB-31-60            PIC S9(11)V99 USAGE COMP-3.
007500     05  AB-61-90            PIC S9(11)V99 USAGE COMP-3.
007600     05  AB-OVER-90          PIC S9(11)V99 USAGE COMP-3.
007700 01  WS-COMPANY-BUCKETS.
007800     05  CB-BALANCE          PIC S9(11)V99 USAGE COMP-3.
007900     05  CB-CURRENT          PIC S9(11)V99 USAGE COMP-3.
008000     05  CB-31-60            PIC S9(11)V99 USAGE COMP-3.
008100     05  CB-61-90            PIC S9(11)V99 USAGE COMP-3.
008200     05  CB-OVER-90          PIC S9(11)V99 USAGE COMP-3.
008300*
008400 01  WS-AGE-HEAD.
008500     05  FILLER              PIC X(34)   VALUE
008600         "ARAGE RECEIVABLES AGING  AS OF ".
008700     05  AGH-ASOF-DATE       PIC 9(08).
008800     05  FILLER              PIC X(90)   VALUE SPACES.
008900*
009000 01  WS-COLUMN-LINE.
009100     05  FILLER              PIC X(02)   VALUE SPACES.
009200     05  FILLER              PIC X(12)   VALUE "ACCOUNT".
009300     05  FILLER              PIC X(26)   VALUE "NAME".
009400     05  FILLER              PIC X(16)   VALUE
009500         "       BALANCE  ".
009600     05  FILLER              PIC X(16)   VALUE
009700         "       CURRENT  ".
009800     05  FILLER              PIC X(16)   VALUE
009900         "    31-60 DAYS  ".
010000     05  FILLER              PIC X(16)   VALUE
010100         "    61-90 DAYS  ".
010200     05  FILLER              PIC X(16)   VALUE
010300         "  OVER 90 DAYS  ".
010400     05  FILLER              PIC X(12)   VALUE SPACES.
010500*
010600 01  WS-AGE-LINE.
010700     05  FILLER              PIC X(02)   VALUE SPACES.
010800     05  AGL-ACCT            PIC X(10).
010900     05  FILLER              PIC X(02)   VALUE SPACES.
011000     05  AGL-NAME            PIC X(25).
011100     05  FILLER              PIC X(01)   VALUE SPACE.
011200     05  AGL-BALANCE         PIC ---,---,--9.99.
011300     05  FILLER              PIC X(02)   VALUE SPACES.
011400     05  AGL-CURRENT         PIC ---,---,--9.99.
011500     05  FILLER              PIC X(02)   VALUE SPACES.
011600     05  AGL-31-60           PIC ---,---,--9.99.
011700     05  FILLER              PIC X(02)   VALUE SPACES.
011800     05  AGL-61-90           PIC ---,---,--9.99.
011900     05  FILLER              PIC X(02)   VALUE SPACES.
012000     05  AGL-OVER-90         PIC ---,---,--9.99.
012100     05  FILLER              PIC X(02)   VALUE SPACES.
012200     05  AGL-FLAG            PIC X(12).
012300*
012400 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
012500*
012600 01  WS-SUMMARY-LINE.
012700     05  FILLER              PIC X(18)   VALUE
012800         "ARAGE RUN SUMMARY:".
012900     05  FILLER              PIC X(07)   VALUE " AS OF=".
013000     05  SUM-ASOF            PIC 9(08).
013100     05  FILLER              PIC X(10)   VALUE " ACCOUNTS=".
013200     05  SUM-ACCTS           PIC ZZZZZZ9.
013300     05  FILLER              PIC X(12)   VALUE " OVER LIMIT=".
013400     05  SUM-OVER-LIMIT      PIC ZZZZZZ9.
013500     05  FILLER              PIC X(63)   VALUE SPACES.
013600*
013700     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
013800 01  HV-ASOF-DATE             PIC 9(08).
013900 01  HV-ASOF-BAL              PIC S9(11)V99 USAGE COMP-3.
014000     COPY CUSTREC.
014100     COPY ARLEDREC.
014200     EXEC SQL END DECLARE SECTION END-EXEC.
014300     EXEC SQL INCLUDE SQLCA END-EXEC.
014400******************************************************************
014500 PROCEDURE DIVISION.
014600*
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014900     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
015000         UNTIL CUST-EOF.
015100     PERFORM 3000-COMPANY-TOTAL THRU 3000-EXIT.
015200     PERFORM 4000-TERMINATE THRU 4000-EXIT.
015300     GOBACK.
015400*
015500******************************************************************
015600* 1000-INITIALIZE - READ AND EDIT THE PERIOD CARD, REFUSE A
015700*     PERIOD STILL TRADING, FIX THE AS-OF DATE AT THE PERIOD'S
015800*     LAST DAY (THE DAY BEFORE THE NEXT MONTH'S FIRST), AND
015900*     OPEN THE CUSTOMER CURSOR.
016000******************************************************************
016100 1000-INITIALIZE.
016200     OPEN INPUT  CONTROL-FILE.
016300     OPEN OUTPUT REPORT-FILE.
016400     READ CONTROL-FILE INTO WS-CONTROL-CARD
016500         AT END
016600             DISPLAY "ARAGE - CONTROL CARD MISSING"
016700             MOVE 16 TO RETURN-CODE
016800             CLOSE CONTROL-FILE REPORT-FILE
016900             GOBACK
017000     END-READ.
017100     IF CTL-PERIOD IS NOT NUMERIC
017200        OR CTL-PERIOD (5:2) IS LESS THAN "01"
017300        OR CTL-PERIOD (5:2) IS GREATER THAN "12"
017400         DISPLAY "ARAGE - BAD PERIOD " CTL-PERIOD
017500         MOVE 16 TO RETURN-CODE
017600         CLOSE CONTROL-FILE REPORT-FILE
017700         GOBACK
017800     END-IF.
017900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
018000     COMPUTE WS-CURR-PERIOD = WS-TODAY / 100.
018100     IF CTL-PERIOD IS NOT LESS THAN WS-CURR-PERIOD
018200         DISPLAY "ARAGE - PERIOD " CTL-PERIOD
018300                 " IS STILL TRADING - REFUSED"
018400         MOVE 16 TO RETURN-CODE
018500         CLOSE CONTROL-FILE REPORT-FILE
018600         GOBACK
018700     END-IF.
018800     COMPUTE WS-NEXT-MONTH = CTL-PERIOD * 100 + 1.
018900     IF WS-NM-MONTH IS EQUAL TO 12
019000         ADD 1 TO WS-NM-YEAR
019100         MOVE 01 TO WS-NM-MONTH
019200     ELSE
019300         ADD 1 TO WS-NM-MONTH
019400     END-IF.
019500     COMPUTE WS-ASOF-DAYNO =
019600             FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH) - 1.
019700     COMPUTE HV-ASOF-DATE =
019800             FUNCTION DATE-OF-INTEGER (WS-ASOF-DAYNO).
019900     MOVE HV-ASOF-DATE TO AGH-ASOF-DATE.
020000     WRITE REPORT-REC FROM WS-AGE-HEAD.
020100     WRITE REPORT-REC FROM WS-BLANK-LINE.
020200     WRITE REPORT-REC FROM WS-COLUMN-LINE.
020300     MOVE ZERO TO CB-BALANCE CB-CURRENT CB-31-60 CB-61-90
020400                  CB-OVER-90.
020500     EXEC SQL
020600        DECLARE CUST-CUR CURSOR FOR
020700           SELECT CUST_ACCT, CUST_NAME, CUST_STATUS,
020800                  CUST_CREDIT_LIMIT
020900             FROM CUSTMAST
021000            ORDER BY CUST_ACCT
021100     END-EXEC.
021200     EXEC SQL
021300        DECLARE CHARGE-CUR CURSOR FOR
021400           SELECT AR_POST_DATE, AR_AMT
021500             FROM AR_LEDGER
021600            WHERE AR_ACCT = :CUST-ACCT
021700              AND AR_TYPE = 'C'
021800              AND AR_POST_DATE <= :HV-ASOF-DATE
021900            ORDER BY AR_POST_DATE DESC, AR_POST_TIME DESC
022000     END-EXEC.
022100     EXEC SQL OPEN CUST-CUR END-EXEC.
022200     PERFORM 2100-FETCH-CUSTOMER THRU 2100-EXIT.
022300 1000-EXIT.
022400     EXIT.
022500*
022600******************************************************************
022700* 2000-PROCESS-CUSTOMER - THE ACCOUNT'S BALANCE AS OF THE DATE;
022800*     A SETTLED ACCOUNT IS NOT PRINTED.
022900******************************************************************
023000 2000-PROCESS-CUSTOMER.
023100     MOVE ZERO TO HV-ASOF-BAL.
023200     EXEC SQL
023300        SELECT COALESCE(SUM(AR_AMT), 0)
023400          INTO :HV-ASOF-BAL
023500          FROM AR_LEDGER
023600         WHERE AR_ACCT = :CUST-ACCT
023700           AND AR_POST_DATE <= :HV-ASOF-DATE
023800     END-EXEC.
023900     IF SQLCODE IS NOT EQUAL TO 0
024000         DISPLAY "ARAGE - BALANCE LOOKUP FAILED " CUST-ACCT
024100                 " SQLCODE=" SQLCODE
024110         IF RETURN-CODE IS LESS THAN 8
024120             MOVE 8 TO RETURN-CODE
024130         END-IF
024300         GO TO 2000-NEXT
024400     END-IF.
024500     IF HV-ASOF-BAL IS EQUAL TO ZERO
024600         GO TO 2000-NEXT
024700     END-IF.
024800     MOVE ZERO TO AB-CURRENT AB-31-60 AB-61-90 AB-OVER-90.
024900     IF HV-ASOF-BAL IS LESS THAN ZERO
025000         MOVE HV-ASOF-BAL TO AB-CURRENT
025100     ELSE
025200         PERFORM 2200-AGE-BALANCE THRU 2200-EXIT
025300     END-IF.
025400     PERFORM 2400-WRITE-ACCOUNT THRU 2400-EXIT.
025500 2000-NEXT.
025600     PERFORM 2100-FETCH-CUSTOMER THRU 2100-EXIT.
025700 2000-EXIT.
025800     EXIT.
025900*
026000 2100-FETCH-CUSTOMER.
026100     EXEC SQL
026200        FETCH CUST-CUR INTO :CUST-ACCT, :CUST-NAME,
026300                            :CUST-STATUS, :CUST-CREDIT-LIMIT
026400     END-EXEC.
026500     EVALUATE SQLCODE
026600        WHEN 0
026700           CONTINUE
026800        WHEN 100
026900           SET CUST-EOF TO TRUE
027000           EXEC SQL CLOSE CUST-CUR END-EXEC
027100        WHEN OTHER
027200           DISPLAY "ARAGE - FETCH FAILED SQLCODE=" SQLCODE
027300           MOVE 12 TO RETURN-CODE
027400           SET CUST-EOF TO TRUE
027500           EXEC SQL CLOSE CUST-CUR END-EXEC
027600     END-EVALUATE.
027700 2100-EXIT.
027800     EXIT.
027900*
028000******************************************************************
028100* 2200-AGE-BALANCE - WALK THE ACCOUNT'S CHARGES NEWEST FIRST,
028200*     LAYING THE BALANCE OVER THEM UNTIL IT IS COVERED.  WHAT
028300*     THE CHARGES CANNOT COVER (A LEDGER OPENED WITH A BALANCE
028400*     ALREADY OWING) IS TAKEN AS OVER 90 DAYS.
028500******************************************************************
028600 2200-AGE-BALANCE.
028700     MOVE HV-ASOF-BAL TO WS-REMAINING.
028800     MOVE "N" TO WS-CHARGE-EOF-SW.
028900     EXEC SQL OPEN CHARGE-CUR END-EXEC.
029000     PERFORM 2300-TAKE-CHARGE THRU 2300-EXIT
029100         UNTIL CHARGE-EOF
029200            OR WS-REMAINING IS NOT GREATER THAN ZERO.
029300     IF NOT CHARGE-EOF
029400         EXEC SQL CLOSE CHARGE-CUR END-EXEC
029500     END-IF.
029600     IF WS-REMAINING IS GREATER THAN ZERO
029700         ADD WS-REMAINING TO AB-OVER-90
029800     END-IF.
029900 2200-EXIT.
030000     EXIT.
030100*
030200 2300-TAKE-CHARGE.
030300     EXEC SQL
030400        FETCH CHARGE-CUR INTO :AR-POST-DATE, :AR-AMT
030500     END-EXEC.
030600     EVALUATE SQLCODE
030700        WHEN 0
030800           CONTINUE
030900        WHEN 100
031000           SET CHARGE-EOF TO TRUE
031100           EXEC SQL CLOSE CHARGE-CUR END-EXEC
031200           GO TO 2300-EXIT
031300        WHEN OTHER
031400           DISPLAY "ARAGE - CHARGE FETCH FAILED " CUST-ACCT
031500                   " SQLCODE=" SQLCODE
031600           MOVE 12 TO RETURN-CODE
031700           SET CHARGE-EOF TO TRUE
031800           EXEC SQL CLOSE CHARGE-CUR END-EXEC
031900           GO TO 2300-EXIT
032000     END-EVALUATE.
032100     IF AR-AMT IS GREATER THAN WS-REMAINING
032200         MOVE WS-REMAINING TO WS-TAKE-AMT
032300     ELSE
032400         MOVE AR-AMT TO WS-TAKE-AMT
032500     END-IF.
032600     SUBTRACT WS-TAKE-AMT FROM WS-REMAINING.
032700     COMPUTE WS-AGE-DAYS = WS-ASOF-DAYNO
032800             - FUNCTION INTEGER-OF-DATE (AR-POST-DATE).
032900     EVALUATE TRUE
033000        WHEN WS-AGE-DAYS IS NOT GREATER THAN 30
033100           ADD WS-TAKE-AMT TO AB-CURRENT
033200        WHEN WS-AGE-DAYS IS NOT GREATER THAN 60
033300           ADD WS-TAKE-AMT TO AB-31-60
033400        WHEN WS-AGE-DAYS IS NOT GREATER THAN 90
033500           ADD WS-TAKE-AMT TO AB-61-90
033600        WHEN OTHER
033700           ADD WS-TAKE-AMT TO AB-OVER-90
033800     END-EVALUATE.
033900 2300-EXIT.
034000     EXIT.
034100*
034200******************************************************************
034300* 2400-WRITE-ACCOUNT - ONE ACCOUNT'S LINE, FLAGGED WHEN IT IS
034400*     OVER ITS LIMIT OR CLOSED AND STILL OWING, ADDED INTO THE
034500*     COMPANY TOTALS.
034600******************************************************************
034700 2400-WRITE-ACCOUNT.
034800     ADD 1 TO WS-ACCT-COUNT.
034900     MOVE SPACES TO AGL-FLAG.
035000     IF HV-ASOF-BAL IS GREATER THAN CUST-CREDIT-LIMIT
035100         MOVE "OVER LIMIT" TO AGL-FLAG
035200         ADD 1 TO WS-OVER-LIMIT-COUNT
035300     ELSE
035400         IF CUST-CLOSED AND HV-ASOF-BAL IS GREATER THAN ZERO
035500             MOVE "CLOSED" TO AGL-FLAG
035600         END-IF
035700     END-IF.
035800     MOVE CUST-ACCT   TO AGL-ACCT.
035900     MOVE CUST-NAME   TO AGL-NAME.
036000     MOVE HV-ASOF-BAL TO AGL-BALANCE.
036100     MOVE AB-CURRENT  TO AGL-CURRENT.
036200     MOVE AB-31-60    TO AGL-31-60.
036300     MOVE AB-61-90    TO AGL-61-90.
036400     MOVE AB-OVER-90  TO AGL-OVER-90.
036500     WRITE REPORT-REC FROM WS-AGE-LINE.
036600     ADD HV-ASOF-BAL  TO CB-BALANCE.
036700     ADD AB-CURRENT   TO CB-CURRENT.
036800     ADD AB-31-60     TO CB-31-60.
036900     ADD AB-61-90     TO CB-61-90.
037000     ADD AB-OVER-90   TO CB-OVER-90.
037100 2400-EXIT.
037200     EXIT.
037300*
037400******************************************************************
037500* 3000-COMPANY-TOTAL - THE TOTAL LINE ACROSS EVERY ACCOUNT.
037600******************************************************************
037700 3000-COMPANY-TOTAL.
037800     WRITE REPORT-REC FROM WS-BLANK-LINE.
037900     MOVE SPACES          TO AGL-ACCT AGL-FLAG.
038000     MOVE "COMPANY TOTAL" TO AGL-NAME.
038100     MOVE CB-BALANCE      TO AGL-BALANCE.
038200     MOVE CB-CURRENT      TO AGL-CURRENT.
038300     MOVE CB-31-60        TO AGL-31-60.
038400     MOVE CB-61-90        TO AGL-61-90.
038500     MOVE CB-OVER-90      TO AGL-OVER-90.
038600     WRITE REPORT-REC FROM WS-AGE-LINE.
038700 3000-EXIT.
038800     EXIT.
038900*
039000******************************************************************
039100* 4000-TERMINATE - RUN SUMMARY, CLOSE UP.
039200******************************************************************
039300 4000-TERMINATE.
039400     MOVE HV-ASOF-DATE        TO SUM-ASOF.
039500     MOVE WS-ACCT-COUNT       TO SUM-ACCTS.
039600     MOVE WS-OVER-LIMIT-COUNT TO SUM-OVER-LIMIT.
039700     WRITE REPORT-REC FROM WS-BLANK-LINE.
039800     WRITE REPORT-REC FROM WS-SUMMARY-LINE.
039900     DISPLAY WS-SUMMARY-LINE.
040000     CLOSE CONTROL-FILE REPORT-FILE.
040100 4000-EXIT.
040200     EXIT.
