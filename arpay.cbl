000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "ARPAY".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     CUSTOMER PAYMENTS RUN.  READS THE CREDIT OFFICE'S
001000*     PAYMENTS FILE - ONE RECORD PER REMITTANCE RECEIVED FROM A
001100*     CHARGE CUSTOMER - AND POSTS EACH TO THE AR LEDGER AS A
001200*     PAYMENT ("P") ROW, REDUCING THE CUSTOMER'S CUSTMAST
001300*     BALANCE BY THE SAME AMOUNT.  A PAYMENT FOR AN ACCOUNT NOT
001400*     ON CUSTMAST IS REJECTED; A CLOSED ACCOUNT MAY STILL PAY
001500*     DOWN WHAT IT OWES.  A REMITTANCE REFERENCE ALREADY POSTED
001600*     TO THE ACCOUNT IS SKIPPED AS A DUPLICATE, SO A FILE SENT
001700*     TWICE, OR A RUN RESUBMITTED AFTER AN ABEND, CANNOT CREDIT
001800*     THE SAME CHEQUE TWICE.  RUN DAILY AS PAYMENTS ARRIVE.
001900*
002000* MODIFICATION HISTORY.
002100*     2026-10-15  DPS  NEW PROGRAM.
002200*
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PAYMENT-FILE    ASSIGN TO PAYFILE
002800         ORGANIZATION IS SEQUENTIAL.
002900     SELECT SUMMARY-FILE    ASSIGN TO SUMFILE
003000         ORGANIZATION IS SEQUENTIAL.
003100******************************************************************
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  PAYMENT-FILE
003500     RECORDING MODE IS F.
003600 01  PAYMENT-REC             PIC X(29).
003700*
003800 FD  SUMMARY-FILE
003900     RECORDING MODE IS F.
004000 01  SUMMARY-REC             PIC X(110).
004100******************************************************************
004200 WORKING-STORAGE SECTION.
004300 01  WS-SWITCHES.
004400     05  WS-PAY-EOF-SW       PIC X(01)   VALUE "N".
004500         88  PAY-EOF             VALUE "Y".
004600*
004700 77  WS-READ-COUNT           PIC 9(09)   VALUE ZERO COMP.
004800 77  WS-POSTED-COUNT         PIC 9(09)   VALUE ZERO COMP.
004900 77  WS-DUPLICATE-COUNT      PIC 9(09)   VALUE ZERO COMP.
005000 77  WS-REJECTED-COUNT       PIC 9(09)   VALUE ZERO COMP.
005100 01  WS-POSTED-AMT           PIC S9(11)V99 USAGE COMP-3
005200                             VALUE ZERO.
005300*
005400* THE PAYMENT RECORD - DISPLAY FIELDS.  THE AMOUNT CARRIES TWO
005500* ASSUMED DECIMALS AND IS ALWAYS POSITIVE - WHAT THE CUSTOMER
005600* PAID.
005700 01  PAYMENT-RECORD.
005800     05  PAY-ACCT            PIC X(10).
005900     05  PAY-REF             PIC X(10).
006000     05  PAY-AMT             PIC 9(07)V99.
006100*
006200 01  WS-SUMMARY-LINE.
006300     05  FILLER              PIC X(18)   VALUE
006400         "ARPAY RUN SUMMARY:".
006500     05  FILLER              PIC X(06)   VALUE " READ=".
006600     05  SUM-READ            PIC ZZZZZZZZ9.
006700     05  FILLER              PIC X(08)   VALUE " POSTED=".
006800     05  SUM-POSTED          PIC ZZZZZZZZ9.
006900     05  FILLER              PIC X(11)   VALUE " DUPLICATE=".
007000     05  SUM-DUPLICATE       PIC ZZZZZZZZ9.
007100     05  FILLER              PIC X(10)   VALUE " REJECTED=".
007200     05  SUM-REJECTED        PIC ZZZZZZZZ9.
007300     05  FILLER              PIC X(05)   VALUE " AMT=".
007400     05  SUM-AMT             PIC -,---,---,--9.99.
007500*
007600     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007700     COPY CUSTREC.
007800     COPY ARLEDREC.
007900 01  HV-RUN-DATE              PIC 9(08).
008000 01  HV-PAY-COUNT             PIC S9(9)  USAGE COMP-5.
008100     EXEC SQL END DECLARE SECTION END-EXEC.
008200     EXEC SQL INCLUDE SQLCA END-EXEC.
008300******************************************************************
008400 PROCEDURE DIVISION.
008500*
008600 0000-MAINLINE.
008700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008800     PERFORM 2000-PROCESS-PAYMENT THRU 2000-EXIT
008900         UNTIL PAY-EOF.
009000     PERFORM 4000-TERMINATE THRU 4000-EXIT.
009100     GOBACK.
009200*
009300******************************************************************
009400* 1000-INITIALIZE - OPEN THE PAYMENTS AND SUMMARY FILES.
009500******************************************************************
009600 1000-INITIALIZE.
009700     ACCEPT HV-RUN-DATE FROM DATE YYYYMMDD.
009800     OPEN INPUT  PAYMENT-FILE.
009900     OPEN OUTPUT SUMMARY-FILE.
010000     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
010100 1000-EXIT.
010200     EXIT.
010300*
010400******************************************************************
010500* 2000-PROCESS-PAYMENT - VALIDATE ONE PAYMENT, PROVE THE ACCOUNT
010600*     IS ON FILE AND THE REMITTANCE NOT ALREADY POSTED, THEN
010700*     POST IT.
010800******************************************************************
010900 2000-PROCESS-PAYMENT.
011000     ADD 1 TO WS-READ-COUNT.
011100     IF PAY-ACCT IS EQUAL TO SPACES
011200        OR PAY-REF IS EQUAL TO SPACES
011300         ADD 1 TO WS-REJECTED-COUNT
011400         DISPLAY "ARPAY REJECTED - BLANK ACCOUNT OR REFERENCE "
011500                 PAY-ACCT " " PAY-REF
011600     ELSE
011700         IF PAY-AMT IS NOT NUMERIC
011800            OR PAY-AMT IS EQUAL TO ZERO
011900             ADD 1 TO WS-REJECTED-COUNT
012000             DISPLAY "ARPAY REJECTED " PAY-ACCT " " PAY-REF
012100                     " - AMOUNT NOT NUMERIC OR ZERO"
012200         ELSE
012300             PERFORM 2200-CHECK-PAYMENT THRU 2200-EXIT
012400         END-IF
012500     END-IF.
012600     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
012700 2000-EXIT.
012800     EXIT.
012900*
013000 2100-READ-PAYMENT.
013100     READ PAYMENT-FILE INTO PAYMENT-RECORD
013200         AT END
013300             SET PAY-EOF TO TRUE
013400     END-READ.
013500 2100-EXIT.
013600     EXIT.
013700*
013800******************************************************************
013900* 2200-CHECK-PAYMENT - THE ACCOUNT MUST BE ON CUSTMAST, AND A
014000*     REFERENCE ALREADY ON THE LEDGER FOR IT IS A DUPLICATE.
014100******************************************************************
014200 2200-CHECK-PAYMENT.
014300     MOVE PAY-ACCT TO CUST-ACCT.
014400     EXEC SQL
014500        SELECT CUST_STATUS INTO :CUST-STATUS
014600          FROM CUSTMAST
014700         WHERE CUST_ACCT = :CUST-ACCT
014800     END-EXEC.
014900     IF SQLCODE IS NOT EQUAL TO 0
015000         ADD 1 TO WS-REJECTED-COUNT
015100         DISPLAY "ARPAY REJECTED " PAY-ACCT " " PAY-REF
015200                 " - ACCOUNT NOT ON CUSTMAST"
015300         GO TO 2200-EXIT
015400     END-IF.
015500     MOVE PAY-ACCT TO AR-ACCT.
015600     MOVE PAY-REF  TO AR-REF.
015700     MOVE ZERO TO HV-PAY-COUNT.
015800     EXEC SQL
015900        SELECT COUNT(*) INTO :HV-PAY-COUNT
016000          FROM AR_LEDGER
016100         WHERE AR_ACCT = :AR-ACCT
016200           AND AR_TYPE = 'P'
016300           AND AR_REF = :AR-REF
016400     END-EXEC.
016500     IF SQLCODE IS NOT EQUAL TO 0
016600         ADD 1 TO WS-REJECTED-COUNT
016700         DISPLAY "ARPAY DUPLICATE CHECK FAILED " PAY-ACCT " "
016800                 PAY-REF " SQLCODE=" SQLCODE
016810         IF RETURN-CODE IS LESS THAN 8
016820             MOVE 8 TO RETURN-CODE
016830         END-IF
017000         GO TO 2200-EXIT
017100     END-IF.
017200     IF HV-PAY-COUNT IS GREATER THAN ZERO
017300         ADD 1 TO WS-DUPLICATE-COUNT
017400         DISPLAY "ARPAY DUPLICATE SKIPPED " PAY-ACCT " " PAY-REF
017500         GO TO 2200-EXIT
017600     END-IF.
017700     PERFORM 2300-POST-PAYMENT THRU 2300-EXIT.
017800 2200-EXIT.
017900     EXIT.
018000*
018100******************************************************************
018200* 2300-POST-PAYMENT - WRITE THE PAYMENT ROW, NEGATIVE SO THE
018300*     LEDGER STILL SUMS TO THE BALANCE, AND TAKE IT OFF THE
018400*     CUSTOMER'S BALANCE.
018410*     IF THE BALANCE CANNOT BE REDUCED THE PAYMENT ROW IS
018420*     TAKEN BACK OUT, SO THE LEDGER NEVER DISAGREES WITH
018430*     CUSTMAST, AND THE RUN ENDS RC 12 - THE REMITTANCE IS NOT
018440*     POSTED AND A RERUN PICKS IT UP AGAIN.
018500******************************************************************
018600 2300-POST-PAYMENT.
018700     MOVE HV-RUN-DATE TO AR-POST-DATE.
018800     ACCEPT AR-POST-TIME FROM TIME.
018900     MOVE "P"         TO AR-TYPE.
019000     MOVE ZERO        TO AR-TKT-NO.
019100     MOVE SPACES      TO AR-BRANCH.
019200     COMPUTE AR-AMT = 0 - PAY-AMT.
019300     EXEC SQL
019400        INSERT INTO AR_LEDGER
019500           (AR_ACCT, AR_POST_DATE, AR_POST_TIME, AR_TYPE,
019600            AR_TKT_NO, AR_BRANCH, AR_REF, AR_AMT)
019700        VALUES
019800           (:AR-ACCT, :AR-POST-DATE, :AR-POST-TIME, :AR-TYPE,
019900            :AR-TKT-NO, :AR-BRANCH, :AR-REF, :AR-AMT)
020000     END-EXEC.
020100     IF SQLCODE IS NOT EQUAL TO 0
020200         ADD 1 TO WS-REJECTED-COUNT
020300         DISPLAY "ARPAY LEDGER INSERT FAILED " PAY-ACCT " "
020400                 PAY-REF " SQLCODE=" SQLCODE
020410         IF RETURN-CODE IS LESS THAN 8
020420             MOVE 8 TO RETURN-CODE
020430         END-IF
020600         GO TO 2300-EXIT
020700     END-IF.
020800     EXEC SQL
020900        UPDATE CUSTMAST
021000           SET CUST_BALANCE = CUST_BALANCE + :AR-AMT
021100         WHERE CUST_ACCT = :AR-ACCT
021200     END-EXEC.
021300     IF SQLCODE IS NOT EQUAL TO 0
021310         ADD 1 TO WS-REJECTED-COUNT
021400         DISPLAY "ARPAY BALANCE UPDATE FAILED " PAY-ACCT " "
021500                 PAY-REF " SQLCODE=" SQLCODE
021510         MOVE 12 TO RETURN-CODE
021520         EXEC SQL
021530            DELETE FROM AR_LEDGER
021540             WHERE AR_ACCT = :AR-ACCT
021550               AND AR_POST_DATE = :AR-POST-DATE
021560               AND AR_POST_TIME = :AR-POST-TIME
021570               AND AR_TYPE = :AR-TYPE
021580               AND AR_REF = :AR-REF
021590         END-EXEC
021600         IF SQLCODE IS NOT EQUAL TO 0
021610             DISPLAY "ARPAY LEDGER ROW NOT REMOVED " PAY-ACCT " "
021620                     PAY-REF " SQLCODE=" SQLCODE
021630         END-IF
021640         GO TO 2300-EXIT
021700     END-IF.
021800     ADD 1 TO WS-POSTED-COUNT.
021900     ADD PAY-AMT TO WS-POSTED-AMT.
022000 2300-EXIT.
022100     EXIT.
022200*
022300******************************************************************
022400* 4000-TERMINATE - PRINT THE RUN SUMMARY AND CLOSE UP.
022500******************************************************************
022600 4000-TERMINATE.
022700     MOVE WS-READ-COUNT      TO SUM-READ.
022800     MOVE WS-POSTED-COUNT    TO SUM-POSTED.
022900     MOVE WS-DUPLICATE-COUNT TO SUM-DUPLICATE.
023000     MOVE WS-REJECTED-COUNT  TO SUM-REJECTED.
023100     MOVE WS-POSTED-AMT      TO SUM-AMT.
023200     WRITE SUMMARY-REC FROM WS-SUMMARY-LINE.
023300     DISPLAY WS-SUMMARY-LINE.
023400     CLOSE PAYMENT-FILE SUMMARY-FILE.
023500 4000-EXIT.
023600     EXIT.
