000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "CUSTLOAD".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     CUSTOMER MASTER MAINTENANCE RUN.  READS THE CREDIT
001000*     OFFICE'S CHARGE CUSTOMER FILE AND APPLIES IT TO THE
001100*     CUSTMAST TABLE - AN EXISTING ACCOUNT IS UPDATED IN PLACE
001200*     (NAME, ADDRESS, STATUS, CREDIT LIMIT), A NEW ONE IS
001300*     INSERTED WITH A ZERO BALANCE.  THE BALANCE ITSELF IS
001400*     NEVER LOADED - ONLY SALSDRV AND ARPAY MOVE IT, THROUGH
001500*     THE AR LEDGER.  CUSTMAST IS WHAT SALSDRV CHECKS EVERY
001600*     ON-ACCOUNT TENDER AGAINST.  RUN ON DEMAND, AHEAD OF
001700*     SALSDRV, WHEN AN ACCOUNT IS OPENED, CLOSED, OR ITS LIMIT
001800*     CHANGES.
001900*
002000* MODIFICATION HISTORY.
002100*     2026-10-15  DPS  NEW PROGRAM.
002200*
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CUSTOMER-FILE   ASSIGN TO CUSTFIL
002800         ORGANIZATION IS SEQUENTIAL.
002900     SELECT SUMMARY-FILE    ASSIGN TO SUMFILE
003000         ORGANIZATION IS SEQUENTIAL.
003100******************************************************************
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  CUSTOMER-FILE
003500     RECORDING MODE IS F.
003600 01  CUSTOMER-REC            PIC X(140).
003700*
003800 FD  SUMMARY-FILE
003900     RECORDING MODE IS F.
004000 01  SUMMARY-REC             PIC X(98).
004100******************************************************************
004200 WORKING-STORAGE SECTION.
004300 01  WS-SWITCHES.
004400     05  WS-CUSTOMER-EOF-SW  PIC X(01)   VALUE "N".
004500         88  CUSTOMER-EOF        VALUE "Y".
004600*
004700 77  WS-READ-COUNT           PIC 9(09)   VALUE ZERO COMP.
004800 77  WS-ADDED-COUNT          PIC 9(09)   VALUE ZERO COMP.
004900 77  WS-UPDATED-COUNT        PIC 9(09)   VALUE ZERO COMP.
005000 77  WS-REJECTED-COUNT       PIC 9(09)   VALUE ZERO COMP.
005100*
005200* THE CHARGE CUSTOMER RECORD - DISPLAY FIELDS, KEYED BY THE
005300* CREDIT OFFICE.  THE LIMIT CARRIES TWO ASSUMED DECIMALS.
005400 01  CUSTOMER-RECORD.
005500     05  CSL-ACCT            PIC X(10).
005600     05  CSL-NAME            PIC X(30).
005700     05  CSL-ADDR-1          PIC X(30).
005800     05  CSL-ADDR-2          PIC X(30).
005900     05  CSL-ADDR-3          PIC X(30).
006000     05  CSL-STATUS          PIC X(01).
006100         88  CSL-STAT-OPEN       VALUE "A".
006200         88  CSL-STAT-CLOSED     VALUE "C".
006300     05  CSL-CREDIT-LIMIT    PIC 9(07)V99.
006400*
006500 01  WS-SUMMARY-LINE.
006600     05  FILLER              PIC X(21)   VALUE
006700         "CUSTLOAD RUN SUMMARY:".
006800     05  FILLER              PIC X(06)   VALUE " READ=".
006900     05  SUM-READ            PIC ZZZZZZZZ9.
007000     05  FILLER              PIC X(07)   VALUE " ADDED=".
007100     05  SUM-ADDED           PIC ZZZZZZZZ9.
007200     05  FILLER              PIC X(09)   VALUE " UPDATED=".
007300     05  SUM-UPDATED         PIC ZZZZZZZZ9.
007400     05  FILLER              PIC X(10)   VALUE " REJECTED=".
007500     05  SUM-REJECTED        PIC ZZZZZZZZ9.
007600*
007700     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007800     COPY CUSTREC.
007900     EXEC SQL END DECLARE SECTION END-EXEC.
008000     EXEC SQL INCLUDE SQLCA END-EXEC.
008100******************************************************************
008200 PROCEDURE DIVISION.
008300*
008400 0000-MAINLINE.
008500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008600     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
008700         UNTIL CUSTOMER-EOF.
008800     PERFORM 4000-TERMINATE THRU 4000-EXIT.
008900     GOBACK.
009000*
009100******************************************************************
009200* 1000-INITIALIZE - OPEN THE CUSTOMER AND SUMMARY FILES.
009300******************************************************************
009400 1000-INITIALIZE.
009500     OPEN INPUT  CUSTOMER-FILE.
009600     OPEN OUTPUT SUMMARY-FILE.
009700     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
009800 1000-EXIT.
009900     EXIT.
010000*
010100******************************************************************
010200* 2000-PROCESS-CUSTOMER - VALIDATE ONE CUSTOMER RECORD AND APPLY
010300*     IT TO CUSTMAST, UPDATE-ELSE-INSERT BY ACCOUNT NUMBER.
010400******************************************************************
010500 2000-PROCESS-CUSTOMER.
010600     ADD 1 TO WS-READ-COUNT.
010700     IF CSL-ACCT IS EQUAL TO SPACES
010800         ADD 1 TO WS-REJECTED-COUNT
010900         DISPLAY "CUSTLOAD REJECTED - BLANK ACCOUNT NUMBER"
011000     ELSE
011100         IF NOT CSL-STAT-OPEN AND NOT CSL-STAT-CLOSED
011200             ADD 1 TO WS-REJECTED-COUNT
011300             DISPLAY "CUSTLOAD REJECTED " CSL-ACCT
011400                     " - BAD STATUS " CSL-STATUS
011500         ELSE
011600             IF CSL-CREDIT-LIMIT IS NOT NUMERIC
011700                 ADD 1 TO WS-REJECTED-COUNT
011800                 DISPLAY "CUSTLOAD REJECTED " CSL-ACCT
011900                         " - NON-NUMERIC CREDIT LIMIT"
012000             ELSE
012100                 PERFORM 2200-APPLY-CUSTOMER THRU 2200-EXIT
012200             END-IF
012300         END-IF
012400     END-IF.
012500     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
012600 2000-EXIT.
012700     EXIT.
012800*
012900 2100-READ-CUSTOMER.
013000     READ CUSTOMER-FILE INTO CUSTOMER-RECORD
013100         AT END
013200             SET CUSTOMER-EOF TO TRUE
013300     END-READ.
013400 2100-EXIT.
013500     EXIT.
013600*
013700******************************************************************
013800* 2200-APPLY-CUSTOMER - UPDATE THE CUSTMAST ROW IN PLACE, LEAVING
013900*     ITS BALANCE ALONE; AN ACCOUNT NOT YET ON FILE IS INSERTED
014000*     INSTEAD, OWING NOTHING.
014100******************************************************************
014200 2200-APPLY-CUSTOMER.
014300     MOVE CSL-ACCT         TO CUST-ACCT.
014400     MOVE CSL-NAME         TO CUST-NAME.
014500     MOVE CSL-ADDR-1       TO CUST-ADDR-1.
014600     MOVE CSL-ADDR-2       TO CUST-ADDR-2.
014700     MOVE CSL-ADDR-3       TO CUST-ADDR-3.
014800     MOVE CSL-STATUS       TO CUST-STATUS.
014900     MOVE CSL-CREDIT-LIMIT TO CUST-CREDIT-LIMIT.
015000     EXEC SQL
015100        UPDATE CUSTMAST
015200           SET CUST_NAME = :CUST-NAME,
015300               CUST_ADDR_1 = :CUST-ADDR-1,
015400               CUST_ADDR_2 = :CUST-ADDR-2,
015500               CUST_ADDR_3 = :CUST-ADDR-3,
015600               CUST_STATUS = :CUST-STATUS,
015700               CUST_CREDIT_LIMIT = :CUST-CREDIT-LIMIT
015800         WHERE CUST_ACCT = :CUST-ACCT
015900     END-EXEC.
016000     EVALUATE SQLCODE
016100        WHEN 0
016200           ADD 1 TO WS-UPDATED-COUNT
016300        WHEN 100
016400           PERFORM 2300-INSERT-CUSTOMER THRU 2300-EXIT
016500        WHEN OTHER
016600           ADD 1 TO WS-REJECTED-COUNT
016700           DISPLAY "CUSTLOAD UPDATE FAILED " CSL-ACCT
016800                   " SQLCODE=" SQLCODE
016900     END-EVALUATE.
017000 2200-EXIT.
017100     EXIT.
017200*
017300 2300-INSERT-CUSTOMER.
017400     MOVE ZERO TO CUST-BALANCE.
017500     EXEC SQL
017600        INSERT INTO CUSTMAST
017700           (CUST_ACCT, CUST_NAME, CUST_ADDR_1, CUST_ADDR_2,
017800            CUST_ADDR_3, CUST_STATUS, CUST_CREDIT_LIMIT,
017900            CUST_BALANCE)
018000        VALUES
018100           (:CUST-ACCT, :CUST-NAME, :CUST-ADDR-1, :CUST-ADDR-2,
018200            :CUST-ADDR-3, :CUST-STATUS, :CUST-CREDIT-LIMIT,
018300            :CUST-BALANCE)
018400     END-EXEC.
018500     IF SQLCODE IS NOT EQUAL TO 0
018600         ADD 1 TO WS-REJECTED-COUNT
018700         DISPLAY "CUSTLOAD INSERT FAILED " CSL-ACCT
018800                 " SQLCODE=" SQLCODE
018900     ELSE
019000         ADD 1 TO WS-ADDED-COUNT
019100     END-IF.
019200 2300-EXIT.
019300     EXIT.
019400*
019500******************************************************************
019600* 4000-TERMINATE - PRINT THE RUN SUMMARY AND CLOSE UP.
019700******************************************************************
019800 4000-TERMINATE.
019900     MOVE WS-READ-COUNT     TO SUM-READ.
020000     MOVE WS-ADDED-COUNT    TO SUM-ADDED.
020100     MOVE WS-UPDATED-COUNT  TO SUM-UPDATED.
020200     MOVE WS-REJECTED-COUNT TO SUM-REJECTED.
020300     WRITE SUMMARY-REC FROM WS-SUMMARY-LINE.
020400     DISPLAY WS-SUMMARY-LINE.
020500     CLOSE CUSTOMER-FILE SUMMARY-FILE.
020600 4000-EXIT.
020700     EXIT.
