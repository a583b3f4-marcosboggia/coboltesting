000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "QUOTLOAD".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     SALES QUOTA MASTER MAINTENANCE RUN.  READS MANAGEMENT'S
001000*     QUOTA CARD FILE AND APPLIES IT TO THE QUOTA TABLE - AN
001100*     EXISTING PERIOD/BRANCH/SALESPERSON IS UPDATED IN PLACE, A
001200*     NEW ONE IS INSERTED.  A CARD WITH THE SALESPERSON LEFT
001300*     BLANK SETS THE BRANCH'S OWN TARGET FOR THE MONTH.  THE
001400*     BRANCH MUST BE ON BRCHMAST AND THE SALESPERSON ON EMPMAST,
001500*     SO A MIS-KEYED TARGET IS REJECTED HERE INSTEAD OF SITTING
001600*     UNATTAINED ON SALSQUOT ALL MONTH.  RUN ON DEMAND WHEN THE
001700*     MONTH'S TARGETS ARE PUBLISHED OR REVISED.
001800*
001900* MODIFICATION HISTORY.
002000*     2026-10-15  DPS  NEW PROGRAM.
002100*
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT QUOTA-FILE      ASSIGN TO QUOTFILE
002700         ORGANIZATION IS SEQUENTIAL.
002800     SELECT SUMMARY-FILE    ASSIGN TO SUMFILE
002900         ORGANIZATION IS SEQUENTIAL.
003000******************************************************************
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  QUOTA-FILE
003400     RECORDING MODE IS F.
003500 01  QUOTA-REC               PIC X(37).
003600*
003700 FD  SUMMARY-FILE
003800     RECORDING MODE IS F.
003900 01  SUMMARY-REC             PIC X(89).
004000******************************************************************
004100 WORKING-STORAGE SECTION.
004200 01  WS-SWITCHES.
004300     05  WS-QUOTA-EOF-SW     PIC X(01)   VALUE "N".
004400         88  QUOTA-EOF           VALUE "Y".
004500     05  WS-KEYS-OK-SW       PIC X(01)   VALUE "Y".
004600         88  KEYS-OK             VALUE "Y".
004700*
004800 77  WS-READ-COUNT           PIC 9(09)   VALUE ZERO COMP.
004900 77  WS-ADDED-COUNT          PIC 9(09)   VALUE ZERO COMP.
005000 77  WS-UPDATED-COUNT        PIC 9(09)   VALUE ZERO COMP.
005100 77  WS-REJECTED-COUNT       PIC 9(09)   VALUE ZERO COMP.
005200*
005300* THE QUOTA CARD - DISPLAY FIELDS, KEYED FROM MANAGEMENT'S TARGET
005400* SHEET.  THE AMOUNT CARRIES TWO ASSUMED DECIMALS.
005500 01  QUOTA-CARD.
005600     05  QTC-PERIOD          PIC 9(06).
005700     05  QTC-PERIOD-X REDEFINES QTC-PERIOD.
005800         10  FILLER          PIC X(04).
005900         10  QTC-MONTH       PIC X(02).
006000     05  QTC-BRANCH          PIC X(03).
006100     05  QTC-SPERSON         PIC X(15).
006200     05  QTC-AMT             PIC 9(11)V99.
006300*
006400 01  WS-SUMMARY-LINE.
006500     05  FILLER              PIC X(21)   VALUE
006600         "QUOTLOAD RUN SUMMARY:".
006700     05  FILLER              PIC X(06)   VALUE " READ=".
006800     05  SUM-READ            PIC ZZZZZZZZ9.
006900     05  FILLER              PIC X(07)   VALUE " ADDED=".
007000     05  SUM-ADDED           PIC ZZZZZZZZ9.
007100     05  FILLER              PIC X(09)   VALUE " UPDATED=".
007200     05  SUM-UPDATED         PIC ZZZZZZZZ9.
007300     05  FILLER              PIC X(10)   VALUE " REJECTED=".
007400     05  SUM-REJECTED        PIC ZZZZZZZZ9.
007500*
007600     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007700     COPY QUOTAREC.
007800     COPY BRCHREC.
007900     COPY EMPREC.
008000     EXEC SQL END DECLARE SECTION END-EXEC.
008100     EXEC SQL INCLUDE SQLCA END-EXEC.
008200******************************************************************
008300 PROCEDURE DIVISION.
008400*
008500 0000-MAINLINE.
008600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008700     PERFORM 2000-PROCESS-QUOTA THRU 2000-EXIT
008800         UNTIL QUOTA-EOF.
008900     PERFORM 4000-TERMINATE THRU 4000-EXIT.
009000     GOBACK.
009100*
009200******************************************************************
009300* 1000-INITIALIZE - OPEN THE QUOTA CARD AND SUMMARY FILES.
009400******************************************************************
009500 1000-INITIALIZE.
009600     OPEN INPUT  QUOTA-FILE.
009700     OPEN OUTPUT SUMMARY-FILE.
009800     PERFORM 2100-READ-QUOTA THRU 2100-EXIT.
009900 1000-EXIT.
010000     EXIT.
010100*
010200******************************************************************
010300* 2000-PROCESS-QUOTA - VALIDATE ONE QUOTA CARD AND APPLY IT TO
010400*     QUOTA, UPDATE-ELSE-INSERT BY PERIOD, BRANCH AND
010500*     SALESPERSON.
010600******************************************************************
010700 2000-PROCESS-QUOTA.
010800     ADD 1 TO WS-READ-COUNT.
010900     IF QTC-PERIOD IS NOT NUMERIC
011000        OR QTC-MONTH IS LESS THAN "01"
011100        OR QTC-MONTH IS GREATER THAN "12"
011200         ADD 1 TO WS-REJECTED-COUNT
011300         DISPLAY "QUOTLOAD REJECTED " QTC-BRANCH " " QTC-SPERSON
011400                 " - BAD PERIOD " QTC-PERIOD
011500         GO TO 2000-NEXT
011600     END-IF.
011700     IF QTC-AMT IS NOT NUMERIC
011800         ADD 1 TO WS-REJECTED-COUNT
011900         DISPLAY "QUOTLOAD REJECTED " QTC-BRANCH " " QTC-SPERSON
012000                 " - NON-NUMERIC QUOTA AMOUNT"
012100         GO TO 2000-NEXT
012200     END-IF.
012300     PERFORM 2150-CHECK-KEYS THRU 2150-EXIT.
012400     IF NOT KEYS-OK
012500         ADD 1 TO WS-REJECTED-COUNT
012600     ELSE
012700         PERFORM 2200-APPLY-QUOTA THRU 2200-EXIT
012800     END-IF.
012900 2000-NEXT.
013000     PERFORM 2100-READ-QUOTA THRU 2100-EXIT.
013100 2000-EXIT.
013200     EXIT.
013300*
013400 2100-READ-QUOTA.
013500     READ QUOTA-FILE INTO QUOTA-CARD
013600         AT END
013700             SET QUOTA-EOF TO TRUE
013800     END-READ.
013900 2100-EXIT.
014000     EXIT.
014100*
014200******************************************************************
014300* 2150-CHECK-KEYS - THE BRANCH MUST BE ON BRCHMAST, AND A NAMED
014400*     SALESPERSON ON EMPMAST.
014500******************************************************************
014600 2150-CHECK-KEYS.
014700     MOVE "Y" TO WS-KEYS-OK-SW.
014800     MOVE QTC-BRANCH TO BRCH-CODE.
014900     EXEC SQL
015000        SELECT BRCH_STATUS INTO :BRCH-STATUS
015100          FROM BRCHMAST
015200         WHERE BRCH_CODE = :BRCH-CODE
015300     END-EXEC.
015400     IF SQLCODE IS NOT EQUAL TO 0
015500         DISPLAY "QUOTLOAD REJECTED " QTC-BRANCH " " QTC-SPERSON
015600                 " - BRANCH NOT ON BRCHMAST"
015700         MOVE "N" TO WS-KEYS-OK-SW
015800         GO TO 2150-EXIT
015900     END-IF.
016000     IF QTC-SPERSON IS EQUAL TO SPACES
016100         GO TO 2150-EXIT
016200     END-IF.
016300     MOVE QTC-SPERSON TO EMP-ID.
016400     EXEC SQL
016500        SELECT EMP_STATUS INTO :EMP-STATUS
016600          FROM EMPMAST
016700         WHERE EMP_ID = :EMP-ID
016800     END-EXEC.
016900     IF SQLCODE IS NOT EQUAL TO 0
017000         DISPLAY "QUOTLOAD REJECTED " QTC-BRANCH " " QTC-SPERSON
017100                 " - SALESPERSON NOT ON EMPMAST"
017200         MOVE "N" TO WS-KEYS-OK-SW
017300     END-IF.
017400 2150-EXIT.
017500     EXIT.
017600*
017700******************************************************************
017800* 2200-APPLY-QUOTA - UPDATE THE QUOTA ROW IN PLACE; A KEY NOT
017900*     YET ON FILE IS INSERTED INSTEAD.
018000******************************************************************
018100 2200-APPLY-QUOTA.
018200     MOVE QTC-PERIOD       TO QUOTA-PERIOD.
018300     MOVE QTC-BRANCH       TO QUOTA-BRANCH.
018400     MOVE QTC-SPERSON      TO QUOTA-SPERSON.
018500     MOVE QTC-AMT          TO QUOTA-AMT.
018600     EXEC SQL
018700        UPDATE QUOTA
018800           SET QUOTA_AMT = :QUOTA-AMT
018900         WHERE QUOTA_PERIOD = :QUOTA-PERIOD
019000           AND QUOTA_BRANCH = :QUOTA-BRANCH
019100           AND QUOTA_SPERSON = :QUOTA-SPERSON
019200     END-EXEC.
019300     EVALUATE SQLCODE
019400        WHEN 0
019500           ADD 1 TO WS-UPDATED-COUNT
019600        WHEN 100
019700           PERFORM 2300-INSERT-QUOTA THRU 2300-EXIT
019800        WHEN OTHER
019900           ADD 1 TO WS-REJECTED-COUNT
020000           DISPLAY "QUOTLOAD UPDATE FAILED " QTC-BRANCH " "
020100                   QTC-SPERSON " SQLCODE=" SQLCODE
020200     END-EVALUATE.
020300 2200-EXIT.
020400     EXIT.
020500*
020600 2300-INSERT-QUOTA.
020700     EXEC SQL
020800        INSERT INTO QUOTA
020900           (QUOTA_PERIOD, QUOTA_BRANCH, QUOTA_SPERSON, QUOTA_AMT)
021000        VALUES
021100           (:QUOTA-PERIOD, :QUOTA-BRANCH, :QUOTA-SPERSON,
021200            :QUOTA-AMT)
021300     END-EXEC.
021400     IF SQLCODE IS NOT EQUAL TO 0
021500         ADD 1 TO WS-REJECTED-COUNT
021600         DISPLAY "QUOTLOAD INSERT FAILED " QTC-BRANCH " "
021700                 QTC-SPERSON " SQLCODE=" SQLCODE
021800     ELSE
021900         ADD 1 TO WS-ADDED-COUNT
022000     END-IF.
022100 2300-EXIT.
022200     EXIT.
022300*
022400******************************************************************
022500* 4000-TERMINATE - PRINT THE RUN SUMMARY AND CLOSE UP.
022600******************************************************************
022700 4000-TERMINATE.
022800     MOVE WS-READ-COUNT     TO SUM-READ.
022900     MOVE WS-ADDED-COUNT    TO SUM-ADDED.
023000     MOVE WS-UPDATED-COUNT  TO SUM-UPDATED.
023100     MOVE WS-REJECTED-COUNT TO SUM-REJECTED.
023200     WRITE SUMMARY-REC FROM WS-SUMMARY-LINE.
023300     DISPLAY WS-SUMMARY-LINE.
023400     CLOSE QUOTA-FILE SUMMARY-FILE.
023500 4000-EXIT.
023600     EXIT.
