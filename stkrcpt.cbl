000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "STKRCPT".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     WAREHOUSE RECEIPTS RUN.  READS THE WAREHOUSE'S RECEIPTS
001000*     FILE - ONE RECORD PER PRODUCT DELIVERED TO A BRANCH - AND
001100*     ADDS EACH RECEIVED QUANTITY TO THAT BRANCH'S STOCK ROW
001200*     FOR THE PRODUCT, STARTING A ROW FOR A PRODUCT THE BRANCH
001300*     HAS NOT CARRIED BEFORE.  A RECORD MAY ALSO SET THE
001400*     BRANCH'S REORDER POINT FOR THE PRODUCT; LEFT BLANK, THE
001500*     REORDER POINT ON FILE STANDS.  EVERY APPLIED RECEIPT IS
001600*     LOGGED TO STOCK_RCPT UNDER THE WAREHOUSE'S RECEIPT
001700*     NUMBER, AND A RECEIPT ALREADY ON STOCK_RCPT IS SKIPPED AS
001800*     A DUPLICATE - A RECEIPTS FILE TRANSMITTED TWICE, OR A
001900*     RUN RESUBMITTED AFTER AN ABEND, CANNOT COUNT THE SAME
002000*     DELIVERY TWICE.  NEWSALE RELIEVES THE SAME STOCK ROWS
002100*     FOR EVERY SALE; RUN DAILY, BEFORE SALSSTK.
002200*
002300* MODIFICATION HISTORY.
002400*     2026-10-15  DPS  NEW PROGRAM.
002500*
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RECEIPT-FILE    ASSIGN TO RCPTFILE
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT SUMMARY-FILE    ASSIGN TO SUMFILE
003300         ORGANIZATION IS SEQUENTIAL.
003400******************************************************************
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  RECEIPT-FILE
003800     RECORDING MODE IS F.
003900 01  RECEIPT-REC             PIC X(39).
004000*
004100 FD  SUMMARY-FILE
004200     RECORDING MODE IS F.
004300 01  SUMMARY-REC             PIC X(98).
004400******************************************************************
004500 WORKING-STORAGE SECTION.
004600 01  WS-SWITCHES.
004700     05  WS-RCPT-EOF-SW      PIC X(01)   VALUE "N".
004800         88  RCPT-EOF            VALUE "Y".
004900*
005000 77  WS-READ-COUNT           PIC 9(09)   VALUE ZERO COMP.
005100 77  WS-APPLIED-COUNT        PIC 9(09)   VALUE ZERO COMP.
005200 77  WS-DUPLICATE-COUNT      PIC 9(09)   VALUE ZERO COMP.
005300 77  WS-REJECTED-COUNT       PIC 9(09)   VALUE ZERO COMP.
005400*
005500* THE WAREHOUSE RECEIPT RECORD - DISPLAY FIELDS, THIS FILE
005600* ARRIVES FROM OUTSIDE THE SHOP.  A BLANK REORDER POINT LEAVES
005700* THE ONE ON FILE ALONE; A ZERO QUANTITY WITH A REORDER POINT
005800* JUST SETS THE REORDER POINT.
005900 01  RECEIPT-RECORD.
006000     05  RCV-BRANCH          PIC X(03).
006100     05  RCV-PRODUCT         PIC X(12).
006200     05  RCV-RCPT-NO         PIC X(10).
006300     05  RCV-QTY             PIC 9(07).
006400     05  RCV-REORDER-X       PIC X(07).
006500     05  RCV-REORDER-PT      REDEFINES RCV-REORDER-X
006600                             PIC 9(07).
006700*
006800 01  WS-SUMMARY-LINE.
006900     05  FILLER              PIC X(20)   VALUE
007000         "STKRCPT RUN SUMMARY:".
007100     05  FILLER              PIC X(06)   VALUE " READ=".
007200     05  SUM-READ            PIC ZZZZZZZZ9.
007300     05  FILLER              PIC X(09)   VALUE " APPLIED=".
007400     05  SUM-APPLIED         PIC ZZZZZZZZ9.
007500     05  FILLER              PIC X(11)   VALUE " DUPLICATE=".
007600     05  SUM-DUPLICATE       PIC ZZZZZZZZ9.
007700     05  FILLER              PIC X(10)   VALUE " REJECTED=".
007800     05  SUM-REJECTED        PIC ZZZZZZZZ9.
007900*
008000     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008100     COPY STOCKREC.
008200     COPY RCPTREC.
008300     COPY PRODREC.
008400     COPY BRCHREC.
008500 01  HV-RUN-DATE              PIC 9(08).
008600 01  HV-REORDER-PT            PIC S9(9).
008700 01  HV-RCPT-COUNT            PIC S9(9)  USAGE COMP-5.
008800     EXEC SQL END DECLARE SECTION END-EXEC.
008900     EXEC SQL INCLUDE SQLCA END-EXEC.
009000******************************************************************
009100 PROCEDURE DIVISION.
009200*
009300 0000-MAINLINE.
009400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009500     PERFORM 2000-PROCESS-RECEIPT THRU 2000-EXIT
009600         UNTIL RCPT-EOF.
009700     PERFORM 4000-TERMINATE THRU 4000-EXIT.
009800     GOBACK.
009900*
010000******************************************************************
010100* 1000-INITIALIZE - OPEN THE RECEIPTS AND SUMMARY FILES.
010200******************************************************************
010300 1000-INITIALIZE.
010400     ACCEPT HV-RUN-DATE FROM DATE YYYYMMDD.
010500     OPEN INPUT  RECEIPT-FILE.
010600     OPEN OUTPUT SUMMARY-FILE.
010700     PERFORM 2100-READ-RECEIPT THRU 2100-EXIT.
010800 1000-EXIT.
010900     EXIT.
011000*
011100******************************************************************
011200* 2000-PROCESS-RECEIPT - VALIDATE ONE RECEIPT, PROVE THE BRANCH
011300*     AND PRODUCT ARE ON FILE AND THE RECEIPT NOT ALREADY
011400*     APPLIED, THEN ADD IT TO STOCK AND LOG IT.
011500******************************************************************
011600 2000-PROCESS-RECEIPT.
011700     ADD 1 TO WS-READ-COUNT.
011800     IF RCV-BRANCH IS EQUAL TO SPACES
011900        OR RCV-PRODUCT IS EQUAL TO SPACES
012000        OR RCV-RCPT-NO IS EQUAL TO SPACES
012100         ADD 1 TO WS-REJECTED-COUNT
012200         DISPLAY "STKRCPT REJECTED - BLANK BRANCH, PRODUCT OR "
012300                 "RECEIPT NO " RCV-RCPT-NO
012400     ELSE
012500         IF RCV-QTY IS NOT NUMERIC
012600            OR (RCV-REORDER-X IS NOT EQUAL TO SPACES
012700                AND RCV-REORDER-PT IS NOT NUMERIC)
012800             ADD 1 TO WS-REJECTED-COUNT
012900             DISPLAY "STKRCPT REJECTED " RCV-RCPT-NO
013000                     " - NON-NUMERIC QUANTITY OR REORDER POINT"
013100         ELSE
013200             IF RCV-QTY IS EQUAL TO ZERO
013300                AND RCV-REORDER-X IS EQUAL TO SPACES
013400                 ADD 1 TO WS-REJECTED-COUNT
013500                 DISPLAY "STKRCPT REJECTED " RCV-RCPT-NO
013600                         " - NO QUANTITY AND NO REORDER POINT"
013700             ELSE
013800                 PERFORM 2200-CHECK-RECEIPT THRU 2200-EXIT
013900             END-IF
014000         END-IF
014100     END-IF.
014200     PERFORM 2100-READ-RECEIPT THRU 2100-EXIT.
014300 2000-EXIT.
014400     EXIT.
014500*
014600 2100-READ-RECEIPT.
014700     READ RECEIPT-FILE INTO RECEIPT-RECORD
014800         AT END
014900             SET RCPT-EOF TO TRUE
015000     END-READ.
015100 2100-EXIT.
015200     EXIT.
015300*
015400******************************************************************
015500* 2200-CHECK-RECEIPT - THE BRANCH MUST BE ON BRCHMAST AND THE
015600*     PRODUCT ON PRODMAST - STOCK FOR A CODE NOTHING ELSE KNOWS
015700*     COULD NEVER BE SOLD OR REPORTED.  A RECEIPT NUMBER ALREADY
015800*     ON STOCK_RCPT FOR THE BRANCH AND PRODUCT IS A DUPLICATE.
015900******************************************************************
016000 2200-CHECK-RECEIPT.
016100     MOVE RCV-BRANCH TO BRCH-CODE.
016200     EXEC SQL
016300        SELECT BRCH_STATUS INTO :BRCH-STATUS
016400          FROM BRCHMAST
016500         WHERE BRCH_CODE = :BRCH-CODE
016600     END-EXEC.
016700     IF SQLCODE IS NOT EQUAL TO 0
016800         ADD 1 TO WS-REJECTED-COUNT
016900         DISPLAY "STKRCPT REJECTED " RCV-RCPT-NO
017000                 " - BRANCH NOT ON BRCHMAST " RCV-BRANCH
017100         GO TO 2200-EXIT
017200     END-IF.
017300     MOVE RCV-PRODUCT TO PROD-CODE.
017400     EXEC SQL
017500        SELECT PROD_STATUS INTO :PROD-STATUS
017600          FROM PRODMAST
017700         WHERE PROD_CODE = :PROD-CODE
017800     END-EXEC.
017900     IF SQLCODE IS NOT EQUAL TO 0
018000         ADD 1 TO WS-REJECTED-COUNT
018100         DISPLAY "STKRCPT REJECTED " RCV-RCPT-NO
018200                 " - PRODUCT NOT ON PRODMAST " RCV-PRODUCT
018300         GO TO 2200-EXIT
018400     END-IF.
018500     MOVE RCV-BRANCH  TO RCPT-BRANCH.
018600     MOVE RCV-PRODUCT TO RCPT-PRODUCT.
018700     MOVE RCV-RCPT-NO TO RCPT-NO.
018800     MOVE ZERO TO HV-RCPT-COUNT.
018900     EXEC SQL
019000        SELECT COUNT(*) INTO :HV-RCPT-COUNT
019100          FROM STOCK_RCPT
019200         WHERE RCPT_BRANCH = :RCPT-BRANCH
019300           AND RCPT_PRODUCT = :RCPT-PRODUCT
019400           AND RCPT_NO = :RCPT-NO
019500     END-EXEC.
019600     EVALUATE TRUE
019700        WHEN SQLCODE IS NOT EQUAL TO 0
019800           ADD 1 TO WS-REJECTED-COUNT
019900           DISPLAY "STKRCPT STOCK_RCPT CHECK FAILED "
020000                   RCV-RCPT-NO " SQLCODE=" SQLCODE
020100        WHEN HV-RCPT-COUNT IS GREATER THAN ZERO
020200           ADD 1 TO WS-DUPLICATE-COUNT
020300           DISPLAY "STKRCPT SKIPPED " RCV-RCPT-NO " "
020400                   RCV-BRANCH " " RCV-PRODUCT
020500                   " - RECEIPT ALREADY APPLIED"
020600        WHEN OTHER
020700           PERFORM 2300-APPLY-RECEIPT THRU 2300-EXIT
020800     END-EVALUATE.
020900 2200-EXIT.
021000     EXIT.
021100*
021200******************************************************************
021210* 2300-APPLY-RECEIPT - LOG THE RECEIPT TO STOCK_RCPT FIRST.
021220*     THE LOG ROW'S KEY IS THE BRANCH, PRODUCT AND RECEIPT
021230*     NUMBER, SO A DUPLICATE KEY HERE IS A RECEIPT ANOTHER RUN
021240*     APPLIED SINCE THE CHECK ABOVE - IT IS SKIPPED LIKE ANY
021250*     OTHER DUPLICATE.  ONLY THEN IS THE QUANTITY ADDED TO THE
021260*     STOCK ROW IN PLACE, SETTING THE REORDER POINT WHEN ONE IS
021270*     GIVEN (A NEGATIVE HOST VALUE KEEPS THE ONE ON FILE); A
021280*     BRANCH AND PRODUCT NOT YET ON STOCK IS INSERTED.  IF THE
021290*     STOCK ROW CANNOT BE WRITTEN THE LOG ROW IS TAKEN BACK OUT,
021300*     SO A RERUN APPLIES THE RECEIPT, AND THE RUN ENDS RC 12.
021310******************************************************************
021320 2300-APPLY-RECEIPT.
021330     MOVE HV-RUN-DATE TO RCPT-POST-DATE.
021340     MOVE RCV-QTY     TO RCPT-QTY.
021350     EXEC SQL
021360        INSERT INTO STOCK_RCPT
021370           (RCPT_BRANCH, RCPT_PRODUCT, RCPT_NO, RCPT_QTY,
021380            RCPT_POST_DATE)
021390        VALUES
021400           (:RCPT-BRANCH, :RCPT-PRODUCT, :RCPT-NO, :RCPT-QTY,
021410            :RCPT-POST-DATE)
021420     END-EXEC.
021430     IF SQLCODE IS EQUAL TO -803
021440         ADD 1 TO WS-DUPLICATE-COUNT
021450         DISPLAY "STKRCPT SKIPPED " RCV-RCPT-NO " "
021460                 RCV-BRANCH " " RCV-PRODUCT
021470                 " - RECEIPT ALREADY APPLIED"
021480         GO TO 2300-EXIT
021490     END-IF.
021500     IF SQLCODE IS NOT EQUAL TO 0
021510         ADD 1 TO WS-REJECTED-COUNT
021520         DISPLAY "STKRCPT RECEIPT LOG FAILED " RCV-RCPT-NO
021530                 " SQLCODE=" SQLCODE
021540         IF RETURN-CODE IS LESS THAN 8
021550             MOVE 8 TO RETURN-CODE
021560         END-IF
021570         GO TO 2300-EXIT
021580     END-IF.
021590     MOVE RCV-BRANCH  TO STK-BRANCH.
021600     MOVE RCV-PRODUCT TO STK-PRODUCT.
021610     IF RCV-REORDER-X IS EQUAL TO SPACES
021620         MOVE -1 TO HV-REORDER-PT
021630     ELSE
021640         MOVE RCV-REORDER-PT TO HV-REORDER-PT
021650     END-IF.
021660     EXEC SQL
021670        UPDATE STOCK
021680           SET STK_ON_HAND = STK_ON_HAND + :RCPT-QTY,
021690               STK_REORDER_PT =
021700                  CASE WHEN :HV-REORDER-PT < 0
021710                       THEN STK_REORDER_PT
021720                       ELSE :HV-REORDER-PT END,
021730               STK_LAST_RCPT_DATE = :HV-RUN-DATE
021740         WHERE STK_BRANCH = :STK-BRANCH
021750           AND STK_PRODUCT = :STK-PRODUCT
021760     END-EXEC.
021770     IF SQLCODE IS EQUAL TO 100
021780         MOVE RCPT-QTY    TO STK-ON-HAND
021790         IF HV-REORDER-PT IS LESS THAN ZERO
021800             MOVE ZERO TO STK-REORDER-PT
021810         ELSE
021820             MOVE HV-REORDER-PT TO STK-REORDER-PT
021830         END-IF
021840         MOVE HV-RUN-DATE TO STK-LAST-RCPT-DATE
021850         EXEC SQL
021860            INSERT INTO STOCK
021870               (STK_BRANCH, STK_PRODUCT, STK_ON_HAND,
021880                STK_REORDER_PT, STK_LAST_RCPT_DATE)
021890            VALUES
021900               (:STK-BRANCH, :STK-PRODUCT, :STK-ON-HAND,
021910                :STK-REORDER-PT, :STK-LAST-RCPT-DATE)
021920         END-EXEC
021930     END-IF.
021940     IF SQLCODE IS NOT EQUAL TO 0
021950         ADD 1 TO WS-REJECTED-COUNT
021960         DISPLAY "STKRCPT STOCK UPDATE FAILED " RCV-RCPT-NO
021970                 " SQLCODE=" SQLCODE
021980         MOVE 12 TO RETURN-CODE
021990         EXEC SQL
022000            DELETE FROM STOCK_RCPT
022010             WHERE RCPT_BRANCH = :RCPT-BRANCH
022020               AND RCPT_PRODUCT = :RCPT-PRODUCT
022030               AND RCPT_NO = :RCPT-NO
022040         END-EXEC
022050         IF SQLCODE IS NOT EQUAL TO 0
022060             DISPLAY "STKRCPT RECEIPT LOG NOT REMOVED "
022070                     RCV-RCPT-NO " SQLCODE=" SQLCODE
022080         END-IF
022090         GO TO 2300-EXIT
022100     END-IF.
022200     ADD 1 TO WS-APPLIED-COUNT.
022300 2300-EXIT.
022400     EXIT.
022500*
022600******************************************************************
022700* 4000-TERMINATE - PRINT THE RUN SUMMARY AND CLOSE UP.
022800******************************************************************
022900 4000-TERMINATE.
023000     MOVE WS-READ-COUNT      TO SUM-READ.
023100     MOVE WS-APPLIED-COUNT   TO SUM-APPLIED.
023200     MOVE WS-DUPLICATE-COUNT TO SUM-DUPLICATE.
023300     MOVE WS-REJECTED-COUNT  TO SUM-REJECTED.
023400     WRITE SUMMARY-REC FROM WS-SUMMARY-LINE.
023500     DISPLAY WS-SUMMARY-LINE.
023600     CLOSE RECEIPT-FILE SUMMARY-FILE.
023700 4000-EXIT.
023800     EXIT.
