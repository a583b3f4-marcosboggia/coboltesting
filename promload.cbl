000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "PROMLOAD".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     PROMOTION CALENDAR MAINTENANCE RUN.  READS MERCHANDISING'S
001000*     PROMOTION FILE AND APPLIES IT TO THE PROMOTION TABLE - AN
001100*     EXISTING PROMOTION ID IS UPDATED IN PLACE, A NEW ONE IS
001200*     INSERTED.  EACH PROMOTION PRICES ONE PRODUCT AT ONE
001300*     BRANCH, OR AT EVERY BRANCH WHEN THE BRANCH IS LEFT BLANK,
001400*     FROM ITS FROM DATE THROUGH ITS TO DATE.  NEWSALE'S
001500*     CHECK-PRICE-VARIANCE PRICES A LINE FROM THE PROMOTION IN
001600*     EFFECT, SO A PROMOTION THAT OVERLAPS ANOTHER FOR THE SAME
001700*     PRODUCT AND BRANCH IS REJECTED - THE LINE'S PRICE MUST
001800*     NEVER DEPEND ON WHICH ROW THE LOOKUP HAPPENS TO FIND.  RUN
001900*     ON DEMAND AHEAD OF SALSDRV, BEFORE A PROMOTION STARTS.
002000*
002100* MODIFICATION HISTORY.
002200*     2026-10-15  DPS  NEW PROGRAM.
002300*
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PROMO-FILE      ASSIGN TO PROMFILE
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT SUMMARY-FILE    ASSIGN TO SUMFILE
003100         ORGANIZATION IS SEQUENTIAL.
003200******************************************************************
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  PROMO-FILE
003600     RECORDING MODE IS F.
003700 01  PROMO-REC               PIC X(80).
003800*
003900 FD  SUMMARY-FILE
004000     RECORDING MODE IS F.
004100 01  SUMMARY-REC             PIC X(98).
004200******************************************************************
004300 WORKING-STORAGE SECTION.
004400 01  WS-SWITCHES.
004500     05  WS-PROMO-EOF-SW     PIC X(01)   VALUE "N".
004600         88  PROMO-EOF           VALUE "Y".
004700*
004800 77  WS-READ-COUNT           PIC 9(09)   VALUE ZERO COMP.
004900 77  WS-ADDED-COUNT          PIC 9(09)   VALUE ZERO COMP.
005000 77  WS-UPDATED-COUNT        PIC 9(09)   VALUE ZERO COMP.
005100 77  WS-REJECTED-COUNT       PIC 9(09)   VALUE ZERO COMP.
005200*
005300* MERCHANDISING'S PROMOTION RECORD - DISPLAY FIELDS THROUGHOUT,
005400* THIS FILE ARRIVES FROM OUTSIDE THE SHOP.  DATES ARE YYYYMMDD;
005500* A BLANK BRANCH MEANS EVERY BRANCH.
005600 01  PROMO-CARD.
005700     05  PMC-ID              PIC X(08).
005800     05  PMC-PRODUCT         PIC X(12).
005900     05  PMC-BRANCH          PIC X(03).
006000     05  PMC-FROM-DATE       PIC 9(08).
006500     05  PMC-TO-DATE         PIC 9(08).
007000     05  PMC-PRICE           PIC 9(7)V99.
007100     05  PMC-DESC            PIC X(30).
007200     05  FILLER              PIC X(02).
007300*
007400 01  WS-REJECT-REASON        PIC X(30).
007410*
007420* FIELDS PASSED TO/FROM DATEEDIT - ORDER MUST MATCH ITS LINKAGE.
007430 01  WS-DE-RETCODE           PIC X(02).
007440     88  WS-DE-RC-OK             VALUE "00".
007500*
007600 01  WS-SUMMARY-LINE.
007700     05  FILLER              PIC X(21)   VALUE
007800         "PROMLOAD RUN SUMMARY:".
007900     05  FILLER              PIC X(06)   VALUE " READ=".
008000     05  SUM-READ            PIC ZZZZZZZZ9.
008100     05  FILLER              PIC X(07)   VALUE " ADDED=".
008200     05  SUM-ADDED           PIC ZZZZZZZZ9.
008300     05  FILLER              PIC X(09)   VALUE " UPDATED=".
008400     05  SUM-UPDATED         PIC ZZZZZZZZ9.
008500     05  FILLER              PIC X(10)   VALUE " REJECTED=".
008600     05  SUM-REJECTED        PIC ZZZZZZZZ9.
008700*
008800     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008900 01  HV-OVERLAP-COUNT         PIC S9(9)  USAGE COMP-5.
009000     COPY PROMOREC.
009100     COPY PRODREC.
009200     COPY BRCHREC.
009300     EXEC SQL END DECLARE SECTION END-EXEC.
009400     EXEC SQL INCLUDE SQLCA END-EXEC.
009500******************************************************************
009600 PROCEDURE DIVISION.
009700*
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010000     PERFORM 2000-PROCESS-PROMO THRU 2000-EXIT
010100         UNTIL PROMO-EOF.
010200     PERFORM 4000-TERMINATE THRU 4000-EXIT.
010300     GOBACK.
010400*
010500******************************************************************
010600* 1000-INITIALIZE - OPEN THE PROMOTION AND SUMMARY FILES.
010700******************************************************************
010800 1000-INITIALIZE.
010900     OPEN INPUT  PROMO-FILE.
011000     OPEN OUTPUT SUMMARY-FILE.
011100     PERFORM 2100-READ-PROMO THRU 2100-EXIT.
011200 1000-EXIT.
011300     EXIT.
011400*
011500******************************************************************
011600* 2000-PROCESS-PROMO - EDIT ONE PROMOTION RECORD AND APPLY IT TO
011700*     PROMOTION, UPDATE-ELSE-INSERT BY PROMOTION ID.  A RECORD
011800*     THAT FAILS ANY EDIT IS REJECTED WITH ITS REASON - THE OLD
011900*     ROW, IF ANY, STANDS UNTIL A GOOD RECORD REPLACES IT.
012000******************************************************************
012100 2000-PROCESS-PROMO.
012200     ADD 1 TO WS-READ-COUNT.
012300     PERFORM 2200-EDIT-PROMO THRU 2200-EXIT.
012400     IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
012500         ADD 1 TO WS-REJECTED-COUNT
012600         DISPLAY "PROMLOAD REJECTED " PMC-ID " " PMC-PRODUCT
012700                 " - " WS-REJECT-REASON
012800     ELSE
012900         PERFORM 2400-APPLY-PROMO THRU 2400-EXIT
013000     END-IF.
013100     PERFORM 2100-READ-PROMO THRU 2100-EXIT.
013200 2000-EXIT.
013300     EXIT.
013400*
013500 2100-READ-PROMO.
013600     READ PROMO-FILE INTO PROMO-CARD
013700         AT END
013800             SET PROMO-EOF TO TRUE
013900     END-READ.
014000 2100-EXIT.
014100     EXIT.
014200*
014300******************************************************************
014400* 2200-EDIT-PROMO - THE CARD'S OWN FIELDS FIRST, THEN THE
014500*     PRODUCT AND BRANCH AGAINST THEIR MASTERS, THEN THE
014600*     OVERLAP CHECK.  LEAVES WS-REJECT-REASON BLANK WHEN THE
014700*     PROMOTION MAY BE APPLIED.  DATEEDIT PROVES EACH DATE IS A
014710*     REAL ONE, SO A PROMOTION CANNOT RUN TO 20260230.
014800******************************************************************
014900 2200-EDIT-PROMO.
015000     MOVE SPACES TO WS-REJECT-REASON.
015100     IF PMC-ID IS EQUAL TO SPACES
015200        OR PMC-PRODUCT IS EQUAL TO SPACES
015300         MOVE "BLANK PROMOTION ID OR PRODUCT" TO WS-REJECT-REASON
015400         GO TO 2200-EXIT
015500     END-IF.
015600     CALL "DATEEDIT" USING PMC-FROM-DATE
015700                           WS-DE-RETCODE.
015800     IF WS-DE-RC-OK
015900         CALL "DATEEDIT" USING PMC-TO-DATE
016000                               WS-DE-RETCODE
016100     END-IF.
016500     IF NOT WS-DE-RC-OK
016600         MOVE "BAD FROM OR TO DATE" TO WS-REJECT-REASON
016700         GO TO 2200-EXIT
016800     END-IF.
016900     IF PMC-FROM-DATE IS GREATER THAN PMC-TO-DATE
017000         MOVE "FROM DATE AFTER TO DATE" TO WS-REJECT-REASON
017100         GO TO 2200-EXIT
017200     END-IF.
017300     IF PMC-PRICE IS NOT NUMERIC
017400        OR PMC-PRICE IS EQUAL TO ZERO
017500         MOVE "PROMOTION PRICE MISSING" TO WS-REJECT-REASON
017600         GO TO 2200-EXIT
017700     END-IF.
017800     MOVE PMC-PRODUCT TO PROD-CODE.
017900     EXEC SQL
018000        SELECT PROD_STATUS INTO :PROD-STATUS
018100          FROM PRODMAST
018200         WHERE PROD_CODE = :PROD-CODE
018300     END-EXEC.
018400     IF SQLCODE IS NOT EQUAL TO 0
018500         MOVE "PRODUCT NOT ON PRODMAST" TO WS-REJECT-REASON
018600         GO TO 2200-EXIT
018700     END-IF.
018800     IF PMC-BRANCH IS NOT EQUAL TO SPACES
018900         MOVE PMC-BRANCH TO BRCH-CODE
019000         EXEC SQL
019100            SELECT BRCH_STATUS INTO :BRCH-STATUS
019200              FROM BRCHMAST
019300             WHERE BRCH_CODE = :BRCH-CODE
019400         END-EXEC
019500         IF SQLCODE IS NOT EQUAL TO 0
019600             MOVE "BRANCH NOT ON BRCHMAST" TO WS-REJECT-REASON
019700             GO TO 2200-EXIT
019800         END-IF
019900     END-IF.
020000     PERFORM 2300-CHECK-OVERLAP THRU 2300-EXIT.
020100 2200-EXIT.
020200     EXIT.
020300*
020400******************************************************************
020500* 2300-CHECK-OVERLAP - ANOTHER PROMOTION FOR THE SAME PRODUCT
020600*     AND BRANCH (OR BOTH ALL-BRANCH) WHOSE DATES MEET THIS
020700*     ONE'S IS A CONFLICT.  THE PROMOTION'S OWN ROW IS LEFT OUT
020800*     SO ITS DATES CAN BE MOVED BY RELOADING IT.
020900******************************************************************
021000 2300-CHECK-OVERLAP.
021100     MOVE PMC-ID        TO PROMO-ID.
021200     MOVE PMC-PRODUCT   TO PROMO-PRODUCT.
021300     MOVE PMC-BRANCH    TO PROMO-BRANCH.
021400     MOVE PMC-FROM-DATE TO PROMO-FROM-DATE.
021500     MOVE PMC-TO-DATE   TO PROMO-TO-DATE.
021600     MOVE ZERO TO HV-OVERLAP-COUNT.
021700     EXEC SQL
021800        SELECT COUNT(*) INTO :HV-OVERLAP-COUNT
021900          FROM PROMOTION
022000         WHERE PROMO_PRODUCT = :PROMO-PRODUCT
022100           AND PROMO_BRANCH = :PROMO-BRANCH
022200           AND PROMO_ID <> :PROMO-ID
022300           AND PROMO_FROM_DATE <= :PROMO-TO-DATE
022400           AND PROMO_TO_DATE >= :PROMO-FROM-DATE
022500     END-EXEC.
022600     IF SQLCODE IS NOT EQUAL TO 0
022700         MOVE "OVERLAP CHECK FAILED" TO WS-REJECT-REASON
022800     ELSE
022900         IF HV-OVERLAP-COUNT IS GREATER THAN ZERO
023000             MOVE "OVERLAPS ANOTHER PROMOTION" TO WS-REJECT-REASON
023100         END-IF
023200     END-IF.
023300 2300-EXIT.
023400     EXIT.
023500*
023600******************************************************************
023700* 2400-APPLY-PROMO - UPDATE THE PROMOTION ROW IN PLACE; AN ID
023800*     NOT YET ON FILE IS INSERTED INSTEAD.
023900******************************************************************
024000 2400-APPLY-PROMO.
024100     MOVE PMC-PRICE        TO PROMO-PRICE.
024200     MOVE PMC-DESC         TO PROMO-DESC.
024300     EXEC SQL
024400        UPDATE PROMOTION
024500           SET PROMO_PRODUCT   = :PROMO-PRODUCT,
024600               PROMO_BRANCH    = :PROMO-BRANCH,
024700               PROMO_FROM_DATE = :PROMO-FROM-DATE,
024800               PROMO_TO_DATE   = :PROMO-TO-DATE,
024900               PROMO_PRICE     = :PROMO-PRICE,
025000               PROMO_DESC      = :PROMO-DESC
025100         WHERE PROMO_ID = :PROMO-ID
025200     END-EXEC.
025300     EVALUATE SQLCODE
025400        WHEN 0
025500           ADD 1 TO WS-UPDATED-COUNT
025600        WHEN 100
025700           PERFORM 2500-INSERT-PROMO THRU 2500-EXIT
025800        WHEN OTHER
025900           ADD 1 TO WS-REJECTED-COUNT
026000           DISPLAY "PROMLOAD UPDATE FAILED " PMC-ID
026100                   " SQLCODE=" SQLCODE
026200     END-EVALUATE.
026300 2400-EXIT.
026400     EXIT.
026500*
026600 2500-INSERT-PROMO.
026700     EXEC SQL
026800        INSERT INTO PROMOTION
026900           (PROMO_ID, PROMO_PRODUCT, PROMO_BRANCH,
027000            PROMO_FROM_DATE, PROMO_TO_DATE, PROMO_PRICE,
027100            PROMO_DESC)
027200        VALUES
027300           (:PROMO-ID, :PROMO-PRODUCT, :PROMO-BRANCH,
027400            :PROMO-FROM-DATE, :PROMO-TO-DATE, :PROMO-PRICE,
027500            :PROMO-DESC)
027600     END-EXEC.
027700     IF SQLCODE IS NOT EQUAL TO 0
027800         ADD 1 TO WS-REJECTED-COUNT
027900         DISPLAY "PROMLOAD INSERT FAILED " PMC-ID
028000                 " SQLCODE=" SQLCODE
028100     ELSE
028200         ADD 1 TO WS-ADDED-COUNT
028300     END-IF.
028400 2500-EXIT.
028500     EXIT.
028600*
028700******************************************************************
028800* 4000-TERMINATE - PRINT THE RUN SUMMARY AND CLOSE UP.
028900******************************************************************
029000 4000-TERMINATE.
029100     MOVE WS-READ-COUNT     TO SUM-READ.
029200     MOVE WS-ADDED-COUNT    TO SUM-ADDED.
029300     MOVE WS-UPDATED-COUNT  TO SUM-UPDATED.
029400     MOVE WS-REJECTED-COUNT TO SUM-REJECTED.
029500     WRITE SUMMARY-REC FROM WS-SUMMARY-LINE.
029600     DISPLAY WS-SUMMARY-LINE.
029700     CLOSE PROMO-FILE SUMMARY-FILE.
029800 4000-EXIT.
029900     EXIT.
