000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "TAXLOAD".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     SALES TAX RATE MAINTENANCE RUN.  READS ACCOUNTING'S RATE
001000*     CARD FILE AND APPLIES IT TO THE TAXRATE TABLE - AN
001100*     EXISTING JURISDICTION AND TAX CLASS PAIR IS UPDATED IN
001200*     PLACE, A NEW ONE IS INSERTED.  TAXRATE IS WHAT TAXCALC
001300*     PRICES EVERY TICKET LINE'S TAX FROM, KEYED BY THE
001400*     BRANCH'S BRCH_TAX_JURIS AND THE PRODUCT'S PROD_TAX_CLASS.
001500*     AN EXEMPT CLASS IS CARDED WITH A ZERO RATE.  RUN ON
001600*     DEMAND WHEN A RATE CHANGES, AHEAD OF SALSDRV ON THE DAY
001700*     THE NEW RATE TAKES EFFECT.
001800*
001900* MODIFICATION HISTORY.
002000*     2026-10-15  DPS  NEW PROGRAM.
002100*
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT RATE-FILE       ASSIGN TO TAXFILE
002700         ORGANIZATION IS SEQUENTIAL.
002800     SELECT SUMMARY-FILE    ASSIGN TO SUMFILE
002900         ORGANIZATION IS SEQUENTIAL.
003000******************************************************************
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  RATE-FILE
003400     RECORDING MODE IS F.
003500 01  RATE-REC                PIC X(40).
003600*
003700 FD  SUMMARY-FILE
003800     RECORDING MODE IS F.
003900 01  SUMMARY-REC             PIC X(98).
004000******************************************************************
004100 WORKING-STORAGE SECTION.
004200 01  WS-SWITCHES.
004300     05  WS-RATE-EOF-SW      PIC X(01)   VALUE "N".
004400         88  RATE-EOF            VALUE "Y".
004500*
004600 77  WS-READ-COUNT           PIC 9(09)   VALUE ZERO COMP.
004700 77  WS-ADDED-COUNT          PIC 9(09)   VALUE ZERO COMP.
004800 77  WS-UPDATED-COUNT        PIC 9(09)   VALUE ZERO COMP.
004900 77  WS-REJECTED-COUNT       PIC 9(09)   VALUE ZERO COMP.
005000*
005100* THE RATE CARD - DISPLAY FIELDS, KEYED BY ACCOUNTING FROM THE
005200* TAXING AUTHORITIES' PUBLISHED RATES.  THE RATE CARRIES FIVE
005300* ASSUMED DECIMALS (0.08250 IS CARDED 08250).
005400 01  RATE-CARD.
005500     05  TXC-JURIS           PIC X(04).
005600     05  TXC-CLASS           PIC X(01).
005700     05  TXC-RATE            PIC V9(5).
005800     05  TXC-DESC            PIC X(30).
005900*
006000 01  WS-SUMMARY-LINE.
006100     05  FILLER              PIC X(20)   VALUE
006200         "TAXLOAD RUN SUMMARY:".
006300     05  FILLER              PIC X(06)   VALUE " READ=".
006400     05  SUM-READ            PIC ZZZZZZZZ9.
006500     05  FILLER              PIC X(07)   VALUE " ADDED=".
006600     05  SUM-ADDED           PIC ZZZZZZZZ9.
006700     05  FILLER              PIC X(09)   VALUE " UPDATED=".
006800     05  SUM-UPDATED         PIC ZZZZZZZZ9.
006900     05  FILLER              PIC X(10)   VALUE " REJECTED=".
007000     05  SUM-REJECTED        PIC ZZZZZZZZ9.
007100*
007200     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007300     COPY TAXREC.
007400     EXEC SQL END DECLARE SECTION END-EXEC.
007500     EXEC SQL INCLUDE SQLCA END-EXEC.
007600******************************************************************
007700 PROCEDURE DIVISION.
007800*
007900 0000-MAINLINE.
008000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008100     PERFORM 2000-PROCESS-RATE THRU 2000-EXIT
008200         UNTIL RATE-EOF.
008300     PERFORM 4000-TERMINATE THRU 4000-EXIT.
008400     GOBACK.
008500*
008600******************************************************************
008700* 1000-INITIALIZE - OPEN THE RATE CARD AND SUMMARY FILES.
008800******************************************************************
008900 1000-INITIALIZE.
009000     OPEN INPUT  RATE-FILE.
009100     OPEN OUTPUT SUMMARY-FILE.
009200     PERFORM 2100-READ-RATE THRU 2100-EXIT.
009300 1000-EXIT.
009400     EXIT.
009500*
009600******************************************************************
009700* 2000-PROCESS-RATE - VALIDATE ONE RATE CARD AND APPLY IT TO
009800*     TAXRATE, UPDATE-ELSE-INSERT BY JURISDICTION AND CLASS.
009900*     A CARD WITH NO KEY OR A NON-NUMERIC RATE IS REJECTED -
010000*     THE OLD RATE STANDS UNTIL A GOOD CARD REPLACES IT.
010100******************************************************************
010200 2000-PROCESS-RATE.
010300     ADD 1 TO WS-READ-COUNT.
010400     IF TXC-JURIS IS EQUAL TO SPACES
010500        OR TXC-CLASS IS EQUAL TO SPACE
010600         ADD 1 TO WS-REJECTED-COUNT
010700         DISPLAY "TAXLOAD REJECTED - BLANK JURISDICTION OR CLASS "
010800                 TXC-JURIS TXC-CLASS
010900     ELSE
011000         IF TXC-RATE IS NOT NUMERIC
011100             ADD 1 TO WS-REJECTED-COUNT
011200             DISPLAY "TAXLOAD REJECTED " TXC-JURIS " " TXC-CLASS
011300                     " - NON-NUMERIC RATE"
011400         ELSE
011500             PERFORM 2200-APPLY-RATE THRU 2200-EXIT
011600         END-IF
011700     END-IF.
011800     PERFORM 2100-READ-RATE THRU 2100-EXIT.
011900 2000-EXIT.
012000     EXIT.
012100*
012200 2100-READ-RATE.
012300     READ RATE-FILE INTO RATE-CARD
012400         AT END
012500             SET RATE-EOF TO TRUE
012600     END-READ.
012700 2100-EXIT.
012800     EXIT.
012900*
013000******************************************************************
013100* 2200-APPLY-RATE - UPDATE THE TAXRATE ROW IN PLACE; A PAIR
013200*     NOT YET ON FILE IS INSERTED INSTEAD.
013300******************************************************************
013400 2200-APPLY-RATE.
013500     MOVE TXC-JURIS        TO TAX-JURIS.
013600     MOVE TXC-CLASS        TO TAX-CLASS.
013700     MOVE TXC-RATE         TO TAX-RATE.
013800     MOVE TXC-DESC         TO TAX-DESC.
013900     EXEC SQL
014000        UPDATE TAXRATE
014100           SET TAX_RATE = :TAX-RATE,
014200               TAX_DESC = :TAX-DESC
014300         WHERE TAX_JURIS = :TAX-JURIS
014400           AND TAX_CLASS = :TAX-CLASS
014500     END-EXEC.
014600     EVALUATE SQLCODE
014700        WHEN 0
014800           ADD 1 TO WS-UPDATED-COUNT
014900        WHEN 100
015000           PERFORM 2300-INSERT-RATE THRU 2300-EXIT
015100        WHEN OTHER
015200           ADD 1 TO WS-REJECTED-COUNT
015300           DISPLAY "TAXLOAD UPDATE FAILED " TXC-JURIS " "
015400                   TXC-CLASS " SQLCODE=" SQLCODE
015500     END-EVALUATE.
015600 2200-EXIT.
015700     EXIT.
015800*
015900 2300-INSERT-RATE.
016000     EXEC SQL
016100        INSERT INTO TAXRATE
016200           (TAX_JURIS, TAX_CLASS, TAX_RATE, TAX_DESC)
016300        VALUES
016400           (:TAX-JURIS, :TAX-CLASS, :TAX-RATE, :TAX-DESC)
016500     END-EXEC.
016600     IF SQLCODE IS NOT EQUAL TO 0
016700         ADD 1 TO WS-REJECTED-COUNT
016800         DISPLAY "TAXLOAD INSERT FAILED " TXC-JURIS " "
016900                 TXC-CLASS " SQLCODE=" SQLCODE
017000     ELSE
017100         ADD 1 TO WS-ADDED-COUNT
017200     END-IF.
017300 2300-EXIT.
017400     EXIT.
017500*
017600******************************************************************
017700* 4000-TERMINATE - PRINT THE RUN SUMMARY AND CLOSE UP.
017800******************************************************************
017900 4000-TERMINATE.
018000     MOVE WS-READ-COUNT     TO SUM-READ.
018100     MOVE WS-ADDED-COUNT    TO SUM-ADDED.
018200     MOVE WS-UPDATED-COUNT  TO SUM-UPDATED.
018300     MOVE WS-REJECTED-COUNT TO SUM-REJECTED.
018400     WRITE SUMMARY-REC FROM WS-SUMMARY-LINE.
018500     DISPLAY WS-SUMMARY-LINE.
018600     CLOSE RATE-FILE SUMMARY-FILE.
018700 4000-EXIT.
018800     EXIT.
