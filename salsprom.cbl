000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "SALSPROM".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     PROMOTION RESULTS REPORT.  THE CONTROL CARD NAMES THE
001000*     PERIOD (YYYYMM); EVERY PROMOTION ON THE PROMOTION
001100*     CALENDAR THAT ENDED IN THE PERIOD IS REPORTED.  FOR EACH,
001200*     UNITS, REVENUE, COST OF GOODS (AT PRODMAST'S UNIT COST)
001300*     AND MARGIN ARE SHOWN FOR THE LINES SOLD UNDER THE
001400*     PROMOTION - SALES_PROMO_ID, NET OF THE RETURNS THAT
001500*     CREDIT THEM - AND FOR THE SAME NUMBER OF DAYS IMMEDIATELY
001600*     BEFORE IT STARTED, FOR THE SAME PRODUCT AT THE SAME
001700*     BRANCH (OR EVERY BRANCH), WITH THE CHANGE BETWEEN THE
001800*     TWO.  A PROMOTION WHOSE MARGIN AT LEAST MATCHED THE
001900*     PERIOD BEFORE IT PAID FOR ITSELF.  READS SALES AND
002000*     SALES_HIST BOTH, SO A PROMOTION SPANNING A CLOSED MONTH
002100*     IS COUNTED WHOLE.  A PERIOD STILL TRADING IS REFUSED.
002200*     RUN AFTER MONTH END.
002300*
002400* MODIFICATION HISTORY.
002500*     2026-10-15  DPS  NEW PROGRAM.
002600*
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CONTROL-FILE    ASSIGN TO CTLFILE
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT REPORT-FILE     ASSIGN TO RPTFILE
003400         ORGANIZATION IS SEQUENTIAL.
003500******************************************************************
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CONTROL-FILE
003900     RECORDING MODE IS F.
004000 01  CONTROL-REC             PIC X(80).
004100*
004200 FD  REPORT-FILE
004300     RECORDING MODE IS F.
004400 01  REPORT-REC              PIC X(132).
004500******************************************************************
004600 WORKING-STORAGE SECTION.
004700 01  WS-SWITCHES.
004800     05  WS-PROMO-EOF-SW     PIC X(01)   VALUE "N".
004900         88  PROMO-EOF           VALUE "Y".
005000     05  WS-COST-KNOWN-SW    PIC X(01)   VALUE "N".
005100         88  COST-KNOWN          VALUE "Y".
005200*
005300 77  WS-PROMO-COUNT          PIC 9(07)   VALUE ZERO COMP.
005400 77  WS-PAID-COUNT           PIC 9(07)   VALUE ZERO COMP.
005500 77  WS-NOT-PAID-COUNT       PIC 9(07)   VALUE ZERO COMP.
005600 77  WS-FROM-DAYNO           PIC S9(09)  VALUE ZERO COMP.
005700 77  WS-TO-DAYNO             PIC S9(09)  VALUE ZERO COMP.
005800 77  WS-WINDOW-DAYS          PIC S9(09)  VALUE ZERO COMP.
005900*
006000 01  WS-CONTROL-CARD.
006100     05  CTL-PERIOD          PIC 9(06).
006110     05  CTL-PERIOD-X REDEFINES CTL-PERIOD.
006120         10  FILLER          PIC X(04).
006130         10  CTL-PD-MM       PIC X(02).
006200     05  FILLER              PIC X(74).
006300*
006400 01  WS-TODAY                PIC 9(08).
006500 01  WS-CURR-PERIOD          PIC 9(06).
006600 01  WS-CUR-COST             PIC S9(7)V99  USAGE COMP-3.
006700*
006800* ONE PROMOTION'S RESULTS - DURING THE PROMOTION, THE SAME
006900* NUMBER OF DAYS BEFORE IT, AND THE CHANGE.
007000 01  WS-DURING.
007100     05  DUR-UNITS           PIC S9(09)    USAGE COMP-3.
007200     05  DUR-REVENUE         PIC S9(11)V99 USAGE COMP-3.
007300     05  DUR-COST            PIC S9(11)V99 USAGE COMP-3.
007400     05  DUR-MARGIN          PIC S9(11)V99 USAGE COMP-3.
007500 01  WS-BEFORE.
007600     05  BEF-UNITS           PIC S9(09)    USAGE COMP-3.
007700     05  BEF-REVENUE         PIC S9(11)V99 USAGE COMP-3.
007800     05  BEF-COST            PIC S9(11)V99 USAGE COMP-3.
007900     05  BEF-MARGIN          PIC S9(11)V99 USAGE COMP-3.
008000*
008100 01  WS-PROM-HEAD.
008200     05  FILLER              PIC X(34)   VALUE
008300         "SALSPROM PROMOTION RESULTS  PERIOD".
008400     05  FILLER              PIC X(01)   VALUE SPACE.
008500     05  PMH-PERIOD          PIC 9(06).
008600     05  FILLER              PIC X(91)   VALUE SPACES.
008700*
008800 01  WS-PROMO-LINE.
008900     05  FILLER              PIC X(02)   VALUE SPACES.
009000     05  PRL-ID              PIC X(08).
009100     05  FILLER              PIC X(01)   VALUE SPACE.
009200     05  PRL-PRODUCT         PIC X(12).
009300     05  FILLER              PIC X(01)   VALUE SPACE.
009400     05  PRL-DESC            PIC X(30).
009500     05  FILLER              PIC X(08)   VALUE " BRANCH ".
009600     05  PRL-BRANCH          PIC X(03).
009700     05  FILLER              PIC X(07)   VALUE " PROMO ".
009800     05  PRL-PROMO-PRICE     PIC ---,--9.99.
009900     05  FILLER              PIC X(06)   VALUE " LIST ".
010000     05  PRL-LIST-PRICE      PIC ---,--9.99.
010100     05  FILLER              PIC X(06)   VALUE " COST ".
010200     05  PRL-UNIT-COST       PIC ---,--9.99.
010300     05  FILLER              PIC X(18)   VALUE SPACES.
010400*
010500 01  WS-COLUMN-LINE.
010600     05  FILLER              PIC X(32)   VALUE SPACES.
010700     05  FILLER              PIC X(11)   VALUE "      UNITS".
010800     05  FILLER              PIC X(18)   VALUE
010900         "           REVENUE".
011000     05  FILLER              PIC X(18)   VALUE
011100         "              COST".
011200     05  FILLER              PIC X(18)   VALUE
011300         "            MARGIN".
011400     05  FILLER              PIC X(35)   VALUE SPACES.
011500*
011600 01  WS-RESULT-LINE.
011700     05  FILLER              PIC X(04)   VALUE SPACES.
011800     05  RSL-LABEL           PIC X(10).
011900     05  RSL-FROM            PIC X(08).
012000     05  RSL-DASH            PIC X(01).
012100     05  RSL-TO              PIC X(08).
012200     05  FILLER              PIC X(01)   VALUE SPACE.
012300     05  RSL-UNITS           PIC ---,---,--9.
012400     05  FILLER              PIC X(02)   VALUE SPACES.
012500     05  RSL-REVENUE         PIC -,---,---,--9.99.
012600     05  FILLER              PIC X(02)   VALUE SPACES.
012700     05  RSL-COST            PIC -,---,---,--9.99.
012800     05  FILLER              PIC X(02)   VALUE SPACES.
012900     05  RSL-MARGIN          PIC -,---,---,--9.99.
013000     05  FILLER              PIC X(02)   VALUE SPACES.
013100     05  RSL-FLAG            PIC X(22).
013200     05  FILLER              PIC X(11)   VALUE SPACES.
013300*
013400 01  WS-NONE-LINE.
013500     05  FILLER              PIC X(02)   VALUE SPACES.
013600     05  NON-TEXT            PIC X(40).
013700     05  FILLER              PIC X(90)   VALUE SPACES.
013800*
013900 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
014000*
014100 01  WS-SUMMARY-LINE.
014200     05  FILLER              PIC X(21)   VALUE
014300         "SALSPROM RUN SUMMARY:".
014400     05  FILLER              PIC X(08)   VALUE " PERIOD=".
014500     05  SUM-PERIOD          PIC 9(06).
014600     05  FILLER              PIC X(12)   VALUE " PROMOTIONS=".
014700     05  SUM-PROMOS          PIC ZZZZZZ9.
014800     05  FILLER              PIC X(06)   VALUE " PAID=".
014900     05  SUM-PAID            PIC ZZZZZZ9.
015000     05  FILLER              PIC X(10)   VALUE " NOT PAID=".
015100     05  SUM-NOT-PAID        PIC ZZZZZZ9.
015200     05  FILLER              PIC X(48)   VALUE SPACES.
015300*
015400     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
015500 01  HV-DATE-FROM             PIC 9(08).
015600 01  HV-DATE-TO               PIC 9(08).
015700 01  HV-BEF-FROM              PIC 9(08).
015800 01  HV-BEF-TO                PIC 9(08).
015900 01  HV-UNITS                 PIC S9(9)  USAGE COMP-5.
016000 01  HV-AMT                   PIC S9(11)V99 USAGE COMP-3.
016100     COPY PROMOREC.
016200     COPY PRODREC.
016300     EXEC SQL END DECLARE SECTION END-EXEC.
016400     EXEC SQL INCLUDE SQLCA END-EXEC.
016500******************************************************************
016600 PROCEDURE DIVISION.
016700*
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017000     PERFORM 2000-PROCESS-PROMO THRU 2000-EXIT
017100         UNTIL PROMO-EOF.
017200     PERFORM 4000-TERMINATE THRU 4000-EXIT.
017300     GOBACK.
017400*
017500******************************************************************
017600* 1000-INITIALIZE - READ AND EDIT THE PERIOD CARD, REFUSE A
017700*     PERIOD STILL TRADING, PRINT HEADINGS, OPEN THE CURSOR OF
017800*     PROMOTIONS ENDING IN THE PERIOD.
017900******************************************************************
018000 1000-INITIALIZE.
018100     OPEN INPUT  CONTROL-FILE.
018200     OPEN OUTPUT REPORT-FILE.
018300     READ CONTROL-FILE INTO WS-CONTROL-CARD
018400         AT END
018500             DISPLAY "SALSPROM - CONTROL CARD MISSING"
018600             MOVE 16 TO RETURN-CODE
018700             CLOSE CONTROL-FILE REPORT-FILE
018800             GOBACK
018900     END-READ.
019000     IF CTL-PERIOD IS NOT NUMERIC
019100        OR CTL-PD-MM IS LESS THAN "01"
019200        OR CTL-PD-MM IS GREATER THAN "12"
019300         DISPLAY "SALSPROM - BAD PERIOD " CTL-PERIOD
019400         MOVE 16 TO RETURN-CODE
019500         CLOSE CONTROL-FILE REPORT-FILE
019600         GOBACK
019700     END-IF.
019800     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
019900     COMPUTE WS-CURR-PERIOD = WS-TODAY / 100.
020000     IF CTL-PERIOD IS NOT LESS THAN WS-CURR-PERIOD
020100         DISPLAY "SALSPROM - PERIOD " CTL-PERIOD
020200                 " IS STILL TRADING - REFUSED"
020300         MOVE 16 TO RETURN-CODE
020400         CLOSE CONTROL-FILE REPORT-FILE
020500         GOBACK
020600     END-IF.
020700     COMPUTE HV-DATE-FROM = CTL-PERIOD * 100 + 1.
020800     COMPUTE HV-DATE-TO   = CTL-PERIOD * 100 + 31.
020900     MOVE CTL-PERIOD TO PMH-PERIOD.
021000     WRITE REPORT-REC FROM WS-PROM-HEAD.
021100     WRITE REPORT-REC FROM WS-BLANK-LINE.
021200     EXEC SQL
021300        DECLARE PROMO-CUR CURSOR FOR
021400           SELECT PROMO_ID, PROMO_PRODUCT, PROMO_BRANCH,
021500                  PROMO_FROM_DATE, PROMO_TO_DATE, PROMO_PRICE,
021600                  PROMO_DESC
021700             FROM PROMOTION
021800            WHERE PROMO_TO_DATE BETWEEN :HV-DATE-FROM
021900                                    AND :HV-DATE-TO
022000            ORDER BY PROMO_ID
022100     END-EXEC.
022200     EXEC SQL OPEN PROMO-CUR END-EXEC.
022300     PERFORM 2100-FETCH-PROMO THRU 2100-EXIT.
022400     IF PROMO-EOF
022500         MOVE "NO PROMOTIONS ENDED IN THE PERIOD" TO NON-TEXT
022600         WRITE REPORT-REC FROM WS-NONE-LINE
022700     END-IF.
022800 1000-EXIT.
022900     EXIT.
023000*
023100******************************************************************
023200* 2000-PROCESS-PROMO - COST THE PRODUCT, SETTLE THE WINDOW
023300*     BEFORE THE PROMOTION, TOTAL BOTH SIDES AND PRINT THEM.
023400******************************************************************
023500 2000-PROCESS-PROMO.
023600     ADD 1 TO WS-PROMO-COUNT.
023700     PERFORM 2200-LOOKUP-PRODUCT THRU 2200-EXIT.
023800     COMPUTE WS-FROM-DAYNO =
023900             FUNCTION INTEGER-OF-DATE (PROMO-FROM-DATE).
024000     COMPUTE WS-TO-DAYNO =
024100             FUNCTION INTEGER-OF-DATE (PROMO-TO-DATE).
024200     COMPUTE WS-WINDOW-DAYS = WS-TO-DAYNO - WS-FROM-DAYNO + 1.
024300     COMPUTE HV-BEF-TO =
024400             FUNCTION DATE-OF-INTEGER (WS-FROM-DAYNO - 1).
024500     COMPUTE HV-BEF-FROM =
024600             FUNCTION DATE-OF-INTEGER
024700                 (WS-FROM-DAYNO - WS-WINDOW-DAYS).
024800     PERFORM 2300-SUM-DURING THRU 2300-EXIT.
024900     PERFORM 2400-SUM-BEFORE THRU 2400-EXIT.
025000     PERFORM 2500-WRITE-PROMO THRU 2500-EXIT.
025100     PERFORM 2100-FETCH-PROMO THRU 2100-EXIT.
025200 2000-EXIT.
025300     EXIT.
025400*
025500 2100-FETCH-PROMO.
025600     EXEC SQL
025700        FETCH PROMO-CUR INTO :PROMO-ID, :PROMO-PRODUCT,
025800                             :PROMO-BRANCH, :PROMO-FROM-DATE,
025900                             :PROMO-TO-DATE, :PROMO-PRICE,
026000                             :PROMO-DESC
026100     END-EXEC.
026200     EVALUATE SQLCODE
026300        WHEN 0
026400           CONTINUE
026500        WHEN 100
026600           SET PROMO-EOF TO TRUE
026700           EXEC SQL CLOSE PROMO-CUR END-EXEC
026800        WHEN OTHER
026900           DISPLAY "SALSPROM - FETCH FAILED SQLCODE=" SQLCODE
027000           MOVE 12 TO RETURN-CODE
027100           SET PROMO-EOF TO TRUE
027200           EXEC SQL CLOSE PROMO-CUR END-EXEC
027300     END-EVALUATE.
027400 2100-EXIT.
027500     EXIT.
027600*
027700******************************************************************
027800* 2200-LOOKUP-PRODUCT - DESCRIPTION, LIST PRICE AND UNIT COST
027900*     OFF PRODMAST.  A ZERO COST MERCHANDISING NEVER FILLED IN
028000*     IS FLAGGED RATHER THAN REPORTED AS ALL MARGIN, THE SAME
028100*     AS SALSMRGN.
028200******************************************************************
028300 2200-LOOKUP-PRODUCT.
028400     MOVE PROMO-PRODUCT TO PROD-CODE.
028500     EXEC SQL
028600        SELECT PROD_DESC, PROD_UNIT_PRICE, PROD_UNIT_COST
028700          INTO :PROD-DESC, :PROD-UNIT-PRICE, :PROD-UNIT-COST
028800          FROM PRODMAST
028900         WHERE PROD_CODE = :PROD-CODE
029000     END-EXEC.
029100     IF SQLCODE IS EQUAL TO 0
029200        AND PROD-UNIT-COST IS GREATER THAN ZERO
029300         MOVE "Y" TO WS-COST-KNOWN-SW
029400         MOVE PROD-UNIT-COST TO WS-CUR-COST
029500     ELSE
029600         MOVE "N" TO WS-COST-KNOWN-SW
029700         MOVE ZERO TO WS-CUR-COST
029800         IF SQLCODE IS NOT EQUAL TO 0
029900             MOVE "(NO PRODMAST ROW)" TO PROD-DESC
030000             MOVE ZERO TO PROD-UNIT-PRICE
030100         END-IF
030200     END-IF.
030300 2200-EXIT.
030400     EXIT.
030500*
030600******************************************************************
030700* 2300-SUM-DURING - EVERY LINE SOLD UNDER THE PROMOTION, AND
030800*     THE RETURNS THAT CARRY ITS ID BACK, LIVE AND CLOSED.
030900******************************************************************
031000 2300-SUM-DURING.
031100     MOVE ZERO TO DUR-UNITS DUR-REVENUE.
031200     MOVE ZERO TO HV-UNITS HV-AMT.
031300     EXEC SQL
031400        SELECT COALESCE(SUM(SALES_QTY), 0),
031500               COALESCE(SUM(SALES_EXT_AMT), 0)
031600          INTO :HV-UNITS, :HV-AMT
031700          FROM SALES
031800         WHERE SALES_PROMO_ID = :PROMO-ID
031900     END-EXEC.
032000     IF SQLCODE IS EQUAL TO 0
032100         ADD HV-UNITS TO DUR-UNITS
032200         ADD HV-AMT   TO DUR-REVENUE
032300         MOVE ZERO TO HV-UNITS HV-AMT
032400         EXEC SQL
032500            SELECT COALESCE(SUM(SALES_QTY), 0),
032600                   COALESCE(SUM(SALES_EXT_AMT), 0)
032700              INTO :HV-UNITS, :HV-AMT
032800              FROM SALES_HIST
032900             WHERE SALES_PROMO_ID = :PROMO-ID
033000         END-EXEC
033100     END-IF.
033200     IF SQLCODE IS NOT EQUAL TO 0
033300         DISPLAY "SALSPROM - PROMOTION TOTALS FAILED " PROMO-ID
033400                 " SQLCODE=" SQLCODE
033500         MOVE 12 TO RETURN-CODE
033600     ELSE
033700         ADD HV-UNITS TO DUR-UNITS
033800         ADD HV-AMT   TO DUR-REVENUE
033900     END-IF.
034000     COMPUTE DUR-COST = DUR-UNITS * WS-CUR-COST
034100        ON SIZE ERROR
034200           MOVE ZERO TO DUR-COST
034300     END-COMPUTE.
034400     COMPUTE DUR-MARGIN = DUR-REVENUE - DUR-COST.
034500 2300-EXIT.
034600     EXIT.
034700*
034800******************************************************************
034900* 2400-SUM-BEFORE - THE PRODUCT'S SALES, NET OF RETURNS, OVER
035000*     THE SAME NUMBER OF DAYS ENDING THE DAY BEFORE THE
035100*     PROMOTION STARTED - AT THE PROMOTION'S BRANCH, OR AT
035200*     EVERY BRANCH FOR AN ALL-BRANCH PROMOTION.
035300******************************************************************
035400 2400-SUM-BEFORE.
035500     MOVE ZERO TO BEF-UNITS BEF-REVENUE.
035600     MOVE ZERO TO HV-UNITS HV-AMT.
035700     IF PROMO-ALL-BRANCHES
035800         EXEC SQL
035900            SELECT COALESCE(SUM(SALES_QTY), 0),
036000                   COALESCE(SUM(SALES_EXT_AMT), 0)
036100              INTO :HV-UNITS, :HV-AMT
036200              FROM SALES
036300             WHERE SALES_PRODUCT = :PROMO-PRODUCT
036400               AND SALES_TKT_DATE BETWEEN :HV-BEF-FROM
036500                                      AND :HV-BEF-TO
036600         END-EXEC
036700     ELSE
036800         EXEC SQL
036900            SELECT COALESCE(SUM(SALES_QTY), 0),
037000                   COALESCE(SUM(SALES_EXT_AMT), 0)
037100              INTO :HV-UNITS, :HV-AMT
037200              FROM SALES
037300             WHERE SALES_PRODUCT = :PROMO-PRODUCT
037400               AND SALES_BRANCH = :PROMO-BRANCH
037500               AND SALES_TKT_DATE BETWEEN :HV-BEF-FROM
037600                                      AND :HV-BEF-TO
037700         END-EXEC
037800     END-IF.
037900     IF SQLCODE IS NOT EQUAL TO 0
038000         GO TO 2400-FAILED
038100     END-IF.
038200     ADD HV-UNITS TO BEF-UNITS.
038300     ADD HV-AMT   TO BEF-REVENUE.
038400     MOVE ZERO TO HV-UNITS HV-AMT.
038500     IF PROMO-ALL-BRANCHES
038600         EXEC SQL
038700            SELECT COALESCE(SUM(SALES_QTY), 0),
038800                   COALESCE(SUM(SALES_EXT_AMT), 0)
038900              INTO :HV-UNITS, :HV-AMT
039000              FROM SALES_HIST
039100             WHERE SALES_PRODUCT = :PROMO-PRODUCT
039200               AND SALES_TKT_DATE BETWEEN :HV-BEF-FROM
039300                                      AND :HV-BEF-TO
039400         END-EXEC
039500     ELSE
039600         EXEC SQL
039700            SELECT COALESCE(SUM(SALES_QTY), 0),
039800                   COALESCE(SUM(SALES_EXT_AMT), 0)
039900              INTO :HV-UNITS, :HV-AMT
040000              FROM SALES_HIST
040100             WHERE SALES_PRODUCT = :PROMO-PRODUCT
040200               AND SALES_BRANCH = :PROMO-BRANCH
040300               AND SALES_TKT_DATE BETWEEN :HV-BEF-FROM
040400                                      AND :HV-BEF-TO
040500         END-EXEC
040600     END-IF.
040700     IF SQLCODE IS NOT EQUAL TO 0
040800         GO TO 2400-FAILED
040900     END-IF.
041000     ADD HV-UNITS TO BEF-UNITS.
041100     ADD HV-AMT   TO BEF-REVENUE.
041200     GO TO 2400-COST.
041300 2400-FAILED.
041400     DISPLAY "SALSPROM - PRIOR PERIOD TOTALS FAILED " PROMO-ID
041500             " SQLCODE=" SQLCODE.
041600     MOVE 12 TO RETURN-CODE.
041700 2400-COST.
041800     COMPUTE BEF-COST = BEF-UNITS * WS-CUR-COST
041900        ON SIZE ERROR
042000           MOVE ZERO TO BEF-COST
042100     END-COMPUTE.
042200     COMPUTE BEF-MARGIN = BEF-REVENUE - BEF-COST.
042300 2400-EXIT.
042400     EXIT.
042500*
042600******************************************************************
042700* 2500-WRITE-PROMO - THE PROMOTION'S HEADER, ITS DURING AND
042800*     BEFORE LINES, AND THE CHANGE WITH THE VERDICT.
042900******************************************************************
043000 2500-WRITE-PROMO.
043100     MOVE PROMO-ID        TO PRL-ID.
043200     MOVE PROMO-PRODUCT   TO PRL-PRODUCT.
043300     MOVE PROD-DESC       TO PRL-DESC.
043400     IF PROMO-ALL-BRANCHES
043500         MOVE "ALL"        TO PRL-BRANCH
043600     ELSE
043700         MOVE PROMO-BRANCH TO PRL-BRANCH
043800     END-IF.
043900     MOVE PROMO-PRICE     TO PRL-PROMO-PRICE.
044000     MOVE PROD-UNIT-PRICE TO PRL-LIST-PRICE.
044100     MOVE WS-CUR-COST     TO PRL-UNIT-COST.
044200     WRITE REPORT-REC FROM WS-PROMO-LINE.
044300     WRITE REPORT-REC FROM WS-COLUMN-LINE.
044400     MOVE "DURING"        TO RSL-LABEL.
044500     MOVE PROMO-FROM-DATE TO RSL-FROM.
044600     MOVE "-"             TO RSL-DASH.
044700     MOVE PROMO-TO-DATE   TO RSL-TO.
044800     MOVE DUR-UNITS       TO RSL-UNITS.
044900     MOVE DUR-REVENUE     TO RSL-REVENUE.
045000     MOVE DUR-COST        TO RSL-COST.
045100     MOVE DUR-MARGIN      TO RSL-MARGIN.
045200     MOVE SPACES          TO RSL-FLAG.
045300     WRITE REPORT-REC FROM WS-RESULT-LINE.
045400     MOVE "BEFORE"        TO RSL-LABEL.
045500     MOVE HV-BEF-FROM     TO RSL-FROM.
045600     MOVE HV-BEF-TO       TO RSL-TO.
045700     MOVE BEF-UNITS       TO RSL-UNITS.
045800     MOVE BEF-REVENUE     TO RSL-REVENUE.
045900     MOVE BEF-COST        TO RSL-COST.
046000     MOVE BEF-MARGIN      TO RSL-MARGIN.
046100     WRITE REPORT-REC FROM WS-RESULT-LINE.
046200     MOVE "CHANGE"        TO RSL-LABEL.
046300     MOVE SPACES          TO RSL-FROM RSL-DASH RSL-TO.
046400     COMPUTE RSL-UNITS   = DUR-UNITS - BEF-UNITS.
046500     COMPUTE RSL-REVENUE = DUR-REVENUE - BEF-REVENUE.
046600     COMPUTE RSL-COST    = DUR-COST - BEF-COST.
046700     COMPUTE RSL-MARGIN  = DUR-MARGIN - BEF-MARGIN.
046800     EVALUATE TRUE
046900        WHEN NOT COST-KNOWN
047000           MOVE "** NO COST ON PRODMAST" TO RSL-FLAG
047100        WHEN DUR-MARGIN IS NOT LESS THAN BEF-MARGIN
047200           MOVE "PAID FOR ITSELF" TO RSL-FLAG
047300           ADD 1 TO WS-PAID-COUNT
047400        WHEN OTHER
047500           MOVE "** DID NOT PAY" TO RSL-FLAG
047600           ADD 1 TO WS-NOT-PAID-COUNT
047700     END-EVALUATE.
047800     WRITE REPORT-REC FROM WS-RESULT-LINE.
047900     WRITE REPORT-REC FROM WS-BLANK-LINE.
048000 2500-EXIT.
048100     EXIT.
048200*
048300******************************************************************
048400* 4000-TERMINATE - RUN SUMMARY, CLOSE UP.
048500******************************************************************
048600 4000-TERMINATE.
048700     MOVE CTL-PERIOD        TO SUM-PERIOD.
048800     MOVE WS-PROMO-COUNT    TO SUM-PROMOS.
048900     MOVE WS-PAID-COUNT     TO SUM-PAID.
049000     MOVE WS-NOT-PAID-COUNT TO SUM-NOT-PAID.
049100     WRITE REPORT-REC FROM WS-SUMMARY-LINE.
049200     DISPLAY WS-SUMMARY-LINE.
049300     CLOSE CONTROL-FILE REPORT-FILE.
049400 4000-EXIT.
049500     EXIT.
