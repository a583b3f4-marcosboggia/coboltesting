000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "SALSTAX".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     MONTHLY SALES TAX BY JURISDICTION, FOR ACCOUNTING TO FILE
001000*     THE MONTH'S TAX RETURNS FROM.  THE CONTROL CARD NAMES THE
001100*     PERIOD (YYYYMM); THE RUN READS THAT MONTH'S ROWS FROM
001200*     BOTH LIVE SALES AND SALES_HIST, SO IT GIVES THE SAME
001300*     ANSWER BEFORE AND AFTER SALSCLOS ARCHIVES THE MONTH, AND
001400*     PRINTS PER JURISDICTION (SALES_TAX_JURIS) THE GROSS GOODS
001500*     SOLD, THE EXEMPT PART OF IT, THE TAXABLE REMAINDER, THE
001600*     TAX COLLECTED ON SALES, THE TAX CREDITED BACK ON RETURNS,
001700*     AND THE NET TAX DUE, WITH A COMPANY TOTAL LINE.  A PERIOD
001800*     STILL TRADING IS REFUSED.  A PERIOD NOT YET CLOSED ON
001900*     PERIOD_CTL IS REPORTED BUT MARKED SUBJECT TO CORRECTION
002000*     AND ENDS WITH RC=4 - A FILING DEADLINE CAN FALL BEFORE
002010*     THE CLOSE, BUT SALSCORR CAN STILL MOVE THE NUMBERS.
002020*     EXEMPT SALES ARE THE LINES WHOSE PRODUCT'S TAX CLASS IS
002030*     RATED ZERO IN THEIR JURISDICTION ON TAXRATE.
002200*
002300* MODIFICATION HISTORY.
002400*     2026-10-15  DPS  NEW PROGRAM.
002410*     2026-10-15  DPS  A PERIOD SALSPURG HAS PURGED TO ITS
002420*                      RETENTION ARCHIVE IS REFUSED, WITH THE
002430*                      ARCHIVE DATE TO RELOAD IT FROM - ITS ROWS
002440*                      ARE OFF SALES_HIST AND THE REPORT WOULD
002450*                      PRINT ZERO TAX FOR THE MONTH.
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
004700     05  WS-FETCH-EOF-SW     PIC X(01)   VALUE "N".
004800         88  FETCH-EOF           VALUE "Y".
004900     05  WS-FIRST-ROW-SW     PIC X(01)   VALUE "Y".
005000         88  FIRST-ROW           VALUE "Y".
005100*
005200 77  WS-JURIS-COUNT          PIC 9(05)   VALUE ZERO COMP.
005300*
005400 01  WS-CONTROL-CARD.
005500     05  CTL-PERIOD          PIC 9(06).
005600     05  FILLER              PIC X(74).
005700*
005800 01  WS-TODAY                PIC 9(08).
005900 01  WS-CURR-PERIOD          PIC 9(06).
006000 01  WS-PREV-JURIS           PIC X(04)   VALUE SPACES.
006100*
006200* ONE JURISDICTION'S TOTALS, BUILT UP FROM ITS SALES AND ITS
006300* SALES_HIST ROW, AND THE SAME FIGURES FOR THE WHOLE COMPANY.
006400 01  WS-JURIS-TOTALS.
006500     05  JT-GROSS-AMT        PIC S9(11)V99 USAGE COMP-3.
006600     05  JT-EXEMPT-AMT       PIC S9(11)V99 USAGE COMP-3.
006700     05  JT-TAX-SALES        PIC S9(11)V99 USAGE COMP-3.
006800     05  JT-TAX-RETURNS      PIC S9(11)V99 USAGE COMP-3.
006900 01  WS-COMPANY-TOTALS.
007000     05  CT-GROSS-AMT        PIC S9(11)V99 USAGE COMP-3.
007100     05  CT-EXEMPT-AMT       PIC S9(11)V99 USAGE COMP-3.
007200     05  CT-TAX-SALES        PIC S9(11)V99 USAGE COMP-3.
007300     05  CT-TAX-RETURNS      PIC S9(11)V99 USAGE COMP-3.
007400 01  WS-TAXABLE-AMT          PIC S9(11)V99 USAGE COMP-3.
007500 01  WS-NET-TAX              PIC S9(11)V99 USAGE COMP-3.
007600*
007700 01  WS-TAX-HEAD.
007800     05  FILLER              PIC X(42)   VALUE
007900         "SALSTAX SALES TAX BY JURISDICTION  PERIOD ".
008000     05  TXH-PERIOD          PIC 9(06).
008100     05  FILLER              PIC X(02)   VALUE SPACES.
008200     05  TXH-STATUS          PIC X(40).
008300     05  FILLER              PIC X(42)   VALUE SPACES.
008400*
008500 01  WS-COLUMN-LINE.
008600     05  FILLER              PIC X(02)   VALUE SPACES.
008700     05  FILLER              PIC X(08)   VALUE "JURIS".
008800     05  FILLER              PIC X(18)   VALUE
008900         "       GROSS SALES".
009000     05  FILLER              PIC X(18)   VALUE
009100         "      EXEMPT SALES".
009200     05  FILLER              PIC X(18)   VALUE
009300         "     TAXABLE SALES".
009400     05  FILLER              PIC X(18)   VALUE
009500         "     TAX COLLECTED".
009600     05  FILLER              PIC X(18)   VALUE
009700         "      TAX REFUNDED".
009800     05  FILLER              PIC X(18)   VALUE
009900         "       NET TAX DUE".
010000     05  FILLER              PIC X(14)   VALUE SPACES.
010100*
010200 01  WS-JURIS-LINE.
010300     05  FILLER              PIC X(02)   VALUE SPACES.
010400     05  TXL-JURIS           PIC X(06).
010500     05  FILLER              PIC X(04)   VALUE SPACES.
010600     05  TXL-GROSS-AMT       PIC -,---,---,--9.99.
010700     05  FILLER              PIC X(02)   VALUE SPACES.
010800     05  TXL-EXEMPT-AMT      PIC -,---,---,--9.99.
010900     05  FILLER              PIC X(02)   VALUE SPACES.
011000     05  TXL-TAXABLE-AMT     PIC -,---,---,--9.99.
011100     05  FILLER              PIC X(02)   VALUE SPACES.
011200     05  TXL-TAX-SALES       PIC -,---,---,--9.99.
011300     05  FILLER              PIC X(02)   VALUE SPACES.
011400     05  TXL-TAX-RETURNS     PIC -,---,---,--9.99.
011500     05  FILLER              PIC X(02)   VALUE SPACES.
011600     05  TXL-NET-TAX         PIC -,---,---,--9.99.
011700     05  FILLER              PIC X(14)   VALUE SPACES.
011800*
011900 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
012000*
012100 01  WS-SUMMARY-LINE.
012200     05  FILLER              PIC X(20)   VALUE
012300         "SALSTAX RUN SUMMARY:".
012400     05  FILLER              PIC X(08)   VALUE " PERIOD=".
012500     05  SUM-PERIOD          PIC 9(06).
012600     05  FILLER              PIC X(15)   VALUE " JURISDICTIONS=".
012700     05  SUM-JURIS           PIC ZZZZ9.
012800     05  FILLER              PIC X(78)   VALUE SPACES.
012900*
013000     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
013100 01  HV-DATE-FROM             PIC 9(08).
013200 01  HV-DATE-TO               PIC 9(08).
013300 01  HV-TAX-JURIS             PIC X(04).
013400 01  HV-GROSS-AMT             PIC S9(11)V99 USAGE COMP-3.
013500 01  HV-EXEMPT-AMT            PIC S9(11)V99 USAGE COMP-3.
013600 01  HV-TAX-SALES             PIC S9(11)V99 USAGE COMP-3.
013700 01  HV-TAX-RETURNS           PIC S9(11)V99 USAGE COMP-3.
013800     COPY PERDREC.
013900     EXEC SQL END DECLARE SECTION END-EXEC.
014000     EXEC SQL INCLUDE SQLCA END-EXEC.
014100******************************************************************
014200 PROCEDURE DIVISION.
014300*
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014600     PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
014700         UNTIL FETCH-EOF.
014800     PERFORM 3000-FINAL-BREAK THRU 3000-EXIT.
014900     PERFORM 4000-TERMINATE THRU 4000-EXIT.
015000     GOBACK.
015100*
015200******************************************************************
015300* 1000-INITIALIZE - READ AND EDIT THE PERIOD CARD, REFUSE A
015400*     PERIOD STILL TRADING, NOTE WHETHER PERIOD_CTL SHOWS IT
015410*     CLOSED, AND OPEN THE JURISDICTION CURSOR.  A LINE IS
015420*     EXEMPT WHEN TAXRATE CARRIES A ZERO RATE FOR ITS
015430*     JURISDICTION AND ITS PRODUCT'S PROD_TAX_CLASS - NOT WHEN
015440*     ITS TAX HAPPENED TO ROUND TO NOTHING, WHICH IS STILL A
015450*     TAXABLE SALE.
015600******************************************************************
015700 1000-INITIALIZE.
015800     OPEN INPUT  CONTROL-FILE.
015900     OPEN OUTPUT REPORT-FILE.
016000     READ CONTROL-FILE INTO WS-CONTROL-CARD
016100         AT END
016200             DISPLAY "SALSTAX - CONTROL CARD MISSING"
016300             MOVE 16 TO RETURN-CODE
016400             CLOSE CONTROL-FILE REPORT-FILE
016500             GOBACK
016600     END-READ.
016700     IF CTL-PERIOD IS NOT NUMERIC
016800        OR CTL-PERIOD (5:2) IS LESS THAN "01"
016900        OR CTL-PERIOD (5:2) IS GREATER THAN "12"
017000         DISPLAY "SALSTAX - BAD PERIOD " CTL-PERIOD
017100         MOVE 16 TO RETURN-CODE
017200         CLOSE CONTROL-FILE REPORT-FILE
017300         GOBACK
017400     END-IF.
017500     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
017600     COMPUTE WS-CURR-PERIOD = WS-TODAY / 100.
017700     IF CTL-PERIOD IS NOT LESS THAN WS-CURR-PERIOD
017800         DISPLAY "SALSTAX - PERIOD " CTL-PERIOD
017900                 " IS STILL TRADING - REFUSED"
018000         MOVE 16 TO RETURN-CODE
018100         CLOSE CONTROL-FILE REPORT-FILE
018200         GOBACK
018300     END-IF.
018400     PERFORM 1100-CHECK-PERIOD THRU 1100-EXIT.
018500     IF RETURN-CODE IS GREATER THAN 4
018600         CLOSE CONTROL-FILE REPORT-FILE
018700         GOBACK
018800     END-IF.
018900     MOVE CTL-PERIOD TO TXH-PERIOD.
019000     WRITE REPORT-REC FROM WS-TAX-HEAD.
019100     WRITE REPORT-REC FROM WS-BLANK-LINE.
019200     WRITE REPORT-REC FROM WS-COLUMN-LINE.
019300     MOVE ZERO TO JT-GROSS-AMT JT-EXEMPT-AMT
019400                  JT-TAX-SALES JT-TAX-RETURNS.
019500     MOVE ZERO TO CT-GROSS-AMT CT-EXEMPT-AMT
019600                  CT-TAX-SALES CT-TAX-RETURNS.
019700     COMPUTE HV-DATE-FROM = CTL-PERIOD * 100 + 1.
019800     COMPUTE HV-DATE-TO   = CTL-PERIOD * 100 + 31.
019900     EXEC SQL
020000        DECLARE TAX-CUR CURSOR FOR
020010           SELECT COALESCE(S.SALES_TAX_JURIS, ' '),
020020                  SUM(S.SALES_EXT_AMT),
020030                  SUM(CASE WHEN T.TAX_RATE = 0
020040                           THEN S.SALES_EXT_AMT ELSE 0 END),
020050                  SUM(CASE WHEN S.SALES_TAX_AMT > 0
020060                           THEN S.SALES_TAX_AMT ELSE 0 END),
020070                  SUM(CASE WHEN S.SALES_TAX_AMT < 0
020080                           THEN S.SALES_TAX_AMT ELSE 0 END)
020090             FROM SALES S
020100             LEFT OUTER JOIN PRODMAST P
020110               ON P.PROD_CODE = S.SALES_PRODUCT
020120             LEFT OUTER JOIN TAXRATE T
020130               ON T.TAX_JURIS = S.SALES_TAX_JURIS
020140              AND T.TAX_CLASS = P.PROD_TAX_CLASS
020150            WHERE S.SALES_TKT_DATE BETWEEN :HV-DATE-FROM
020160                                       AND :HV-DATE-TO
020170            GROUP BY COALESCE(S.SALES_TAX_JURIS, ' ')
021300           UNION ALL
021310           SELECT COALESCE(S.SALES_TAX_JURIS, ' '),
021320                  SUM(S.SALES_EXT_AMT),
021330                  SUM(CASE WHEN T.TAX_RATE = 0
021340                           THEN S.SALES_EXT_AMT ELSE 0 END),
021350                  SUM(CASE WHEN S.SALES_TAX_AMT > 0
021360                           THEN S.SALES_TAX_AMT ELSE 0 END),
021370                  SUM(CASE WHEN S.SALES_TAX_AMT < 0
021380                           THEN S.SALES_TAX_AMT ELSE 0 END)
021390             FROM SALES_HIST S
021400             LEFT OUTER JOIN PRODMAST P
021410               ON P.PROD_CODE = S.SALES_PRODUCT
021420             LEFT OUTER JOIN TAXRATE T
021430               ON T.TAX_JURIS = S.SALES_TAX_JURIS
021440              AND T.TAX_CLASS = P.PROD_TAX_CLASS
021450            WHERE S.SALES_TKT_DATE BETWEEN :HV-DATE-FROM
021460                                       AND :HV-DATE-TO
021470            GROUP BY COALESCE(S.SALES_TAX_JURIS, ' ')
022600            ORDER BY 1
022700     END-EXEC.
022800     EXEC SQL OPEN TAX-CUR END-EXEC.
022900     PERFORM 2100-FETCH-ROW THRU 2100-EXIT.
023000 1000-EXIT.
023100     EXIT.
023200*
023300******************************************************************
023400* 1100-CHECK-PERIOD - A CLOSED PERIOD'S FIGURES ARE FINAL.  AN
023500*     OPEN ONE (NO PERIOD_CTL ROW, OR NOT MARKED CLOSED) IS
023600*     STILL REPORTED, FLAGGED ON THE HEADING, WITH RC=4.  A
023610*     PURGED ONE MUST BE RELOADED FIRST.
023700******************************************************************
023800 1100-CHECK-PERIOD.
023900     MOVE CTL-PERIOD TO PER-PERIOD.
024000     EXEC SQL
024100        SELECT PER_STATUS, COALESCE(PER_PURGE_DATE, 0)
024200          INTO :PER-STATUS, :PER-PURGE-DATE
024300          FROM PERIOD_CTL
024400         WHERE PER_PERIOD = :PER-PERIOD
024500     END-EXEC.
024600     EVALUATE SQLCODE
024700        WHEN 0
024710           IF PER-PURGED
024720               DISPLAY "SALSTAX - PERIOD " PER-PERIOD
024730                       " PURGED TO THE " PER-PURGE-DATE
024740                       " RETENTION ARCHIVE - RELOAD IT WITH"
024750                       " SALSRLOD"
024760               MOVE 16 TO RETURN-CODE
024770               GO TO 1100-EXIT
024780           END-IF
024800           IF PER-CLOSED
024900               MOVE "PERIOD CLOSED" TO TXH-STATUS
025000           ELSE
025100               MOVE "PERIOD OPEN - SUBJECT TO CORRECTION"
025200                 TO TXH-STATUS
025300               MOVE 4 TO RETURN-CODE
025400           END-IF
025500        WHEN 100
025600           MOVE "PERIOD OPEN - SUBJECT TO CORRECTION"
025700             TO TXH-STATUS
025800           MOVE 4 TO RETURN-CODE
025900        WHEN OTHER
026000           DISPLAY "SALSTAX - PERIOD_CTL CHECK FAILED SQLCODE="
026100                   SQLCODE
026200           MOVE 16 TO RETURN-CODE
026300     END-EVALUATE.
026400 1100-EXIT.
026500     EXIT.
026600*
026700******************************************************************
026800* 2000-PROCESS-ROW - A JURISDICTION CAN COME BACK TWICE, ONCE
026900*     FROM SALES AND ONCE FROM SALES_HIST.  ON A CHANGE OF
027000*     JURISDICTION PRINT THE ONE JUST FINISHED, THEN ADD THE
027100*     ROW IN HAND TO THE CURRENT ONE.
027200******************************************************************
027300 2000-PROCESS-ROW.
027400     IF NOT FIRST-ROW
027500         IF HV-TAX-JURIS IS NOT EQUAL TO WS-PREV-JURIS
027600             PERFORM 3100-PRINT-JURIS THRU 3100-EXIT
027700         END-IF
027800     END-IF.
027900     SET WS-FIRST-ROW-SW TO "N".
028000     MOVE HV-TAX-JURIS TO WS-PREV-JURIS.
028100     ADD HV-GROSS-AMT   TO JT-GROSS-AMT.
028200     ADD HV-EXEMPT-AMT  TO JT-EXEMPT-AMT.
028300     ADD HV-TAX-SALES   TO JT-TAX-SALES.
028400     ADD HV-TAX-RETURNS TO JT-TAX-RETURNS.
028500     PERFORM 2100-FETCH-ROW THRU 2100-EXIT.
028600 2000-EXIT.
028700     EXIT.
028800*
028900 2100-FETCH-ROW.
029000     EXEC SQL
029100        FETCH TAX-CUR INTO :HV-TAX-JURIS, :HV-GROSS-AMT,
029200                           :HV-EXEMPT-AMT, :HV-TAX-SALES,
029300                           :HV-TAX-RETURNS
029400     END-EXEC.
029500     EVALUATE SQLCODE
029600        WHEN 0
029700           CONTINUE
029800        WHEN 100
029900           SET FETCH-EOF TO TRUE
030000           EXEC SQL CLOSE TAX-CUR END-EXEC
030100        WHEN OTHER
030200           DISPLAY "SALSTAX - FETCH FAILED SQLCODE=" SQLCODE
030300           MOVE 12 TO RETURN-CODE
030400           SET FETCH-EOF TO TRUE
030500           EXEC SQL CLOSE TAX-CUR END-EXEC
030600     END-EVALUATE.
030700 2100-EXIT.
030800     EXIT.
030900*
031000 3000-FINAL-BREAK.
031100     IF NOT FIRST-ROW
031200         PERFORM 3100-PRINT-JURIS THRU 3100-EXIT
031300     END-IF.
031400     WRITE REPORT-REC FROM WS-BLANK-LINE.
031500     MOVE "TOTAL"         TO TXL-JURIS.
031600     MOVE CT-GROSS-AMT    TO TXL-GROSS-AMT.
031700     MOVE CT-EXEMPT-AMT   TO TXL-EXEMPT-AMT.
031800     COMPUTE WS-TAXABLE-AMT = CT-GROSS-AMT - CT-EXEMPT-AMT.
031900     MOVE WS-TAXABLE-AMT  TO TXL-TAXABLE-AMT.
032000     MOVE CT-TAX-SALES    TO TXL-TAX-SALES.
032100     MOVE CT-TAX-RETURNS  TO TXL-TAX-RETURNS.
032200     COMPUTE WS-NET-TAX = CT-TAX-SALES + CT-TAX-RETURNS.
032300     MOVE WS-NET-TAX      TO TXL-NET-TAX.
032400     WRITE REPORT-REC FROM WS-JURIS-LINE.
032500 3000-EXIT.
032600     EXIT.
032700*
032800******************************************************************
032900* 3100-PRINT-JURIS - ONE FINISHED JURISDICTION'S LINE.  TAXABLE
033000*     IS GROSS LESS EXEMPT; NET TAX DUE IS TAX COLLECTED LESS
033100*     TAX REFUNDED (CARRIED NEGATIVE).  ROWS POSTED BEFORE TAX
033200*     WAS CARRIED HAVE NO JURISDICTION AND PRINT AS (NONE).
033300******************************************************************
033400 3100-PRINT-JURIS.
033500     IF WS-PREV-JURIS IS EQUAL TO SPACES
033600         MOVE "(NONE)"      TO TXL-JURIS
033700     ELSE
033800         MOVE WS-PREV-JURIS TO TXL-JURIS
033900     END-IF.
034000     MOVE JT-GROSS-AMT    TO TXL-GROSS-AMT.
034100     MOVE JT-EXEMPT-AMT   TO TXL-EXEMPT-AMT.
034200     COMPUTE WS-TAXABLE-AMT = JT-GROSS-AMT - JT-EXEMPT-AMT.
034300     MOVE WS-TAXABLE-AMT  TO TXL-TAXABLE-AMT.
034400     MOVE JT-TAX-SALES    TO TXL-TAX-SALES.
034500     MOVE JT-TAX-RETURNS  TO TXL-TAX-RETURNS.
034600     COMPUTE WS-NET-TAX = JT-TAX-SALES + JT-TAX-RETURNS.
034700     MOVE WS-NET-TAX      TO TXL-NET-TAX.
034800     WRITE REPORT-REC FROM WS-JURIS-LINE.
034900     ADD JT-GROSS-AMT     TO CT-GROSS-AMT.
035000     ADD JT-EXEMPT-AMT    TO CT-EXEMPT-AMT.
035100     ADD JT-TAX-SALES     TO CT-TAX-SALES.
035200     ADD JT-TAX-RETURNS   TO CT-TAX-RETURNS.
035300     MOVE ZERO TO JT-GROSS-AMT JT-EXEMPT-AMT
035400                  JT-TAX-SALES JT-TAX-RETURNS.
035500     ADD 1 TO WS-JURIS-COUNT.
035600 3100-EXIT.
035700     EXIT.
035800*
035900******************************************************************
036000* 4000-TERMINATE - RUN SUMMARY, CLOSE UP.
036100******************************************************************
036200 4000-TERMINATE.
036300     MOVE CTL-PERIOD     TO SUM-PERIOD.
036400     MOVE WS-JURIS-COUNT TO SUM-JURIS.
036500     WRITE REPORT-REC FROM WS-SUMMARY-LINE.
036600     DISPLAY WS-SUMMARY-LINE.
036700     CLOSE CONTROL-FILE REPORT-FILE.
036800 4000-EXIT.
036900     EXIT.
