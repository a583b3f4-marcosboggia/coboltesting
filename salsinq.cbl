002160*     2026-09-03  DPS  SUSPENSE ROWS NOW CARRY THE KEYING
002170*                      BRANCH - SUSPENSE-REC WIDENED TO MATCH
002180*                      SUSPREC.
002190*     2026-10-15  DPS  SALES AND HISTORY ROWS NOW SHOW THE LINE'S
002195*                      SALES TAX BESIDE ITS AMOUNT.
002196*     2026-10-15  DPS  SUSPENSE ROWS NOW CARRY THE TICKET'S SALE
002197*                      DATE - SUSPENSE-REC WIDENED TO MATCH
002198*                      SUSPREC.
002208*     2026-10-15  DPS  A ROW POSTED BEFORE TAX WAS KEPT SHOWS
002218*                      ZERO TAX.
002228*
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003900*
004000 FD  SUSPENSE-FILE
004100     RECORDING MODE IS F.
004200 01  SUSPENSE-REC            PIC X(132).
004300*
004400 FD  REPORT-FILE
004500     RECORDING MODE IS F.
009400     05  SLS-UNIT-PRICE      PIC ---,--9.99.
009500     05  FILLER              PIC X(05)   VALUE " AMT ".
009600     05  SLS-EXT-AMT         PIC -,---,---,--9.99.
009610     05  FILLER              PIC X(05)   VALUE " TAX ".
009620     05  SLS-TAX-AMT         PIC -,---,---,--9.99.
009700     05  FILLER              PIC X(35)   VALUE SPACES.
009800*
009900 01  WS-AUDIT-LINE.
010000     05  FILLER              PIC X(04)   VALUE SPACES.
016700        DECLARE INQ-SALES-CUR CURSOR FOR
016800           SELECT SALES_PERSON, SALES_TKT_NO, SALES_TKT_DATE,
016900                  SALES_PRODUCT, SALES_QTY, SALES_UNIT_PRICE,
017000                  SALES_EXT_AMT, COALESCE(SALES_TAX_AMT, 0)
017100             FROM SALES
017200            WHERE SALES_PERSON = :HV-SPERSON
017300              AND SALES_TKT_NO = :HV-TKT-NO
017420        DECLARE INQ-HIST-CUR CURSOR FOR
017430           SELECT SALES_PERSON, SALES_TKT_NO, SALES_TKT_DATE,
017440                  SALES_PRODUCT, SALES_QTY, SALES_UNIT_PRICE,
017450                  SALES_EXT_AMT, COALESCE(SALES_TAX_AMT, 0)
017460             FROM SALES_HIST
017470            WHERE SALES_PERSON = :HV-SPERSON
017480              AND SALES_TKT_NO = :HV-TKT-NO
023300        FETCH INQ-SALES-CUR
023400           INTO :SALES-PERSON, :SALES-TKT-NO, :SALES-TKT-DATE,
023500                :SALES-PRODUCT, :SALES-QTY, :SALES-UNIT-PRICE,
023600                :SALES-EXT-AMT, :SALES-TAX-AMT
023700     END-EXEC.
023800     EVALUATE SQLCODE
023900        WHEN 0
024300           MOVE SALES-QTY        TO SLS-QTY
024400           MOVE SALES-UNIT-PRICE TO SLS-UNIT-PRICE
024500           MOVE SALES-EXT-AMT    TO SLS-EXT-AMT
024550           MOVE SALES-TAX-AMT    TO SLS-TAX-AMT
024600           WRITE REPORT-REC FROM WS-SALES-LINE
024700        WHEN 100
024800           SET SALES-EOF TO TRUE
025650        FETCH INQ-HIST-CUR
025655           INTO :SALES-PERSON, :SALES-TKT-NO, :SALES-TKT-DATE,
025660                :SALES-PRODUCT, :SALES-QTY, :SALES-UNIT-PRICE,
025665                :SALES-EXT-AMT, :SALES-TAX-AMT
025670     END-EXEC.
025675     EVALUATE SQLCODE
025680        WHEN 0
025700           MOVE SALES-QTY        TO SLS-QTY
025705           MOVE SALES-UNIT-PRICE TO SLS-UNIT-PRICE
025710           MOVE SALES-EXT-AMT    TO SLS-EXT-AMT
025712           MOVE SALES-TAX-AMT    TO SLS-TAX-AMT
025715           WRITE REPORT-REC FROM WS-SALES-LINE
025720        WHEN 100
025725           SET HISTORY-EOF TO TRUE
