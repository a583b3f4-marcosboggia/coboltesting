002220*                      ARCHIVED THROUGH TO SALES_HIST AND THE
002230*                      ARCHIVE FILE.  RECORDS WIDENED TO MATCH
002240*                      SALESREC.
002250*     2026-10-15  DPS  SALES ROWS NOW CARRY THEIR SALES TAX AND
002260*                      JURISDICTION - ARCHIVED THROUGH TO
002270*                      SALES_HIST AND THE ARCHIVE FILE.  RECORDS
002280*                      WIDENED TO MATCH SALESREC.
002284*     2026-10-15  DPS  SALES ROWS NOW CARRY THE PROMOTION THEY
002288*                      SOLD UNDER - ARCHIVED THROUGH TO SALES_HIST
002292*                      AND THE ARCHIVE FILE.  RECORDS WIDENED TO
002302*                      MATCH SALESREC.
002312*     2026-10-15  DPS  SALES ROWS NOW CARRY THE NIGHT THEY POSTED
002322*                      AS WELL AS THE BUSINESS SALE DATE - POST
002332*                      DATE ARCHIVED THROUGH TO SALES_HIST AND THE
002342*                      ARCHIVE FILE.  A ROW POSTED BEFORE THE POST
002352*                      DATE WAS KEPT ARCHIVES ITS TICKET DATE.
002355*     2026-10-15  DPS  A ROW POSTED BEFORE TAX WAS KEPT ARCHIVES
002358*                      ZERO TAX AND A BLANK JURISDICTION.
002362*
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004000*
004100 FD  ARCHIVE-FILE
004200     RECORDING MODE IS F.
004300 01  ARCHIVE-REC             PIC X(102).
004400*
004500 FD  SUMMARY-FILE
004600     RECORDING MODE IS F.
006000* ONE ARCHIVED ROW - THE SALES ROW PLUS THE ORIGINAL-TICKET
006100* REFERENCE A RETURN CARRIES.
006200 01  WS-ARCHIVE-RECORD.
006300     05  WS-ARC-SALES        PIC X(93).
006400     05  WS-ARC-ORIG-TKT     PIC 9(09).
006500*
006600 01  WS-SUMMARY-LINE.
013800           SELECT SALES_PERSON, SALES_TKT_NO, SALES_TKT_DATE,
013850                  SALES_BRANCH,
013900                  SALES_PRODUCT, SALES_QTY, SALES_UNIT_PRICE,
014000                  SALES_EXT_AMT, SALES_ORIG_TKT_NO,
014010                 COALESCE(SALES_TAX_AMT, 0),
014020                 COALESCE(SALES_TAX_JURIS, ' '),
014060                  COALESCE(SALES_PROMO_ID, ' '),
014070                  COALESCE(SALES_POST_DATE, SALES_TKT_DATE)
014100             FROM SALES
014200            WHERE SALES_TKT_DATE BETWEEN :HV-DATE-FROM
014300                                     AND :HV-DATE-TO
015700           (SALES_PERSON, SALES_TKT_NO, SALES_TKT_DATE,
015750            SALES_BRANCH,
015800            SALES_PRODUCT, SALES_QTY, SALES_UNIT_PRICE,
015900            SALES_EXT_AMT, SALES_ORIG_TKT_NO,
015950            SALES_TAX_AMT, SALES_TAX_JURIS,
015960            SALES_PROMO_ID, SALES_POST_DATE)
016000        VALUES
016100           (:SALES-PERSON, :SALES-TKT-NO, :SALES-TKT-DATE,
016150            :SALES-BRANCH,
016200            :SALES-PRODUCT, :SALES-QTY, :SALES-UNIT-PRICE,
016300            :SALES-EXT-AMT, :HV-ORIG-TKT-NO,
016350            :SALES-TAX-AMT, :SALES-TAX-JURIS,
016360            :SALES-PROMO-ID, :SALES-POST-DATE)
016400     END-EXEC.
016500     IF SQLCODE IS NOT EQUAL TO 0
016600         DISPLAY "SALSCLOS - SALES_HIST INSERT FAILED SQLCODE="
018500           INTO :SALES-PERSON, :SALES-TKT-NO, :SALES-TKT-DATE,
018550                :SALES-BRANCH,
018600                :SALES-PRODUCT, :SALES-QTY, :SALES-UNIT-PRICE,
018700                :SALES-EXT-AMT, :HV-ORIG-TKT-NO,
018750                :SALES-TAX-AMT, :SALES-TAX-JURIS,
018760                :SALES-PROMO-ID, :SALES-POST-DATE
018800     END-EXEC.
018900     EVALUATE SQLCODE
019000        WHEN 0
