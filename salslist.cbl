002010*     2026-09-03  DPS  SALES ROWS NOW CARRY THE KEYING BRANCH -
002020*                      LISTED WITH THE ROW, LISTING-REC WIDENED
002030*                      TO MATCH SALESREC.
002040*     2026-10-15  DPS  SALES ROWS NOW CARRY THEIR SALES TAX AND
002050*                      JURISDICTION - LISTED WITH THE ROW,
002060*                      LISTING-REC WIDENED TO MATCH SALESREC.
002070*     2026-10-15  DPS  SALES ROWS NOW CARRY THE PROMOTION THEY
002080*                      SOLD UNDER - LISTED WITH THE ROW,
002090*                      LISTING-REC WIDENED TO MATCH SALESREC.
002092*     2026-10-15  DPS  SALES ROWS NOW CARRY THE NIGHT THEY
002094*                      POSTED - LISTED WITH THE ROW, LISTING-REC
002096*                      WIDENED TO MATCH SALESREC.
002097*     2026-10-15  DPS  A ROW POSTED BEFORE TAX WAS KEPT LISTS
002098*                      ZERO TAX AND A BLANK JURISDICTION.
002100*
002200******************************************************************
002300 ENVIRONMENT DIVISION.
003000 FILE SECTION.
003100 FD  LISTING-FILE
003200     RECORDING MODE IS F.
003300 01  LISTING-REC             PIC X(93).
003400******************************************************************
003500 WORKING-STORAGE SECTION.
003600 01  WS-SWITCHES.
006200        DECLARE SALSLIST-CUR CURSOR FOR
006300           SELECT SALES_PERSON, SALES_TKT_NO, SALES_TKT_DATE,
006400                  SALES_BRANCH, SALES_PRODUCT, SALES_QTY,
006500                  SALES_UNIT_PRICE, SALES_EXT_AMT,
006510                 COALESCE(SALES_TAX_AMT, 0),
006520                 COALESCE(SALES_TAX_JURIS, ' '),
006560                  COALESCE(SALES_PROMO_ID, ' '),
006570                  COALESCE(SALES_POST_DATE, SALES_TKT_DATE)
006600             FROM SALES
006700     END-EXEC.
006800     EXEC SQL OPEN SALSLIST-CUR END-EXEC.
008700                                :SALES-TKT-DATE, :SALES-BRANCH,
008750                                :SALES-PRODUCT,
008800                                :SALES-QTY, :SALES-UNIT-PRICE,
008900                                :SALES-EXT-AMT, :SALES-TAX-AMT,
008950                                :SALES-TAX-JURIS,
008960                                :SALES-PROMO-ID,
008970                                :SALES-POST-DATE
009000     END-EXEC.
009100     IF SQLCODE IS NOT EQUAL TO 0
009200         SET FETCH-EOF TO TRUE
