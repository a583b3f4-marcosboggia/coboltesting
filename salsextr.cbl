001570*                      CLEAN FOR THE DATE, SO THE GL CAN NO
001580*                      LONGER BE FED A SHORT DAY, AND A DATE
001590*                      ALREADY EXTRACTED REFUSES TO RUN AGAIN.
001592*     2026-10-15  DPS  EACH ROW'S SALES TAX AND JURISDICTION
001594*                      ARE EXTRACTED AS THEIR OWN FIELDS SO THE
001596*                      GL POSTS TAX TO THE LIABILITY, NOT TO
001606*                      REVENUE.  EXTRACT-REC WIDENED TO MATCH.
001616*     2026-10-15  DPS  SALES ROWS NOW POST UNDER THE BUSINESS
001626*                      DATE THE TICKET WAS RUNG.  THE CURSOR NOW
001636*                      SELECTS THE NIGHT'S POSTINGS BY
001646*                      SALES_POST_DATE, AND GLEXT-TKT-DATE CARRIES
001656*                      THE BUSINESS DATE, SO THE GL BOOKS A LATE
001666*                      TICKET TO THE DAY AND PERIOD IT WAS RUNG.
001676*
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002500 FILE SECTION.
002600 FD  EXTRACT-FILE
002700     RECORDING MODE IS F.
002800 01  EXTRACT-REC             PIC X(91).
002900******************************************************************
003000 WORKING-STORAGE SECTION.
003100 01  WS-SWITCHES.
005300*
005400******************************************************************
005500* 1000-INITIALIZE - OPEN THE EXTRACT FILE AND THE SALES CURSOR,
005600*     SCOPED TO THE ROWS POSTED TODAY (SALES_POST_DATE) ONLY.
005700******************************************************************
005800 1000-INITIALIZE.
005900     ACCEPT HV-RUN-DATE FROM DATE YYYYMMDD.
006200        DECLARE SALSEXTR-CUR CURSOR FOR
006300           SELECT SALES_PERSON, SALES_TKT_NO, SALES_TKT_DATE,
006400                  SALES_BRANCH, SALES_PRODUCT, SALES_QTY,
006500                  SALES_UNIT_PRICE, SALES_EXT_AMT,
006550                  SALES_TAX_AMT, SALES_TAX_JURIS
006600             FROM SALES
006700            WHERE SALES_POST_DATE = :HV-RUN-DATE
006800     END-EXEC.
006900     EXEC SQL OPEN SALSEXTR-CUR END-EXEC.
007000     PERFORM 2100-FETCH-ROW THRU 2100-EXIT.
008300     MOVE SALES-QTY        TO GLEXT-QTY.
008400     MOVE SALES-UNIT-PRICE TO GLEXT-UNIT-PRICE.
008500     MOVE SALES-EXT-AMT    TO GLEXT-EXT-AMT.
008510     MOVE SALES-TAX-AMT    TO GLEXT-TAX-AMT.
008520     MOVE SALES-TAX-JURIS  TO GLEXT-TAX-JURIS.
008600     WRITE EXTRACT-REC FROM GLEXT-RECORD.
008700     ADD 1 TO WS-EXTRACT-COUNT.
008800     PERFORM 2100-FETCH-ROW THRU 2100-EXIT.
009500                                :SALES-TKT-DATE, :SALES-BRANCH,
009550                                :SALES-PRODUCT,
009600                                :SALES-QTY, :SALES-UNIT-PRICE,
009700                                :SALES-EXT-AMT, :SALES-TAX-AMT,
009750                                :SALES-TAX-JURIS
009800     END-EXEC.
009900     IF SQLCODE IS NOT EQUAL TO 0
010000         SET FETCH-EOF TO TRUE
