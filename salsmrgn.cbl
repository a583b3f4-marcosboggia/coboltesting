001800*
001900* MODIFICATION HISTORY.
002000*     2026-09-03  DPS  NEW PROGRAM.
002010*     2026-10-15  DPS  SALES ROWS NOW POST UNDER THE BUSINESS
002020*                      DATE THE TICKET WAS RUNG.  THE CURSOR NOW
002030*                      SELECTS LAST NIGHT'S POSTINGS BY
002040*                      SALES_POST_DATE SO A LATE BRANCH'S TICKETS
002050*                      ARE STILL SEEN THE MORNING AFTER THEY POST.
002100*
002200******************************************************************
002300 ENVIRONMENT DIVISION.
018700           SELECT SALES_PERSON, SALES_PRODUCT, SALES_QTY,
018800                  SALES_UNIT_PRICE, SALES_EXT_AMT
018900             FROM SALES
019000            WHERE SALES_POST_DATE = :HV-RUN-DATE
019100            ORDER BY SALES_PRODUCT
019200     END-EXEC.
019300     EXEC SQL OPEN MRGN-CUR END-EXEC.
