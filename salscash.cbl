001900*
002000* MODIFICATION HISTORY.
002100*     2026-09-03  DPS  NEW PROGRAM.
002110*     2026-10-15  DPS  TENDER NOW COVERS GOODS PLUS SALES TAX, SO
002120*                      THE POSTED SIDE IS SALES_EXT_AMT PLUS
002130*                      SALES_TAX_AMT - THE TAX IS CASH IN THE
002140*                      DRAWER THE SAME AS THE GOODS.
002150*     2026-10-15  DPS  SALES ROWS NOW POST UNDER THE BUSINESS
002160*                      DATE THE TICKET WAS RUNG, SO THE POSTED
002170*                      SIDE NOW SELECTS ON SALES_POST_DATE - WHAT
002180*                      THE NIGHT'S TICKET FILE ACTUALLY POSTED.
002190*                      TICKET-REC WIDENED TO MATCH TKTREC.
002200*
002300******************************************************************
002400 ENVIRONMENT DIVISION.
003300 FILE SECTION.
003400 FD  TICKET-FILE
003500     RECORDING MODE IS F.
003600 01  TICKET-REC              PIC X(45).
003700*
003800 FD  REPORT-FILE
003900     RECORDING MODE IS F.
026900*
027000******************************************************************
027100* 3000-REPORT-PERSON - ONE DRAWER'S LINE: TENDER BY TYPE, THE
027200*     TOTAL TENDERED, WHAT POSTED TO SALES ON THE DATE (GOODS
027250*     AND SALES TAX, AS THE CUSTOMER PAID THEM), AND
027300*     THE DIFFERENCE - FLAGGED WHEN THE DRAWER AND THE TABLE
027400*     DISAGREE.
027500******************************************************************
027700     MOVE CT-SPERSON (WS-PERSON-SUB) TO HV-SPERSON.
027800     MOVE ZERO TO HV-POSTED-AMT.
027900     EXEC SQL
028000        SELECT COALESCE(SUM(SALES_EXT_AMT + SALES_TAX_AMT), 0)
028100          INTO :HV-POSTED-AMT
028200          FROM SALES
028300         WHERE SALES_PERSON = :HV-SPERSON
028400           AND SALES_POST_DATE = :HV-RUN-DATE
028500     END-EXEC.
028600     IF SQLCODE IS NOT EQUAL TO 0
028700         DISPLAY "SALSCASH - SALES QUERY FAILED SQLCODE="
