002300*
002400* MODIFICATION HISTORY.
002500*     2026-09-03  DPS  NEW PROGRAM.
002510*     2026-10-15  DPS  A PERIOD SALSPURG HAS PURGED TO ITS
002520*                      RETENTION ARCHIVE IS REFUSED BY NAME, WITH
002530*                      THE ARCHIVE DATE TO RELOAD IT FROM, INSTEAD
002540*                      OF FAILING ITS PROOF AGAINST AN EMPTY
002550*                      SALES_HIST.  A RELOADED PERIOD REPORTS AS
002560*                      ANY CLOSED ONE.
002600*
002700******************************************************************
002800 ENVIRONMENT DIVISION.
027200 1200-CHECK-PERIOD.
027300     MOVE PT-PERIOD (WS-PERIOD-SUB) TO PER-PERIOD.
027400     EXEC SQL
027500        SELECT PER_STATUS, PER_ROW_COUNT, PER_AMT_TOTAL,
027510               COALESCE(PER_PURGE_DATE, 0)
027600          INTO :PER-STATUS, :PER-ROW-COUNT, :PER-AMT-TOTAL,
027610               :PER-PURGE-DATE
027700          FROM PERIOD_CTL
027800         WHERE PER_PERIOD = :PER-PERIOD
027900     END-EXEC.
028000     EVALUATE SQLCODE
028100        WHEN 0
028110           IF PER-PURGED
028120               DISPLAY "SALSTRND - PERIOD " PER-PERIOD
028130                       " PURGED TO THE " PER-PURGE-DATE
028140                       " RETENTION ARCHIVE - RELOAD IT WITH"
028150                       " SALSRLOD"
028160               MOVE 16 TO RETURN-CODE
028170               GO TO 1200-EXIT
028180           END-IF
028200           IF PER-CLOSED
028300               MOVE PER-ROW-COUNT
028400                 TO PT-CTL-COUNT (WS-PERIOD-SUB)
