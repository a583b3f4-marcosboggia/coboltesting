002096*                      RUNCTL GATE - SALSEXTR MUST HAVE ENDED
002097*                      CLEAN FOR THE DATE, AND A DATE ALREADY
002098*                      BALANCED REFUSES TO RUN AGAIN.
002099*     2026-10-15  DPS  SALES AND THE GL EXTRACT NOW CARRY SALES
002100*                      TAX AS ITS OWN AMOUNT - THE SHEET PRINTS
002101*                      EACH SIDE'S TAX AND PROVES THE EXTRACT'S
002102*                      TAX AGAINST WHAT SALES HOLDS FOR THE DATE.
002110*                      EXTRACT-REC WIDENED TO MATCH GLEXTREC.
002118*     2026-10-15  DPS  SALES ROWS NOW POST UNDER THE BUSINESS
002126*                      DATE THE TICKET WAS RUNG - A LATE BRANCH'S
002134*                      TICKETS CARRY AN EARLIER SALES_TKT_DATE.
002142*                      THE NIGHT'S SIDE OF THE BALANCE AND THE
002150*                      BRANCH LINES NOW SELECT ON SALES_POST_DATE,
002158*                      THE NIGHT THE ROWS WERE POSTED.  TICKET AND
002166*                      SUSPENSE RECORDS WIDENED TO MATCH TKTREC
002174*                      AND SUSPREC.
002175*     2026-10-15  DPS  ON A DAY DRIVEN AS PARALLEL BRANCH
002176*                      STREAMS THE CHECKPOINT READ IS THE ONE
002177*                      CONSOLIDATED DAY RECORD SALSCONS WRITES.
002178*                      CHECKPOINT-REC AND RESUB-REC WIDENED TO
002179*                      MATCH CHKPTREC.
002182*
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003800 FILE SECTION.
003900 FD  TICKET-FILE
004000     RECORDING MODE IS F.
004100 01  TICKET-REC              PIC X(45).
004200*
004300 FD  CHECKPOINT-FILE
004400     RECORDING MODE IS F.
004500 01  CHECKPOINT-REC          PIC X(50).
004600*
004700 FD  SUSPENSE-FILE
004800     RECORDING MODE IS F.
004900 01  SUSPENSE-REC            PIC X(132).
005000*
005100 FD  EXTRACT-FILE
005200     RECORDING MODE IS F.
005300 01  EXTRACT-REC             PIC X(91).
005310*
005320 FD  RESUB-FILE
005330     RECORDING MODE IS F.
005340 01  RESUB-REC               PIC X(50).
005400*
005500 FD  BALANCE-FILE
005600     RECORDING MODE IS F.
007920                             VALUE ZERO.
007930 01  WS-RESUB-AMT            PIC S9(11)V99 USAGE COMP-3
007940                             VALUE ZERO.
007950 01  WS-GLX-TAX              PIC S9(11)V99 USAGE COMP-3
007960                             VALUE ZERO.
008000*
008010* RUN-CONTROL HANDSHAKE - ORDER MUST MATCH RUNCTL'S LINKAGE.
008012 01  WS-RUNC-FUNC            PIC X(01).
011000 01  HV-RUN-DATE              PIC 9(08).
011100 01  HV-SALES-COUNT           PIC S9(9)  USAGE COMP-5.
011200 01  HV-SALES-AMT             PIC S9(11)V99 USAGE COMP-3.
011205 01  HV-SALES-TAX             PIC S9(11)V99 USAGE COMP-3.
011210 01  HV-BRANCH                PIC X(03).
011220 01  HV-BR-COUNT              PIC S9(9)  USAGE COMP-5.
011230 01  HV-BR-AMT                PIC S9(11)V99 USAGE COMP-3.
018700     END-READ.
018800     ADD 1 TO WS-GLX-COUNT.
018900     ADD GLEXT-EXT-AMT TO WS-GLX-AMT.
018950     ADD GLEXT-TAX-AMT TO WS-GLX-TAX.
019000 2600-EXIT.
019010     EXIT.
019020*
019170     EXIT.
019200*
019300******************************************************************
019400* 3000-QUERY-SALES - WHAT SALES ITSELF SAYS WAS POSTED ON THE
019410*     RUN DATE, WHATEVER BUSINESS DATE THE TICKETS CARRY.
019500******************************************************************
019600 3000-QUERY-SALES.
019700     MOVE ZERO TO HV-SALES-COUNT HV-SALES-AMT HV-SALES-TAX.
019800     EXEC SQL
019900        SELECT COUNT(*), COALESCE(SUM(SALES_EXT_AMT), 0),
019950               COALESCE(SUM(SALES_TAX_AMT), 0)
020000          INTO :HV-SALES-COUNT, :HV-SALES-AMT, :HV-SALES-TAX
020100          FROM SALES
020200         WHERE SALES_POST_DATE = :HV-RUN-DATE
020300     END-EXEC.
020400     IF SQLCODE IS NOT EQUAL TO 0
020500         DISPLAY "SALSBAL - SALES QUERY FAILED SQLCODE="
021010*
021020******************************************************************
021030* 3500-BRANCH-TOTALS - ONE LINE PER BRANCH OF WHAT SALES HOLDS
021040*     POSTED ON THE RUN DATE, SO AN OUT-OF-BALANCE NIGHT (OR A
021050*     FULL SUSPENSE FILE) POINTS AT THE BRANCH WHOSE KEYING IS
021060*     THE PROBLEM INSTEAD OF A PHONE CALL TO ALL ELEVEN.
021070******************************************************************
021080 3500-BRANCH-TOTALS.
021090     EXEC SQL
021110           SELECT SALES_BRANCH, COUNT(*),
021120                  COALESCE(SUM(SALES_EXT_AMT), 0)
021130             FROM SALES
021140            WHERE SALES_POST_DATE = :HV-RUN-DATE
021150            GROUP BY SALES_BRANCH
021160            ORDER BY SALES_BRANCH
021170     END-EXEC.
023720     MOVE WS-RESUB-COUNT TO BAL-COUNT.
023730     MOVE WS-RESUB-AMT TO BAL-AMT.
023740     WRITE BALANCE-REC FROM WS-BAL-LINE.
023750     MOVE "SALES TAX FOR RUN DATE" TO BAL-LABEL.
023760     MOVE HV-SALES-COUNT TO BAL-COUNT.
023770     MOVE HV-SALES-TAX TO BAL-AMT.
023780     WRITE BALANCE-REC FROM WS-BAL-LINE.
023782     MOVE "GL EXTRACT TAX (GLXFILE)" TO BAL-LABEL.
023784     MOVE WS-GLX-COUNT TO BAL-COUNT.
023786     MOVE WS-GLX-TAX TO BAL-AMT.
023788     WRITE BALANCE-REC FROM WS-BAL-LINE.
023800*
023900     MOVE "TICKET LINES = COMMITTED + SUSPENDED" TO BAT-LABEL.
024000     IF WS-TKT-COUNT IS EQUAL TO WS-INSERTED-COUNT
028200         MOVE "N" TO WS-BALANCED-SW
028300     END-IF.
028400     WRITE BALANCE-REC FROM WS-BAL-TEST-LINE.
028410*
028420     MOVE "GL EXTRACT TAX = SALES TAX FOR DATE" TO BAT-LABEL.
028430     IF WS-GLX-TAX IS EQUAL TO HV-SALES-TAX
028440         MOVE "IN BALANCE" TO BAT-RESULT
028450     ELSE
028460         MOVE "** MISMATCH **" TO BAT-RESULT
028470         MOVE "N" TO WS-BALANCED-SW
028480     END-IF.
028490     WRITE BALANCE-REC FROM WS-BAL-TEST-LINE.
028500 4000-EXIT.
028600     EXIT.
028700*
