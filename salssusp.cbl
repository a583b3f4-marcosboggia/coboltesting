002292*     2026-09-03  DPS  THE RUN NOW CHECKS IN AND OUT WITH THE
002294*                      RUNCTL GATE - SALSDRV MUST HAVE ENDED
002296*                      CLEAN FOR THE DATE, AND A DATE ALREADY
002305*                      RESUBMITTED REFUSES TO RUN AGAIN.
002314*     2026-10-15  DPS  SUSPENSE ROWS NOW CARRY THE TICKET'S
002323*                      BUSINESS SALE DATE - PASSED BACK THROUGH
002332*                      ON A RE-DRIVE SO A REPAIRED LINE POSTS
002341*                      UNDER THE DAY IT WAS RUNG.  A REPAIR CARD
002350*                      MAY RE-DATE IT, WHICH IS HOW A TICKET
002359*                      REFUSED FOR A CLOSED PERIOD IS APPROVED
002368*                      INTO THE OPEN ONE.  RECORDS WIDENED TO
002377*                      MATCH SUSPREC AND REPRREC.
002380*     2026-10-15  DPS  RESUB-REC WIDENED TO MATCH CHKPTREC; THE
002383*                      RESUBMIT RECORD BELONGS TO NO STREAM.
002385*     2026-10-15  DPS  AN RC-47 ROW (BAD SALE DATE) IS NO LONGER
002387*                      RE-DRIVEN UNDER TONIGHT'S DATE - ITS REPAIR
002389*                      CARD MUST SUPPLY THE SALE DATE, OR THE ROW
002391*                      IS CARRIED FORWARD STILL SUSPENDED.
002393*
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003800 FILE SECTION.
003900 FD  SUSPENSE-IN
004000     RECORDING MODE IS F.
004100 01  SUSPENSE-IN-REC         PIC X(132).
004200*
004300 FD  REPAIR-FILE
004400     RECORDING MODE IS F.
004500 01  REPAIR-REC              PIC X(102).
004600*
004700 FD  CARRY-FILE
004800     RECORDING MODE IS F.
004900 01  CARRY-REC               PIC X(132).
005000*
005100 FD  AGING-FILE
005200     RECORDING MODE IS F.
005310*
005320 FD  RESUB-FILE
005330     RECORDING MODE IS F.
005340 01  RESUB-REC               PIC X(50).
005400******************************************************************
005500 WORKING-STORAGE SECTION.
005600 01  WS-SWITCHES.
007400*
007500 01  WS-REPAIR-TABLE.
007600     05  WS-REPT-RECORD      OCCURS 500 TIMES
007700                             PIC X(102).
007800*
007900 COPY SUSPREC.
008000 COPY REPRREC.
008710 01  WS-NS-TRANS-CD          PIC X(01).
008720 01  WS-NS-ORIG-TKT-NO       PIC 9(09).
008730 01  WS-NS-BRANCH            PIC X(03).
008740 01  WS-NS-SALE-DATE         PIC 9(08).
008800 01  WS-NS-JOB-ID            PIC X(08)   VALUE "SALSSUSP".
008900 01  WS-NS-TERM-ID           PIC X(08)   VALUE "BATCH   ".
008910 01  WS-NS-RUN-MODE          PIC X(01)   VALUE "B".
019910*     AN RC-41 MARKER ROW HOLDS NO LINE TO RE-DRIVE - A
019920*     MATCHING REPAIR CARD DROPS IT (THE TICKET HAS BEEN
019930*     RE-KEYED WHOLE), OTHERWISE IT AGES LIKE ANY OTHER ROW.
019940*     AN RC-47 ROW (SALE DATE MISSING OR BAD) IS RE-DRIVEN ONLY
019950*     WHEN ITS REPAIR CARD SUPPLIES A SALE DATE - RE-DRIVEN
019960*     WITHOUT ONE IT WOULD POST UNDER TONIGHT'S DATE, SO IT
019970*     STAYS IN SUSPENSE AND AGES UNTIL A DATED CARD ARRIVES.
020000******************************************************************
020100 2000-PROCESS-SUSPENSE.
020200     ADD 1 TO WS-READ-COUNT.
020380         END-IF
020390         GO TO 2000-NEXT
020395     END-IF.
020404     IF SUSP-RETCODE IS EQUAL TO "47"
020413        AND REPAIR-FOUND
020422        AND (REPR-NEW-SALE-DATE IS NOT NUMERIC
020431             OR REPR-NEW-SALE-DATE IS EQUAL TO ZERO)
020440         DISPLAY "SALSSUSP REPAIR HAS NO SALE DATE "
020449                 SUSP-SPERSON " TKT " SUSP-TKT-NO
020458         PERFORM 2500-CARRY-FORWARD THRU 2500-EXIT
020467         GO TO 2000-NEXT
020476     END-IF.
020485     IF REPAIR-FOUND
020500         PERFORM 2300-APPLY-REPAIR THRU 2300-EXIT
020600         PERFORM 2400-CALL-NEWSALE THRU 2400-EXIT
020700     ELSE
025050         MOVE ZERO TO WS-NS-ORIG-TKT-NO
025060     END-IF.
025070     MOVE SUSP-BRANCH     TO WS-NS-BRANCH.
025075     IF SUSP-SALE-DATE IS NUMERIC
025080         MOVE SUSP-SALE-DATE TO WS-NS-SALE-DATE
025085     ELSE
025090         MOVE ZERO TO WS-NS-SALE-DATE
025095     END-IF.
025100     IF REPR-NEW-SPERSON IS NOT EQUAL TO SPACES
025200         MOVE REPR-NEW-SPERSON TO WS-NS-SPERSON
025300     END-IF.
026280     IF REPR-NEW-BRANCH IS NOT EQUAL TO SPACES
026290         MOVE REPR-NEW-BRANCH TO WS-NS-BRANCH
026295     END-IF.
026296     IF REPR-NEW-SALE-DATE IS NUMERIC
026297        AND REPR-NEW-SALE-DATE IS NOT EQUAL TO ZERO
026298         MOVE REPR-NEW-SALE-DATE TO WS-NS-SALE-DATE
026299     END-IF.
026300 2300-EXIT.
026400     EXIT.
026500*
027610                          WS-NS-TRANS-CD
027620                          WS-NS-ORIG-TKT-NO
027630                          WS-NS-BRANCH
027640                          WS-NS-SALE-DATE
027700                          WS-NS-JOB-ID
027800                          WS-NS-TERM-ID
027850                          WS-NS-RUN-MODE
028655         MOVE WS-NS-TRANS-CD   TO SUSP-TRANS-CD
028656         MOVE WS-NS-ORIG-TKT-NO TO SUSP-ORIG-TKT-NO
028657         MOVE WS-NS-BRANCH     TO SUSP-BRANCH
028658         MOVE WS-NS-SALE-DATE  TO SUSP-SALE-DATE
028660         MOVE WS-NS-RETCODE    TO SUSP-RETCODE
028670         MOVE "REJECTED AGAIN ON RESUBMIT"
028680           TO SUSP-REASON
033330     MOVE WS-REPAIRED-COUNT TO CKPT-INSERTED-CNT.
033340     MOVE WS-REREJECT-COUNT TO CKPT-REJECTED-CNT.
033345     MOVE WS-RESUB-AMT      TO CKPT-SALES-AMT.
033347     MOVE SPACES            TO CKPT-STREAM.
033350     WRITE RESUB-REC FROM CHECKPOINT-RECORD.
033400     CLOSE SUSPENSE-IN REPAIR-FILE CARRY-FILE AGING-FILE
033410           RESUB-FILE.
