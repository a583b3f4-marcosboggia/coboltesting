000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "SALSCONS".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     BRANCH STREAM CONSOLIDATION.  RUNS ONCE EVERY SALSDRV
001000*     STREAM OF A SPLIT DAY HAS ENDED, AND TURNS THE STREAMS BACK
001100*     INTO THE ONE DAY THE REST OF THE CHAIN KNOWS.  EACH STREAM
001200*     SALSSPLT CUT MUST HAVE CHECKED OUT COMPLETE IN RUN_CTL
001300*     (JOB SALSDRNN), AND ITS FINAL CHECKPOINT MUST BE FOR THE
001400*     SPLIT'S DATE AND ACCOUNT FOR EVERY SET THE STREAM WAS
001500*     GIVEN.  IF ANY STREAM FAILS, NOTHING IS WRITTEN AND THE
001600*     RUN ENDS RC 16 - RESTART THAT STREAM ALONE, THEN RERUN
001700*     THIS.  OTHERWISE THE STREAMS' TICKET, INSERT AND REJECT
001800*     COUNTS AND AMOUNTS ARE SUMMED INTO ONE DAY CHECKPOINT
001900*     RECORD, THE STREAMS' SUSPENSE FILES ARE COPIED INTO THE
002000*     DAY'S SUSPENSE GENERATION, AND THE RUN CHECKS IN AND OUT
002100*     OF RUN_CTL AS SALSDRV - SO SALSEXTR, SALSSUSP AND SALSBAL
002200*     SEE ONE COMPLETED SALSDRV DAY, JUST AS AFTER A SERIAL RUN.
002300*
002400* MODIFICATION HISTORY.
002500*     2026-10-15  DPS  NEW PROGRAM.
002600*
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SPLIT-FILE      ASSIGN TO SPLTCTL
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT STREAM-CKPT     ASSIGN TO CKPTIN
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT STREAM-SUSP     ASSIGN TO SUSPIN
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT SUSPENSE-FILE   ASSIGN TO SUSPFILE
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT SUMMARY-FILE    ASSIGN TO SUMFILE
004200         ORGANIZATION IS SEQUENTIAL.
004300******************************************************************
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SPLIT-FILE
004700     RECORDING MODE IS F.
004800 01  SPLIT-REC               PIC X(50).
004900*
005000 FD  STREAM-CKPT
005100     RECORDING MODE IS F.
005200 01  STREAM-CKPT-REC         PIC X(50).
005300*
005400 FD  STREAM-SUSP
005500     RECORDING MODE IS F.
005600 01  STREAM-SUSP-REC         PIC X(132).
005700*
005800 FD  CHECKPOINT-FILE
005900     RECORDING MODE IS F.
006000 01  CHECKPOINT-REC          PIC X(50).
006100*
006200 FD  SUSPENSE-FILE
006300     RECORDING MODE IS F.
006400 01  SUSPENSE-REC            PIC X(132).
006500*
006600 FD  SUMMARY-FILE
006700     RECORDING MODE IS F.
006800 01  SUMMARY-REC             PIC X(120).
006900******************************************************************
007000 WORKING-STORAGE SECTION.
007100 01  WS-SWITCHES.
007200     05  WS-SPLIT-EOF-SW     PIC X(01)   VALUE "N".
007300         88  SPLIT-EOF           VALUE "Y".
007400     05  WS-CKPT-EOF-SW      PIC X(01)   VALUE "N".
007500         88  CHECKPOINT-EOF      VALUE "Y".
007600     05  WS-SUSP-EOF-SW      PIC X(01)   VALUE "N".
007700         88  SUSPENSE-EOF        VALUE "Y".
007800     05  WS-DAY-BAD-SW       PIC X(01)   VALUE "N".
007900         88  DAY-NOT-READY       VALUE "Y".
008000*
008100 77  WS-STREAM-MAX           PIC 9(02)   VALUE 12 COMP.
008200 77  WS-STREAM-HIGH          PIC 9(02)   VALUE ZERO COMP.
008300 77  WS-STREAM-SUB           PIC 9(02)   VALUE ZERO COMP.
008400 77  WS-DAY-TICKETS          PIC 9(09)   VALUE ZERO COMP.
008500 77  WS-DAY-INSERTED         PIC 9(09)   VALUE ZERO COMP.
008600 77  WS-DAY-REJECTED         PIC 9(09)   VALUE ZERO COMP.
008700 77  WS-SUSP-COUNT           PIC 9(09)   VALUE ZERO COMP.
008800*
008900 01  WS-DAY-AMT              PIC S9(11)V99 USAGE COMP-3
009000                             VALUE ZERO.
009100 01  WS-RUN-DATE             PIC 9(08).
009200 01  WS-DAY-DATE             PIC 9(08)   VALUE ZERO.
009300*
009400 COPY CHKPTREC.
009500*
009600 01  WS-STREAM-NO            PIC 9(02).
009700 01  WS-STREAM-ID REDEFINES WS-STREAM-NO
009800                             PIC X(02).
009900*
010000* WHAT SALSSPLT GAVE EACH STREAM, AND WHAT THE STREAM'S LAST
010100* CHECKPOINT SAYS IT DID WITH IT.
010200 01  WS-STREAM-TABLE.
010300     05  WS-STREAM-ENTRY     OCCURS 12 TIMES.
010400         10  WS-ST-SPLIT-SW  PIC X(01)   VALUE "N".
010500             88  ST-IN-SPLIT     VALUE "Y".
010600         10  WS-ST-CKPT-SW   PIC X(01)   VALUE "N".
010700             88  ST-HAS-CKPT     VALUE "Y".
010800         10  WS-ST-SPLIT-SETS PIC 9(09)  VALUE ZERO COMP.
010900         10  WS-ST-DATE      PIC 9(08)   VALUE ZERO.
011000         10  WS-ST-TICKETS   PIC 9(09)   VALUE ZERO COMP.
011100         10  WS-ST-INSERTED  PIC 9(09)   VALUE ZERO COMP.
011200         10  WS-ST-REJECTED  PIC 9(09)   VALUE ZERO COMP.
011300         10  WS-ST-AMT       PIC S9(11)V99 USAGE COMP-3
011400                             VALUE ZERO.
011500*
011600* THE RUN_CTL JOB NAME A STREAM CHECKS IN AND OUT UNDER.
011700 01  WS-STREAM-JOB.
011800     05  FILLER              PIC X(06)   VALUE "SALSDR".
011900     05  WS-STREAM-JOB-NO    PIC X(02).
012000*
012100 01  WS-STREAM-LINE.
012200     05  FILLER              PIC X(16)   VALUE
012300         "SALSCONS STREAM ".
012400     05  STL-STREAM          PIC X(02).
012500     05  FILLER              PIC X(01)   VALUE ":".
012600     05  FILLER              PIC X(09)   VALUE " TICKETS=".
012700     05  STL-TICKETS         PIC ZZZZZZZZ9.
012800     05  FILLER              PIC X(10)   VALUE " INSERTED=".
012900     05  STL-INSERTED        PIC ZZZZZZZZ9.
013000     05  FILLER              PIC X(10)   VALUE " REJECTED=".
013100     05  STL-REJECTED        PIC ZZZZZZZZ9.
013200     05  FILLER              PIC X(05)   VALUE " AMT=".
013300     05  STL-AMT             PIC -,---,---,---,--9.99.
013400     05  FILLER              PIC X(01)   VALUE SPACE.
013500     05  STL-NOTE            PIC X(09).
013600     05  FILLER              PIC X(10)   VALUE SPACES.
013700*
013800 01  WS-SUMMARY-LINE.
013900     05  FILLER              PIC X(21)   VALUE
014000         "SALSCONS RUN SUMMARY:".
014100     05  FILLER              PIC X(09)   VALUE " STREAMS=".
014200     05  SUM-STREAMS         PIC Z9.
014300     05  FILLER              PIC X(09)   VALUE " TICKETS=".
014400     05  SUM-TICKETS         PIC ZZZZZZZZ9.
014500     05  FILLER              PIC X(10)   VALUE " INSERTED=".
014600     05  SUM-INSERTED        PIC ZZZZZZZZ9.
014700     05  FILLER              PIC X(10)   VALUE " REJECTED=".
014800     05  SUM-REJECTED        PIC ZZZZZZZZ9.
014900     05  FILLER              PIC X(05)   VALUE " AMT=".
015000     05  SUM-AMT             PIC -,---,---,---,--9.99.
015100     05  FILLER              PIC X(07)   VALUE SPACES.
015200*
015300 01  WS-SUSP-SUMMARY-LINE.
015400     05  FILLER              PIC X(21)   VALUE
015500         "SALSCONS SUSPENSE:   ".
015600     05  FILLER              PIC X(06)   VALUE " ROWS=".
015700     05  SUM-SUSP            PIC ZZZZZZZZ9.
015800     05  FILLER              PIC X(11)   VALUE " RUN DATE= ".
015900     05  SUM-DAY-DATE        PIC 9(08).
016000     05  FILLER              PIC X(65)   VALUE SPACES.
016100*
016200* RUN-CONTROL HANDSHAKE - ORDER MUST MATCH RUNCTL'S LINKAGE.  THE
016300* CONSOLIDATED DAY CHECKS IN AND OUT AS SALSDRV ITSELF.
016400 01  WS-RUNC-FUNC            PIC X(01).
016500 01  WS-RUNC-JOB             PIC X(08)   VALUE "SALSDRV ".
016600 01  WS-RUNC-PRED            PIC X(08)   VALUE "SALSSPLT".
016700 01  WS-RUNC-DATE            PIC 9(08).
016800 01  WS-RUNC-RETCODE         PIC X(02).
016900     88  WS-RUNC-OK              VALUE "00".
017000*
017100     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
017200     COPY RUNCREC.
017300     EXEC SQL END DECLARE SECTION END-EXEC.
017400     EXEC SQL INCLUDE SQLCA END-EXEC.
017500******************************************************************
017600 PROCEDURE DIVISION.
017700*
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018000     PERFORM 3000-COPY-SUSPENSE THRU 3000-EXIT
018100         UNTIL SUSPENSE-EOF.
018200     PERFORM 4000-TERMINATE THRU 4000-EXIT.
018300     GOBACK.
018400*
018500******************************************************************
018600* 1000-INITIALIZE - LOAD THE SPLIT CONTROL AND THE STREAMS' LAST
018700*     CHECKPOINTS, PROVE EVERY STREAM DONE, AND ONLY THEN CHECK IN
018800*     AS SALSDRV AND OPEN THE DAY'S OUTPUTS.
018900******************************************************************
019000 1000-INITIALIZE.
019100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019200     OPEN OUTPUT SUMMARY-FILE.
019300     OPEN INPUT SPLIT-FILE.
019400     PERFORM 1100-READ-SPLIT THRU 1100-EXIT
019500         UNTIL SPLIT-EOF.
019600     CLOSE SPLIT-FILE.
019700     IF WS-STREAM-HIGH IS EQUAL TO ZERO
019800         DISPLAY "SALSCONS - SPLIT CONTROL FILE IS EMPTY"
019900         MOVE "Y" TO WS-DAY-BAD-SW
020000         GO TO 1900-REFUSE
020100     END-IF.
020200     OPEN INPUT STREAM-CKPT.
020300     PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT
020400         UNTIL CHECKPOINT-EOF.
020500     CLOSE STREAM-CKPT.
020600     PERFORM 1300-CHECK-STREAM THRU 1300-EXIT
020700         VARYING WS-STREAM-SUB FROM 1 BY 1
020800         UNTIL WS-STREAM-SUB IS GREATER THAN WS-STREAM-HIGH.
020900     IF DAY-NOT-READY
021000         GO TO 1900-REFUSE
021100     END-IF.
021200     MOVE WS-DAY-DATE TO WS-RUNC-DATE.
021300     MOVE "S" TO WS-RUNC-FUNC.
021400     CALL "RUNCTL" USING WS-RUNC-FUNC WS-RUNC-JOB WS-RUNC-PRED
021500                         WS-RUNC-DATE WS-RUNC-RETCODE.
021600     IF NOT WS-RUNC-OK
021700         DISPLAY "SALSCONS - RUN REFUSED BY RUN CONTROL, RC="
021800                 WS-RUNC-RETCODE
021900         CLOSE SUMMARY-FILE
022000         MOVE 16 TO RETURN-CODE
022100         GOBACK
022200     END-IF.
022300     OPEN INPUT  STREAM-SUSP.
022400     OPEN OUTPUT CHECKPOINT-FILE SUSPENSE-FILE.
022500     PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT.
022600     GO TO 1000-EXIT.
022700 1900-REFUSE.
022800     DISPLAY "SALSCONS - DAY NOT CONSOLIDATED - RESTART THE"
022900             " STREAMS SHOWN, THEN RERUN SALSCONS".
023000     CLOSE SUMMARY-FILE.
023100     MOVE 16 TO RETURN-CODE.
023200     GOBACK.
023300 1000-EXIT.
023400     EXIT.
023500*
023600******************************************************************
023700* 1100-READ-SPLIT - ONE RECORD PER STREAM SALSSPLT CUT, ITS
023800*     TICKET COUNT THE SETS THE STREAM WAS GIVEN.  THE SPLIT'S
023900*     DATE IS THE DAY BEING CONSOLIDATED.
024000******************************************************************
024100 1100-READ-SPLIT.
024200     READ SPLIT-FILE INTO CHECKPOINT-RECORD
024300         AT END
024400             SET SPLIT-EOF TO TRUE
024500             GO TO 1100-EXIT
024600     END-READ.
024700     MOVE CKPT-STREAM TO WS-STREAM-ID.
024800     IF WS-STREAM-ID IS NOT NUMERIC
024900        OR WS-STREAM-NO IS EQUAL TO ZERO
025000        OR WS-STREAM-NO IS GREATER THAN WS-STREAM-MAX
025100         DISPLAY "SALSCONS - SPLIT CONTROL NAMES STREAM '"
025200                 CKPT-STREAM "'"
025300         MOVE "Y" TO WS-DAY-BAD-SW
025400         GO TO 1100-EXIT
025500     END-IF.
025600     IF WS-DAY-DATE IS EQUAL TO ZERO
025700         MOVE CKPT-RUN-DATE TO WS-DAY-DATE
025800     END-IF.
025900     MOVE "Y" TO WS-ST-SPLIT-SW (WS-STREAM-NO).
026000     MOVE CKPT-TKT-COUNT TO WS-ST-SPLIT-SETS (WS-STREAM-NO).
026100     IF WS-STREAM-NO IS GREATER THAN WS-STREAM-HIGH
026200         MOVE WS-STREAM-NO TO WS-STREAM-HIGH
026300     END-IF.
026400 1100-EXIT.
026500     EXIT.
026600*
026700******************************************************************
026800* 1200-READ-CHECKPOINT - THE STREAMS' CHECKPOINT FILES, READ AS
026900*     ONE CONCATENATION.  EACH RECORD CARRIES ITS STREAM; THE
027000*     LAST ONE SEEN FOR A STREAM IS ITS FINAL TALLY, THE SAME
027100*     ROLL-FORWARD SALSDRV'S RESTART AND SALSBAL USE.
027200******************************************************************
027300 1200-READ-CHECKPOINT.
027400     READ STREAM-CKPT INTO CHECKPOINT-RECORD
027500         AT END
027600             SET CHECKPOINT-EOF TO TRUE
027700             GO TO 1200-EXIT
027800     END-READ.
027900     MOVE CKPT-STREAM TO WS-STREAM-ID.
028000     IF WS-STREAM-ID IS NOT NUMERIC
028100        OR WS-STREAM-NO IS EQUAL TO ZERO
028200        OR WS-STREAM-NO IS GREATER THAN WS-STREAM-HIGH
028300         DISPLAY "SALSCONS - CHECKPOINT FOR STREAM '"
028400                 CKPT-STREAM "' IS NOT IN THE SPLIT"
028500         MOVE "Y" TO WS-DAY-BAD-SW
028600         GO TO 1200-EXIT
028700     END-IF.
028800     IF NOT ST-IN-SPLIT (WS-STREAM-NO)
028900         DISPLAY "SALSCONS - CHECKPOINT FOR STREAM '"
029000                 CKPT-STREAM "' IS NOT IN THE SPLIT"
029100         MOVE "Y" TO WS-DAY-BAD-SW
029200         GO TO 1200-EXIT
029300     END-IF.
029400     MOVE "Y"               TO WS-ST-CKPT-SW (WS-STREAM-NO).
029500     MOVE CKPT-RUN-DATE     TO WS-ST-DATE (WS-STREAM-NO).
029600     MOVE CKPT-TKT-COUNT    TO WS-ST-TICKETS (WS-STREAM-NO).
029700     MOVE CKPT-INSERTED-CNT TO WS-ST-INSERTED (WS-STREAM-NO).
029800     MOVE CKPT-REJECTED-CNT TO WS-ST-REJECTED (WS-STREAM-NO).
029900     MOVE CKPT-SALES-AMT    TO WS-ST-AMT (WS-STREAM-NO).
030000 1200-EXIT.
030100     EXIT.
030200*
030300******************************************************************
030400* 1300-CHECK-STREAM - ONE STREAM IS DONE WHEN ITS RUN_CTL ROW IS
030500*     COMPLETE FOR THE DAY AND ITS LAST CHECKPOINT IS FOR THE DAY
030600*     AND ACCOUNTS FOR EVERY SET IT WAS GIVEN.  A DONE STREAM IS
030700*     ADDED INTO THE DAY; EVERY STREAM GETS A LINE EITHER WAY.
030800******************************************************************
030900 1300-CHECK-STREAM.
031000     MOVE WS-STREAM-SUB TO WS-STREAM-NO.
031100     MOVE "OK" TO STL-NOTE.
031200     IF NOT ST-IN-SPLIT (WS-STREAM-SUB)
031300         DISPLAY "SALSCONS - STREAM " WS-STREAM-ID
031400                 " MISSING FROM THE SPLIT CONTROL"
031500         MOVE "NOT SPLIT" TO STL-NOTE
031600         GO TO 1300-PRINT
031700     END-IF.
031800     IF NOT ST-HAS-CKPT (WS-STREAM-SUB)
031900         DISPLAY "SALSCONS - STREAM " WS-STREAM-ID
032000                 " HAS NO CHECKPOINT"
032100         MOVE "NO CKPT" TO STL-NOTE
032200         GO TO 1300-PRINT
032300     END-IF.
032400     IF WS-ST-DATE (WS-STREAM-SUB) IS NOT EQUAL TO WS-DAY-DATE
032500         DISPLAY "SALSCONS - STREAM " WS-STREAM-ID
032600                 " CHECKPOINT IS FOR " WS-ST-DATE (WS-STREAM-SUB)
032700                 ", NOT " WS-DAY-DATE
032800         MOVE "WRONG DAY" TO STL-NOTE
032900         GO TO 1300-PRINT
033000     END-IF.
033100     IF WS-ST-TICKETS (WS-STREAM-SUB) IS NOT EQUAL TO
033200        WS-ST-SPLIT-SETS (WS-STREAM-SUB)
033300         DISPLAY "SALSCONS - STREAM " WS-STREAM-ID " DROVE "
033400                 WS-ST-TICKETS (WS-STREAM-SUB) " OF "
033500                 WS-ST-SPLIT-SETS (WS-STREAM-SUB) " SETS"
033600         MOVE "SHORT" TO STL-NOTE
033700         GO TO 1300-PRINT
033800     END-IF.
033900     MOVE WS-STREAM-ID  TO WS-STREAM-JOB-NO.
034000     MOVE WS-STREAM-JOB TO RUN-JOB.
034100     MOVE WS-DAY-DATE   TO RUN-DATE.
034200     MOVE SPACE TO RUN-STATUS.
034300     EXEC SQL
034400        SELECT RUN_STATUS INTO :RUN-STATUS
034500          FROM RUN_CTL
034600         WHERE RUN_JOB = :RUN-JOB
034700           AND RUN_DATE = :RUN-DATE
034800     END-EXEC.
034900     EVALUATE SQLCODE
035000        WHEN 0
035100           IF NOT RUN-COMPLETE
035200               DISPLAY "SALSCONS - STREAM " WS-STREAM-ID
035300                       " (" RUN-JOB ") HAS NOT ENDED CLEAN"
035400               MOVE "NOT DONE" TO STL-NOTE
035500           END-IF
035600        WHEN 100
035700           DISPLAY "SALSCONS - STREAM " WS-STREAM-ID
035800                   " (" RUN-JOB ") HAS NOT RUN"
035900           MOVE "NOT RUN" TO STL-NOTE
036000        WHEN OTHER
036100           DISPLAY "SALSCONS - RUN_CTL READ FAILED FOR " RUN-JOB
036200                   " SQLCODE=" SQLCODE
036300           MOVE "NO RUNCTL" TO STL-NOTE
036400     END-EVALUATE.
036500     IF STL-NOTE IS EQUAL TO "OK"
036600         ADD WS-ST-TICKETS (WS-STREAM-SUB)  TO WS-DAY-TICKETS
036700         ADD WS-ST-INSERTED (WS-STREAM-SUB) TO WS-DAY-INSERTED
036800         ADD WS-ST-REJECTED (WS-STREAM-SUB) TO WS-DAY-REJECTED
036900         ADD WS-ST-AMT (WS-STREAM-SUB)      TO WS-DAY-AMT
037000     END-IF.
037100 1300-PRINT.
037200     IF STL-NOTE IS NOT EQUAL TO "OK"
037300         MOVE "Y" TO WS-DAY-BAD-SW
037400     END-IF.
037500     MOVE WS-STREAM-ID                   TO STL-STREAM.
037600     MOVE WS-ST-TICKETS (WS-STREAM-SUB)  TO STL-TICKETS.
037700     MOVE WS-ST-INSERTED (WS-STREAM-SUB) TO STL-INSERTED.
037800     MOVE WS-ST-REJECTED (WS-STREAM-SUB) TO STL-REJECTED.
037900     MOVE WS-ST-AMT (WS-STREAM-SUB)      TO STL-AMT.
038000     WRITE SUMMARY-REC FROM WS-STREAM-LINE.
038100     DISPLAY WS-STREAM-LINE.
038200 1300-EXIT.
038300     EXIT.
038400*
038500******************************************************************
038600* 3000-COPY-SUSPENSE - THE STREAMS' SUSPENSE FILES, READ AS ONE
038700*     CONCATENATION, BECOME THE DAY'S ONE SUSPENSE GENERATION FOR
038800*     SALSBAL AND SALSSUSP.
038900******************************************************************
039000 3000-COPY-SUSPENSE.
039100     WRITE SUSPENSE-REC FROM STREAM-SUSP-REC.
039200     ADD 1 TO WS-SUSP-COUNT.
039300     PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT.
039400 3000-EXIT.
039500     EXIT.
039600*
039700 3100-READ-SUSPENSE.
039800     READ STREAM-SUSP
039900         AT END
040000             SET SUSPENSE-EOF TO TRUE
040100     END-READ.
040200 3100-EXIT.
040300     EXIT.
040400*
040500******************************************************************
040600* 4000-TERMINATE - WRITE THE ONE DAY CHECKPOINT RECORD SALSBAL
040700*     READS, THE RUN SUMMARY, CLOSE UP AND CHECK OUT AS SALSDRV.
040800******************************************************************
040900 4000-TERMINATE.
041000     MOVE WS-DAY-DATE     TO CKPT-RUN-DATE.
041100     MOVE WS-DAY-TICKETS  TO CKPT-TKT-COUNT.
041200     MOVE WS-DAY-INSERTED TO CKPT-INSERTED-CNT.
041300     MOVE WS-DAY-REJECTED TO CKPT-REJECTED-CNT.
041400     MOVE WS-DAY-AMT      TO CKPT-SALES-AMT.
041500     MOVE SPACES          TO CKPT-STREAM.
041600     WRITE CHECKPOINT-REC FROM CHECKPOINT-RECORD.
041700     MOVE WS-STREAM-HIGH  TO SUM-STREAMS.
041800     MOVE WS-DAY-TICKETS  TO SUM-TICKETS.
041900     MOVE WS-DAY-INSERTED TO SUM-INSERTED.
042000     MOVE WS-DAY-REJECTED TO SUM-REJECTED.
042100     MOVE WS-DAY-AMT      TO SUM-AMT.
042200     WRITE SUMMARY-REC FROM WS-SUMMARY-LINE.
042300     DISPLAY WS-SUMMARY-LINE.
042400     MOVE WS-SUSP-COUNT   TO SUM-SUSP.
042500     MOVE WS-DAY-DATE     TO SUM-DAY-DATE.
042600     WRITE SUMMARY-REC FROM WS-SUSP-SUMMARY-LINE.
042700     DISPLAY WS-SUSP-SUMMARY-LINE.
042800     CLOSE STREAM-SUSP CHECKPOINT-FILE SUSPENSE-FILE SUMMARY-FILE.
042900     MOVE "E" TO WS-RUNC-FUNC.
043000     CALL "RUNCTL" USING WS-RUNC-FUNC WS-RUNC-JOB WS-RUNC-PRED
043100                         WS-RUNC-DATE WS-RUNC-RETCODE.
043200     IF NOT WS-RUNC-OK
043300         DISPLAY "SALSCONS - RUN CONTROL END-MARK FAILED"
043400         IF RETURN-CODE IS LESS THAN 8
043500             MOVE 8 TO RETURN-CODE
043600         END-IF
043700     END-IF.
043800 4000-EXIT.
043900     EXIT.
