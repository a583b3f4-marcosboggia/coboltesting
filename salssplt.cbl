000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "SALSSPLT".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     DAILY TICKET FILE SPLIT.  CUTS THE DAY'S TICKET FILE INTO
001000*     BRANCH STREAMS SO SALSDRV CAN DRIVE THE STREAMS SIDE BY
001100*     SIDE INSTEAD OF THE WHOLE DAY SERIALLY.  THE STREAM PLAN
001200*     NAMES THE STREAM (01 THROUGH 12) EACH BRANCH RUNS IN - ONE
001300*     CARD PER BRANCH, BRANCH IN COLUMNS 1-3 AND STREAM IN 5-6.
001400*     A TICKET SET (ITS "H" HEADER AND THE "D" AND "T" RECORDS
001500*     BEHIND IT) GOES WHOLE TO THE STREAM OF THE BRANCH ON ITS
001600*     HEADER.  A BRANCH NOT ON THE PLAN, AND ANY RECORD AHEAD OF
001700*     THE FIRST HEADER, GOES TO STREAM 01, WHERE SALSDRV AND
001710*     NEWSALE DEAL WITH IT AS THEY ALWAYS HAVE.  ALL TWELVE
001720*     STREAMS ARE WRITTEN, EMPTY OR NOT, WHATEVER THE PLAN USES -
001730*     SO THE STREAM JOBS AND SALSCONS'S CONCATENATIONS NEVER
001740*     CHANGE WITH THE PLAN - AND EACH GETS ONE RECORD ON THE SPLIT
001750*     CONTROL FILE (LAID OUT LIKE A CHECKPOINT, ITS TICKET COUNT
001760*     THE SETS THE STREAM WAS GIVEN), WHICH SALSCONS PROVES EACH
001770*     STREAM'S FINAL CHECKPOINT AGAINST.  THE FULL TICKET FILE IS
001780*     LEFT AS IT IS FOR SALSBAL AND SALSCASH.  RUNS AFTER
001790*     PRODLOAD, AND REFUSES A DAY ALREADY POSTED OR ALREADY
001800*     STARTED SERIALLY.
002600*
002700* MODIFICATION HISTORY.
002800*     2026-10-15  DPS  NEW PROGRAM.
002900*
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TICKET-FILE     ASSIGN TO TKTFILE
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT PLAN-FILE       ASSIGN TO STRMPLAN
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT STREAM-FILE-01  ASSIGN TO TKTS01
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT STREAM-FILE-02  ASSIGN TO TKTS02
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT STREAM-FILE-03  ASSIGN TO TKTS03
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT STREAM-FILE-04  ASSIGN TO TKTS04
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT STREAM-FILE-05  ASSIGN TO TKTS05
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT STREAM-FILE-06  ASSIGN TO TKTS06
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT STREAM-FILE-07  ASSIGN TO TKTS07
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT STREAM-FILE-08  ASSIGN TO TKTS08
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT STREAM-FILE-09  ASSIGN TO TKTS09
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT STREAM-FILE-10  ASSIGN TO TKTS10
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT STREAM-FILE-11  ASSIGN TO TKTS11
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT STREAM-FILE-12  ASSIGN TO TKTS12
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT SPLIT-FILE      ASSIGN TO SPLTCTL
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT SUMMARY-FILE    ASSIGN TO SUMFILE
006500         ORGANIZATION IS SEQUENTIAL.
006600******************************************************************
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  TICKET-FILE
007000     RECORDING MODE IS F.
007100 01  TICKET-REC              PIC X(45).
007200*
007300 FD  PLAN-FILE
007400     RECORDING MODE IS F.
007500 01  PLAN-REC                PIC X(80).
007600*
007700 FD  STREAM-FILE-01
007800     RECORDING MODE IS F.
007900 01  STREAM-REC-01           PIC X(45).
008000*
008100 FD  STREAM-FILE-02
008200     RECORDING MODE IS F.
008300 01  STREAM-REC-02           PIC X(45).
008400*
008500 FD  STREAM-FILE-03
008600     RECORDING MODE IS F.
008700 01  STREAM-REC-03           PIC X(45).
008800*
008900 FD  STREAM-FILE-04
009000     RECORDING MODE IS F.
009100 01  STREAM-REC-04           PIC X(45).
009200*
009300 FD  STREAM-FILE-05
009400     RECORDING MODE IS F.
009500 01  STREAM-REC-05           PIC X(45).
009600*
009700 FD  STREAM-FILE-06
009800     RECORDING MODE IS F.
009900 01  STREAM-REC-06           PIC X(45).
010000*
010100 FD  STREAM-FILE-07
010200     RECORDING MODE IS F.
010300 01  STREAM-REC-07           PIC X(45).
010400*
010500 FD  STREAM-FILE-08
010600     RECORDING MODE IS F.
010700 01  STREAM-REC-08           PIC X(45).
010800*
010900 FD  STREAM-FILE-09
011000     RECORDING MODE IS F.
011100 01  STREAM-REC-09           PIC X(45).
011200*
011300 FD  STREAM-FILE-10
011400     RECORDING MODE IS F.
011500 01  STREAM-REC-10           PIC X(45).
011600*
011700 FD  STREAM-FILE-11
011800     RECORDING MODE IS F.
011900 01  STREAM-REC-11           PIC X(45).
012000*
012100 FD  STREAM-FILE-12
012200     RECORDING MODE IS F.
012300 01  STREAM-REC-12           PIC X(45).
012400*
012500 FD  SPLIT-FILE
012600     RECORDING MODE IS F.
012700 01  SPLIT-REC               PIC X(50).
012800*
012900 FD  SUMMARY-FILE
013000     RECORDING MODE IS F.
013100 01  SUMMARY-REC             PIC X(110).
013200******************************************************************
013300 WORKING-STORAGE SECTION.
013400 01  WS-SWITCHES.
013500     05  WS-TICKET-EOF-SW    PIC X(01)   VALUE "N".
013600         88  TICKET-EOF          VALUE "Y".
013700     05  WS-PLAN-EOF-SW      PIC X(01)   VALUE "N".
013800         88  PLAN-EOF            VALUE "Y".
013900     05  WS-PLAN-BAD-SW      PIC X(01)   VALUE "N".
014000         88  PLAN-BAD            VALUE "Y".
014100*
014200 77  WS-RECORD-COUNT         PIC 9(09)   VALUE ZERO COMP.
014300 77  WS-SET-COUNT            PIC 9(09)   VALUE ZERO COMP.
014400 77  WS-UNPLANNED-COUNT      PIC 9(09)   VALUE ZERO COMP.
014500 77  WS-PLAN-MAX             PIC 9(03)   VALUE 099 COMP.
014600 77  WS-PLAN-COUNT           PIC 9(03)   VALUE ZERO COMP.
014700 77  WS-PLAN-SUB             PIC 9(03)   VALUE ZERO COMP.
014800 77  WS-STREAM-MAX           PIC 9(02)   VALUE 12 COMP.
015000 77  WS-STREAM-SUB           PIC 9(02)   VALUE ZERO COMP.
015100 77  WS-CUR-STREAM           PIC 9(02)   VALUE ZERO COMP.
015200*
015300 COPY TKTREC.
015400 COPY CHKPTREC.
015500*
015600 01  WS-RUN-DATE             PIC 9(08).
015700*
015800* THE STREAM PLAN CARD - ONE PER BRANCH.
015900 01  PLAN-CARD.
016000     05  PLC-BRANCH          PIC X(03).
016100     05  FILLER              PIC X(01).
016200     05  PLC-STREAM          PIC 9(02).
016300     05  FILLER              PIC X(74).
016400*
016500* THE PLAN AS LOADED, AND WHAT EACH STREAM WAS GIVEN.
016600 01  WS-PLAN-TABLE.
016700     05  WS-PLAN-ENTRY       OCCURS 99 TIMES.
016800         10  WS-PL-BRANCH    PIC X(03).
016900         10  WS-PL-STREAM    PIC 9(02)   COMP.
017000 01  WS-STREAM-TABLE.
017100     05  WS-STREAM-ENTRY     OCCURS 12 TIMES.
017200         10  WS-ST-SETS      PIC 9(09)   VALUE ZERO COMP.
017300         10  WS-ST-RECORDS   PIC 9(09)   VALUE ZERO COMP.
017400*
017500 01  WS-STREAM-LINE.
017600     05  FILLER              PIC X(16)   VALUE
017700         "SALSSPLT STREAM ".
017800     05  STL-STREAM          PIC 99.
017900     05  FILLER              PIC X(01)   VALUE ":".
018000     05  FILLER              PIC X(06)   VALUE " SETS=".
018100     05  STL-SETS            PIC ZZZZZZZZ9.
018200     05  FILLER              PIC X(09)   VALUE " RECORDS=".
018300     05  STL-RECORDS         PIC ZZZZZZZZ9.
018400     05  FILLER              PIC X(58)   VALUE SPACES.
018500*
018600 01  WS-SUMMARY-LINE.
018700     05  FILLER              PIC X(21)   VALUE
018800         "SALSSPLT RUN SUMMARY:".
018900     05  FILLER              PIC X(09)   VALUE " RECORDS=".
019000     05  SUM-RECORDS         PIC ZZZZZZZZ9.
019100     05  FILLER              PIC X(06)   VALUE " SETS=".
019200     05  SUM-SETS            PIC ZZZZZZZZ9.
019300     05  FILLER              PIC X(09)   VALUE " STREAMS=".
019400     05  SUM-STREAMS         PIC Z9.
019500     05  FILLER              PIC X(11)   VALUE " UNPLANNED=".
019600     05  SUM-UNPLANNED       PIC ZZZZZZZZ9.
019700     05  FILLER              PIC X(25)   VALUE SPACES.
019800*
019900* RUN-CONTROL HANDSHAKE - ORDER MUST MATCH RUNCTL'S LINKAGE.
020000 01  WS-RUNC-FUNC            PIC X(01).
020100 01  WS-RUNC-JOB             PIC X(08)   VALUE "SALSSPLT".
020200 01  WS-RUNC-PRED            PIC X(08)   VALUE "PRODLOAD".
020300 01  WS-RUNC-DATE            PIC 9(08).
020400 01  WS-RUNC-RETCODE         PIC X(02).
020500     88  WS-RUNC-OK              VALUE "00".
020600*
020700     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
020800 01  HV-RUN-DATE             PIC 9(08).
020900 01  HV-POSTED-COUNT         PIC S9(9)   USAGE COMP-5.
021000 01  HV-RUN-JOB              PIC X(08).
021100 01  HV-RUNC-COUNT           PIC S9(9)   USAGE COMP-5.
021200     EXEC SQL END DECLARE SECTION END-EXEC.
021300     EXEC SQL INCLUDE SQLCA END-EXEC.
021400******************************************************************
021500 PROCEDURE DIVISION.
021600*
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021900     PERFORM 2000-SPLIT-RECORD THRU 2000-EXIT
022000         UNTIL TICKET-EOF.
022100     PERFORM 4000-TERMINATE THRU 4000-EXIT.
022200     GOBACK.
022300*
022400******************************************************************
022500* 1000-INITIALIZE - CHECK IN, REFUSE A DAY ALREADY UNDER WAY,
022600*     LOAD THE STREAM PLAN AND OPEN ALL TWELVE STREAM OUTPUTS.
022700******************************************************************
022800 1000-INITIALIZE.
022900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023000     MOVE WS-RUN-DATE TO WS-RUNC-DATE.
023100     MOVE "S" TO WS-RUNC-FUNC.
023200     CALL "RUNCTL" USING WS-RUNC-FUNC WS-RUNC-JOB WS-RUNC-PRED
023300                         WS-RUNC-DATE WS-RUNC-RETCODE.
023400     IF NOT WS-RUNC-OK
023500         DISPLAY "SALSSPLT - RUN REFUSED BY RUN CONTROL, RC="
023600                 WS-RUNC-RETCODE
023700         MOVE 16 TO RETURN-CODE
023800         GOBACK
023900     END-IF.
024000     PERFORM 1200-CHECK-DAY-OPEN THRU 1200-EXIT.
024200     OPEN INPUT PLAN-FILE.
024300     PERFORM 1100-LOAD-PLAN THRU 1100-EXIT
024400         UNTIL PLAN-EOF.
024500     CLOSE PLAN-FILE.
024600     IF PLAN-BAD
024700         DISPLAY "SALSSPLT - STREAM PLAN IN ERROR, NOTHING SPLIT"
024800         MOVE 16 TO RETURN-CODE
024900         GOBACK
025000     END-IF.
025100     OPEN INPUT  TICKET-FILE.
025200     OPEN OUTPUT SPLIT-FILE SUMMARY-FILE.
025300     PERFORM 1500-OPEN-STREAM THRU 1500-EXIT
025400         VARYING WS-STREAM-SUB FROM 1 BY 1
025500         UNTIL WS-STREAM-SUB IS GREATER THAN WS-STREAM-MAX.
025600     PERFORM 2100-READ-TICKET THRU 2100-EXIT.
025700 1000-EXIT.
025800     EXIT.
025900*
026000******************************************************************
026100* 1100-LOAD-PLAN - ONE CARD PER BRANCH.  A BLANK CARD IS
026200*     SKIPPED; A STREAM OUTSIDE 01-12, A BRANCH PLANNED TWICE, OR
026300*     A PLAN PAST THE TABLE FAILS THE WHOLE RUN - A HALF-RIGHT
026400*     PLAN WOULD SEND A BRANCH TO THE WRONG STREAM.
026500******************************************************************
026600 1100-LOAD-PLAN.
026700     READ PLAN-FILE INTO PLAN-CARD
026800         AT END
026900             SET PLAN-EOF TO TRUE
027000             GO TO 1100-EXIT
027100     END-READ.
027200     IF PLAN-CARD IS EQUAL TO SPACES
027300         GO TO 1100-EXIT
027400     END-IF.
027500     IF PLC-STREAM IS NOT NUMERIC
027600        OR PLC-STREAM IS EQUAL TO ZERO
027700        OR PLC-STREAM IS GREATER THAN WS-STREAM-MAX
027800         DISPLAY "SALSSPLT - BRANCH " PLC-BRANCH
027900                 " STREAM NOT 01 THROUGH 12: " PLC-STREAM
028000         MOVE "Y" TO WS-PLAN-BAD-SW
028100         GO TO 1100-EXIT
028200     END-IF.
028300     MOVE ZERO TO WS-CUR-STREAM.
028400     PERFORM 2150-MATCH-BRANCH THRU 2150-EXIT
028500         VARYING WS-PLAN-SUB FROM 1 BY 1
028600         UNTIL WS-PLAN-SUB IS GREATER THAN WS-PLAN-COUNT
028700            OR WS-CUR-STREAM IS NOT EQUAL TO ZERO.
028800     IF WS-CUR-STREAM IS NOT EQUAL TO ZERO
028900         DISPLAY "SALSSPLT - BRANCH " PLC-BRANCH
029000                 " PLANNED MORE THAN ONCE"
029100         MOVE "Y" TO WS-PLAN-BAD-SW
029200         GO TO 1100-EXIT
029300     END-IF.
029400     IF WS-PLAN-COUNT IS NOT LESS THAN WS-PLAN-MAX
029500         DISPLAY "SALSSPLT - STREAM PLAN HAS MORE THAN "
029600                 WS-PLAN-MAX " BRANCHES"
029700         MOVE "Y" TO WS-PLAN-BAD-SW
029800         GO TO 1100-EXIT
029900     END-IF.
030000     ADD 1 TO WS-PLAN-COUNT.
030100     MOVE PLC-BRANCH TO WS-PL-BRANCH (WS-PLAN-COUNT).
030200     MOVE PLC-STREAM TO WS-PL-STREAM (WS-PLAN-COUNT).
030600 1100-EXIT.
030700     EXIT.
030800*
030900******************************************************************
031000* 1200-CHECK-DAY-OPEN - SPLIT ONLY A DAY NOTHING HAS TOUCHED: NO
031100*     SALES ROWS POSTED ON IT, AND NO SERIAL SALSDRV STARTED ON
031200*     IT.  EITHER WOULD SEE THE DAY DRIVEN TWICE.
031300******************************************************************
031400 1200-CHECK-DAY-OPEN.
031500     MOVE WS-RUN-DATE TO HV-RUN-DATE.
031600     MOVE ZERO TO HV-POSTED-COUNT.
031700     EXEC SQL
031800        SELECT COUNT(*) INTO :HV-POSTED-COUNT
031900          FROM SALES
032000         WHERE SALES_POST_DATE = :HV-RUN-DATE
032100     END-EXEC.
032200     IF SQLCODE IS NOT EQUAL TO 0
032300         DISPLAY "SALSSPLT - RERUN CHECK FAILED SQLCODE=" SQLCODE
032400         MOVE 16 TO RETURN-CODE
032500         GOBACK
032600     END-IF.
032700     IF HV-POSTED-COUNT IS GREATER THAN ZERO
032800         DISPLAY "SALSSPLT - SALES ALREADY HOLDS " HV-POSTED-COUNT
032900                 " ROWS FOR " WS-RUN-DATE " - DAY ALREADY RUN"
033000         MOVE 16 TO RETURN-CODE
033100         GOBACK
033200     END-IF.
033300     MOVE "SALSDRV " TO HV-RUN-JOB.
033400     MOVE ZERO TO HV-RUNC-COUNT.
033500     EXEC SQL
033600        SELECT COUNT(*) INTO :HV-RUNC-COUNT
033700          FROM RUN_CTL
033800         WHERE RUN_JOB = :HV-RUN-JOB
033900           AND RUN_DATE = :HV-RUN-DATE
034000     END-EXEC.
034100     IF SQLCODE IS NOT EQUAL TO 0
034200         DISPLAY "SALSSPLT - RUN CONTROL CHECK FAILED SQLCODE="
034300                 SQLCODE
034400         MOVE 16 TO RETURN-CODE
034500         GOBACK
034600     END-IF.
034700     IF HV-RUNC-COUNT IS GREATER THAN ZERO
034800         DISPLAY "SALSSPLT - SALSDRV HAS ALREADY STARTED "
034900                 WS-RUN-DATE " AS ONE STREAM - NOT SPLIT"
035000         MOVE 16 TO RETURN-CODE
035100         GOBACK
035200     END-IF.
035300 1200-EXIT.
035400     EXIT.
035500*
035600 1500-OPEN-STREAM.
035700     EVALUATE WS-STREAM-SUB
035800        WHEN 1
035900           OPEN OUTPUT STREAM-FILE-01
036000        WHEN 2
036100           OPEN OUTPUT STREAM-FILE-02
036200        WHEN 3
036300           OPEN OUTPUT STREAM-FILE-03
036400        WHEN 4
036500           OPEN OUTPUT STREAM-FILE-04
036600        WHEN 5
036700           OPEN OUTPUT STREAM-FILE-05
036800        WHEN 6
036900           OPEN OUTPUT STREAM-FILE-06
037000        WHEN 7
037100           OPEN OUTPUT STREAM-FILE-07
037200        WHEN 8
037300           OPEN OUTPUT STREAM-FILE-08
037400        WHEN 9
037500           OPEN OUTPUT STREAM-FILE-09
037600        WHEN 10
037700           OPEN OUTPUT STREAM-FILE-10
037800        WHEN 11
037900           OPEN OUTPUT STREAM-FILE-11
038000        WHEN 12
038100           OPEN OUTPUT STREAM-FILE-12
038200     END-EVALUATE.
038300 1500-EXIT.
038400     EXIT.
038500*
038600******************************************************************
038700* 2000-SPLIT-RECORD - A HEADER PICKS THE STREAM FOR ITSELF AND
038800*     EVERY RECORD BEHIND IT UP TO THE NEXT HEADER, SO A SET IS
038900*     NEVER SPLIT ACROSS STREAMS.
039000******************************************************************
039100 2000-SPLIT-RECORD.
039200     ADD 1 TO WS-RECORD-COUNT.
039300     IF TKT-IS-HEADER
039400         ADD 1 TO WS-SET-COUNT
039500         MOVE ZERO TO WS-CUR-STREAM
039600         MOVE TKT-BRANCH TO PLC-BRANCH
039700         PERFORM 2150-MATCH-BRANCH THRU 2150-EXIT
039800             VARYING WS-PLAN-SUB FROM 1 BY 1
039900             UNTIL WS-PLAN-SUB IS GREATER THAN WS-PLAN-COUNT
040000                OR WS-CUR-STREAM IS NOT EQUAL TO ZERO
040100         IF WS-CUR-STREAM IS EQUAL TO ZERO
040200             MOVE 1 TO WS-CUR-STREAM
040300             ADD 1 TO WS-UNPLANNED-COUNT
040400             DISPLAY "SALSSPLT - TICKET " TKT-NO " BRANCH '"
040500                     TKT-BRANCH "' NOT ON THE PLAN, TO STREAM 01"
040600         END-IF
040700         ADD 1 TO WS-ST-SETS (WS-CUR-STREAM)
040800     END-IF.
040900     IF WS-CUR-STREAM IS EQUAL TO ZERO
041000         MOVE 1 TO WS-CUR-STREAM
041100     END-IF.
041200     ADD 1 TO WS-ST-RECORDS (WS-CUR-STREAM).
041300     PERFORM 2500-WRITE-STREAM THRU 2500-EXIT.
041400     PERFORM 2100-READ-TICKET THRU 2100-EXIT.
041500 2000-EXIT.
041600     EXIT.
041700*
041800 2100-READ-TICKET.
041900     READ TICKET-FILE INTO TICKET-RECORD
042000         AT END
042100             SET TICKET-EOF TO TRUE
042200     END-READ.
042300 2100-EXIT.
042400     EXIT.
042500*
042600 2150-MATCH-BRANCH.
042700     IF WS-PL-BRANCH (WS-PLAN-SUB) IS EQUAL TO PLC-BRANCH
042800         MOVE WS-PL-STREAM (WS-PLAN-SUB) TO WS-CUR-STREAM
042900     END-IF.
043000 2150-EXIT.
043100     EXIT.
043200*
043300 2500-WRITE-STREAM.
043400     EVALUATE WS-CUR-STREAM
043500        WHEN 1
043600           WRITE STREAM-REC-01 FROM TICKET-RECORD
043700        WHEN 2
043800           WRITE STREAM-REC-02 FROM TICKET-RECORD
043900        WHEN 3
044000           WRITE STREAM-REC-03 FROM TICKET-RECORD
044100        WHEN 4
044200           WRITE STREAM-REC-04 FROM TICKET-RECORD
044300        WHEN 5
044400           WRITE STREAM-REC-05 FROM TICKET-RECORD
044500        WHEN 6
044600           WRITE STREAM-REC-06 FROM TICKET-RECORD
044700        WHEN 7
044800           WRITE STREAM-REC-07 FROM TICKET-RECORD
044900        WHEN 8
045000           WRITE STREAM-REC-08 FROM TICKET-RECORD
045100        WHEN 9
045200           WRITE STREAM-REC-09 FROM TICKET-RECORD
045300        WHEN 10
045400           WRITE STREAM-REC-10 FROM TICKET-RECORD
045500        WHEN 11
045600           WRITE STREAM-REC-11 FROM TICKET-RECORD
045700        WHEN 12
045800           WRITE STREAM-REC-12 FROM TICKET-RECORD
045900     END-EVALUATE.
046000 2500-EXIT.
046100     EXIT.
046200*
046300******************************************************************
046400* 4000-TERMINATE - ONE SPLIT CONTROL RECORD AND ONE SUMMARY LINE
046500*     PER STREAM, THE RUN SUMMARY, CLOSE UP AND CHECK OUT.
046600******************************************************************
046700 4000-TERMINATE.
046800     PERFORM 4100-STREAM-CONTROL THRU 4100-EXIT
046900         VARYING WS-STREAM-SUB FROM 1 BY 1
047000         UNTIL WS-STREAM-SUB IS GREATER THAN WS-STREAM-MAX.
047100     MOVE WS-RECORD-COUNT    TO SUM-RECORDS.
047200     MOVE WS-SET-COUNT       TO SUM-SETS.
047300     MOVE WS-STREAM-MAX      TO SUM-STREAMS.
047400     MOVE WS-UNPLANNED-COUNT TO SUM-UNPLANNED.
047500     WRITE SUMMARY-REC FROM WS-SUMMARY-LINE.
047600     DISPLAY WS-SUMMARY-LINE.
047700     CLOSE TICKET-FILE SPLIT-FILE SUMMARY-FILE.
047800     MOVE "E" TO WS-RUNC-FUNC.
047900     CALL "RUNCTL" USING WS-RUNC-FUNC WS-RUNC-JOB WS-RUNC-PRED
048000                         WS-RUNC-DATE WS-RUNC-RETCODE.
048100     IF NOT WS-RUNC-OK
048200         DISPLAY "SALSSPLT - RUN CONTROL END-MARK FAILED"
048300         IF RETURN-CODE IS LESS THAN 8
048400             MOVE 8 TO RETURN-CODE
048500         END-IF
048600     END-IF.
048700 4000-EXIT.
048800     EXIT.
048900*
049000 4100-STREAM-CONTROL.
049100     MOVE WS-RUN-DATE TO CKPT-RUN-DATE.
049200     MOVE WS-ST-SETS (WS-STREAM-SUB) TO CKPT-TKT-COUNT.
049300     MOVE ZERO TO CKPT-INSERTED-CNT CKPT-REJECTED-CNT.
049400     MOVE ZERO TO CKPT-SALES-AMT.
049500     MOVE WS-STREAM-SUB TO STL-STREAM.
049600     MOVE STL-STREAM TO CKPT-STREAM.
049700     WRITE SPLIT-REC FROM CHECKPOINT-RECORD.
049800     MOVE WS-ST-SETS (WS-STREAM-SUB)    TO STL-SETS.
049900     MOVE WS-ST-RECORDS (WS-STREAM-SUB) TO STL-RECORDS.
050000     WRITE SUMMARY-REC FROM WS-STREAM-LINE.
050100     DISPLAY WS-STREAM-LINE.
050200     MOVE WS-STREAM-SUB TO WS-CUR-STREAM.
050300     PERFORM 4150-CLOSE-STREAM THRU 4150-EXIT.
050400 4100-EXIT.
050500     EXIT.
050600*
050700 4150-CLOSE-STREAM.
050800     EVALUATE WS-CUR-STREAM
050900        WHEN 1
051000           CLOSE STREAM-FILE-01
051100        WHEN 2
051200           CLOSE STREAM-FILE-02
051300        WHEN 3
051400           CLOSE STREAM-FILE-03
051500        WHEN 4
051600           CLOSE STREAM-FILE-04
051700        WHEN 5
051800           CLOSE STREAM-FILE-05
051900        WHEN 6
052000           CLOSE STREAM-FILE-06
052100        WHEN 7
052200           CLOSE STREAM-FILE-07
052300        WHEN 8
052400           CLOSE STREAM-FILE-08
052500        WHEN 9
052600           CLOSE STREAM-FILE-09
052700        WHEN 10
052800           CLOSE STREAM-FILE-10
052900        WHEN 11
053000           CLOSE STREAM-FILE-11
053100        WHEN 12
053200           CLOSE STREAM-FILE-12
053300     END-EVALUATE.
053400 4150-EXIT.
053500     EXIT.
