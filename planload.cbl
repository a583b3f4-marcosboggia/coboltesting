001700*
001800* MODIFICATION HISTORY.
001900*     2026-09-03  DPS  NEW PROGRAM.
001910*     2026-10-15  DPS  EVERY PLAN ADDED OR CHANGED IS NOW
001920*                      JOURNALED TO MASTER_JOURNAL THROUGH
001930*                      MSTJRNL, WITH THE ROW'S BEFORE AND AFTER
001940*                      IMAGES AND THE RUN DATE, AHEAD OF THE
001950*                      COMMPLAN UPDATE.  A CARD THE SAME AS
001960*                      THE ROW ON FILE IS LEFT ALONE AND COUNTED
001970*                      UNCHANGED.  A CHANGE THAT CANNOT BE
001980*                      JOURNALED IS NOT APPLIED.
002000*
002100******************************************************************
002200 ENVIRONMENT DIVISION.
003500*
003600 FD  SUMMARY-FILE
003700     RECORDING MODE IS F.
003800 01  SUMMARY-REC             PIC X(118).
003900******************************************************************
004000 WORKING-STORAGE SECTION.
004100 01  WS-SWITCHES.
004200     05  WS-PLAN-EOF-SW      PIC X(01)   VALUE "N".
004300         88  PLAN-EOF            VALUE "Y".
004310     05  WS-ON-FILE-SW       PIC X(01)   VALUE "N".
004320         88  ROW-ON-FILE         VALUE "Y".
004400*
004500 77  WS-READ-COUNT           PIC 9(09)   VALUE ZERO COMP.
004600 77  WS-ADDED-COUNT          PIC 9(09)   VALUE ZERO COMP.
004700 77  WS-UPDATED-COUNT        PIC 9(09)   VALUE ZERO COMP.
004800 77  WS-REJECTED-COUNT       PIC 9(09)   VALUE ZERO COMP.
004810 77  WS-UNCHANGED-COUNT      PIC 9(09)   VALUE ZERO COMP.
004900*
005000* THE PLAN CARD - DISPLAY FIELDS, KEYED BY THE COMP GROUP FROM
005100* THE PUBLISHED PLAN SHEET.  LIMITS AND AMOUNTS CARRY ASSUMED
007100     05  SUM-UPDATED         PIC ZZZZZZZZ9.
007200     05  FILLER              PIC X(10)   VALUE " REJECTED=".
007300     05  SUM-REJECTED        PIC ZZZZZZZZ9.
007310     05  FILLER              PIC X(11)   VALUE " UNCHANGED=".
007320     05  SUM-UNCHANGED       PIC ZZZZZZZZ9.
007400*
007407* THE RUN DATE THE JOURNAL DATES EACH CHANGE WITH.
007414 01  WS-RUN-DATE             PIC 9(08).
007421*
007428* MASTER-JOURNAL HANDSHAKE - ORDER MUST MATCH MSTJRNL'S LINKAGE.
007435 01  WS-MJRN-FUNC            PIC X(01).
007442 01  WS-MJRN-RETCODE         PIC X(02).
007449     88  WS-MJRN-OK              VALUE "00".
007456     COPY MJRNREC.
007463*
007470* THE IMAGE THE JOURNAL'S BEFORE AND AFTER ARE BUILT IN.
007477     COPY MJIMAGE.
007484*
007500     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007600     COPY PLANREC.
007700     EXEC SQL END DECLARE SECTION END-EXEC.
009000* 1000-INITIALIZE - OPEN THE PLAN CARD AND SUMMARY FILES.
009100******************************************************************
009200 1000-INITIALIZE.
009210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009300     OPEN INPUT  PLAN-FILE.
009400     OPEN OUTPUT SUMMARY-FILE.
009500     PERFORM 2100-READ-PLAN THRU 2100-EXIT.
013900 2100-EXIT.
014000     EXIT.
014100*
014110******************************************************************
014120* 2200-APPLY-PLAN - READ THE ROW ON FILE FOR THE JOURNAL'S BEFORE
014130*     IMAGE, JOURNAL THE CHANGE, THEN UPDATE THE ROW IN PLACE; A
014140*     CODE NOT YET ON FILE IS INSERTED INSTEAD.  A CARD THE SAME
014150*     AS THE ROW ON FILE IS LEFT ALONE.
014160******************************************************************
014170 2200-APPLY-PLAN.
014180     MOVE PLC-PLAN-CD      TO PLAN-CD.
014190     EXEC SQL
014200        SELECT PLAN_DESC, PLAN_TIER1_LIMIT, PLAN_TIER1_RATE,
014210               PLAN_TIER2_LIMIT, PLAN_TIER2_RATE, PLAN_TIER3_RATE,
014220               PLAN_FLOOR_AMT
014230          INTO :PLAN-DESC, :PLAN-TIER1-LIMIT, :PLAN-TIER1-RATE,
014240               :PLAN-TIER2-LIMIT, :PLAN-TIER2-RATE,
014250               :PLAN-TIER3-RATE, :PLAN-FLOOR-AMT
014260          FROM COMMPLAN
014270         WHERE PLAN_CD = :PLAN-CD
014280     END-EXEC.
014290     EVALUATE SQLCODE
014300        WHEN 0
014310           SET ROW-ON-FILE TO TRUE
014320           PERFORM 2250-PLAN-IMAGE THRU 2250-EXIT
014330           MOVE MJ-IMAGE-DATA TO MJRN-BEFORE
014340        WHEN 100
014350           MOVE "N" TO WS-ON-FILE-SW
014360           MOVE SPACES TO MJRN-BEFORE
014370        WHEN OTHER
014380           ADD 1 TO WS-REJECTED-COUNT
014390           DISPLAY "PLANLOAD READ FAILED " PLC-PLAN-CD
014400                   " SQLCODE=" SQLCODE
014410           GO TO 2200-EXIT
014420     END-EVALUATE.
014430     MOVE PLC-DESC         TO PLAN-DESC.
014440     MOVE PLC-TIER1-LIMIT  TO PLAN-TIER1-LIMIT.
014450     MOVE PLC-TIER1-RATE   TO PLAN-TIER1-RATE.
014460     MOVE PLC-TIER2-LIMIT  TO PLAN-TIER2-LIMIT.
014470     MOVE PLC-TIER2-RATE   TO PLAN-TIER2-RATE.
014480     MOVE PLC-TIER3-RATE   TO PLAN-TIER3-RATE.
014490     MOVE PLC-FLOOR-AMT    TO PLAN-FLOOR-AMT.
014500     PERFORM 2250-PLAN-IMAGE THRU 2250-EXIT.
014510     MOVE MJ-IMAGE-DATA TO MJRN-AFTER.
014520     IF ROW-ON-FILE
014530        AND MJRN-AFTER IS EQUAL TO MJRN-BEFORE
014540         ADD 1 TO WS-UNCHANGED-COUNT
014550         GO TO 2200-EXIT
014560     END-IF.
014570     IF ROW-ON-FILE
014580         SET MJRN-ACT-CHANGE TO TRUE
014590     ELSE
014600         SET MJRN-ACT-ADD TO TRUE
014610     END-IF.
014620     PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT.
014630     IF NOT WS-MJRN-OK
014640         ADD 1 TO WS-REJECTED-COUNT
014650         DISPLAY "PLANLOAD NOT APPLIED " PLC-PLAN-CD
014660                 " - CHANGE COULD NOT BE JOURNALED"
014670         IF RETURN-CODE IS LESS THAN 8
014680             MOVE 8 TO RETURN-CODE
014690         END-IF
014700         GO TO 2200-EXIT
014710     END-IF.
014720     IF NOT ROW-ON-FILE
014730         PERFORM 2300-INSERT-PLAN THRU 2300-EXIT
014740         GO TO 2200-EXIT
014750     END-IF.
014760     EXEC SQL
014770        UPDATE COMMPLAN
014780           SET PLAN_DESC = :PLAN-DESC,
014790               PLAN_TIER1_LIMIT = :PLAN-TIER1-LIMIT,
014800               PLAN_TIER1_RATE = :PLAN-TIER1-RATE,
014810               PLAN_TIER2_LIMIT = :PLAN-TIER2-LIMIT,
014820               PLAN_TIER2_RATE = :PLAN-TIER2-RATE,
014830               PLAN_TIER3_RATE = :PLAN-TIER3-RATE,
014840               PLAN_FLOOR_AMT = :PLAN-FLOOR-AMT
014850         WHERE PLAN_CD = :PLAN-CD
014860     END-EXEC.
014870     IF SQLCODE IS NOT EQUAL TO 0
014880         ADD 1 TO WS-REJECTED-COUNT
014890         DISPLAY "PLANLOAD UPDATE FAILED " PLC-PLAN-CD
014900                 " SQLCODE=" SQLCODE
014910         PERFORM 2450-DROP-JOURNAL THRU 2450-EXIT
014920     ELSE
014930         ADD 1 TO WS-UPDATED-COUNT
014940     END-IF.
014950 2200-EXIT.
014960     EXIT.
014970*
014980******************************************************************
014990* 2250-PLAN-IMAGE - THE JOURNAL IMAGE OF THE COMMPLAN ROW AS IT
015000*     STANDS IN PLAN-RECORD.
015010******************************************************************
015020 2250-PLAN-IMAGE.
015030     MOVE SPACES           TO MJ-IMAGE-DATA.
015040     MOVE PLAN-CD          TO MJL-PLAN-CD.
015050     MOVE PLAN-DESC        TO MJL-DESC.
015060     MOVE PLAN-TIER1-LIMIT TO MJL-TIER1-LIMIT.
015070     MOVE PLAN-TIER1-RATE  TO MJL-TIER1-RATE.
015080     MOVE PLAN-TIER2-LIMIT TO MJL-TIER2-LIMIT.
015090     MOVE PLAN-TIER2-RATE  TO MJL-TIER2-RATE.
015100     MOVE PLAN-TIER3-RATE  TO MJL-TIER3-RATE.
015110     MOVE PLAN-FLOOR-AMT   TO MJL-FLOOR-AMT.
015120 2250-EXIT.
015130     EXIT.
015140*
015150 2300-INSERT-PLAN.
015160     EXEC SQL
015170        INSERT INTO COMMPLAN
015180           (PLAN_CD, PLAN_DESC, PLAN_TIER1_LIMIT,
015190            PLAN_TIER1_RATE, PLAN_TIER2_LIMIT, PLAN_TIER2_RATE,
015200            PLAN_TIER3_RATE, PLAN_FLOOR_AMT)
015210        VALUES
015220           (:PLAN-CD, :PLAN-DESC, :PLAN-TIER1-LIMIT,
015230            :PLAN-TIER1-RATE, :PLAN-TIER2-LIMIT,
015240            :PLAN-TIER2-RATE, :PLAN-TIER3-RATE,
015250            :PLAN-FLOOR-AMT)
015260     END-EXEC.
015270     IF SQLCODE IS NOT EQUAL TO 0
015280         ADD 1 TO WS-REJECTED-COUNT
015290         DISPLAY "PLANLOAD INSERT FAILED " PLC-PLAN-CD
015300                 " SQLCODE=" SQLCODE
015310         PERFORM 2450-DROP-JOURNAL THRU 2450-EXIT
015320     ELSE
015330         ADD 1 TO WS-ADDED-COUNT
015340     END-IF.
015350 2300-EXIT.
015360     EXIT.
015370*
015380******************************************************************
015390* 2400-WRITE-JOURNAL - JOURNAL THE ADD OR CHANGE AHEAD OF IT.
015400*     MSTJRNL STAMPS THE ROW AND HANDS IT BACK FOR 2450.
015410******************************************************************
015420 2400-WRITE-JOURNAL.
015430     MOVE "COMMPLAN"       TO MJRN-MASTER.
015440     MOVE PLAN-CD          TO MJRN-KEY.
015450     MOVE WS-RUN-DATE      TO MJRN-RUN-DATE.
015460     MOVE "PLANLOAD"       TO MJRN-JOB-ID.
015470     MOVE "PLANFILE"       TO MJRN-FEED.
015480     MOVE "W" TO WS-MJRN-FUNC.
015490     CALL "MSTJRNL" USING WS-MJRN-FUNC MJRN-RECORD
015500                          WS-MJRN-RETCODE.
015510 2400-EXIT.
015520     EXIT.
015530*
015540******************************************************************
015550* 2450-DROP-JOURNAL - COMMPLAN REFUSED THE CHANGE; TAKE ITS
015560*     JOURNAL ROW BACK OUT.
015570******************************************************************
015580 2450-DROP-JOURNAL.
015590     MOVE "D" TO WS-MJRN-FUNC.
015600     CALL "MSTJRNL" USING WS-MJRN-FUNC MJRN-RECORD
015610                          WS-MJRN-RETCODE.
015620     IF NOT WS-MJRN-OK
015630         DISPLAY "PLANLOAD - JOURNAL ROW LEFT FOR " PLC-PLAN-CD
015640                 " WHOSE CHANGE WAS NOT APPLIED"
015650         IF RETURN-CODE IS LESS THAN 8
015660             MOVE 8 TO RETURN-CODE
015670         END-IF
015680     END-IF.
015690 2450-EXIT.
015700     EXIT.
020000*
020100******************************************************************
020200* 4000-TERMINATE - PRINT THE RUN SUMMARY AND CLOSE UP.
020600     MOVE WS-ADDED-COUNT    TO SUM-ADDED.
020700     MOVE WS-UPDATED-COUNT  TO SUM-UPDATED.
020800     MOVE WS-REJECTED-COUNT TO SUM-REJECTED.
020810     MOVE WS-UNCHANGED-COUNT TO SUM-UNCHANGED.
020900     WRITE SUMMARY-REC FROM WS-SUMMARY-LINE.
021000     DISPLAY WS-SUMMARY-LINE.
021100     CLOSE PLAN-FILE SUMMARY-FILE.
