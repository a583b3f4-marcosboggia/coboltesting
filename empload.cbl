002010*     2026-09-03  DPS  THE RUN NOW CHECKS IN AND OUT WITH THE
002020*                      RUNCTL GATE - A DATE ALREADY LOADED
002030*                      REFUSES TO RUN AGAIN.
002037*     2026-10-15  DPS  EVERY EMPLOYEE ADDED OR CHANGED IS NOW
002044*                      JOURNALED TO MASTER_JOURNAL THROUGH
002051*                      MSTJRNL, WITH THE ROW'S BEFORE AND AFTER
002058*                      IMAGES, AHEAD OF THE EMPMAST UPDATE, SO A
002065*                      DISPUTED STATEMENT CAN BE PROVED AGAINST
002072*                      THE RATE AND PLAN IN FORCE.  A ROSTER
002079*                      RECORD THE SAME AS THE ROW ON FILE IS LEFT
002086*                      ALONE AND COUNTED UNCHANGED.  A CHANGE THAT
002093*                      CANNOT BE JOURNALED IS NOT APPLIED.
002100*
002200******************************************************************
002300 ENVIRONMENT DIVISION.
003600*
003700 FD  SUMMARY-FILE
003800     RECORDING MODE IS F.
003900 01  SUMMARY-REC             PIC X(118).
004000******************************************************************
004100 WORKING-STORAGE SECTION.
004200 01  WS-SWITCHES.
004300     05  WS-ROSTER-EOF-SW    PIC X(01)   VALUE "N".
004400         88  ROSTER-EOF          VALUE "Y".
004410     05  WS-ON-FILE-SW       PIC X(01)   VALUE "N".
004420         88  ROW-ON-FILE         VALUE "Y".
004500*
004600 77  WS-READ-COUNT           PIC 9(09)   VALUE ZERO COMP.
004700 77  WS-ADDED-COUNT          PIC 9(09)   VALUE ZERO COMP.
004800 77  WS-UPDATED-COUNT        PIC 9(09)   VALUE ZERO COMP.
004900 77  WS-REJECTED-COUNT       PIC 9(09)   VALUE ZERO COMP.
004910 77  WS-UNCHANGED-COUNT      PIC 9(09)   VALUE ZERO COMP.
005000*
005100* HR'S ROSTER RECORD - DISPLAY FIELDS THROUGHOUT, THIS FILE
005200* ARRIVES FROM OUTSIDE THE SHOP.
007000     05  SUM-UPDATED         PIC ZZZZZZZZ9.
007100     05  FILLER              PIC X(10)   VALUE " REJECTED=".
007200     05  SUM-REJECTED        PIC ZZZZZZZZ9.
007210     05  FILLER              PIC X(11)   VALUE " UNCHANGED=".
007220     05  SUM-UNCHANGED       PIC ZZZZZZZZ9.
007300*
007310* RUN-CONTROL HANDSHAKE - ORDER MUST MATCH RUNCTL'S LINKAGE.
007320 01  WS-RUNC-FUNC            PIC X(01).
007360 01  WS-RUNC-RETCODE         PIC X(02).
007370     88  WS-RUNC-OK              VALUE "00".
007380*
007381* MASTER-JOURNAL HANDSHAKE - ORDER MUST MATCH MSTJRNL'S LINKAGE.
007382 01  WS-MJRN-FUNC            PIC X(01).
007383 01  WS-MJRN-RETCODE         PIC X(02).
007384     88  WS-MJRN-OK              VALUE "00".
007385     COPY MJRNREC.
007386*
007387* THE EMPLOYEE'S STATUS ON FILE BEFORE THE CHANGE, AND THE IMAGE
007388* THE JOURNAL'S BEFORE AND AFTER ARE BUILT IN.
007389 01  WS-BEFORE-STATUS        PIC X(01).
007390     COPY MJIMAGE.
007391*
007400     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007500     COPY EMPREC.
007600     EXEC SQL END DECLARE SECTION END-EXEC.
013100 2100-EXIT.
013200     EXIT.
013300*
013310******************************************************************
013320* 2200-APPLY-EMPLOYEE - READ THE ROW ON FILE FOR THE JOURNAL'S
013330*     BEFORE IMAGE, JOURNAL THE CHANGE, THEN UPDATE THE ROW IN
013340*     PLACE; AN ID NOT YET ON FILE IS INSERTED INSTEAD.  A
013350*     RECORD THE SAME AS THE ROW ON FILE IS LEFT ALONE.
013360******************************************************************
013370 2200-APPLY-EMPLOYEE.
013380     MOVE ROST-EMP-ID      TO EMP-ID.
013390     EXEC SQL
013400        SELECT EMP_NAME, EMP_STATUS, EMP_COMM_RATE, EMP_PLAN_CD
013410          INTO :EMP-NAME, :EMP-STATUS, :EMP-COMM-RATE,
013420               :EMP-PLAN-CD
013430          FROM EMPMAST
013440         WHERE EMP_ID = :EMP-ID
013450     END-EXEC.
013460     EVALUATE SQLCODE
013470        WHEN 0
013480           SET ROW-ON-FILE TO TRUE
013490           MOVE EMP-STATUS TO WS-BEFORE-STATUS
013500           PERFORM 2250-EMPLOYEE-IMAGE THRU 2250-EXIT
013510           MOVE MJ-IMAGE-DATA TO MJRN-BEFORE
013520        WHEN 100
013530           MOVE "N" TO WS-ON-FILE-SW
013540           MOVE SPACES TO MJRN-BEFORE
013550        WHEN OTHER
013560           ADD 1 TO WS-REJECTED-COUNT
013570           DISPLAY "EMPLOAD READ FAILED " ROST-EMP-ID
013580                   " SQLCODE=" SQLCODE
013590           GO TO 2200-EXIT
013600     END-EVALUATE.
013610     MOVE ROST-NAME        TO EMP-NAME.
013620     MOVE ROST-STATUS      TO EMP-STATUS.
013630     MOVE ROST-COMM-RATE   TO EMP-COMM-RATE.
013640     MOVE ROST-PLAN-CD     TO EMP-PLAN-CD.
013650     PERFORM 2250-EMPLOYEE-IMAGE THRU 2250-EXIT.
013660     MOVE MJ-IMAGE-DATA TO MJRN-AFTER.
013670     IF ROW-ON-FILE
013680        AND MJRN-AFTER IS EQUAL TO MJRN-BEFORE
013690         ADD 1 TO WS-UNCHANGED-COUNT
013700         GO TO 2200-EXIT
013710     END-IF.
013720     EVALUATE TRUE
013730        WHEN NOT ROW-ON-FILE
013740           SET MJRN-ACT-ADD TO TRUE
013750        WHEN EMP-STATUS IS NOT EQUAL TO WS-BEFORE-STATUS
013760           SET MJRN-ACT-STATUS TO TRUE
013770        WHEN OTHER
013780           SET MJRN-ACT-CHANGE TO TRUE
013790     END-EVALUATE.
013800     PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT.
013810     IF NOT WS-MJRN-OK
013820         ADD 1 TO WS-REJECTED-COUNT
013830         DISPLAY "EMPLOAD NOT APPLIED " ROST-EMP-ID
013840                 " - CHANGE COULD NOT BE JOURNALED"
013850         IF RETURN-CODE IS LESS THAN 8
013860             MOVE 8 TO RETURN-CODE
013870         END-IF
013880         GO TO 2200-EXIT
013890     END-IF.
013900     IF NOT ROW-ON-FILE
013910         PERFORM 2300-INSERT-EMPLOYEE THRU 2300-EXIT
013920         GO TO 2200-EXIT
013930     END-IF.
013940     EXEC SQL
013950        UPDATE EMPMAST
013960           SET EMP_NAME = :EMP-NAME,
013970               EMP_STATUS = :EMP-STATUS,
013980               EMP_COMM_RATE = :EMP-COMM-RATE,
013990               EMP_PLAN_CD = :EMP-PLAN-CD
014000         WHERE EMP_ID = :EMP-ID
014010     END-EXEC.
014020     IF SQLCODE IS NOT EQUAL TO 0
014030         ADD 1 TO WS-REJECTED-COUNT
014040         DISPLAY "EMPLOAD UPDATE FAILED " ROST-EMP-ID
014050                 " SQLCODE=" SQLCODE
014060         PERFORM 2450-DROP-JOURNAL THRU 2450-EXIT
014070     ELSE
014080         ADD 1 TO WS-UPDATED-COUNT
014090     END-IF.
014100 2200-EXIT.
014110     EXIT.
014120*
014130******************************************************************
014140* 2250-EMPLOYEE-IMAGE - THE JOURNAL IMAGE OF THE EMPMAST ROW AS
014150*     IT STANDS IN EMP-RECORD.
014160******************************************************************
014170 2250-EMPLOYEE-IMAGE.
014180     MOVE SPACES           TO MJ-IMAGE-DATA.
014190     MOVE EMP-ID           TO MJE-ID.
014200     MOVE EMP-NAME         TO MJE-NAME.
014210     MOVE EMP-STATUS       TO MJE-STATUS.
014220     MOVE EMP-COMM-RATE    TO MJE-COMM-RATE.
014230     MOVE EMP-PLAN-CD      TO MJE-PLAN-CD.
014240 2250-EXIT.
014250     EXIT.
014260*
014270 2300-INSERT-EMPLOYEE.
014280     EXEC SQL
014290        INSERT INTO EMPMAST
014300           (EMP_ID, EMP_NAME, EMP_STATUS, EMP_COMM_RATE,
014310            EMP_PLAN_CD)
014320        VALUES
014330           (:EMP-ID, :EMP-NAME, :EMP-STATUS, :EMP-COMM-RATE,
014340            :EMP-PLAN-CD)
014350     END-EXEC.
014360     IF SQLCODE IS NOT EQUAL TO 0
014370         ADD 1 TO WS-REJECTED-COUNT
014380         DISPLAY "EMPLOAD INSERT FAILED " ROST-EMP-ID
014390                 " SQLCODE=" SQLCODE
014400         PERFORM 2450-DROP-JOURNAL THRU 2450-EXIT
014410     ELSE
014420         ADD 1 TO WS-ADDED-COUNT
014430     END-IF.
014440 2300-EXIT.
014450     EXIT.
014460*
014470******************************************************************
014480* 2400-WRITE-JOURNAL - JOURNAL THE ADD OR CHANGE AHEAD OF IT.
014490*     MSTJRNL STAMPS THE ROW AND HANDS IT BACK FOR 2450.
014500******************************************************************
014510 2400-WRITE-JOURNAL.
014520     MOVE "EMPMAST "       TO MJRN-MASTER.
014530     MOVE EMP-ID           TO MJRN-KEY.
014540     MOVE WS-RUNC-DATE     TO MJRN-RUN-DATE.
014550     MOVE "EMPLOAD "       TO MJRN-JOB-ID.
014560     MOVE "ROSTFILE"       TO MJRN-FEED.
014570     MOVE "W" TO WS-MJRN-FUNC.
014580     CALL "MSTJRNL" USING WS-MJRN-FUNC MJRN-RECORD
014590                          WS-MJRN-RETCODE.
014600 2400-EXIT.
014610     EXIT.
014620*
014630******************************************************************
014640* 2450-DROP-JOURNAL - EMPMAST REFUSED THE CHANGE; TAKE ITS
014650*     JOURNAL ROW BACK OUT.
014660******************************************************************
014670 2450-DROP-JOURNAL.
014680     MOVE "D" TO WS-MJRN-FUNC.
014690     CALL "MSTJRNL" USING WS-MJRN-FUNC MJRN-RECORD
014700                          WS-MJRN-RETCODE.
014710     IF NOT WS-MJRN-OK
014720         DISPLAY "EMPLOAD - JOURNAL ROW LEFT FOR " ROST-EMP-ID
014730                 " WHOSE CHANGE WAS NOT APPLIED"
014740         IF RETURN-CODE IS LESS THAN 8
014750             MOVE 8 TO RETURN-CODE
014760         END-IF
014770     END-IF.
014780 2450-EXIT.
014790     EXIT.
018300*
018400******************************************************************
018500* 4000-TERMINATE - PRINT THE RUN SUMMARY AND CLOSE UP.
018900     MOVE WS-ADDED-COUNT    TO SUM-ADDED.
019000     MOVE WS-UPDATED-COUNT  TO SUM-UPDATED.
019100     MOVE WS-REJECTED-COUNT TO SUM-REJECTED.
019110     MOVE WS-UNCHANGED-COUNT TO SUM-UNCHANGED.
019200     WRITE SUMMARY-REC FROM WS-SUMMARY-LINE.
019300     DISPLAY WS-SUMMARY-LINE.
019400     CLOSE ROSTER-FILE SUMMARY-FILE.
