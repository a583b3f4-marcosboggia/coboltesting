000800* REMARKS.
000900*     BRANCH MASTER MAINTENANCE RUN.  READS THE BRANCH OFFICE
001000*     LIST AND APPLIES IT TO THE BRCHMAST TABLE - AN EXISTING
001100*     BRANCH CODE IS UPDATED IN PLACE (NAME, STATUS, TAX
001150*     JURISDICTION), A NEW ONE
001200*     IS INSERTED.  BRCHMAST IS WHAT NEWSALE'S LOOKUP-BRANCH
001300*     CHECKS EVERY TICKET HEADER AGAINST, THE WAY EMPMAST AND
001400*     PRODMAST BACK THE EMPLOYEE AND PRODUCT CHECKS.  BRANCHES
001600*
001700* MODIFICATION HISTORY.
001800*     2026-09-03  DPS  NEW PROGRAM.
001810*     2026-10-15  DPS  THE LIST NOW CARRIES THE SALES TAX
001820*                      JURISDICTION EACH BRANCH COLLECTS FOR,
001830*                      LOADED INTO BRCH_TAX_JURIS.  A BLANK
001840*                      JURISDICTION IS REJECTED - TAXCALC CANNOT
001850*                      PRICE A TICKET AT A BRANCH WITHOUT ONE.
001855*     2026-10-15  DPS  EVERY BRANCH ADDED OR CHANGED IS NOW
001860*                      JOURNALED TO MASTER_JOURNAL THROUGH
001865*                      MSTJRNL, WITH THE ROW'S BEFORE AND AFTER
001870*                      IMAGES AND THE RUN DATE, AHEAD OF THE
001875*                      BRCHMAST UPDATE.  A LIST RECORD THE SAME AS
001880*                      THE ROW ON FILE IS LEFT ALONE AND COUNTED
001885*                      UNCHANGED.  A CHANGE THAT CANNOT BE
001890*                      JOURNALED IS NOT APPLIED.
001893*     2026-10-15  DPS  A BRANCH ON FILE FROM BEFORE JURISDICTIONS
001896*                      WERE KEPT IS READ AS HAVING A BLANK ONE.
001900*
002000******************************************************************
002100 ENVIRONMENT DIVISION.
003000 FILE SECTION.
003100 FD  BRANCH-FILE
003200     RECORDING MODE IS F.
003300 01  BRANCH-REC              PIC X(38).
003400*
003500 FD  SUMMARY-FILE
003600     RECORDING MODE IS F.
003700 01  SUMMARY-REC             PIC X(118).
003800******************************************************************
003900 WORKING-STORAGE SECTION.
004000 01  WS-SWITCHES.
004100     05  WS-BRANCH-EOF-SW    PIC X(01)   VALUE "N".
004200         88  BRANCH-EOF          VALUE "Y".
004210     05  WS-ON-FILE-SW       PIC X(01)   VALUE "N".
004220         88  ROW-ON-FILE         VALUE "Y".
004300*
004400 77  WS-READ-COUNT           PIC 9(09)   VALUE ZERO COMP.
004500 77  WS-ADDED-COUNT          PIC 9(09)   VALUE ZERO COMP.
004600 77  WS-UPDATED-COUNT        PIC 9(09)   VALUE ZERO COMP.
004700 77  WS-REJECTED-COUNT       PIC 9(09)   VALUE ZERO COMP.
004710 77  WS-UNCHANGED-COUNT      PIC 9(09)   VALUE ZERO COMP.
004800*
004900* THE BRANCH OFFICE LIST RECORD - DISPLAY FIELDS, KEYED BY THE
005000* OPERATIONS GROUP WHEN A BRANCH OPENS, CLOSES, OR IS RENAMED.
005400     05  BRL-STATUS          PIC X(01).
005500         88  BRL-STAT-ACTIVE     VALUE "A".
005600         88  BRL-STAT-INACTIVE   VALUE "I".
005650     05  BRL-TAX-JURIS       PIC X(04).
005700*
005800 01  WS-SUMMARY-LINE.
005900     05  FILLER              PIC X(21)   VALUE
006600     05  SUM-UPDATED         PIC ZZZZZZZZ9.
006700     05  FILLER              PIC X(10)   VALUE " REJECTED=".
006800     05  SUM-REJECTED        PIC ZZZZZZZZ9.
006810     05  FILLER              PIC X(11)   VALUE " UNCHANGED=".
006820     05  SUM-UNCHANGED       PIC ZZZZZZZZ9.
006900*
006906* THE RUN DATE THE JOURNAL DATES EACH CHANGE WITH.
006912 01  WS-RUN-DATE             PIC 9(08).
006918*
006924* MASTER-JOURNAL HANDSHAKE - ORDER MUST MATCH MSTJRNL'S LINKAGE.
006930 01  WS-MJRN-FUNC            PIC X(01).
006936 01  WS-MJRN-RETCODE         PIC X(02).
006942     88  WS-MJRN-OK              VALUE "00".
006948     COPY MJRNREC.
006954*
006960* THE BRANCH'S STATUS ON FILE BEFORE THE CHANGE, AND THE IMAGE
006966* THE JOURNAL'S BEFORE AND AFTER ARE BUILT IN.
006972 01  WS-BEFORE-STATUS        PIC X(01).
006978     COPY MJIMAGE.
006984*
007000     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007100     COPY BRCHREC.
007200     EXEC SQL END DECLARE SECTION END-EXEC.
008500* 1000-INITIALIZE - OPEN THE BRANCH LIST AND SUMMARY FILES.
008600******************************************************************
008700 1000-INITIALIZE.
008710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008800     OPEN INPUT  BRANCH-FILE.
008900     OPEN OUTPUT SUMMARY-FILE.
009000     PERFORM 2100-READ-BRANCH THRU 2100-EXIT.
010600             DISPLAY "BRCHLOAD REJECTED " BRL-CODE
010700                     " - BAD STATUS " BRL-STATUS
010800         ELSE
010810             IF BRL-TAX-JURIS IS EQUAL TO SPACES
010820                 ADD 1 TO WS-REJECTED-COUNT
010830                 DISPLAY "BRCHLOAD REJECTED " BRL-CODE
010840                         " - BLANK TAX JURISDICTION"
010850             ELSE
010900                 PERFORM 2200-APPLY-BRANCH THRU 2200-EXIT
010950             END-IF
011000         END-IF
011100     END-IF.
011200     PERFORM 2100-READ-BRANCH THRU 2100-EXIT.
012100 2100-EXIT.
012200     EXIT.
012300*
012310******************************************************************
012320* 2200-APPLY-BRANCH - READ THE ROW ON FILE FOR THE JOURNAL'S
012330*     BEFORE IMAGE, JOURNAL THE CHANGE, THEN UPDATE THE ROW IN
012340*     PLACE; A CODE NOT YET ON FILE IS INSERTED INSTEAD.  A
012350*     RECORD THE SAME AS THE ROW ON FILE IS LEFT ALONE.
012360******************************************************************
012370 2200-APPLY-BRANCH.
012380     MOVE BRL-CODE         TO BRCH-CODE.
012390     EXEC SQL
012400        SELECT BRCH_NAME, BRCH_STATUS,
012405               COALESCE(BRCH_TAX_JURIS, ' ')
012410          INTO :BRCH-NAME, :BRCH-STATUS, :BRCH-TAX-JURIS
012420          FROM BRCHMAST
012430         WHERE BRCH_CODE = :BRCH-CODE
012440     END-EXEC.
012450     EVALUATE SQLCODE
012460        WHEN 0
012470           SET ROW-ON-FILE TO TRUE
012480           MOVE BRCH-STATUS TO WS-BEFORE-STATUS
012490           PERFORM 2250-BRANCH-IMAGE THRU 2250-EXIT
012500           MOVE MJ-IMAGE-DATA TO MJRN-BEFORE
012510        WHEN 100
012520           MOVE "N" TO WS-ON-FILE-SW
012530           MOVE SPACES TO MJRN-BEFORE
012540        WHEN OTHER
012550           ADD 1 TO WS-REJECTED-COUNT
012560           DISPLAY "BRCHLOAD READ FAILED " BRL-CODE
012570                   " SQLCODE=" SQLCODE
012580           GO TO 2200-EXIT
012590     END-EVALUATE.
012600     MOVE BRL-NAME         TO BRCH-NAME.
012610     MOVE BRL-STATUS       TO BRCH-STATUS.
012620     MOVE BRL-TAX-JURIS    TO BRCH-TAX-JURIS.
012630     PERFORM 2250-BRANCH-IMAGE THRU 2250-EXIT.
012640     MOVE MJ-IMAGE-DATA TO MJRN-AFTER.
012650     IF ROW-ON-FILE
012660        AND MJRN-AFTER IS EQUAL TO MJRN-BEFORE
012670         ADD 1 TO WS-UNCHANGED-COUNT
012680         GO TO 2200-EXIT
012690     END-IF.
012700     EVALUATE TRUE
012710        WHEN NOT ROW-ON-FILE
012720           SET MJRN-ACT-ADD TO TRUE
012730        WHEN BRCH-STATUS IS NOT EQUAL TO WS-BEFORE-STATUS
012740           SET MJRN-ACT-STATUS TO TRUE
012750        WHEN OTHER
012760           SET MJRN-ACT-CHANGE TO TRUE
012770     END-EVALUATE.
012780     PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT.
012790     IF NOT WS-MJRN-OK
012800         ADD 1 TO WS-REJECTED-COUNT
012810         DISPLAY "BRCHLOAD NOT APPLIED " BRL-CODE
012820                 " - CHANGE COULD NOT BE JOURNALED"
012830         IF RETURN-CODE IS LESS THAN 8
012840             MOVE 8 TO RETURN-CODE
012850         END-IF
012860         GO TO 2200-EXIT
012870     END-IF.
012880     IF NOT ROW-ON-FILE
012890         PERFORM 2300-INSERT-BRANCH THRU 2300-EXIT
012900         GO TO 2200-EXIT
012910     END-IF.
012920     EXEC SQL
012930        UPDATE BRCHMAST
012940           SET BRCH_NAME = :BRCH-NAME,
012950               BRCH_STATUS = :BRCH-STATUS,
012960               BRCH_TAX_JURIS = :BRCH-TAX-JURIS
012970         WHERE BRCH_CODE = :BRCH-CODE
012980     END-EXEC.
012990     IF SQLCODE IS NOT EQUAL TO 0
013000         ADD 1 TO WS-REJECTED-COUNT
013010         DISPLAY "BRCHLOAD UPDATE FAILED " BRL-CODE
013020                 " SQLCODE=" SQLCODE
013030         PERFORM 2450-DROP-JOURNAL THRU 2450-EXIT
013040     ELSE
013050         ADD 1 TO WS-UPDATED-COUNT
013060     END-IF.
013070 2200-EXIT.
013080     EXIT.
013090*
013100******************************************************************
013110* 2250-BRANCH-IMAGE - THE JOURNAL IMAGE OF THE BRCHMAST ROW AS
013120*     IT STANDS IN BRCH-RECORD.
013130******************************************************************
013140 2250-BRANCH-IMAGE.
013150     MOVE SPACES           TO MJ-IMAGE-DATA.
013160     MOVE BRCH-CODE        TO MJB-CODE.
013170     MOVE BRCH-NAME        TO MJB-NAME.
013180     MOVE BRCH-STATUS      TO MJB-STATUS.
013190     MOVE BRCH-TAX-JURIS   TO MJB-TAX-JURIS.
013200 2250-EXIT.
013210     EXIT.
013220*
013230 2300-INSERT-BRANCH.
013240     EXEC SQL
013250        INSERT INTO BRCHMAST
013260           (BRCH_CODE, BRCH_NAME, BRCH_STATUS, BRCH_TAX_JURIS)
013270        VALUES
013280           (:BRCH-CODE, :BRCH-NAME, :BRCH-STATUS,
013290            :BRCH-TAX-JURIS)
013300     END-EXEC.
013310     IF SQLCODE IS NOT EQUAL TO 0
013320         ADD 1 TO WS-REJECTED-COUNT
013330         DISPLAY "BRCHLOAD INSERT FAILED " BRL-CODE
013340                 " SQLCODE=" SQLCODE
013350         PERFORM 2450-DROP-JOURNAL THRU 2450-EXIT
013360     ELSE
013370         ADD 1 TO WS-ADDED-COUNT
013380     END-IF.
013390 2300-EXIT.
013400     EXIT.
013410*
013420******************************************************************
013430* 2400-WRITE-JOURNAL - JOURNAL THE ADD OR CHANGE AHEAD OF IT.
013440*     MSTJRNL STAMPS THE ROW AND HANDS IT BACK FOR 2450.
013450******************************************************************
013460 2400-WRITE-JOURNAL.
013470     MOVE "BRCHMAST"       TO MJRN-MASTER.
013480     MOVE BRCH-CODE        TO MJRN-KEY.
013490     MOVE WS-RUN-DATE      TO MJRN-RUN-DATE.
013500     MOVE "BRCHLOAD"       TO MJRN-JOB-ID.
013510     MOVE "BRCHFIL "       TO MJRN-FEED.
013520     MOVE "W" TO WS-MJRN-FUNC.
013530     CALL "MSTJRNL" USING WS-MJRN-FUNC MJRN-RECORD
013540                          WS-MJRN-RETCODE.
013550 2400-EXIT.
013560     EXIT.
013570*
013580******************************************************************
013590* 2450-DROP-JOURNAL - BRCHMAST REFUSED THE CHANGE; TAKE ITS
013600*     JOURNAL ROW BACK OUT.
013610******************************************************************
013620 2450-DROP-JOURNAL.
013630     MOVE "D" TO WS-MJRN-FUNC.
013640     CALL "MSTJRNL" USING WS-MJRN-FUNC MJRN-RECORD
013650                          WS-MJRN-RETCODE.
013660     IF NOT WS-MJRN-OK
013670         DISPLAY "BRCHLOAD - JOURNAL ROW LEFT FOR " BRL-CODE
013680                 " WHOSE CHANGE WAS NOT APPLIED"
013690         IF RETURN-CODE IS LESS THAN 8
013700             MOVE 8 TO RETURN-CODE
013710         END-IF
013720     END-IF.
013730 2450-EXIT.
013740     EXIT.
016700*
016800******************************************************************
016900* 4000-TERMINATE - PRINT THE RUN SUMMARY AND CLOSE UP.
017300     MOVE WS-ADDED-COUNT    TO SUM-ADDED.
017400     MOVE WS-UPDATED-COUNT  TO SUM-UPDATED.
017500     MOVE WS-REJECTED-COUNT TO SUM-REJECTED.
017510     MOVE WS-UNCHANGED-COUNT TO SUM-UNCHANGED.
017600     WRITE SUMMARY-REC FROM WS-SUMMARY-LINE.
017700     DISPLAY WS-SUMMARY-LINE.
017800     CLOSE BRANCH-FILE SUMMARY-FILE.
