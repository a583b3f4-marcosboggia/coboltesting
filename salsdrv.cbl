001200*     CHECKPOINT RECORD IS WRITTEN EVERY CKPT-INTERVAL TICKETS
001300*     SO A RERUN WITH PARM='RESTART' CAN SKIP EVERY SET ALREADY
001400*     COMMITTED AND RESUME CLEAN AFTER AN ABEND.
001410*
001420*     RUN WITH PARM='STREAM=NN' IT DRIVES ONE BRANCH STREAM OF
001430*     A DAY SALSSPLT HAS SPLIT - THE STREAM'S OWN TICKET FILE,
001440*     CHECKPOINT, SUSPENSE FILE AND RUN_CTL ENTRY (JOB SALSDRNN,
001450*     AFTER SALSSPLT), SO THE STREAMS RUN SIDE BY SIDE AND ONE
001460*     THAT ABENDS IS RESTARTED ALONE WITH
001470*     PARM='RESTART,STREAM=NN'.  SALSCONS MERGES THE STREAMS
001480*     INTO THE ONE DAY THE REST OF THE CHAIN SEES.  WITHOUT A
001490*     STREAM THE RUN IS THE SINGLE SERIAL STREAM IT ALWAYS WAS.
001500*
001600* MODIFICATION HISTORY.
001607*     2026-08-08  DPS  NEW PROGRAM.
001911*                      SUSPENSE WHOLE UNDER RC 43.  SALSCASH
001912*                      RECONCILES THE NIGHT'S TENDER BY TYPE
001913*                      AND SALESPERSON AGAINST SALES.
001914*     2026-10-15  DPS  THE TENDER PROOF NOW INCLUDES SALES TAX.
001915*                      EACH LINE'S TAX IS PRICED BY TAXCALC, THE
001916*                      SAME CALL NEWSALE POSTS IT WITH, AND THE
001917*                      TENDER MUST SUM TO THE HEADER'S GOODS TOTAL
001918*                      PLUS THAT TAX.  THE HEADER TOTAL STAYS
001919*                      GOODS ONLY.  A SET WITH A LINE TAXCALC
001920*                      CANNOT PRICE SKIPS THE TENDER PROOF AND IS
001921*                      DRIVEN - NEWSALE REJECTS THAT LINE UNDER
001922*                      ITS OWN RETURN CODE.
001929*     2026-10-15  DPS  AN ON-ACCOUNT TENDER NOW NAMES THE
001936*                      CUSTOMER'S ACCOUNT.  A TICKET WHOSE ACCOUNT
001943*                      IS MISSING, UNKNOWN, CLOSED (FOR A CHARGE),
001950*                      OR WOULD GO OVER ITS CREDIT LIMIT PARKS IN
001957*                      SUSPENSE WHOLE UNDER RC 44, 45 OR 46.  A
001964*                      DRIVEN TICKET'S ON-ACCOUNT AMOUNT IS POSTED
001971*                      TO AR_LEDGER AND CUSTMAST'S BALANCE - A
001978*                      CHARGE, OR A CREDIT ON A RETURN.
001979*     2026-10-15  DPS  A DRIVEN TICKET'S TENDER IS NOW LOGGED TO
001980*                      SALES_TENDER, ONE ROW PER TENDER TYPE, SO
001981*                      HOW A SALE WAS PAID OUTLIVES THE NIGHT'S
001982*                      TICKET FILE - SALSLOSS MATCHES REFUNDS
001983*                      AGAINST IT.
001984*     2026-10-15  DPS  THE TICKET HEADER NOW CARRIES THE
001985*                      BUSINESS DATE THE TICKET WAS RUNG, PASSED
001986*                      TO NEWSALE AS THE TICKET DATE AND USED FOR
001987*                      THE TENDER LOG; A ZERO OR BLANK DATE MEANS
001988*                      THE RUN DATE.  A SET WHOSE SALE DATE IS
001989*                      NOT A DATE OR IS AFTER THE RUN DATE PARKS
001990*                      IN SUSPENSE WHOLE UNDER RC 47, ONE DATED
001991*                      INTO A PERIOD SALSCLOS HAS CLOSED UNDER RC
001992*                      48 FOR APPROVAL.  A TICKET MORE THAN
001993*                      WS-LATE-DAYS BEHIND IS FLAGGED AND COUNTED
001994*                      ON ITS OWN SUMMARY LINE.  THE RERUN GUARD
001995*                      NOW CHECKS SALES_POST_DATE.  TICKET-REC AND
002000*                      SUSPENSE-REC WIDENED TO MATCH TKTREC AND
002005*                      SUSPREC.
002010*     2026-10-15  DPS  PARM='STREAM=NN' NOW RUNS ONE BRANCH
002015*                      STREAM OF A DAY SALSSPLT HAS SPLIT: RUN_CTL
002020*                      JOB SALSDRNN AFTER SALSSPLT, ITS OWN
002025*                      CHECKPOINT (STAMPED WITH THE STREAM) AND
002030*                      SUSPENSE FILE, AND PARM='RESTART,STREAM=NN'
002035*                      TO RESTART IT ALONE.  A FRESH STREAM RUN
002040*                      REFUSES TO START OVER ITS OWN RUN_CTL ROW,
002045*                      SINCE OTHER STREAMS POST TO SALES AT THE
002050*                      SAME TIME.  A SERIAL RUN NOW REFUSES A DAY
002055*                      ALREADY SPLIT.  A RESTART REFUSES ANOTHER
002060*                      STREAM'S CHECKPOINT FILE.  THE PARM LENGTH
002065*                      IS NOW HONOURED.  CHECKPOINT-REC WIDENED TO
002070*                      MATCH CHKPTREC.
002072*     2026-10-15  DPS  THE SALE DATE EDIT NOW CALLS DATEEDIT, SO A
002074*                      DAY PAST THE END OF ITS MONTH (20260230) IS
002076*                      SUSPENDED RC 47 AS NEWSALE WOULD REJECT IT.
002078*                      A CHARGE NOW HOLDS ITS AMOUNT ON CUSTMAST
002080*                      AT VALIDATION WITH AN UPDATE THAT ONLY
002082*                      TAKES WHILE THE BALANCE STAYS WITHIN THE
002084*                      LIMIT, SO TWO STREAMS CHARGING ONE ACCOUNT
002086*                      CANNOT BOTH PASS A CHECK EACH MADE ALONE;
002088*                      THE ONE THAT LOSES SUSPENDS RC 46 BEFORE
002090*                      ANY LINE POSTS.  THE SUSPENSE MESSAGE NOW
002092*                      SHOWS THE SUSPENSE CODE AND REASON.
002093*     2026-10-15  DPS  A RE-DRIVEN ON-ACCOUNT CHARGE ALREADY ON
002094*                      THE LEDGER IS NO LONGER JUDGED OR HELD
002095*                      AGAIN; A HELD CHARGE THAT FAILS TO POST IS
002096*                      TAKEN BACK OFF THE BALANCE.  ONLY THE SALE
002097*                      DATE EDIT NOW MARKS A SET RC 47.
002107*     2026-10-15  DPS  A FAILED PERIOD_CTL READ NOW SUSPENDS THE
002117*                      SET RC 49, NOT AS A CLOSED PERIOD (RC 48).
002127*                      A BLANK HEADER SALE DATE IS TESTED THROUGH
002137*                      ITS ALPHANUMERIC VIEW.
002147*
002157******************************************************************
002167 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT TICKET-FILE     ASSIGN TO TKTFILE
003200 FILE SECTION.
003300 FD  TICKET-FILE
003400     RECORDING MODE IS F.
003500 01  TICKET-REC              PIC X(45).
003510*
003520 FD  SUSPENSE-FILE
003530     RECORDING MODE IS F.
003540 01  SUSPENSE-REC            PIC X(132).
003600*
003700 FD  CHECKPOINT-FILE
003800     RECORDING MODE IS F.
003900 01  CHECKPOINT-REC          PIC X(50).
004000*
004100 FD  SUMMARY-FILE
004200     RECORDING MODE IS F.
005240         88  SET-BAD-DIGITS      VALUE "Y".
005250     05  WS-TEND-BAD-SW      PIC X(01)   VALUE "N".
005260         88  TENDER-BAD          VALUE "Y".
005270     05  WS-TAX-UNKNOWN-SW   PIC X(01)   VALUE "N".
005280         88  TAX-UNKNOWN         VALUE "Y".
005284     05  WS-ACCT-BAD-SW      PIC X(01)   VALUE "N".
005288         88  ACCT-REFUSED        VALUE "Y".
005292     05  WS-ACCT-MIXED-SW    PIC X(01)   VALUE "N".
005302         88  ACCT-MIXED          VALUE "Y".
005312     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
005322         88  SALE-DATE-BAD       VALUE "Y".
005332     05  WS-PERIOD-SHUT-SW   PIC X(01)   VALUE "N".
005342         88  SALE-PERIOD-CLOSED  VALUE "Y".
005343     05  WS-PERIOD-FAIL-SW   PIC X(01)   VALUE "N".
005344         88  SALE-PERIOD-UNREAD  VALUE "Y".
005345     05  WS-STREAM-SW        PIC X(01)   VALUE "N".
005348         88  STREAM-RUN          VALUE "Y".
005349     05  WS-CREDIT-HELD-SW   PIC X(01)   VALUE "N".
005350         88  CREDIT-HELD         VALUE "Y".
005352*
005400 77  WS-TICKET-COUNT         PIC 9(09)   VALUE ZERO COMP.
005500 77  WS-INSERTED-COUNT       PIC 9(09)   VALUE ZERO COMP.
005600 77  WS-REJECTED-COUNT       PIC 9(09)   VALUE ZERO COMP.
005925 77  WS-LINES-STORED         PIC 9(03)   VALUE ZERO COMP.
005930 77  WS-LINE-SUB             PIC 9(03)   VALUE ZERO COMP.
005940 77  WS-TENDS-READ           PIC 9(03)   VALUE ZERO COMP.
005950 77  WS-AR-POSTED-COUNT      PIC 9(09)   VALUE ZERO COMP.
005960 77  WS-AR-FAILED-COUNT      PIC 9(09)   VALUE ZERO COMP.
005970 77  WS-TND-LOGGED-COUNT     PIC 9(09)   VALUE ZERO COMP.
005980 77  WS-TND-FAILED-COUNT     PIC 9(09)   VALUE ZERO COMP.
005984 77  WS-LATE-DAYS            PIC 9(03)   VALUE 003 COMP.
005988 77  WS-LATE-COUNT           PIC 9(09)   VALUE ZERO COMP.
005992 77  WS-DAYS-BEHIND          PIC S9(05)  VALUE ZERO COMP.
005996 77  WS-MOST-BEHIND          PIC S9(05)  VALUE ZERO COMP.
005998 77  WS-STREAM-MAX           PIC 9(02)   VALUE 12 COMP.
006000*
006100 COPY TKTREC.
006200 COPY CHKPTREC.
006300*
006400 01  WS-RUN-DATE             PIC 9(08).
006410 01  WS-RUN-TIME             PIC 9(08).
006411*
006412* THE BRANCH STREAM THIS RUN DRIVES - BLANK ON A SERIAL RUN - AND
006413* THE RUN_CTL JOB NAME THE STREAM CHECKS IN AND OUT UNDER.
006414 01  WS-STREAM-ID            PIC X(02)   VALUE SPACES.
006415 01  WS-STREAM-NO REDEFINES WS-STREAM-ID
006416                             PIC 9(02).
006417 01  WS-STREAM-JOB.
006418     05  FILLER              PIC X(06)   VALUE "SALSDR".
006419     05  WS-STREAM-JOB-NO    PIC X(02).
006420*
006430* ONE GATHERED TICKET SET - THE HEADER'S FIELDS AND ITS LINES.
006440 01  WS-SET-SPERSON          PIC X(15).
006450 01  WS-SET-TKT-NO           PIC 9(09).
006460 01  WS-SET-LINE-COUNT       PIC 9(03).
006462 01  WS-SET-BRANCH           PIC X(03).
006464 01  WS-SET-SALE-DATE        PIC 9(08).
006466 01  WS-SET-SALE-DATE-X REDEFINES WS-SET-SALE-DATE.
006468     05  WS-SET-SALE-YYYY    PIC 9(04).
006470     05  WS-SET-SALE-MM      PIC 9(02).
006472     05  WS-SET-SALE-DD      PIC 9(02).
006474 01  WS-SET-TOTAL            PIC S9(9)V99 USAGE COMP-3.
006480 01  WS-SET-SUM              PIC S9(11)V99 USAGE COMP-3.
006485 01  WS-TEND-SUM             PIC S9(11)V99 USAGE COMP-3.
006487 01  WS-SET-TAX              PIC S9(11)V99 USAGE COMP-3.
006490 01  WS-LINE-EXT             PIC S9(11)V99 USAGE COMP-3.
006491 01  WS-RUN-AMT              PIC S9(11)V99 USAGE COMP-3
006492                             VALUE ZERO.
006820 01  WS-NS-TRANS-CD          PIC X(01).
006830 01  WS-NS-ORIG-TKT-NO       PIC 9(09).
006840 01  WS-NS-BRANCH            PIC X(03).
006850 01  WS-NS-SALE-DATE         PIC 9(08).
006900 01  WS-NS-JOB-ID            PIC X(08)   VALUE "SALSDRV ".
007000 01  WS-NS-TERM-ID           PIC X(08)   VALUE "BATCH   ".
007010 01  WS-NS-RUN-MODE          PIC X(01)   VALUE "B".
007100 01  WS-NS-SALESSUM          PIC S9(9)V99 USAGE COMP-3.
007200 01  WS-NS-RETCODE           PIC X(02).
007300     88  WS-NS-RC-OK             VALUE "00".
007302*
007304* FIELDS PASSED TO/FROM DATEEDIT - ORDER MUST MATCH ITS LINKAGE.
007306 01  WS-DE-RETCODE           PIC X(02).
007308     88  WS-DE-RC-OK             VALUE "00".
007310*
007320* FIELDS PASSED TO/FROM TAXCALC - ORDER MUST MATCH ITS LINKAGE.
007330 01  WS-TC-EXT-AMT           PIC S9(9)V99 USAGE COMP-3.
007340 01  WS-TC-TAX-AMT           PIC S9(9)V99 USAGE COMP-3.
007350 01  WS-TC-TAX-JURIS         PIC X(04).
007360 01  WS-TC-RETCODE           PIC X(02).
007361     88  WS-TC-RC-OK             VALUE "00".
007362*
007363* THE SET'S ON-ACCOUNT TENDER - ONE ACCOUNT PER TICKET - AND THE
007364* SUSPENSE CODE AND REASON WHEN THE ACCOUNT CANNOT TAKE IT.
007365 01  WS-SET-ACCT             PIC X(10).
007366 01  WS-SET-ACCT-AMT         PIC S9(11)V99 USAGE COMP-3.
007367 01  WS-ACCT-RETCODE         PIC X(02).
007368 01  WS-ACCT-REASON          PIC X(40).
007369 01  WS-AR-RUN-AMT           PIC S9(11)V99 USAGE COMP-3
007370                             VALUE ZERO.
007371*
007372* THE SET'S CASH AND CARD TENDER, LOGGED WITH THE ON-ACCOUNT
007373* AMOUNT TO SALES_TENDER ONCE THE SET IS DRIVEN.
007374 01  WS-SET-CASH-AMT         PIC S9(11)V99 USAGE COMP-3.
007375 01  WS-SET-CARD-AMT         PIC S9(11)V99 USAGE COMP-3.
007376*
007377 01  WS-AR-SUMMARY-LINE.
007378     05  FILLER              PIC X(20)   VALUE
007379         "SALSDRV ON ACCOUNT: ".
007380     05  FILLER              PIC X(01)   VALUE SPACE.
007381     05  FILLER              PIC X(10)   VALUE "POSTED=".
007382     05  SUM-AR-POSTED       PIC ZZZZZZZZ9.
007383     05  FILLER              PIC X(01)   VALUE SPACE.
007384     05  FILLER              PIC X(10)   VALUE "FAILED=".
007385     05  SUM-AR-FAILED       PIC ZZZZZZZZ9.
007390     05  FILLER              PIC X(01)   VALUE SPACE.
007391     05  FILLER              PIC X(04)   VALUE "AMT=".
007392     05  SUM-AR-AMT          PIC -,---,---,---,--9.99.
007399     05  FILLER              PIC X(25)   VALUE SPACES.
007406*
007413 01  WS-TND-SUMMARY-LINE.
007420     05  FILLER              PIC X(20)   VALUE
007427         "SALSDRV TENDER LOG: ".
007434     05  FILLER              PIC X(01)   VALUE SPACE.
007441     05  FILLER              PIC X(10)   VALUE "LOGGED=".
007448     05  SUM-TND-LOGGED      PIC ZZZZZZZZ9.
007455     05  FILLER              PIC X(01)   VALUE SPACE.
007462     05  FILLER              PIC X(10)   VALUE "FAILED=".
007469     05  SUM-TND-FAILED      PIC ZZZZZZZZ9.
007470     05  FILLER              PIC X(50)   VALUE SPACES.
007471*
007472 01  WS-LATE-SUMMARY-LINE.
007473     05  FILLER              PIC X(20)   VALUE
007474         "SALSDRV LATE TICKETS".
007475     05  FILLER              PIC X(01)   VALUE ":".
007476     05  FILLER              PIC X(10)   VALUE "FLAGGED=".
007477     05  SUM-LATE-COUNT      PIC ZZZZZZZZ9.
007478     05  FILLER              PIC X(01)   VALUE SPACE.
007479     05  FILLER              PIC X(10)   VALUE "OVER DAYS=".
007480     05  SUM-LATE-DAYS       PIC ZZ9.
007481     05  FILLER              PIC X(01)   VALUE SPACE.
007482     05  FILLER              PIC X(10)   VALUE "MOST DAYS=".
007483     05  SUM-LATE-MOST       PIC ZZZZ9.
007484     05  FILLER              PIC X(40)   VALUE SPACES.
007485*
007486 01  WS-STREAM-SUMMARY-LINE.
007487     05  FILLER              PIC X(20)   VALUE
007488         "SALSDRV STREAM:     ".
007489     05  FILLER              PIC X(01)   VALUE SPACE.
007490     05  FILLER              PIC X(10)   VALUE "STREAM=".
007491     05  SUM-STREAM          PIC X(02).
007492     05  FILLER              PIC X(08)   VALUE SPACES.
007493     05  FILLER              PIC X(10)   VALUE "RUN JOB=".
007494     05  SUM-STREAM-JOB      PIC X(08).
007495     05  FILLER              PIC X(51)   VALUE SPACES.
007496*
007500 01  WS-SUMMARY-LINE.
007600     05  FILLER              PIC X(20)   VALUE
007700         "SALSDRV RUN SUMMARY:".
008720     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008730 01  HV-RUN-DATE             PIC 9(08).
008740 01  HV-POSTED-COUNT         PIC S9(9)   USAGE COMP-5.
008742 01  HV-AR-COUNT             PIC S9(9)   USAGE COMP-5.
008744     COPY CUSTREC.
008746     COPY ARLEDREC.
008747 01  HV-TND-COUNT            PIC S9(9)   USAGE COMP-5.
008749     COPY TENDREC.
008751     COPY PERDREC.
008752 01  HV-SALE-PERIOD          PIC 9(06).
008753 01  HV-RUN-JOB              PIC X(08).
008754 01  HV-RUNC-COUNT           PIC S9(9)   USAGE COMP-5.
008755     EXEC SQL END DECLARE SECTION END-EXEC.
008760     EXEC SQL INCLUDE SQLCA END-EXEC.
008800******************************************************************
008900 LINKAGE SECTION.
009000 01  LK-PARM.
009010     05  LK-PARM-LEN         PIC S9(4)   USAGE COMP.
009020     05  LK-PARM-TEXT        PIC X(17).
009100******************************************************************
009200 PROCEDURE DIVISION USING LK-PARM.
009300*
010300******************************************************************
010400 1000-INITIALIZE.
010500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
010510     PERFORM 1050-READ-PARM THRU 1050-EXIT.
010520     IF STREAM-RUN AND NOT RESTART-RUN
010530         PERFORM 1250-CHECK-STREAM-RUN THRU 1250-EXIT
010540     END-IF.
010801     MOVE WS-RUN-DATE TO WS-RUNC-DATE.
010802     MOVE "S" TO WS-RUNC-FUNC.
010803     CALL "RUNCTL" USING WS-RUNC-FUNC WS-RUNC-JOB WS-RUNC-PRED
010808         MOVE 16 TO RETURN-CODE
010809         GOBACK
010810     END-IF.
010820     IF NOT RESTART-RUN AND NOT STREAM-RUN
010830         PERFORM 1200-CHECK-DAY-DONE THRU 1200-EXIT
010840     END-IF.
010900     OPEN INPUT  TICKET-FILE.
012200 1000-EXIT.
012300     EXIT.
012400*
012402******************************************************************
012404* 1050-READ-PARM - PARM='RESTART', 'STREAM=NN' OR
012406*     'RESTART,STREAM=NN'.  ONLY THE BYTES THE PARM LENGTH COVERS
012408*     ARE LOOKED AT.  A STREAM RUN CHECKS IN AND OUT OF RUN_CTL
012410*     AS SALSDRNN, AFTER THE SALSSPLT THAT CUT ITS TICKET FILE.
012412******************************************************************
012414 1050-READ-PARM.
012416     IF LK-PARM-LEN IS LESS THAN 7
012418         GO TO 1050-EXIT
012420     END-IF.
012422     IF LK-PARM-TEXT(1:7) IS EQUAL TO "RESTART"
012424         SET RESTART-RUN TO TRUE
012426         IF LK-PARM-LEN IS NOT LESS THAN 17
012428            AND LK-PARM-TEXT(8:8) IS EQUAL TO ",STREAM="
012430             MOVE LK-PARM-TEXT(16:2) TO WS-STREAM-ID
012432             SET STREAM-RUN TO TRUE
012434         END-IF
012436     ELSE
012438         IF LK-PARM-LEN IS NOT LESS THAN 9
012440            AND LK-PARM-TEXT(1:7) IS EQUAL TO "STREAM="
012442             MOVE LK-PARM-TEXT(8:2) TO WS-STREAM-ID
012444             SET STREAM-RUN TO TRUE
012446         END-IF
012448     END-IF.
012450     IF NOT STREAM-RUN
012452         GO TO 1050-EXIT
012454     END-IF.
012456     IF WS-STREAM-ID IS NOT NUMERIC
012458        OR WS-STREAM-NO IS EQUAL TO ZERO
012460        OR WS-STREAM-NO IS GREATER THAN WS-STREAM-MAX
012462         DISPLAY "SALSDRV - STREAM " WS-STREAM-ID
012464                 " IS NOT 01 THROUGH " WS-STREAM-MAX
012466         MOVE 16 TO RETURN-CODE
012468         GOBACK
012470     END-IF.
012472     MOVE WS-STREAM-ID  TO WS-STREAM-JOB-NO.
012474     MOVE WS-STREAM-JOB TO WS-RUNC-JOB.
012476     MOVE "SALSSPLT"    TO WS-RUNC-PRED.
012478 1050-EXIT.
012480     EXIT.
012482*
012500******************************************************************
012600* 1100-READ-CHECKPOINT - PICK UP THE RESTART POINT AND TALLIES
012700*     FROM THE LAST CHECKPOINT RECORD WRITTEN BEFORE THE ABEND.
014000     MOVE CKPT-REJECTED-CNT TO WS-REJECTED-COUNT.
014050     MOVE CKPT-SALES-AMT    TO WS-RUN-AMT.
014100     MOVE CKPT-TKT-COUNT    TO WS-RESTART-POINT.
014110     IF CKPT-STREAM IS NOT EQUAL TO WS-STREAM-ID
014120         DISPLAY "SALSDRV - CHECKPOINT FILE IS STREAM '"
014130                 CKPT-STREAM "', NOT '" WS-STREAM-ID "'"
014140         CLOSE CHECKPOINT-FILE TICKET-FILE SUMMARY-FILE
014150         MOVE 16 TO RETURN-CODE
014160         GOBACK
014170     END-IF.
014200     GO TO 1100-READ-NEXT.
014300 1100-EXIT.
014400     CLOSE CHECKPOINT-FILE.
014500     EXIT.
014510*
014520******************************************************************
014530* 1200-CHECK-DAY-DONE - A FRESH RUN FOR A DATE SALES ALREADY
014540*     HOLDS ROWS POSTED ON IS A RERUN OF A COMPLETED DAY, NOT
014550*     A NEW ONE - EVERY LINE WOULD POST TWICE.  REFUSE TO START;
014560*     PARM='RESTART' (SALSDVRR) IS THE SANCTIONED WAY TO RESUME
014570*     AN ABENDED DAY.
014620     EXEC SQL
014630        SELECT COUNT(*) INTO :HV-POSTED-COUNT
014640          FROM SALES
014650         WHERE SALES_POST_DATE = :HV-RUN-DATE
014660     END-EXEC.
014670     IF SQLCODE IS NOT EQUAL TO 0
014680         DISPLAY "SALSDRV - RERUN CHECK FAILED SQLCODE=" SQLCODE
014740         MOVE 16 TO RETURN-CODE
014750         GOBACK
014760     END-IF.
014761     MOVE "SALSSPLT" TO HV-RUN-JOB.
014762     PERFORM 1260-COUNT-RUN-CTL THRU 1260-EXIT.
014763     IF HV-RUNC-COUNT IS GREATER THAN ZERO
014764         DISPLAY "SALSDRV - " WS-RUN-DATE " IS SPLIT INTO BRANCH"
014765                 " STREAMS - RUN IT BY STREAM, NOT SERIALLY"
014766         MOVE 16 TO RETURN-CODE
014767         GOBACK
014768     END-IF.
014770 1200-EXIT.
014771     EXIT.
014772*
014773******************************************************************
014774* 1250-CHECK-STREAM-RUN - THE STREAM FORM OF THE RERUN GUARD.
014775*     OTHER STREAMS ARE POSTING THE SAME DAY TO SALES, SO A FRESH
014776*     STREAM RUN CANNOT ASK SALES WHETHER IT HAS RUN - IT ASKS
014777*     RUN_CTL INSTEAD, AHEAD OF CHECKING IN.  ANY ROW FOR THE
014778*     STREAM MEANS IT HAS ALREADY STARTED; SALSDRSR
014779*     (PARM='RESTART,STREAM=NN') IS THE WAY TO RESUME IT.
014780******************************************************************
014781 1250-CHECK-STREAM-RUN.
014782     MOVE WS-RUNC-JOB TO HV-RUN-JOB.
014783     PERFORM 1260-COUNT-RUN-CTL THRU 1260-EXIT.
014784     IF HV-RUNC-COUNT IS GREATER THAN ZERO
014785         DISPLAY "SALSDRV - STREAM " WS-STREAM-ID
014786                 " ALREADY RUN FOR " WS-RUN-DATE
014787                 " - USE SALSDRSR TO RESTART IT"
014788         MOVE 16 TO RETURN-CODE
014789         GOBACK
014790     END-IF.
014791 1250-EXIT.
014792     EXIT.
014793*
014794 1260-COUNT-RUN-CTL.
014795     MOVE WS-RUN-DATE TO HV-RUN-DATE.
014796     MOVE ZERO TO HV-RUNC-COUNT.
014797     EXEC SQL
014798        SELECT COUNT(*) INTO :HV-RUNC-COUNT
014799          FROM RUN_CTL
014800         WHERE RUN_JOB = :HV-RUN-JOB
014801           AND RUN_DATE = :HV-RUN-DATE
014802     END-EXEC.
014803     IF SQLCODE IS NOT EQUAL TO 0
014804         DISPLAY "SALSDRV - RUN CONTROL CHECK FAILED SQLCODE="
014805                 SQLCODE
014806         MOVE 16 TO RETURN-CODE
014807         GOBACK
014808     END-IF.
014809 1260-EXIT.
014810     EXIT.
014811*
014812******************************************************************
014813* 2000-PROCESS-TICKET - GATHER ONE HEADER/DETAIL SET, PROVE THE
014820*     LINES AGAINST THE HEADER'S COUNT AND TOTAL, AND EITHER
014840*     DRIVE EACH LINE THROUGH NEWSALE OR REJECT THE WHOLE SET
014860*     TO SUSPENSE.  A SET AT OR BEFORE THE RESTART POINT WAS
015250         GO TO 2000-EXIT
015260     END-IF.
015270     ADD 1 TO WS-TICKET-COUNT.
015271     MOVE "N" TO WS-SET-BAD-SW WS-SET-DIGITS-SW WS-TEND-BAD-SW.
015272     MOVE "N" TO WS-TAX-UNKNOWN-SW.
015273     MOVE "N" TO WS-ACCT-BAD-SW WS-ACCT-MIXED-SW
015274                 WS-CREDIT-HELD-SW.
015275     MOVE "N" TO WS-DATE-BAD-SW WS-PERIOD-SHUT-SW
015276                 WS-PERIOD-FAIL-SW.
015277     MOVE SPACES TO WS-SET-ACCT.
015278     MOVE ZERO TO WS-SET-ACCT-AMT.
015279     MOVE ZERO TO WS-SET-CASH-AMT WS-SET-CARD-AMT.
015280     MOVE TKT-SPERSON      TO WS-SET-SPERSON.
015281     MOVE TKT-NO           TO WS-SET-TKT-NO.
015282     MOVE TKT-BRANCH       TO WS-SET-BRANCH.
015283     EVALUATE TRUE
015284        WHEN TKT-SALE-DATE-X IS EQUAL TO SPACES
015285           MOVE WS-RUN-DATE TO WS-SET-SALE-DATE
015286        WHEN TKT-SALE-DATE IS NOT NUMERIC
015287           MOVE ZERO TO WS-SET-SALE-DATE
015289        WHEN TKT-SALE-DATE IS EQUAL TO ZERO
015290           MOVE WS-RUN-DATE TO WS-SET-SALE-DATE
015291        WHEN OTHER
015292           MOVE TKT-SALE-DATE TO WS-SET-SALE-DATE
015293     END-EVALUATE.
015294     IF TKT-LINE-COUNT IS NUMERIC
015295         MOVE TKT-LINE-COUNT   TO WS-SET-LINE-COUNT
015302     ELSE
015304         MOVE ZERO TO WS-SET-LINE-COUNT
015306         MOVE "Y" TO WS-SET-BAD-SW
015470         PERFORM 2300-CALL-NEWSALE THRU 2300-EXIT
015480             VARYING WS-LINE-SUB FROM 1 BY 1
015490             UNTIL WS-LINE-SUB IS GREATER THAN WS-LINES-STORED
015492         IF WS-SET-ACCT-AMT IS NOT EQUAL TO ZERO
015494             PERFORM 2400-POST-ACCOUNT THRU 2400-EXIT
015496         END-IF
015498         PERFORM 2450-LOG-TENDER THRU 2450-EXIT
015499         PERFORM 2295-FLAG-LATE THRU 2295-EXIT
015500     END-IF.
015510     PERFORM 3000-WRITE-CHECKPOINT THRU 3000-EXIT.
016000 2000-EXIT.
017552******************************************************************
017554* 2170-STORE-TENDER - TALLY ONE TENDER RECORD.  TENDER RECORDS
017556*     ARE NOT NEWSALE LINES - ONLY THEIR SUM MATTERS HERE, AND
017557*     2250-VALIDATE-SET PROVES IT AGAINST THE TICKET TOTAL.
017558*     AN ON-ACCOUNT TENDER'S AMOUNT IS ALSO KEPT AGAINST ITS
017559*     ACCOUNT; A SECOND ACCOUNT ON THE SAME TICKET IS REFUSED.
017560******************************************************************
017561 2170-STORE-TENDER.
017562     ADD 1 TO WS-TENDS-READ.
017563     IF NOT TKT-TEND-CASH AND NOT TKT-TEND-CARD
017564        AND NOT TKT-TEND-ACCOUNT
017565         MOVE "Y" TO WS-TEND-BAD-SW
017566     END-IF.
017567     IF TKT-TEND-AMT IS NUMERIC
017568         ADD TKT-TEND-AMT TO WS-TEND-SUM
017569         IF TKT-TEND-CASH
017570             ADD TKT-TEND-AMT TO WS-SET-CASH-AMT
017571         END-IF
017572         IF TKT-TEND-CARD
017573             ADD TKT-TEND-AMT TO WS-SET-CARD-AMT
017574         END-IF
017576     ELSE
017577         MOVE "Y" TO WS-TEND-BAD-SW WS-SET-DIGITS-SW
017578     END-IF.
017579     IF TKT-TEND-ACCOUNT AND TKT-TEND-AMT IS NUMERIC
017580         IF WS-SET-ACCT IS NOT EQUAL TO SPACES
017581            AND TKT-TEND-ACCT IS NOT EQUAL TO WS-SET-ACCT
017582             MOVE "Y" TO WS-ACCT-MIXED-SW
017583         END-IF
017584         MOVE TKT-TEND-ACCT TO WS-SET-ACCT
017585         ADD TKT-TEND-AMT TO WS-SET-ACCT-AMT
017586     END-IF.
017587 2170-EXIT.
017588     EXIT.
017589*
017590******************************************************************
017600* 2250-VALIDATE-SET - THE LINES RECEIVED MUST MATCH THE
017610*     HEADER'S LINE COUNT, FIT THE TABLE, AND CROSS-FOOT TO
017620*     THE HEADER'S TICKET TOTAL; THE TENDER RECORDS MUST SUM
017622*     TO THAT SAME TOTAL PLUS THE LINES' SALES TAX, OR THE
017624*     CUSTOMER'S PAYMENT DOES NOT COVER THE TICKET AND THE
017626*     WHOLE SET PARKS IN SUSPENSE.  WHEN A LINE'S TAX CANNOT
017627*     BE PRICED THE TENDER CANNOT BE PROVED EITHER - THE SET
017629*     IS DRIVEN AND NEWSALE REJECTS THAT LINE ON ITS OWN.
017631*     THE HEADER'S SALE DATE IS PROVED BEFORE THE ACCOUNT IS
017633*     TOUCHED - A TICKET THAT MAY NOT POST MUST NOT CHARGE.
017635******************************************************************
017640 2250-VALIDATE-SET.
017650     IF WS-LINES-READ IS NOT EQUAL TO WS-SET-LINE-COUNT
017660        OR WS-LINES-READ IS EQUAL TO ZERO
017680         MOVE "Y" TO WS-SET-BAD-SW
017690     END-IF.
017700     IF NOT SET-BAD
017710         MOVE ZERO TO WS-SET-SUM WS-SET-TAX
017720         PERFORM 2260-SUM-LINE THRU 2260-EXIT
017730             VARYING WS-LINE-SUB FROM 1 BY 1
017740             UNTIL WS-LINE-SUB IS GREATER THAN WS-LINES-STORED
017780     END-IF.
017782     IF NOT SET-BAD
017784         IF TENDER-BAD
017785             MOVE "Y" TO WS-SET-BAD-SW
017786         ELSE
017787             IF NOT TAX-UNKNOWN
017788                AND WS-TEND-SUM IS NOT EQUAL TO
017789                    WS-SET-TOTAL + WS-SET-TAX
017790                 MOVE "Y" TO WS-TEND-BAD-SW WS-SET-BAD-SW
017791             END-IF
017792         END-IF
017793     END-IF.
017794     IF NOT SET-BAD
017795         PERFORM 2290-CHECK-SALE-DATE THRU 2290-EXIT
017796     END-IF.
017797     IF NOT SET-BAD
017798        AND (WS-SET-ACCT-AMT IS NOT EQUAL TO ZERO
017799             OR WS-SET-ACCT IS NOT EQUAL TO SPACES
017800             OR ACCT-MIXED)
017801         PERFORM 2280-CHECK-ACCOUNT THRU 2280-EXIT
017802     END-IF.
017803 2250-EXIT.
017804     EXIT.
017810*
017820 2260-SUM-LINE.
017830     COMPUTE WS-LINE-EXT = WS-LN-QTY (WS-LINE-SUB)
017870           MOVE ZERO TO WS-LINE-EXT
017880     END-COMPUTE.
017890     ADD WS-LINE-EXT TO WS-SET-SUM.
017892     IF NOT SET-BAD AND NOT TAX-UNKNOWN
017894         PERFORM 2270-PRICE-TAX THRU 2270-EXIT
017896     END-IF.
017900 2260-EXIT.
017910     EXIT.
017912*
017914******************************************************************
017916* 2270-PRICE-TAX - THE LINE'S SALES TAX, PRICED BY TAXCALC FROM
017918*     THE SET'S BRANCH AND THE LINE'S PRODUCT EXACTLY AS NEWSALE
017920*     WILL POST IT, ADDED TO THE SET'S TAX FOR THE TENDER PROOF.
017922******************************************************************
017924 2270-PRICE-TAX.
017926     COMPUTE WS-TC-EXT-AMT = WS-LINE-EXT
017928        ON SIZE ERROR
017930           MOVE "Y" TO WS-TAX-UNKNOWN-SW
017932           GO TO 2270-EXIT
017934     END-COMPUTE.
017936     CALL "TAXCALC" USING WS-SET-BRANCH
017938                          WS-LN-PRODUCT (WS-LINE-SUB)
017940                          WS-TC-EXT-AMT
017942                          WS-TC-TAX-AMT
017944                          WS-TC-TAX-JURIS
017946                          WS-TC-RETCODE.
017948     IF WS-TC-RC-OK
017950         ADD WS-TC-TAX-AMT TO WS-SET-TAX
017952     ELSE
017954         MOVE "Y" TO WS-TAX-UNKNOWN-SW
017956     END-IF.
017958 2270-EXIT.
017960     EXIT.
017964*
017968******************************************************************
017972* 2280-CHECK-ACCOUNT - AN ON-ACCOUNT TENDER MUST NAME ONE ACCOUNT
017976*     THAT IS ON CUSTMAST.  A CHARGE MUST ALSO FIND THE ACCOUNT
017980*     OPEN AND STAY WITHIN ITS CREDIT LIMIT; A CREDIT (A RETURN
017984*     REFUNDED TO THE ACCOUNT) MAY GO TO A CLOSED ONE.  A REFUSED
017988*     ACCOUNT PARKS THE WHOLE SET IN SUSPENSE - THE CUSTOMER HAS
017992*     TO SETTLE THE TICKET ANOTHER WAY.
017993*     A CHARGE THAT PASSES IS HELD ON CUSTMAST AT ONCE: THE
017994*     BALANCE MOVES BY AN UPDATE THAT ONLY TAKES WHILE IT STAYS
017995*     WITHIN THE LIMIT, SO A STREAM CHARGING THE SAME ACCOUNT AT
017996*     THE SAME TIME CANNOT SLIP PAST THE LIMIT THE SELECT ABOVE
017997*     SAW.  ONE THAT NO LONGER FITS IS REFUSED RC 46 HERE, BEFORE
017998*     ANY LINE POSTS.  A CHARGE ALREADY ON AR_LEDGER IS A SET
017999*     RE-DRIVEN BY A RESTART: ITS BALANCE ALREADY CARRIES THE
018000*     CHARGE, SO IT IS NEITHER JUDGED AGAIN NOR HELD TWICE.
018001******************************************************************
018002 2280-CHECK-ACCOUNT.
018004     MOVE "44" TO WS-ACCT-RETCODE.
018008     IF ACCT-MIXED
018012         MOVE "ON-ACCOUNT TENDER NAMES TWO ACCOUNTS"
018016           TO WS-ACCT-REASON
018020         GO TO 2280-REFUSE
018024     END-IF.
018028     IF WS-SET-ACCT IS EQUAL TO SPACES
018032         MOVE "ON-ACCOUNT TENDER WITH NO ACCOUNT"
018036           TO WS-ACCT-REASON
018040         GO TO 2280-REFUSE
018044     END-IF.
018048     MOVE WS-SET-ACCT TO CUST-ACCT.
018052     EXEC SQL
018056        SELECT CUST_STATUS, CUST_CREDIT_LIMIT, CUST_BALANCE
018060          INTO :CUST-STATUS, :CUST-CREDIT-LIMIT, :CUST-BALANCE
018064          FROM CUSTMAST
018068         WHERE CUST_ACCT = :CUST-ACCT
018072     END-EXEC.
018076     IF SQLCODE IS NOT EQUAL TO 0
018080         MOVE "ON-ACCOUNT TENDER - UNKNOWN ACCOUNT"
018084           TO WS-ACCT-REASON
018088         GO TO 2280-REFUSE
018092     END-IF.
018096     IF WS-SET-ACCT-AMT IS NOT GREATER THAN ZERO
018100         GO TO 2280-EXIT
018104     END-IF.
018105     PERFORM 2410-FIND-AR-ROW THRU 2410-EXIT.
018106     IF SQLCODE IS NOT EQUAL TO 0
018107         MOVE "ON-ACCOUNT TENDER - CREDIT HOLD FAILED"
018108           TO WS-ACCT-REASON
018109         GO TO 2280-REFUSE
018110     END-IF.
018111     IF HV-AR-COUNT IS GREATER THAN ZERO
018112         GO TO 2280-EXIT
018113     END-IF.
018114     IF NOT CUST-OPEN
018115         MOVE "45" TO WS-ACCT-RETCODE
018116         MOVE "ON-ACCOUNT TENDER - ACCOUNT CLOSED"
018120           TO WS-ACCT-REASON
018124         GO TO 2280-REFUSE
018128     END-IF.
018132     IF CUST-BALANCE + WS-SET-ACCT-AMT IS GREATER THAN
018133        CUST-CREDIT-LIMIT
018134         MOVE "46" TO WS-ACCT-RETCODE
018135         MOVE "ON-ACCOUNT TENDER - OVER CREDIT LIMIT"
018136           TO WS-ACCT-REASON
018137         GO TO 2280-REFUSE
018138     END-IF.
018139     EXEC SQL
018140        UPDATE CUSTMAST
018141           SET CUST_BALANCE = CUST_BALANCE + :AR-AMT
018142         WHERE CUST_ACCT = :AR-ACCT
018143           AND CUST_BALANCE + :AR-AMT <= CUST_CREDIT_LIMIT
018144     END-EXEC.
018145     IF SQLCODE IS EQUAL TO 100
018146         MOVE "46" TO WS-ACCT-RETCODE
018147         MOVE "ON-ACCOUNT TENDER - OVER CREDIT LIMIT"
018148           TO WS-ACCT-REASON
018149         GO TO 2280-REFUSE
018150     END-IF.
018151     IF SQLCODE IS NOT EQUAL TO 0
018152         MOVE "ON-ACCOUNT TENDER - CREDIT HOLD FAILED"
018153           TO WS-ACCT-REASON
018154         GO TO 2280-REFUSE
018155     END-IF.
018156     MOVE "Y" TO WS-CREDIT-HELD-SW.
018157     GO TO 2280-EXIT.
018158 2280-REFUSE.
018159     MOVE "Y" TO WS-ACCT-BAD-SW WS-SET-BAD-SW.
018160 2280-EXIT.
018161     EXIT.
018162*
018163******************************************************************
018164* 2290-CHECK-SALE-DATE - THE HEADER'S SALE DATE MUST BE A REAL
018165*     DATE NO LATER THAN THE RUN DATE, AND MUST NOT FALL IN A
018166*     PERIOD SALSCLOS HAS MARKED CLOSED ON PERIOD_CTL - A CLOSED
018167*     MONTH'S TOTALS MAY NOT CHANGE.  EITHER WAY THE WHOLE SET
018168*     PARKS IN SUSPENSE; A CLOSED-PERIOD TICKET WAITS THERE FOR
018169*     APPROVAL, GIVEN BY A REPAIR CARD RE-DATING IT INTO THE OPEN
018170*     PERIOD.  NEWSALE MAKES THE SAME CHECK LINE BY LINE -
018171*     BOTH CALL DATEEDIT, SO THE TWO CANNOT DISAGREE ABOUT WHAT
018172*     A REAL DATE IS.  A HEADER DATE THAT IS NOT NUMERIC ARRIVES
018173*     HERE AS ZERO AND FAILS.  ONLY THIS CHECK MARKS THE DATE
018174*     BAD, SO A SET THAT FAILED AN EARLIER TEST (THE LINE COUNT,
018175*     SAY) KEEPS THAT TEST'S SUSPENSE CODE.  A PERIOD_CTL READ
018176*     THAT FAILS OUTRIGHT PARKS THE SET UNDER ITS OWN CODE, NOT AS
018177*     A CLOSED PERIOD - NO RE-DATING CARD IS NEEDED, ONLY A
018178*     RE-DRIVE ONCE THE TABLE CAN BE READ - AND ENDS THE RUN RC 8.
018179******************************************************************
018180 2290-CHECK-SALE-DATE.
018181     CALL "DATEEDIT" USING WS-SET-SALE-DATE
018182                           WS-DE-RETCODE.
018183     IF NOT WS-DE-RC-OK
018184        OR WS-SET-SALE-DATE IS GREATER THAN WS-RUN-DATE
018185         MOVE "Y" TO WS-DATE-BAD-SW
018186         GO TO 2290-REFUSE
018187     END-IF.
018188     COMPUTE HV-SALE-PERIOD = WS-SET-SALE-DATE / 100.
018189     EXEC SQL
018190        SELECT PER_STATUS INTO :PER-STATUS
018191          FROM PERIOD_CTL
018192         WHERE PER_PERIOD = :HV-SALE-PERIOD
018193     END-EXEC.
018194     EVALUATE TRUE
018195        WHEN SQLCODE IS EQUAL TO 0 AND PER-CLOSED
018196           MOVE "Y" TO WS-PERIOD-SHUT-SW
018197           GO TO 2290-REFUSE
018198        WHEN SQLCODE IS EQUAL TO 0
018199           CONTINUE
018200        WHEN SQLCODE IS EQUAL TO 100
018201           CONTINUE
018202        WHEN OTHER
018203           DISPLAY "SALSDRV - PERIOD CHECK FAILED SQLCODE="
018204                   SQLCODE
018205           IF RETURN-CODE IS LESS THAN 8
018206               MOVE 8 TO RETURN-CODE
018207           END-IF
018208           MOVE "Y" TO WS-PERIOD-FAIL-SW
018214           GO TO 2290-REFUSE
018215     END-EVALUATE.
018216     GO TO 2290-EXIT.
018217 2290-REFUSE.
018218     MOVE "Y" TO WS-SET-BAD-SW.
018219 2290-EXIT.
018220     EXIT.
018221*
018222******************************************************************
018223* 2295-FLAG-LATE - A DRIVEN TICKET RUNG MORE THAN WS-LATE-DAYS
018224*     BEFORE THE RUN DATE STILL POSTS UNDER ITS OWN SALE DATE,
018225*     BUT IS FLAGGED AND COUNTED SO A BRANCH SITTING ON ITS
018226*     TICKETS SHOWS UP THE MORNING AFTER.  SALSLATE REPORTS HOW
018227*     FAR BEHIND EACH BRANCH TRANSMITS OVER A SPAN OF NIGHTS.
018228******************************************************************
018229 2295-FLAG-LATE.
018230     COMPUTE WS-DAYS-BEHIND =
018231             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
018232             - FUNCTION INTEGER-OF-DATE (WS-SET-SALE-DATE).
018233     IF WS-DAYS-BEHIND IS NOT GREATER THAN WS-LATE-DAYS
018234         GO TO 2295-EXIT
018235     END-IF.
018236     ADD 1 TO WS-LATE-COUNT.
018237     IF WS-DAYS-BEHIND IS GREATER THAN WS-MOST-BEHIND
018238         MOVE WS-DAYS-BEHIND TO WS-MOST-BEHIND
018239     END-IF.
018240     DISPLAY "SALSDRV LATE TICKET " WS-SET-TKT-NO
018241             " BRANCH " WS-SET-BRANCH
018242             " SALE DATE " WS-SET-SALE-DATE
018243             " DAYS BEHIND " WS-DAYS-BEHIND.
018244 2295-EXIT.
018245     EXIT.
018246*
018300 2300-CALL-NEWSALE.
018400     MOVE WS-SET-SPERSON TO WS-NS-SPERSON.
018410     MOVE WS-SET-TKT-NO  TO WS-NS-TKT-NO.
018520     MOVE WS-LN-TRANS-CD (WS-LINE-SUB) TO WS-NS-TRANS-CD.
018530     MOVE WS-LN-ORIG-TKT (WS-LINE-SUB) TO WS-NS-ORIG-TKT-NO.
018540     MOVE WS-SET-BRANCH TO WS-NS-BRANCH.
018550     MOVE WS-SET-SALE-DATE TO WS-NS-SALE-DATE.
018600     CALL "NEWSALE" USING WS-NS-SPERSON
018610                          WS-NS-TKT-NO
018620                          WS-NS-PRODUCT
018720                          WS-NS-TRANS-CD
018730                          WS-NS-ORIG-TKT-NO
018740                          WS-NS-BRANCH
018750                          WS-NS-SALE-DATE
018800                          WS-NS-JOB-ID
018900                          WS-NS-TERM-ID
018950                          WS-NS-RUN-MODE
019400     ELSE
019500         ADD 1 TO WS-REJECTED-COUNT
019600     END-IF.
019607 2300-EXIT.
019614     EXIT.
019621*
019628******************************************************************
019635* 2400-POST-ACCOUNT - POST THE DRIVEN SET'S ON-ACCOUNT AMOUNT TO
019642*     AR_LEDGER - A CHARGE, OR A CREDIT WHEN IT IS NEGATIVE - AND
019649*     MOVE THE CUSTOMER'S BALANCE BY THE SAME AMOUNT.  THE WHOLE
019650*     TENDER POSTS EVEN IF NEWSALE REJECTED A LINE: THE CUSTOMER
019651*     SIGNED FOR THE TICKET, AND THE REJECTED LINE POSTS FROM
019652*     SUSPENSE ONCE REPAIRED.  A ROW ALREADY ON THE LEDGER FOR
019653*     THIS ACCOUNT, TICKET, BRANCH AND DATE IS A SET RE-DRIVEN BY
019654*     A RESTART AND IS NOT POSTED TWICE.  A CHARGE'S BALANCE WAS
019655*     ALREADY MOVED WHEN 2280-CHECK-ACCOUNT HELD IT; ONLY A
019656*     CREDIT MOVES THE BALANCE HERE.  A HELD CHARGE THAT FAILS
019657*     TO REACH THE LEDGER IS TAKEN BACK OFF THE BALANCE, SO THE
019658*     TWO NEVER DISAGREE; ONE THAT CANNOT BE TAKEN BACK ENDS THE
019659*     RUN RC 12 FOR THE ACCOUNT TO BE PUT RIGHT BY HAND.
019663******************************************************************
019664 2400-POST-ACCOUNT.
019665     PERFORM 2410-FIND-AR-ROW THRU 2410-EXIT.
019666     IF SQLCODE IS NOT EQUAL TO 0
019667         GO TO 2400-FAILED
019668     END-IF.
019669     IF HV-AR-COUNT IS GREATER THAN ZERO
019670         GO TO 2400-EXIT
019671     END-IF.
019672     ACCEPT AR-POST-TIME FROM TIME.
019673     EXEC SQL
019674        INSERT INTO AR_LEDGER
019675           (AR_ACCT, AR_POST_DATE, AR_POST_TIME, AR_TYPE,
019676            AR_TKT_NO, AR_BRANCH, AR_REF, AR_AMT)
019677        VALUES
019678           (:AR-ACCT, :AR-POST-DATE, :AR-POST-TIME, :AR-TYPE,
019679            :AR-TKT-NO, :AR-BRANCH, :AR-REF, :AR-AMT)
019680     END-EXEC.
019681     IF SQLCODE IS NOT EQUAL TO 0
019682         GO TO 2400-FAILED
019683     END-IF.
019684     IF NOT CREDIT-HELD
019685         EXEC SQL
019686            UPDATE CUSTMAST
019687               SET CUST_BALANCE = CUST_BALANCE + :AR-AMT
019688             WHERE CUST_ACCT = :AR-ACCT
019689         END-EXEC
019690         IF SQLCODE IS NOT EQUAL TO 0
019691             GO TO 2400-FAILED
019692         END-IF
019693     END-IF.
019694     ADD 1 TO WS-AR-POSTED-COUNT.
019695     ADD WS-SET-ACCT-AMT TO WS-AR-RUN-AMT.
019696     GO TO 2400-EXIT.
019697 2400-FAILED.
019698     ADD 1 TO WS-AR-FAILED-COUNT.
019699     DISPLAY "SALSDRV - ON-ACCOUNT POST FAILED ACCT=" WS-SET-ACCT
019700             " TICKET=" WS-SET-TKT-NO " SQLCODE=" SQLCODE.
019701     IF RETURN-CODE IS LESS THAN 8
019702         MOVE 8 TO RETURN-CODE
019703     END-IF.
019704     IF CREDIT-HELD
019705         EXEC SQL
019706            UPDATE CUSTMAST
019707               SET CUST_BALANCE = CUST_BALANCE - :AR-AMT
019708             WHERE CUST_ACCT = :AR-ACCT
019709         END-EXEC
019710         IF SQLCODE IS NOT EQUAL TO 0
019711             DISPLAY "SALSDRV - CREDIT HOLD NOT RELEASED ACCT="
019712                     WS-SET-ACCT " TICKET=" WS-SET-TKT-NO
019713                     " SQLCODE=" SQLCODE
019714             MOVE 12 TO RETURN-CODE
019715         END-IF
019716         MOVE "N" TO WS-CREDIT-HELD-SW
019717     END-IF.
019718 2400-EXIT.
019719     EXIT.
019720*
019721******************************************************************
019722* 2410-FIND-AR-ROW - BUILD THE SET'S AR_LEDGER ROW AND COUNT THE
019723*     ROWS ALREADY ON THE LEDGER FOR IT.  SQLCODE IS LEFT FOR THE
019724*     CALLER - 2280-CHECK-ACCOUNT BEFORE IT HOLDS A CHARGE, AND
019725*     2400-POST-ACCOUNT BEFORE IT POSTS.
019726******************************************************************
019727 2410-FIND-AR-ROW.
019728     MOVE WS-SET-ACCT     TO AR-ACCT.
019729     MOVE WS-RUN-DATE     TO AR-POST-DATE.
019730     MOVE WS-SET-TKT-NO   TO AR-TKT-NO.
019731     MOVE WS-SET-BRANCH   TO AR-BRANCH.
019732     MOVE SPACES          TO AR-REF.
019733     MOVE WS-SET-ACCT-AMT TO AR-AMT.
019734     IF WS-SET-ACCT-AMT IS GREATER THAN ZERO
019735         MOVE "C" TO AR-TYPE
019736     ELSE
019737         MOVE "R" TO AR-TYPE
019738     END-IF.
019739     MOVE ZERO TO HV-AR-COUNT.
019740     EXEC SQL
019741        SELECT COUNT(*) INTO :HV-AR-COUNT
019742          FROM AR_LEDGER
019743         WHERE AR_ACCT = :AR-ACCT
019744           AND AR_TKT_NO = :AR-TKT-NO
019745           AND AR_BRANCH = :AR-BRANCH
019746           AND AR_POST_DATE = :AR-POST-DATE
019747           AND AR_TYPE IN ('C', 'R')
019748     END-EXEC.
019749 2410-EXIT.
019754     EXIT.
019771*
019772******************************************************************
019773* 2450-LOG-TENDER - ONE SALES_TENDER ROW FOR EACH TENDER TYPE THE
019774*     DRIVEN SET CARRIED.  A TYPE ALREADY LOGGED FOR THIS TICKET,
019775*     BRANCH AND DATE IS A SET RE-DRIVEN BY A RESTART AND IS NOT
019776*     LOGGED TWICE.  THE LOG IS A RECORD OF PAYMENT, NOT MONEY -
019777*     A FAILED WRITE IS A WARNING, THE TICKET STANDS.
019778******************************************************************
019779 2450-LOG-TENDER.
019780     MOVE WS-SET-SPERSON TO TND-SPERSON.
019781     MOVE WS-SET-TKT-NO  TO TND-TKT-NO.
019782     MOVE WS-SET-BRANCH  TO TND-BRANCH.
019783     MOVE WS-SET-SALE-DATE TO TND-DATE.
019784     IF WS-SET-CASH-AMT IS NOT EQUAL TO ZERO
019785         MOVE "C" TO TND-TYPE
019786         MOVE WS-SET-CASH-AMT TO TND-AMT
019787         MOVE SPACES TO TND-ACCT
019788         PERFORM 2460-WRITE-TENDER THRU 2460-EXIT
019789     END-IF.
019790     IF WS-SET-CARD-AMT IS NOT EQUAL TO ZERO
019791         MOVE "D" TO TND-TYPE
019792         MOVE WS-SET-CARD-AMT TO TND-AMT
019793         MOVE SPACES TO TND-ACCT
019794         PERFORM 2460-WRITE-TENDER THRU 2460-EXIT
019795     END-IF.
019796     IF WS-SET-ACCT-AMT IS NOT EQUAL TO ZERO
019797         MOVE "A" TO TND-TYPE
019798         MOVE WS-SET-ACCT-AMT TO TND-AMT
019799         MOVE WS-SET-ACCT TO TND-ACCT
019800         PERFORM 2460-WRITE-TENDER THRU 2460-EXIT
019801     END-IF.
019802 2450-EXIT.
019803     EXIT.
019804*
019805 2460-WRITE-TENDER.
019806     MOVE ZERO TO HV-TND-COUNT.
019807     EXEC SQL
019808        SELECT COUNT(*) INTO :HV-TND-COUNT
019809          FROM SALES_TENDER
019810         WHERE TND_SPERSON = :TND-SPERSON
019811           AND TND_TKT_NO = :TND-TKT-NO
019812           AND TND_BRANCH = :TND-BRANCH
019813           AND TND_DATE = :TND-DATE
019814           AND TND_TYPE = :TND-TYPE
019815     END-EXEC.
019816     IF SQLCODE IS EQUAL TO 0
019817        AND HV-TND-COUNT IS GREATER THAN ZERO
019818         GO TO 2460-EXIT
019819     END-IF.
019820     IF SQLCODE IS EQUAL TO 0
019821         EXEC SQL
019822            INSERT INTO SALES_TENDER
019823               (TND_SPERSON, TND_TKT_NO, TND_BRANCH, TND_DATE,
019824                TND_TYPE, TND_AMT, TND_ACCT)
019825            VALUES
019826               (:TND-SPERSON, :TND-TKT-NO, :TND-BRANCH, :TND-DATE,
019827                :TND-TYPE, :TND-AMT, :TND-ACCT)
019828         END-EXEC
019829     END-IF.
019830     IF SQLCODE IS NOT EQUAL TO 0
019831         ADD 1 TO WS-TND-FAILED-COUNT
019832         DISPLAY "SALSDRV - TENDER LOG FAILED TICKET=" TND-TKT-NO
019833                 " TYPE=" TND-TYPE " SQLCODE=" SQLCODE
019834         IF RETURN-CODE IS LESS THAN 4
019835             MOVE 4 TO RETURN-CODE
019836         END-IF
019837     ELSE
019838         ADD 1 TO WS-TND-LOGGED-COUNT
019839     END-IF.
019840 2460-EXIT.
019841     EXIT.
019842*
019843******************************************************************
019844* 2700-SUSPEND-SET - THE SET'S LINES DO NOT MATCH ITS HEADER.
019845*     PARK EVERY STORED LINE ON THE SUSPENSE FILE AS A UNIT SO
019846*     THE WHOLE TICKET CAN BE RESEARCHED AND RESUBMITTED
019847*     TOGETHER, THE WAY NEWSALE PARKS ITS OWN REJECTS.  A
019848*     A SET WITH NON-NUMERIC DIGITS PARKS UNDER RC 42 - ITS
019849*     ZERO QTY/PRICE ARE SUBSTITUTES, THE TRUE VALUES COME
019850*     FROM THE SOURCE TICKET ON THE REPAIR CARD.  A
019851*     HEADER WHOSE LINES NEVER ARRIVED GETS AN RC-41 MARKER
019852*     ROW FOR RESEARCH - IT STANDS FOR NO DETAIL LINE, SO IT
019853*     COUNTS IN NEITHER THE REJECT TALLY NOR SALSBAL'S
019854*     SUSPENSE SIDE, AND SALSSUSP NEVER RE-DRIVES IT.
019855******************************************************************
019856 2700-SUSPEND-SET.
019857     ACCEPT WS-RUN-TIME FROM TIME.
019858     MOVE WS-SET-SPERSON TO SUSP-SPERSON.
019859     MOVE WS-SET-TKT-NO  TO SUSP-TKT-NO.
019860     EVALUATE TRUE
019861        WHEN SET-BAD-DIGITS
019862           MOVE "42" TO SUSP-RETCODE
019863           MOVE "LINE QTY OR PRICE NOT NUMERIC - ZEROED"
019864             TO SUSP-REASON
019865        WHEN TENDER-BAD
019866           MOVE "43" TO SUSP-RETCODE
019867           MOVE "TENDER DOES NOT COVER TICKET PLUS TAX"
019868             TO SUSP-REASON
019869        WHEN SALE-DATE-BAD
019870           MOVE "47" TO SUSP-RETCODE
019871           MOVE "SALE DATE INVALID OR AFTER RUN DATE"
019872             TO SUSP-REASON
019873        WHEN SALE-PERIOD-CLOSED
019874           MOVE "48" TO SUSP-RETCODE
019875           MOVE "SALE DATE IN CLOSED PERIOD - APPROVAL"
019876             TO SUSP-REASON
019878        WHEN SALE-PERIOD-UNREAD
019880           MOVE "49" TO SUSP-RETCODE
019882           MOVE "PERIOD CHECK FAILED - SQL ERROR"
019884             TO SUSP-REASON
019886        WHEN ACCT-REFUSED
019888           MOVE WS-ACCT-RETCODE TO SUSP-RETCODE
019890           MOVE WS-ACCT-REASON TO SUSP-REASON
019892        WHEN OTHER
019894           MOVE "40" TO SUSP-RETCODE
019896           MOVE "TICKET LINES DO NOT MATCH HEADER"
019898             TO SUSP-REASON
019900     END-EVALUATE.
019902     MOVE WS-RUN-DATE TO SUSP-TS-DATE.
019904     MOVE WS-RUN-TIME TO SUSP-TS-TIME.
019906     MOVE ZERO TO SUSP-AGE-DAYS.
019908     MOVE WS-SET-BRANCH TO SUSP-BRANCH.
019910     MOVE WS-SET-SALE-DATE TO SUSP-SALE-DATE.
019912     OPEN EXTEND SUSPENSE-FILE.
019914     PERFORM 2710-SUSPEND-LINE THRU 2710-EXIT
019916         VARYING WS-LINE-SUB FROM 1 BY 1
019918         UNTIL WS-LINE-SUB IS GREATER THAN WS-LINES-STORED.
019920     IF WS-LINES-STORED IS EQUAL TO ZERO
019922         MOVE "41" TO SUSP-RETCODE
019924         MOVE SPACES TO SUSP-PRODUCT
019926         MOVE "TICKET HEADER WITHOUT LINES"
019928           TO SUSP-REASON
019930         MOVE ZERO TO SUSP-QTY
019932         MOVE ZERO TO SUSP-UNIT-PRICE
019934         MOVE SPACE TO SUSP-TRANS-CD
019936         MOVE ZERO TO SUSP-ORIG-TKT-NO
019938         WRITE SUSPENSE-REC FROM SUSPENSE-RECORD
019940     END-IF.
019942     CLOSE SUSPENSE-FILE.
019944     DISPLAY "SALSDRV SUSPENDED TICKET " WS-SET-TKT-NO
019946             " RC=" SUSP-RETCODE " - " SUSP-REASON.
019948     IF WS-LINES-READ IS GREATER THAN WS-LINE-MAX
019950         DISPLAY "SALSDRV - SET EXCEEDS LINE TABLE, ONLY "
019952                 "FIRST 99 LINES PARKED FOR TICKET "
019954                 WS-SET-TKT-NO
019956     END-IF.
019958 2700-EXIT.
019960     EXIT.
019962*
019964 2710-SUSPEND-LINE.
019966     MOVE WS-LN-PRODUCT (WS-LINE-SUB) TO SUSP-PRODUCT.
019968     MOVE WS-LN-QTY (WS-LINE-SUB) TO SUSP-QTY.
019970     MOVE WS-LN-UNIT-PRICE (WS-LINE-SUB)
019972       TO SUSP-UNIT-PRICE.
019986     MOVE WS-LN-TRANS-CD (WS-LINE-SUB) TO SUSP-TRANS-CD.
019987     MOVE WS-LN-ORIG-TKT (WS-LINE-SUB)
019988       TO SUSP-ORIG-TKT-NO.
021600     MOVE WS-INSERTED-COUNT  TO CKPT-INSERTED-CNT.
021700     MOVE WS-REJECTED-COUNT  TO CKPT-REJECTED-CNT.
021750     MOVE WS-RUN-AMT         TO CKPT-SALES-AMT.
021760     MOVE WS-STREAM-ID       TO CKPT-STREAM.
021800     WRITE CHECKPOINT-REC FROM CHECKPOINT-RECORD.
021900 3100-EXIT.
022000     EXIT.
022800     MOVE WS-INSERTED-COUNT TO SUM-INSERTED.
022900     MOVE WS-REJECTED-COUNT TO SUM-REJECTED.
022950     MOVE WS-RUN-AMT        TO SUM-AMT.
022957     IF STREAM-RUN
022964         MOVE WS-STREAM-ID      TO SUM-STREAM
022971         MOVE WS-RUNC-JOB       TO SUM-STREAM-JOB
022978         WRITE SUMMARY-REC FROM WS-STREAM-SUMMARY-LINE
022985         DISPLAY WS-STREAM-SUMMARY-LINE
022992     END-IF.
023000     WRITE SUMMARY-REC FROM WS-SUMMARY-LINE.
023100     DISPLAY WS-SUMMARY-LINE.
023110     MOVE WS-AR-POSTED-COUNT TO SUM-AR-POSTED.
023120     MOVE WS-AR-FAILED-COUNT TO SUM-AR-FAILED.
023130     MOVE WS-AR-RUN-AMT      TO SUM-AR-AMT.
023140     WRITE SUMMARY-REC FROM WS-AR-SUMMARY-LINE.
023150     DISPLAY WS-AR-SUMMARY-LINE.
023160     MOVE WS-TND-LOGGED-COUNT TO SUM-TND-LOGGED.
023170     MOVE WS-TND-FAILED-COUNT TO SUM-TND-FAILED.
023180     WRITE SUMMARY-REC FROM WS-TND-SUMMARY-LINE.
023190     DISPLAY WS-TND-SUMMARY-LINE.
023191     MOVE WS-LATE-COUNT      TO SUM-LATE-COUNT.
023192     MOVE WS-LATE-DAYS       TO SUM-LATE-DAYS.
023193     MOVE WS-MOST-BEHIND     TO SUM-LATE-MOST.
023194     WRITE SUMMARY-REC FROM WS-LATE-SUMMARY-LINE.
023195     DISPLAY WS-LATE-SUMMARY-LINE.
023200     CLOSE TICKET-FILE CHECKPOINT-FILE SUMMARY-FILE.
023210     MOVE "E" TO WS-RUNC-FUNC.
023220     CALL "RUNCTL" USING WS-RUNC-FUNC WS-RUNC-JOB WS-RUNC-PRED
