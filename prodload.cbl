001793*                      THE PRICE SO SALSMRGN CAN REPORT MARGIN
001794*                      AND CALL OUT SALES RUNG BELOW COST.
001795*                      MERCH-REC WIDENED TO MATCH THE FEED.
001796*     2026-10-15  DPS  THE CATALOG NOW CARRIES EACH ITEM'S SALES
001797*                      TAX CLASS, LOADED INTO PROD_TAX_CLASS FOR
001798*                      TAXCALC.  A BLANK CLASS IS TAKEN AS "T",
001799*                      STANDARD TAXABLE, SO AN ITEM IS NEVER
001800*                      LEFT UNTAXED BY DEFAULT.  MERCH-REC
001810*                      WIDENED TO MATCH THE FEED.
001820*     2026-10-15  DPS  EVERY PRODUCT ADDED OR CHANGED IS NOW
001830*                      JOURNALED TO MASTER_JOURNAL THROUGH
001840*                      MSTJRNL, WITH THE ROW'S BEFORE AND AFTER
001850*                      IMAGES, AHEAD OF THE PRODMAST UPDATE.  A
001860*                      CATALOG RECORD THE SAME AS THE ROW ON FILE
001870*                      IS LEFT ALONE AND COUNTED UNCHANGED.  A
001880*                      CHANGE THAT CANNOT BE JOURNALED IS NOT
001885*                      APPLIED.
001886*     2026-10-15  DPS  A PRODUCT ON FILE FROM BEFORE TAX CLASSES
001887*                      WERE KEPT IS READ AS HAVING A BLANK CLASS.
001890*
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002900 FILE SECTION.
003000 FD  MERCH-FILE
003100     RECORDING MODE IS F.
003200 01  MERCH-REC               PIC X(62).
003300*
003400 FD  SUMMARY-FILE
003500     RECORDING MODE IS F.
003600 01  SUMMARY-REC             PIC X(118).
003700******************************************************************
003800 WORKING-STORAGE SECTION.
003900 01  WS-SWITCHES.
004000     05  WS-MERCH-EOF-SW     PIC X(01)   VALUE "N".
004100         88  MERCH-EOF           VALUE "Y".
004110     05  WS-ON-FILE-SW       PIC X(01)   VALUE "N".
004120         88  ROW-ON-FILE         VALUE "Y".
004200*
004300 77  WS-READ-COUNT           PIC 9(09)   VALUE ZERO COMP.
004400 77  WS-ADDED-COUNT          PIC 9(09)   VALUE ZERO COMP.
004500 77  WS-UPDATED-COUNT        PIC 9(09)   VALUE ZERO COMP.
004600 77  WS-REJECTED-COUNT       PIC 9(09)   VALUE ZERO COMP.
004610 77  WS-UNCHANGED-COUNT      PIC 9(09)   VALUE ZERO COMP.
004700*
004800* MERCHANDISING'S CATALOG RECORD - DISPLAY FIELDS THROUGHOUT,
004900* THIS FILE ARRIVES FROM OUTSIDE THE SHOP.
005500         88  MERCH-STAT-INACTIVE VALUE "I".
005600     05  MERCH-UNIT-PRICE    PIC 9(7)V99.
005650     05  MERCH-UNIT-COST     PIC 9(7)V99.
005660     05  MERCH-TAX-CLASS     PIC X(01).
005700*
005800 01  WS-SUMMARY-LINE.
005900     05  FILLER              PIC X(21)   VALUE
006600     05  SUM-UPDATED         PIC ZZZZZZZZ9.
006700     05  FILLER              PIC X(10)   VALUE " REJECTED=".
006800     05  SUM-REJECTED        PIC ZZZZZZZZ9.
006810     05  FILLER              PIC X(11)   VALUE " UNCHANGED=".
006820     05  SUM-UNCHANGED       PIC ZZZZZZZZ9.
006900*
006910* RUN-CONTROL HANDSHAKE - ORDER MUST MATCH RUNCTL'S LINKAGE.
006920 01  WS-RUNC-FUNC            PIC X(01).
006960 01  WS-RUNC-RETCODE         PIC X(02).
006970     88  WS-RUNC-OK              VALUE "00".
006980*
006981* MASTER-JOURNAL HANDSHAKE - ORDER MUST MATCH MSTJRNL'S LINKAGE.
006982 01  WS-MJRN-FUNC            PIC X(01).
006983 01  WS-MJRN-RETCODE         PIC X(02).
006984     88  WS-MJRN-OK              VALUE "00".
006985     COPY MJRNREC.
006986*
006987* THE PRODUCT'S STATUS ON FILE BEFORE THE CHANGE, AND THE IMAGE
006988* THE JOURNAL'S BEFORE AND AFTER ARE BUILT IN.
006989 01  WS-BEFORE-STATUS        PIC X(01).
006990     COPY MJIMAGE.
006991*
007000     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007100     COPY PRODREC.
007200     EXEC SQL END DECLARE SECTION END-EXEC.
012100 2100-EXIT.
012200     EXIT.
012300*
012310******************************************************************
012320* 2200-APPLY-PRODUCT - READ THE ROW ON FILE FOR THE JOURNAL'S
012330*     BEFORE IMAGE, JOURNAL THE CHANGE, THEN UPDATE THE ROW IN
012340*     PLACE; A CODE NOT YET ON FILE IS INSERTED INSTEAD.  A
012350*     RECORD THE SAME AS THE ROW ON FILE IS LEFT ALONE.
012360******************************************************************
012370 2200-APPLY-PRODUCT.
012380     MOVE MERCH-CODE       TO PROD-CODE.
012390     EXEC SQL
012400        SELECT PROD_DESC, PROD_STATUS, PROD_UNIT_PRICE,
012410               PROD_UNIT_COST, COALESCE(PROD_TAX_CLASS, ' ')
012420          INTO :PROD-DESC, :PROD-STATUS, :PROD-UNIT-PRICE,
012430               :PROD-UNIT-COST, :PROD-TAX-CLASS
012440          FROM PRODMAST
012450         WHERE PROD_CODE = :PROD-CODE
012460     END-EXEC.
012470     EVALUATE SQLCODE
012480        WHEN 0
012490           SET ROW-ON-FILE TO TRUE
012500           MOVE PROD-STATUS TO WS-BEFORE-STATUS
012510           PERFORM 2250-PRODUCT-IMAGE THRU 2250-EXIT
012520           MOVE MJ-IMAGE-DATA TO MJRN-BEFORE
012530        WHEN 100
012540           MOVE "N" TO WS-ON-FILE-SW
012550           MOVE SPACES TO MJRN-BEFORE
012560        WHEN OTHER
012570           ADD 1 TO WS-REJECTED-COUNT
012580           DISPLAY "PRODLOAD READ FAILED " MERCH-CODE
012590                   " SQLCODE=" SQLCODE
012600           GO TO 2200-EXIT
012610     END-EVALUATE.
012620     MOVE MERCH-DESC       TO PROD-DESC.
012630     MOVE MERCH-STATUS     TO PROD-STATUS.
012640     MOVE MERCH-UNIT-PRICE TO PROD-UNIT-PRICE.
012650     MOVE MERCH-UNIT-COST  TO PROD-UNIT-COST.
012660     IF MERCH-TAX-CLASS IS EQUAL TO SPACE
012670         MOVE "T"             TO PROD-TAX-CLASS
012680     ELSE
012690         MOVE MERCH-TAX-CLASS TO PROD-TAX-CLASS
012700     END-IF.
012710     PERFORM 2250-PRODUCT-IMAGE THRU 2250-EXIT.
012720     MOVE MJ-IMAGE-DATA TO MJRN-AFTER.
012730     IF ROW-ON-FILE
012740        AND MJRN-AFTER IS EQUAL TO MJRN-BEFORE
012750         ADD 1 TO WS-UNCHANGED-COUNT
012760         GO TO 2200-EXIT
012770     END-IF.
012780     EVALUATE TRUE
012790        WHEN NOT ROW-ON-FILE
012800           SET MJRN-ACT-ADD TO TRUE
012810        WHEN PROD-STATUS IS NOT EQUAL TO WS-BEFORE-STATUS
012820           SET MJRN-ACT-STATUS TO TRUE
012830        WHEN OTHER
012840           SET MJRN-ACT-CHANGE TO TRUE
012850     END-EVALUATE.
012860     PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT.
012870     IF NOT WS-MJRN-OK
012880         ADD 1 TO WS-REJECTED-COUNT
012890         DISPLAY "PRODLOAD NOT APPLIED " MERCH-CODE
012900                 " - CHANGE COULD NOT BE JOURNALED"
012910         IF RETURN-CODE IS LESS THAN 8
012920             MOVE 8 TO RETURN-CODE
012930         END-IF
012940         GO TO 2200-EXIT
012950     END-IF.
012960     IF NOT ROW-ON-FILE
012970         PERFORM 2300-INSERT-PRODUCT THRU 2300-EXIT
012980         GO TO 2200-EXIT
012990     END-IF.
013000     EXEC SQL
013010        UPDATE PRODMAST
013020           SET PROD_DESC = :PROD-DESC,
013030               PROD_STATUS = :PROD-STATUS,
013040               PROD_UNIT_PRICE = :PROD-UNIT-PRICE,
013050               PROD_UNIT_COST = :PROD-UNIT-COST,
013060               PROD_TAX_CLASS = :PROD-TAX-CLASS
013070         WHERE PROD_CODE = :PROD-CODE
013080     END-EXEC.
013090     IF SQLCODE IS NOT EQUAL TO 0
013100         ADD 1 TO WS-REJECTED-COUNT
013110         DISPLAY "PRODLOAD UPDATE FAILED " MERCH-CODE
013120                 " SQLCODE=" SQLCODE
013130         PERFORM 2450-DROP-JOURNAL THRU 2450-EXIT
013140     ELSE
013150         ADD 1 TO WS-UPDATED-COUNT
013160     END-IF.
013170 2200-EXIT.
013180     EXIT.
013190*
013200******************************************************************
013210* 2250-PRODUCT-IMAGE - THE JOURNAL IMAGE OF THE PRODMAST ROW AS
013220*     IT STANDS IN PROD-RECORD.
013230******************************************************************
013240 2250-PRODUCT-IMAGE.
013250     MOVE SPACES           TO MJ-IMAGE-DATA.
013260     MOVE PROD-CODE        TO MJP-CODE.
013270     MOVE PROD-DESC        TO MJP-DESC.
013280     MOVE PROD-STATUS      TO MJP-STATUS.
013290     MOVE PROD-UNIT-PRICE  TO MJP-UNIT-PRICE.
013300     MOVE PROD-UNIT-COST   TO MJP-UNIT-COST.
013310     MOVE PROD-TAX-CLASS   TO MJP-TAX-CLASS.
013320 2250-EXIT.
013330     EXIT.
013340*
013350 2300-INSERT-PRODUCT.
013360     EXEC SQL
013370        INSERT INTO PRODMAST
013380           (PROD_CODE, PROD_DESC, PROD_STATUS, PROD_UNIT_PRICE,
013390            PROD_UNIT_COST, PROD_TAX_CLASS)
013400        VALUES
013410           (:PROD-CODE, :PROD-DESC, :PROD-STATUS,
013420            :PROD-UNIT-PRICE, :PROD-UNIT-COST, :PROD-TAX-CLASS)
013430     END-EXEC.
013440     IF SQLCODE IS NOT EQUAL TO 0
013450         ADD 1 TO WS-REJECTED-COUNT
013460         DISPLAY "PRODLOAD INSERT FAILED " MERCH-CODE
013470                 " SQLCODE=" SQLCODE
013480         PERFORM 2450-DROP-JOURNAL THRU 2450-EXIT
013490     ELSE
013500         ADD 1 TO WS-ADDED-COUNT
013510     END-IF.
013520 2300-EXIT.
013530     EXIT.
013540*
013550******************************************************************
013560* 2400-WRITE-JOURNAL - JOURNAL THE ADD OR CHANGE AHEAD OF IT.
013570*     MSTJRNL STAMPS THE ROW AND HANDS IT BACK FOR 2450.
013580******************************************************************
013590 2400-WRITE-JOURNAL.
013600     MOVE "PRODMAST"       TO MJRN-MASTER.
013610     MOVE PROD-CODE        TO MJRN-KEY.
013620     MOVE WS-RUNC-DATE     TO MJRN-RUN-DATE.
013630     MOVE "PRODLOAD"       TO MJRN-JOB-ID.
013640     MOVE "MERCHFIL"       TO MJRN-FEED.
013650     MOVE "W" TO WS-MJRN-FUNC.
013660     CALL "MSTJRNL" USING WS-MJRN-FUNC MJRN-RECORD
013670                          WS-MJRN-RETCODE.
013680 2400-EXIT.
013690     EXIT.
013700*
013710******************************************************************
013720* 2450-DROP-JOURNAL - PRODMAST REFUSED THE CHANGE; TAKE ITS
013730*     JOURNAL ROW BACK OUT.
013740******************************************************************
013750 2450-DROP-JOURNAL.
013760     MOVE "D" TO WS-MJRN-FUNC.
013770     CALL "MSTJRNL" USING WS-MJRN-FUNC MJRN-RECORD
013780                          WS-MJRN-RETCODE.
013790     IF NOT WS-MJRN-OK
013800         DISPLAY "PRODLOAD - JOURNAL ROW LEFT FOR " MERCH-CODE
013810                 " WHOSE CHANGE WAS NOT APPLIED"
013820         IF RETURN-CODE IS LESS THAN 8
013830             MOVE 8 TO RETURN-CODE
013840         END-IF
013850     END-IF.
013860 2450-EXIT.
013870     EXIT.
017000*
017100******************************************************************
017200* 4000-TERMINATE - PRINT THE RUN SUMMARY AND CLOSE UP.
017600     MOVE WS-ADDED-COUNT    TO SUM-ADDED.
017700     MOVE WS-UPDATED-COUNT  TO SUM-UPDATED.
017800     MOVE WS-REJECTED-COUNT TO SUM-REJECTED.
017810     MOVE WS-UNCHANGED-COUNT TO SUM-UNCHANGED.
017900     WRITE SUMMARY-REC FROM WS-SUMMARY-LINE.
018000     DISPLAY WS-SUMMARY-LINE.
018100     CLOSE MERCH-FILE SUMMARY-FILE.
