      *               checkpoint record and run summary; interactive
      *               callers pass anything else and keep getting
      *               OUT-SALESSUM as before.
      *   2026-10-15  Each line now carries its own sales tax.
      *               INSERT-ROW has TAXCALC price the tax on the
      *               extended amount from the branch's jurisdiction
      *               and the product's tax class, and posts it to
      *               SALES_TAX_AMT with the jurisdiction in
      *               SALES_TAX_JURIS - never folded into the price.
      *               A return's negative extended amount credits
      *               its tax back the same way.  A line with no
      *               rate on TAXRATE for its branch and product is
      *               rejected to suspense with its own return code.
      *               The tax also goes to SALES_AUDIT.
      *   2026-10-15  Every posted line now moves the branch's
      *               perpetual on-hand for the product on STOCK:
      *               RELIEVE-STOCK takes a sale's quantity off and
      *               puts a return's back.  A sale that drives
      *               on-hand below zero still posts - the goods
      *               are gone - but its SALES_AUDIT row carries
      *               reason NEGS, and a line whose stock could not
      *               be moved carries STKE, so SALSSTK lists both
      *               instead of the count going quietly wrong.
      *   2026-10-15  CHECK-PRICE-VARIANCE now measures the keyed
      *               price against the price in effect for the line
      *               instead of always the PRODMAST price: the
      *               promotion on merchandising's PROMOTION calendar
      *               covering the ticket date at the branch (or at
      *               every branch) when there is one, and for a
      *               return the price the original sale was rung
      *               at, which a credit may not exceed.  A planned
      *               promotion was rejecting every ticket rung at
      *               its price.  The promotion is recorded on the
      *               line in SALES_PROMO_ID - a return carries the
      *               original sale's - for SALSPROM.
      *   2026-10-15  A line now posts under the business date it was
      *               rung, not the night the batch happens to run.
      *               Callers pass IN-SALE-DATE off the ticket header
      *               and INSERT-ROW posts it as SALES_TKT_DATE; the
      *               night itself goes to the new SALES_POST_DATE,
      *               which the nightly balancing, extract and cash
      *               checks now select on.  A zero sale date still
      *               means tonight, so existing callers and ticket
      *               files load unchanged.  CHECK-SALE-DATE rejects
      *               a date that is not a date or is after tonight,
      *               and one falling in a period SALSCLOS has
      *               already closed, each under its own return code.
      *               FIND-PROMOTION prices from the sale date.
      *               SUSPENSE-REC widened to match SUSPREC.
      *   2026-10-15  CHECK-SALE-DATE now has DATEEDIT prove the sale
      *               date, day against the length of its own month
      *               and February against the leap year, so
      *               20260230 is refused instead of posting a date
      *               the late-ticket and loss reports cannot count
      *               from.  SALSDRV calls the same program, so the
      *               two cannot disagree about what a date is.
      *   2026-10-15  CHECK-SALE-PERIOD no longer reports a failed
      *               PERIOD_CTL read as a closed period; it has its
      *               own return code, 22.  Unused LINE-SALE-DATE-X
      *               redefinition removed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY SUSPREC.
           05  FILLER   PIC X(24) VALUE "T,SALES_QTY,SALES_UNIT_P".
           05  FILLER   PIC X(24) VALUE "RICE,SALES_EXT_AMT,SALES".
           05  FILLER   PIC X(24) VALUE "_ORIG_TKT_NO,SALES_BRANC".
           05  FILLER   PIC X(24) VALUE "H,SALES_TAX_AMT,SALES_TA".
           05  FILLER   PIC X(24) VALUE "X_JURIS,SALES_PROMO_ID,S".
           05  FILLER   PIC X(16) VALUE "ALES_POST_DATE) ".
           05  FILLER   PIC X(09) VALUE "VALUES ('".
           05  SPERSON  PIC X(16).
           05  FILLER   PIC X(2) VALUE "',".
           05  STKTNO   PIC 9(9).
           05  SORIGTKT PIC 9(9).
           05  FILLER   PIC X(2) VALUE ",'".
           05  SBRANCH  PIC X(3).
           05  FILLER   PIC X(2) VALUE "',".
           05  STAXSIGN PIC X(1).
           05  STAXAMT  PIC 9(9).99.
           05  FILLER   PIC X(2) VALUE ",'".
           05  SJURIS   PIC X(4).
           05  FILLER   PIC X(3) VALUE "','".
           05  SPROMO   PIC X(8).
           05  FILLER   PIC X(2) VALUE "',".
           05  SPOSTDT  PIC 9(8).
           05  FILLER   PIC X(1) VALUE ")".
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  INS-SMT-INF.
           05  INS-STMT.
           49  INS-LEN   PIC S9(4) USAGE COMP.
           49  INS-TEXT  PIC X(400).
       01  SALESSUM      PIC S9(9)V99 USAGE COMP-3.
           COPY EMPREC.
           COPY PRODREC.
       01  HV-CRED-QTY    PIC S9(9)  USAGE COMP-5.
           COPY AUDITREC.
       01  HV-EXT-AMT     PIC S9(9)V99 USAGE COMP-3.
       01  HV-TAX-AMT     PIC S9(9)V99 USAGE COMP-3.
       01  HV-TAX-JURIS   PIC X(04).
           COPY STOCKREC.
       01  HV-STK-QTY     PIC S9(9)  USAGE COMP-5.
           COPY PROMOREC.
       01  HV-PRICE-DATE  PIC 9(08).
       01  HV-ORIG-PRICE  PIC S9(7)V99 USAGE COMP-3.
       01  HV-ORIG-PROMO  PIC X(08).
           COPY PERDREC.
       01  HV-SALE-PERIOD PIC 9(06).
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *
      * A keyed unit price may differ from the price in effect by up
      * to this fraction of that price before the ticket is
      * rejected - wide enough for markdowns rung at the register,
      * tight enough to catch a price keyed off by a factor of ten.
      * The price in effect is the PRODMAST price unless a promotion
      * covers the line (or, for a return, the original sale's
      * price) - see FIND-PRICE-IN-EFFECT.
      *
       01  PRICE-TOLERANCE-PCT  PIC V99 VALUE .10.
       01  PRICE-DIFF           PIC S9(7)V99 USAGE COMP-3.
       01  PRICE-LIMIT          PIC S9(7)V99 USAGE COMP-3.
       01  PRICE-BASE           PIC S9(7)V99 USAGE COMP-3.
       01  PRICE-SOURCE         PIC X(01).
           88  PRICE-FROM-MASTER    VALUE "M".
           88  PRICE-FROM-PROMO     VALUE "P".
           88  PRICE-FROM-ORIGINAL  VALUE "O".
       01  LINE-PROMO-ID        PIC X(08).

      *
      * The business date the line posts under - the caller's sale
      * date, or tonight when none was passed.  See CHECK-SALE-DATE.
      *
       01  LINE-SALE-DATE       PIC 9(08).

      *
      * DATEEDIT's verdict on the line's sale date - see
      * CHECK-SALE-DATE.
      *
       01  DATE-RETCODE         PIC X(02).
           88  DATE-RC-OK           VALUE "00".

      *
      * TAXCALC's answer for the line - see COMPUTE-TAX.
      *
       01  TAX-RETCODE          PIC X(02).
           88  TAX-RC-OK            VALUE "00".
           88  TAX-RC-TOO-LARGE     VALUE "63".

      *
      * How RELIEVE-STOCK left the line's STOCK row - see
      * WRITE-AUDIT-ROW for where the two exceptions are recorded.
      *
       01  STOCK-STATUS         PIC X(01).
           88  STOCK-POSTED         VALUE "P".
           88  STOCK-SHORT          VALUE "N".
           88  STOCK-NOT-POSTED     VALUE "F".

       LINKAGE SECTION.
       01  IN-SPERSON    PIC X(15).
           88  IN-IS-RETURN        VALUE "R".
       01  IN-ORIG-TKT-NO PIC 9(09).
       01  IN-BRANCH     PIC X(03).
       01  IN-SALE-DATE  PIC 9(08).
       01  IN-JOB-ID     PIC X(08).
       01  IN-TERM-ID    PIC X(08).
       01  IN-RUN-MODE   PIC X(01).
           88  OUT-RC-AMT-TOO-LARGE VALUE "17".
           88  OUT-RC-UNKNOWN-PROD VALUE "18".
           88  OUT-RC-INACTIVE-PROD VALUE "19".
           88  OUT-RC-BAD-SALE-DATE VALUE "20".
           88  OUT-RC-PERIOD-CLOSED VALUE "21".
           88  OUT-RC-PERIOD-CHECK-FAIL VALUE "22".
           88  OUT-RC-PRICE-VARIANCE VALUE "30".
           88  OUT-RC-BAD-TRANS-CD VALUE "31".
           88  OUT-RC-NO-ORIG-TKT  VALUE "32".
           88  OUT-RC-BAD-BRANCH   VALUE "36".
           88  OUT-RC-UNKNOWN-BRCH VALUE "37".
           88  OUT-RC-INACTIVE-BRCH VALUE "38".
           88  OUT-RC-NO-TAX-RATE  VALUE "39".

       PROCEDURE DIVISION USING IN-SPERSON
                                IN-TKT-NO
                                IN-TRANS-CD
                                IN-ORIG-TKT-NO
                                IN-BRANCH
                                IN-SALE-DATE
                                IN-JOB-ID
                                IN-TERM-ID
                                IN-RUN-MODE
              PERFORM WRITE-SUSPENSE-ROW
              GOBACK
           END-IF.
           PERFORM CHECK-SALE-DATE.
           IF NOT OUT-RC-OK
              PERFORM WRITE-SUSPENSE-ROW
              GOBACK
           END-IF.
           PERFORM LOOKUP-EMPLOYEE.
           IF NOT OUT-RC-OK
              PERFORM WRITE-SUSPENSE-ROW
              PERFORM WRITE-SUSPENSE-ROW
              GOBACK
           END-IF.
           PERFORM RELIEVE-STOCK.
           PERFORM WRITE-AUDIT-ROW.
           IF IN-MODE-BATCH
              MOVE ZERO TO OUT-SALESSUM
              END-IF
           END-IF.
      *
      * CHECK-SALE-DATE settles the business date the line posts
      * under.  No sale date from the caller means tonight, as every
      * line posted before the ticket header carried one.  A sale
      * date must be a real date (DATEEDIT, which SALSDRV also calls
      * on the ticket header) no later than tonight, and must not
      * fall in a period SALSCLOS has marked closed on PERIOD_CTL -
      * a closed month's reported totals may not change, the same
      * rule SALSCORR keeps.  Such a line goes to suspense, where a
      * repair card re-dating it into the open period is how it is
      * approved for posting.  A PERIOD_CTL read that fails outright
      * is rejected under its own return code, not as a closed
      * period, so the line is not sent for approval it never needed.
      *
       CHECK-SALE-DATE.
           PERFORM STAMP-CURRENT-TS.
           IF IN-SALE-DATE IS NOT NUMERIC
              OR IN-SALE-DATE IS EQUAL TO ZERO
              MOVE HV-CURR-DATE TO LINE-SALE-DATE
           ELSE
              MOVE IN-SALE-DATE TO LINE-SALE-DATE
              CALL "DATEEDIT" USING LINE-SALE-DATE DATE-RETCODE
              IF NOT DATE-RC-OK
                 OR LINE-SALE-DATE IS GREATER THAN HV-CURR-DATE
                 SET OUT-RC-BAD-SALE-DATE TO TRUE
              ELSE
                 PERFORM CHECK-SALE-PERIOD
              END-IF
           END-IF.
       CHECK-SALE-PERIOD.
           COMPUTE HV-SALE-PERIOD = LINE-SALE-DATE / 100.
           EXEC SQL
              SELECT PER_STATUS INTO :PER-STATUS
                FROM PERIOD_CTL
               WHERE PER_PERIOD = :HV-SALE-PERIOD
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF PER-CLOSED
                    SET OUT-RC-PERIOD-CLOSED TO TRUE
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 SET OUT-RC-PERIOD-CHECK-FAIL TO TRUE
           END-EVALUATE.
      *
      * LOOKUP-EMPLOYEE confirms the salesperson code is a real,
      * active row on EMPMAST before the ticket is allowed anywhere
      * near SALES.
      * LOOKUP-PRODUCT confirms the product code is a real, active
      * row on PRODMAST - the product-side twin of LOOKUP-EMPLOYEE -
      * and that the keyed unit price is within tolerance of the
      * price in effect, before the ticket is allowed anywhere near
      * SALES.
      *
       LOOKUP-PRODUCT.
                 SET OUT-RC-UNKNOWN-PROD TO TRUE
           END-EVALUATE.
       CHECK-PRICE-VARIANCE.
           PERFORM FIND-PRICE-IN-EFFECT.
           COMPUTE PRICE-DIFF = IN-UNIT-PRICE - PRICE-BASE.
           IF PRICE-DIFF IS LESS THAN ZERO
              COMPUTE PRICE-DIFF = ZERO - PRICE-DIFF
           END-IF.
           COMPUTE PRICE-LIMIT ROUNDED =
              PRICE-BASE * PRICE-TOLERANCE-PCT.
           IF PRICE-DIFF IS GREATER THAN PRICE-LIMIT
              SET OUT-RC-PRICE-VARIANCE TO TRUE
           ELSE
              IF PRICE-FROM-ORIGINAL
                 AND IN-UNIT-PRICE IS GREATER THAN PRICE-BASE
                 SET OUT-RC-PRICE-VARIANCE TO TRUE
              END-IF
           END-IF.
      *
      * FIND-PRICE-IN-EFFECT settles the price the keyed price is
      * measured against.  A sale is priced from the promotion
      * covering the ticket date, if any, else from PRODMAST.  A
      * return is credited at what the customer actually paid - the
      * original sale line's price, promotion and all - so a return
      * of promotion goods does not refund the full list price.  A
      * return whose original cannot be found falls back to PRODMAST
      * here; LOOKUP-ORIG-TICKET rejects it shortly after.
      *
       FIND-PRICE-IN-EFFECT.
           MOVE PROD-UNIT-PRICE TO PRICE-BASE.
           SET PRICE-FROM-MASTER TO TRUE.
           MOVE SPACES TO LINE-PROMO-ID.
           IF IN-IS-RETURN
              PERFORM FIND-ORIGINAL-PRICE
           ELSE
              PERFORM FIND-PROMOTION
           END-IF.
      *
      * FIND-PROMOTION looks for the promotion covering the sale
      * date - the branch's own promotion on the product first, then
      * an all-branch one.  PROMLOAD refuses
      * overlapping promotions at either level, so each lookup finds
      * one row or none.
      *
       FIND-PROMOTION.
           MOVE LINE-SALE-DATE TO HV-PRICE-DATE.
           MOVE IN-PRODUCT TO PROMO-PRODUCT.
           MOVE IN-BRANCH  TO PROMO-BRANCH.
           EXEC SQL
              SELECT PROMO_ID, PROMO_PRICE
                INTO :PROMO-ID, :PROMO-PRICE
                FROM PROMOTION
               WHERE PROMO_PRODUCT = :PROMO-PRODUCT
                 AND PROMO_BRANCH = :PROMO-BRANCH
                 AND PROMO_FROM_DATE <= :HV-PRICE-DATE
                 AND PROMO_TO_DATE >= :HV-PRICE-DATE
           END-EXEC.
           IF SQLCODE IS EQUAL TO 100
              MOVE SPACES TO PROMO-BRANCH
              EXEC SQL
                 SELECT PROMO_ID, PROMO_PRICE
                   INTO :PROMO-ID, :PROMO-PRICE
                   FROM PROMOTION
                  WHERE PROMO_PRODUCT = :PROMO-PRODUCT
                    AND PROMO_BRANCH = :PROMO-BRANCH
                    AND PROMO_FROM_DATE <= :HV-PRICE-DATE
                    AND PROMO_TO_DATE >= :HV-PRICE-DATE
              END-EXEC
           END-IF.
           IF SQLCODE IS EQUAL TO 0
              MOVE PROMO-PRICE TO PRICE-BASE
              MOVE PROMO-ID    TO LINE-PROMO-ID
              SET PRICE-FROM-PROMO TO TRUE
           END-IF.
      *
      * FIND-ORIGINAL-PRICE reads the price and promotion off the
      * sale line being returned - SALES, or SALES_HIST for a month
      * SALSCLOS has closed.  LOOKUP-DUPLICATE keeps a salesperson/
      * ticket/product line unique, so there is one such row.
      *
       FIND-ORIGINAL-PRICE.
           MOVE IN-SPERSON TO EMP-ID.
           MOVE IN-ORIG-TKT-NO TO HV-ORIG-TKT-NO.
           MOVE IN-PRODUCT TO PROD-CODE.
           EXEC SQL
              SELECT SALES_UNIT_PRICE, COALESCE(SALES_PROMO_ID, ' ')
                INTO :HV-ORIG-PRICE, :HV-ORIG-PROMO
                FROM SALES
               WHERE SALES_PERSON = :EMP-ID
                 AND SALES_TKT_NO = :HV-ORIG-TKT-NO
                 AND SALES_PRODUCT = :PROD-CODE
                 AND SALES_QTY > 0
           END-EXEC.
           IF SQLCODE IS EQUAL TO 100
              EXEC SQL
                 SELECT SALES_UNIT_PRICE,
                        COALESCE(SALES_PROMO_ID, ' ')
                   INTO :HV-ORIG-PRICE, :HV-ORIG-PROMO
                   FROM SALES_HIST
                  WHERE SALES_PERSON = :EMP-ID
                    AND SALES_TKT_NO = :HV-ORIG-TKT-NO
                    AND SALES_PRODUCT = :PROD-CODE
                    AND SALES_QTY > 0
              END-EXEC
           END-IF.
           IF SQLCODE IS EQUAL TO 0
              MOVE HV-ORIG-PRICE TO PRICE-BASE
              MOVE HV-ORIG-PROMO TO LINE-PROMO-ID
              SET PRICE-FROM-ORIGINAL TO TRUE
           END-IF.
      *
      * LOOKUP-BRANCH confirms the ticket header's branch code is a
      * extended amount go into the statement text with an explicit
      * sign byte - a return's negative values would otherwise lose
      * their sign (or worse, overpunch a digit) in the character
      * statement.  The line's tax is priced off the extended amount
      * before anything is built, so a line with no tax rate never
      * reaches SALES.  The ticket date is the business date from
      * CHECK-SALE-DATE; the posting date is tonight.
      *
       INSERT-ROW.
           PERFORM STAMP-CURRENT-TS.
              ON SIZE ERROR
                 SET OUT-RC-AMT-TOO-LARGE TO TRUE
           END-COMPUTE.
           IF OUT-RC-OK
              PERFORM COMPUTE-TAX
           END-IF.
           IF OUT-RC-OK
              MOVE IN-SPERSON    TO SPERSON
              MOVE IN-TKT-NO     TO STKTNO
              MOVE LINE-SALE-DATE TO STKTDATE
              MOVE IN-PRODUCT    TO SPRODUCT
              IF IN-SQTY IS LESS THAN ZERO
                 MOVE "-" TO SQTYSIGN
                 MOVE ZERO TO SORIGTKT
              END-IF
              MOVE IN-BRANCH     TO SBRANCH
              IF HV-TAX-AMT IS LESS THAN ZERO
                 MOVE "-" TO STAXSIGN
              ELSE
                 MOVE SPACE TO STAXSIGN
              END-IF
              MOVE HV-TAX-AMT    TO STAXAMT
              MOVE HV-TAX-JURIS  TO SJURIS
              MOVE LINE-PROMO-ID TO SPROMO
              MOVE HV-CURR-DATE  TO SPOSTDT
              MOVE           INSERT-STMT TO INS-TEXT
              MOVE LENGTH OF INSERT-STMT TO INS-LEN
              EXEC SQL EXECUTE IMMEDIATE :INS-STMT END-EXEC
           END-IF.
      *
      * COMPUTE-TAX has TAXCALC price the sales tax on the extended
      * amount - the branch's jurisdiction and the product's tax
      * class key the rate.  SALSDRV proves the ticket's tender with
      * the same call, so the tax posted here is the tax the
      * customer paid.  A return's negative extended amount comes
      * back as a negative tax - the credit.
      *
       COMPUTE-TAX.
           MOVE ZERO TO HV-TAX-AMT.
           MOVE SPACES TO HV-TAX-JURIS.
           CALL "TAXCALC" USING IN-BRANCH IN-PRODUCT HV-EXT-AMT
                                HV-TAX-AMT HV-TAX-JURIS TAX-RETCODE.
           IF NOT TAX-RC-OK
              IF TAX-RC-TOO-LARGE
                 SET OUT-RC-AMT-TOO-LARGE TO TRUE
              ELSE
                 SET OUT-RC-NO-TAX-RATE TO TRUE
              END-IF
           END-IF.
      *
      * RELIEVE-STOCK moves the branch's on-hand for the product by
      * the line's quantity - a sale's positive quantity comes off,
      * a return's negative quantity goes back on.  A product the
      * branch has no STOCK row for yet gets one, starting from
      * zero.  The line has already posted, so a sale that takes
      * on-hand below zero is not refused - the goods have left the
      * building - but it is marked short for WRITE-AUDIT-ROW to
      * flag, and so is a line whose stock could not be moved.
      *
       RELIEVE-STOCK.
           SET STOCK-POSTED TO TRUE.
           MOVE IN-BRANCH  TO STK-BRANCH.
           MOVE IN-PRODUCT TO STK-PRODUCT.
           MOVE IN-SQTY    TO HV-STK-QTY.
           EXEC SQL
              SELECT STK_ON_HAND INTO :STK-ON-HAND
                FROM STOCK
               WHERE STK_BRANCH = :STK-BRANCH
                 AND STK_PRODUCT = :STK-PRODUCT
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 COMPUTE STK-ON-HAND = STK-ON-HAND - HV-STK-QTY
                 EXEC SQL
                    UPDATE STOCK
                       SET STK_ON_HAND = STK_ON_HAND - :HV-STK-QTY
                     WHERE STK_BRANCH = :STK-BRANCH
                       AND STK_PRODUCT = :STK-PRODUCT
                 END-EXEC
              WHEN 100
                 COMPUTE STK-ON-HAND = ZERO - HV-STK-QTY
                 MOVE ZERO TO STK-REORDER-PT
                 MOVE ZERO TO STK-LAST-RCPT-DATE
                 EXEC SQL
                    INSERT INTO STOCK
                       (STK_BRANCH, STK_PRODUCT, STK_ON_HAND,
                        STK_REORDER_PT, STK_LAST_RCPT_DATE)
                    VALUES
                       (:STK-BRANCH, :STK-PRODUCT, :STK-ON-HAND,
                        :STK-REORDER-PT, :STK-LAST-RCPT-DATE)
                 END-EXEC
           END-EVALUATE.
           IF SQLCODE IS NOT EQUAL TO 0
              SET STOCK-NOT-POSTED TO TRUE
           ELSE
              IF IN-IS-SALE AND STK-ON-HAND IS LESS THAN ZERO
                 SET STOCK-SHORT TO TRUE
              END-IF
           END-IF.
      *
      * WRITE-AUDIT-ROW leaves a trace of who/what/when behind every
      * successful insert so a later SALESSUM discrepancy can be
      * traced back to a job and a terminal, not just "it's in SALES".
      * An insert carries no reason code of its own, so the reason
      * field carries RELIEVE-STOCK's exceptions: NEGS for a sale
      * that drove on-hand negative, STKE for stock not moved.
      *
       WRITE-AUDIT-ROW.
           PERFORM STAMP-CURRENT-TS.
           ELSE
              SET AUD-ACT-INSERT TO TRUE
           END-IF.
           EVALUATE TRUE
              WHEN STOCK-SHORT
                 MOVE "NEGS" TO AUD-REASON-CD
              WHEN STOCK-NOT-POSTED
                 MOVE "STKE" TO AUD-REASON-CD
              WHEN OTHER
                 MOVE SPACES TO AUD-REASON-CD
           END-EVALUATE.
           MOVE IN-JOB-ID  TO AUD-JOB-ID.
           MOVE IN-TERM-ID TO AUD-TERM-ID.
           MOVE HV-CURR-DATE TO AUD-TS-DATE.
           MOVE HV-CURR-TIME TO AUD-TS-TIME.
           MOVE IN-BRANCH  TO AUD-BRANCH.
           MOVE HV-TAX-AMT TO AUD-TAX-AMT.
           EXEC SQL
              INSERT INTO SALES_AUDIT
                 (AUD_SPERSON, AUD_TKT_NO, AUD_PRODUCT, AUD_QTY,
                  AUD_UNIT_PRICE, AUD_EXT_AMT, AUD_ACTION,
                  AUD_REASON_CD, AUD_JOB_ID, AUD_TERM_ID,
                  AUD_TS_DATE, AUD_TS_TIME, AUD_BRANCH,
                  AUD_TAX_AMT)
              VALUES
                 (:AUD-SPERSON, :AUD-TKT-NO, :AUD-PRODUCT, :AUD-QTY,
                  :AUD-UNIT-PRICE, :AUD-EXT-AMT, :AUD-ACTION,
                  :AUD-REASON-CD, :AUD-JOB-ID, :AUD-TERM-ID,
                  :AUD-TS-DATE, :AUD-TS-TIME, :AUD-BRANCH,
                  :AUD-TAX-AMT)
           END-EXEC.
       GET-SUM.
           EXEC SQL
           MOVE IN-TRANS-CD TO SUSP-TRANS-CD.
           MOVE IN-ORIG-TKT-NO TO SUSP-ORIG-TKT-NO.
           MOVE IN-BRANCH TO SUSP-BRANCH.
           IF IN-SALE-DATE IS NUMERIC
              MOVE IN-SALE-DATE TO SUSP-SALE-DATE
           ELSE
              MOVE ZERO TO SUSP-SALE-DATE
           END-IF.
           EVALUATE TRUE
              WHEN OUT-RC-BAD-QTY
                 MOVE "QUANTITY SIGN OR SIZE WRONG FOR TYPE"
                 MOVE "PRODUCT IS INACTIVE"
                   TO SUSP-REASON
              WHEN OUT-RC-PRICE-VARIANCE
                 EVALUATE TRUE
                    WHEN PRICE-FROM-PROMO
                       MOVE "UNIT PRICE OUTSIDE TOLERANCE OF PROMO"
                         TO SUSP-REASON
                    WHEN PRICE-FROM-ORIGINAL
                       MOVE "RETURN PRICE OFF ORIGINAL SALE PRICE"
                         TO SUSP-REASON
                    WHEN OTHER
                       MOVE "UNIT PRICE OUTSIDE TOLERANCE OF MASTER"
                         TO SUSP-REASON
                 END-EVALUATE
              WHEN OUT-RC-BAD-TRANS-CD
                 MOVE "TRANSACTION CODE NOT S OR R"
                   TO SUSP-REASON
              WHEN OUT-RC-INACTIVE-BRCH
                 MOVE "BRANCH IS INACTIVE"
                   TO SUSP-REASON
              WHEN OUT-RC-BAD-SALE-DATE
                 MOVE "SALE DATE INVALID OR AFTER POSTING DATE"
                   TO SUSP-REASON
              WHEN OUT-RC-PERIOD-CLOSED
                 MOVE "SALE DATE IN CLOSED PERIOD - APPROVAL"
                   TO SUSP-REASON
              WHEN OUT-RC-PERIOD-CHECK-FAIL
                 MOVE "PERIOD CHECK FAILED - SQL ERROR"
                   TO SUSP-REASON
              WHEN OUT-RC-NO-TAX-RATE
                 MOVE "NO TAX RATE FOR BRANCH AND PRODUCT"
                   TO SUSP-REASON
              WHEN OUT-RC-TERM-EMP
                 MOVE "SALESPERSON IS TERMINATED"
                   TO SUSP-REASON
