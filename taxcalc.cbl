000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "TAXCALC".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     SALES-TAX PRICING FOR ONE TICKET LINE.  CALLED BY NEWSALE
001000*     WHEN IT POSTS A LINE AND BY SALSDRV WHEN IT PROVES A
001100*     TICKET'S TENDER, SO THE TWO CAN NEVER DISAGREE ABOUT THE
001200*     TAX ON THE SAME LINE.  THE BRANCH'S BRCH_TAX_JURIS AND THE
001300*     PRODUCT'S PROD_TAX_CLASS KEY THE TAXRATE TABLE; THE RATE
001400*     FOUND THERE IS APPLIED TO THE LINE'S EXTENDED AMOUNT AND
001500*     ROUNDED TO THE CENT.  A RETURN'S EXTENDED AMOUNT IS
001600*     NEGATIVE, SO ITS TAX COMES BACK NEGATIVE - THE CREDIT -
001700*     WITH NO SPECIAL CASE.  AN EXEMPT CLASS CARRIES A ZERO RATE
001800*     ON TAXRATE; A MISSING RATE ROW IS REFUSED, NEVER TAKEN AS
001900*     ZERO, SO A GAP IN THE RATE CARD CANNOT QUIETLY STOP TAX
002000*     BEING COLLECTED.
002100*
002200* MODIFICATION HISTORY.
002300*     2026-10-15  DPS  NEW PROGRAM.
002400*
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700******************************************************************
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
003100     COPY TAXREC.
003200 01  HV-BRANCH                PIC X(03).
003300 01  HV-PRODUCT               PIC X(12).
003400     EXEC SQL END DECLARE SECTION END-EXEC.
003500     EXEC SQL INCLUDE SQLCA END-EXEC.
003600******************************************************************
003700 LINKAGE SECTION.
003800 01  IN-BRANCH     PIC X(03).
003900 01  IN-PRODUCT    PIC X(12).
004000 01  IN-EXT-AMT    PIC S9(9)V99 USAGE COMP-3.
004100 01  OUT-TAX-AMT   PIC S9(9)V99 USAGE COMP-3.
004200 01  OUT-TAX-JURIS PIC X(04).
004300 01  OUT-RETCODE   PIC X(02).
004400     88  OUT-RC-OK               VALUE "00".
004500     88  OUT-RC-NO-BRANCH        VALUE "60".
004600     88  OUT-RC-NO-PRODUCT       VALUE "61".
004700     88  OUT-RC-NO-RATE          VALUE "62".
004800     88  OUT-RC-TAX-TOO-LARGE    VALUE "63".
004900     88  OUT-RC-LOOKUP-FAIL      VALUE "64".
005000******************************************************************
005100 PROCEDURE DIVISION USING IN-BRANCH
005200                          IN-PRODUCT
005300                          IN-EXT-AMT
005400                          OUT-TAX-AMT
005500                          OUT-TAX-JURIS
005600                          OUT-RETCODE.
005700*
005800 0000-MAINLINE.
005900     MOVE "00"   TO OUT-RETCODE.
006000     MOVE ZERO   TO OUT-TAX-AMT.
006100     MOVE SPACES TO OUT-TAX-JURIS.
006200     PERFORM 1000-LOOKUP-JURIS THRU 1000-EXIT.
006300     IF OUT-RC-OK
006400         PERFORM 1100-LOOKUP-CLASS THRU 1100-EXIT
006500     END-IF.
006600     IF OUT-RC-OK
006700         PERFORM 1200-LOOKUP-RATE THRU 1200-EXIT
006800     END-IF.
006900     IF OUT-RC-OK
007000         COMPUTE OUT-TAX-AMT ROUNDED = IN-EXT-AMT * TAX-RATE
007100             ON SIZE ERROR
007200                 MOVE ZERO TO OUT-TAX-AMT
007300                 SET OUT-RC-TAX-TOO-LARGE TO TRUE
007400         END-COMPUTE
007500     END-IF.
007600     GOBACK.
007700*
007800******************************************************************
007900* 1000-LOOKUP-JURIS - THE JURISDICTION THE KEYING BRANCH
008000*     COLLECTS FOR.  RETURNED TO THE CALLER SO THE SALES ROW
008100*     RECORDS WHERE THE TAX IS OWED.
008200******************************************************************
008300 1000-LOOKUP-JURIS.
008400     MOVE IN-BRANCH TO HV-BRANCH.
008500     EXEC SQL
008600        SELECT BRCH_TAX_JURIS INTO :TAX-JURIS
008700          FROM BRCHMAST
008800         WHERE BRCH_CODE = :HV-BRANCH
008900     END-EXEC.
009000     EVALUATE SQLCODE
009100        WHEN 0
009200           MOVE TAX-JURIS TO OUT-TAX-JURIS
009300        WHEN 100
009400           SET OUT-RC-NO-BRANCH TO TRUE
009500        WHEN OTHER
009600           SET OUT-RC-LOOKUP-FAIL TO TRUE
009700           DISPLAY "TAXCALC - BRCHMAST LOOKUP FAILED SQLCODE="
009800                   SQLCODE
009900     END-EVALUATE.
010000 1000-EXIT.
010100     EXIT.
010200*
010210******************************************************************
010220* 1100-LOOKUP-CLASS - THE TAX CLASS PRODMAST CARRIES FOR THE
010230*     LINE'S PRODUCT.  A PRODUCT NOT ON PRODMAST CANNOT BE PRICED
010240*     FOR TAX AND IS RETURNED AS SUCH.
010250******************************************************************
010300 1100-LOOKUP-CLASS.
010400     MOVE IN-PRODUCT TO HV-PRODUCT.
010500     EXEC SQL
010600        SELECT PROD_TAX_CLASS INTO :TAX-CLASS
010700          FROM PRODMAST
010800         WHERE PROD_CODE = :HV-PRODUCT
010900     END-EXEC.
011000     EVALUATE SQLCODE
011100        WHEN 0
011200           CONTINUE
011300        WHEN 100
011400           SET OUT-RC-NO-PRODUCT TO TRUE
011500        WHEN OTHER
011600           SET OUT-RC-LOOKUP-FAIL TO TRUE
011700           DISPLAY "TAXCALC - PRODMAST LOOKUP FAILED SQLCODE="
011800                   SQLCODE
011900     END-EVALUATE.
012000 1100-EXIT.
012100     EXIT.
012200*
012210******************************************************************
012220* 1200-LOOKUP-RATE - THE RATE TAXRATE HOLDS FOR THE BRANCH'S
012230*     JURISDICTION AND THE PRODUCT'S CLASS.  A PAIR WITH NO RATE
012240*     ROW IS RETURNED AS SUCH RATHER THAN TAXED AT ZERO.
012250******************************************************************
012300 1200-LOOKUP-RATE.
012400     EXEC SQL
012500        SELECT TAX_RATE INTO :TAX-RATE
012600          FROM TAXRATE
012700         WHERE TAX_JURIS = :TAX-JURIS
012800           AND TAX_CLASS = :TAX-CLASS
012900     END-EXEC.
013000     EVALUATE SQLCODE
013100        WHEN 0
013200           CONTINUE
013300        WHEN 100
013400           SET OUT-RC-NO-RATE TO TRUE
013500        WHEN OTHER
013600           SET OUT-RC-LOOKUP-FAIL TO TRUE
013700           DISPLAY "TAXCALC - TAXRATE LOOKUP FAILED SQLCODE="
013800                   SQLCODE
013900     END-EVALUATE.
014000 1200-EXIT.
014100     EXIT.
