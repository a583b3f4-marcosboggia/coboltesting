000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "DATEEDIT".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     CALENDAR EDIT OF ONE YYYYMMDD DATE.  CALLED WHEREVER A DATE
001000*     IS KEYED OR CARRIED IN - NEWSALE AND SALSDRV ON A TICKET'S
001100*     BUSINESS SALE DATE, SO THE TWO CAN NEVER DISAGREE ABOUT IT,
001200*     AND THE CONTROL-CARD AND FEED EDITS OF PROMLOAD, SALSLATE,
001300*     SALSLOSS, MSTCHG AND MSTASOF.  THE DAY IS PROVED AGAINST
001400*     THE LENGTH OF ITS OWN MONTH, FEBRUARY TAKING 29 DAYS IN A
001500*     LEAP YEAR (EVERY FOURTH YEAR, BUT NOT A CENTURY YEAR UNLESS
001600*     IT DIVIDES BY 400).  A DAY-OF-MONTH TEST OF 1 TO 31 ALONE
001700*     LET 20260230 THROUGH, TO BE POSTED AS A SALE DATE AND THEN
001800*     TURNED INTO A NONSENSE DAY COUNT BY THE DATE ARITHMETIC OF
001900*     THE LATE-TICKET AND LOSS-PREVENTION REPORTS.
002000*
002100* MODIFICATION HISTORY.
002200*     2026-10-15  DPS  NEW PROGRAM.
002300*
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600******************************************************************
002700 DATA DIVISION.
002800 WORKING-STORAGE SECTION.
002900 77  WS-MONTH-LAST           PIC 9(02)   VALUE ZERO COMP.
003000 77  WS-QUOTIENT             PIC 9(04)   VALUE ZERO COMP.
003100 77  WS-REM-4                PIC 9(04)   VALUE ZERO COMP.
003200 77  WS-REM-100              PIC 9(04)   VALUE ZERO COMP.
003300 77  WS-REM-400              PIC 9(04)   VALUE ZERO COMP.
003400*
003500* DAYS IN EACH MONTH OF A COMMON YEAR, JANUARY FIRST.
003600 01  WS-MONTH-DAYS-VALUES.
003700     05  FILLER              PIC X(24)   VALUE
003800         "312831303130313130313031".
003900 01  WS-MONTH-DAYS-TABLE     REDEFINES WS-MONTH-DAYS-VALUES.
004000     05  WS-MONTH-DAYS       PIC 9(02)   OCCURS 12 TIMES.
004100******************************************************************
004200 LINKAGE SECTION.
004300 01  IN-DATE.
004400     05  IN-YYYY   PIC 9(04).
004500     05  IN-MM     PIC 9(02).
004600     05  IN-DD     PIC 9(02).
004700 01  OUT-RETCODE   PIC X(02).
004800     88  OUT-RC-OK               VALUE "00".
004900     88  OUT-RC-BAD-DATE         VALUE "70".
005000******************************************************************
005100 PROCEDURE DIVISION USING IN-DATE
005200                          OUT-RETCODE.
005300*
005400 0000-MAINLINE.
005500     MOVE "00" TO OUT-RETCODE.
005600     IF IN-DATE IS NOT NUMERIC
005700        OR IN-YYYY IS LESS THAN 1900
005800        OR IN-MM IS LESS THAN 1
005900        OR IN-MM IS GREATER THAN 12
006000        OR IN-DD IS LESS THAN 1
006100         SET OUT-RC-BAD-DATE TO TRUE
006200         GOBACK
006300     END-IF.
006400     MOVE WS-MONTH-DAYS (IN-MM) TO WS-MONTH-LAST.
006500     IF IN-MM IS EQUAL TO 2
006600         PERFORM 1000-CHECK-LEAP-YEAR THRU 1000-EXIT
006700     END-IF.
006800     IF IN-DD IS GREATER THAN WS-MONTH-LAST
006900         SET OUT-RC-BAD-DATE TO TRUE
007000     END-IF.
007100     GOBACK.
007200*
007300******************************************************************
007400* 1000-CHECK-LEAP-YEAR - FEBRUARY RUNS TO THE 29TH IN A YEAR THAT
007500*     DIVIDES BY 4, EXCEPT A CENTURY YEAR THAT DOES NOT DIVIDE BY
007600*     400.
007700******************************************************************
007800 1000-CHECK-LEAP-YEAR.
007900     DIVIDE IN-YYYY BY 4   GIVING WS-QUOTIENT
008000         REMAINDER WS-REM-4.
008100     DIVIDE IN-YYYY BY 100 GIVING WS-QUOTIENT
008200         REMAINDER WS-REM-100.
008300     DIVIDE IN-YYYY BY 400 GIVING WS-QUOTIENT
008400         REMAINDER WS-REM-400.
008500     IF WS-REM-4 IS EQUAL TO ZERO
008600        AND (WS-REM-100 IS NOT EQUAL TO ZERO
008700             OR WS-REM-400 IS EQUAL TO ZERO)
008800         MOVE 29 TO WS-MONTH-LAST
008900     END-IF.
009000 1000-EXIT.
009100     EXIT.
