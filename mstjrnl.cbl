000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    "MSTJRNL".
000300 AUTHOR.        D SCHAEFFER.
000400 INSTALLATION.  SALES SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800* REMARKS.
000900*     MASTER CHANGE JOURNAL WRITER.  CALLED BY THE MASTER-FILE
001000*     LOADS - PRODLOAD, EMPLOAD, BRCHLOAD, PLANLOAD - WITH ONE
001100*     MJRNREC JOURNAL ROW FOR EACH ADD OR CHANGE THEY ARE ABOUT
001200*     TO APPLY.  A WRITE CALL STAMPS THE ROW WITH THE TIME AND
001300*     THE NEXT SEQUENCE NUMBER OF THE RUN, HANDS BOTH BACK IN
001400*     THE CALLER'S RECORD, AND INSERTS IT INTO MASTER_JOURNAL.
001500*     THE LOADER JOURNALS FIRST AND APPLIES SECOND, SO NO
001600*     CHANGE REACHES A MASTER WITHOUT ITS BEFORE IMAGE; IF THE
001700*     MASTER UPDATE THEN FAILS, A DROP CALL WITH THE SAME
001800*     RECORD TAKES THE JOURNAL ROW BACK OUT, SO THE JOURNAL
001900*     NEVER SHOWS A CHANGE THAT DID NOT HAPPEN.
002000*
002100* MODIFICATION HISTORY.
002200*     2026-10-15  DPS  NEW PROGRAM.
002300*
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600******************************************************************
002700 DATA DIVISION.
002800 WORKING-STORAGE SECTION.
002900 77  WS-JOURNAL-SEQ           PIC 9(09)   VALUE ZERO COMP.
003000*
003100     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
003200     COPY MJRNREC.
003300     EXEC SQL END DECLARE SECTION END-EXEC.
003400     EXEC SQL INCLUDE SQLCA END-EXEC.
003500******************************************************************
003600 LINKAGE SECTION.
003700 01  IN-FUNC       PIC X(01).
003800     88  FUNC-WRITE          VALUE "W".
003900     88  FUNC-DROP           VALUE "D".
004000 01  IO-JOURNAL    PIC X(265).
004100 01  OUT-RETCODE   PIC X(02).
004200     88  OUT-RC-OK               VALUE "00".
004300     88  OUT-RC-WRITE-FAIL       VALUE "60".
004400     88  OUT-RC-DROP-FAIL        VALUE "61".
004500     88  OUT-RC-BAD-FUNC         VALUE "62".
004600******************************************************************
004700 PROCEDURE DIVISION USING IN-FUNC
004800                          IO-JOURNAL
004900                          OUT-RETCODE.
005000*
005100 0000-MAINLINE.
005200     MOVE "00" TO OUT-RETCODE.
005300     MOVE IO-JOURNAL TO MJRN-RECORD.
005400     EVALUATE TRUE
005500        WHEN FUNC-WRITE
005600           PERFORM 1000-WRITE-JOURNAL THRU 1000-EXIT
005700        WHEN FUNC-DROP
005800           PERFORM 2000-DROP-JOURNAL THRU 2000-EXIT
005900        WHEN OTHER
006000           SET OUT-RC-BAD-FUNC TO TRUE
006100           DISPLAY "MSTJRNL - BAD FUNCTION CODE " IN-FUNC
006200     END-EVALUATE.
006300     GOBACK.
006400*
006500******************************************************************
006600* 1000-WRITE-JOURNAL - STAMP THE ROW AND INSERT IT.  THE STAMPED
006700*     ROW GOES BACK TO THE CALLER FOR A LATER DROP.
006800******************************************************************
006900 1000-WRITE-JOURNAL.
007000     ADD 1 TO WS-JOURNAL-SEQ.
007100     ACCEPT MJRN-RUN-TIME FROM TIME.
007200     MOVE WS-JOURNAL-SEQ TO MJRN-SEQ.
007300     MOVE MJRN-RECORD TO IO-JOURNAL.
007400     EXEC SQL
007500        INSERT INTO MASTER_JOURNAL
007600           (MJRN_MASTER, MJRN_KEY, MJRN_RUN_DATE, MJRN_RUN_TIME,
007700            MJRN_SEQ, MJRN_ACTION, MJRN_JOB_ID, MJRN_FEED,
007800            MJRN_BEFORE, MJRN_AFTER)
007900        VALUES
008000           (:MJRN-MASTER, :MJRN-KEY, :MJRN-RUN-DATE,
008100            :MJRN-RUN-TIME, :MJRN-SEQ, :MJRN-ACTION,
008200            :MJRN-JOB-ID, :MJRN-FEED, :MJRN-BEFORE, :MJRN-AFTER)
008300     END-EXEC.
008400     IF SQLCODE IS NOT EQUAL TO 0
008500         SET OUT-RC-WRITE-FAIL TO TRUE
008600         DISPLAY "MSTJRNL - MASTER_JOURNAL INSERT FAILED "
008700                 MJRN-MASTER " " MJRN-KEY " SQLCODE=" SQLCODE
008800     END-IF.
008900 1000-EXIT.
009000     EXIT.
009100*
009200******************************************************************
009300* 2000-DROP-JOURNAL - TAKE BACK A ROW THIS RUN WROTE WHOSE CHANGE
009400*     THE MASTER REFUSED.
009500******************************************************************
009600 2000-DROP-JOURNAL.
009700     EXEC SQL
009800        DELETE FROM MASTER_JOURNAL
009900         WHERE MJRN_MASTER = :MJRN-MASTER
010000           AND MJRN_KEY = :MJRN-KEY
010100           AND MJRN_RUN_DATE = :MJRN-RUN-DATE
010200           AND MJRN_RUN_TIME = :MJRN-RUN-TIME
010300           AND MJRN_SEQ = :MJRN-SEQ
010400     END-EXEC.
010500     IF SQLCODE IS NOT EQUAL TO 0
010600         SET OUT-RC-DROP-FAIL TO TRUE
010700         DISPLAY "MSTJRNL - MASTER_JOURNAL DELETE FAILED "
010800                 MJRN-MASTER " " MJRN-KEY " SQLCODE=" SQLCODE
010900     END-IF.
011000 2000-EXIT.
011100     EXIT.
