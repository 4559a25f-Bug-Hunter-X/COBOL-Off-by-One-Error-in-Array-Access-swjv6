      ******************************************************************
      * SUMARCHV - retention and archival job for the stream logs.
      *
      * SUMAUDRP trims SUMAUDIT; this job trims the other files the
      * stream only ever appends to, so SUMREJAG, SUMREPAR, SUMACKRC
      * and the rest do not slow down month on month.  Each file has
      * its own retention period on ARCPARM; records older than the
      * as-of date less that many days are appended to the file's
      * archive, stamped with the as-of date, and the records kept
      * are copied back over the live file (as SUMAUDRP does, with
      * the kept copy left behind on the ...NW work file):
      *   SUMREJ   -> SUMREJAR  a reject moves only when its latest
      *                         SUMRLOG status is RESUBMITTED and a
      *                         SUMRLOG retention is set, and every
      *                         copy of it moves together
      *   SUMRLOG  -> SUMRLGAR  entries move with their reject; an
      *                         entry whose reject is no longer on
      *                         SUMREJ ages on its own event date;
      *                         with no SUMRLOG retention nothing
      *                         moves, and no reject is archived
      *                         either, so a reject and its entries
      *                         always stay together
      *   SUMPUBLG -> SUMPUBAR  a publish date moves only when
      *                         SUMACKRC would show it acknowledged
      *                         and matched; unacknowledged or broken
      *                         publishes are always kept
      *   SUMRELLG -> SUMRELAR  by business date
      *   SUMALRT  -> SUMALRAR  SUMACCUM rewrites SUMALRT every run,
      *                         so its alerts are dated by the run on
      *                         SUMRUNC and carry that date to the
      *                         archive
      * Each file is counted (and, where it carries money, summed)
      * before the split and again after the copy-back; the report
      * shows before, archived and after per file and flags any file
      * where before does not equal archived plus after.
      *
      * The run is refused while SUMRUNC shows a SUMACCUM run
      * STARTED or FAILED, and when ARCPARM is absent, since the job
      * rewrites files the stream appends to.
      *
      * ARCPARM layout (one line):
      *   as-of-date(8) space rej-days(4) space rlog-days(4) space
      *   publg-days(4) space rellg-days(4) space alrt-days(4)
      * An as-of date of 00000000 takes the system date.  A
      * retention of 0000 leaves that file untouched.
      * Archive layout:  archive-date(8) space original-record
      *   (SUMALRAR: archive-date(8) space run-date(8) space alert)
      *
      * RETURN-CODE 8 when the run is refused or a file is out of
      * balance, 4 when a work table filled and some records were
      * kept that might otherwise have aged, 0 otherwise.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMARCHV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVE-PARM-FILE
               ASSIGN TO "ARCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "SUMRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT OPTIONAL ACKNOWLEDGMENT-FILE
               ASSIGN TO "SUMACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT OPTIONAL TXN-REJECT-FILE
               ASSIGN TO "SUMREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT REJECT-ARCHIVE-FILE
               ASSIGN TO "SUMREJAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJAR-STATUS.

           SELECT REJECT-KEEP-FILE
               ASSIGN TO "SUMREJNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJNW-STATUS.

           SELECT OPTIONAL LIFECYCLE-LOG-FILE
               ASSIGN TO "SUMRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIFEC-STATUS.

           SELECT LIFECYCLE-ARCHIVE-FILE
               ASSIGN TO "SUMRLGAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLGAR-STATUS.

           SELECT LIFECYCLE-KEEP-FILE
               ASSIGN TO "SUMRLGNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLGNW-STATUS.

           SELECT OPTIONAL PUBLISH-LOG-FILE
               ASSIGN TO "SUMPUBLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUBLG-STATUS.

           SELECT PUBLISH-ARCHIVE-FILE
               ASSIGN TO "SUMPUBAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUBAR-STATUS.

           SELECT PUBLISH-KEEP-FILE
               ASSIGN TO "SUMPUBNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUBNW-STATUS.

           SELECT OPTIONAL RELEASE-LOG-FILE
               ASSIGN TO "SUMRELLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELLG-STATUS.

           SELECT RELEASE-ARCHIVE-FILE
               ASSIGN TO "SUMRELAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELAR-STATUS.

           SELECT RELEASE-KEEP-FILE
               ASSIGN TO "SUMRELNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELNW-STATUS.

           SELECT OPTIONAL ALERT-FILE
               ASSIGN TO "SUMALRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT ALERT-ARCHIVE-FILE
               ASSIGN TO "SUMALRAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRAR-STATUS.

           SELECT ALERT-KEEP-FILE
               ASSIGN TO "SUMALRNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRNW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-PARM-FILE.
       01  ARCHIVE-PARM-REC.
           05  PARM-ASOF-DATE              PIC 9(8).
           05  FILLER                      PIC X.
           05  PARM-REJ-DAYS               PIC 9(4).
           05  FILLER                      PIC X.
           05  PARM-RLOG-DAYS              PIC 9(4).
           05  FILLER                      PIC X.
           05  PARM-PUBLG-DAYS             PIC 9(4).
           05  FILLER                      PIC X.
           05  PARM-RELLG-DAYS             PIC 9(4).
           05  FILLER                      PIC X.
           05  PARM-ALRT-DAYS              PIC 9(4).

       FD  RUN-CONTROL-FILE.
       01  RUNC-REC.
           05  RUNC-DATE                   PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  RUNC-STATUS                 PIC X(9).
           05  FILLER                      PIC X VALUE SPACE.
           05  RUNC-TXN-COUNT              PIC 9(9).
           05  FILLER                      PIC X VALUE SPACE.
           05  RUNC-REJECT-COUNT           PIC 9(9).
           05  FILLER                      PIC X VALUE SPACE.
           05  RUNC-GRAND-TOTAL            PIC 9(9).

       FD  ACKNOWLEDGMENT-FILE.
       01  ACK-REC.
           05  ACK-DATE                    PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  ACK-RECORDS                 PIC 9(9).
           05  FILLER                      PIC X VALUE SPACE.
           05  ACK-TOTAL-AMT               PIC 9(11)V99.

       FD  TXN-REJECT-FILE.
       01  REJECT-REC.
           05  REJECT-DATE                 PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJECT-SEQ                  PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJECT-STATUS               PIC X(11).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJECT-CAT-CODE             PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJECT-AMT                  PIC 9(7)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  REJECT-SOURCE-ID            PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJECT-REASON               PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJECT-TXN-TYPE             PIC X.

       FD  REJECT-ARCHIVE-FILE.
       01  REJAR-REC.
           05  REJAR-DATE                  PIC 9(8).
           05  FILLER                      PIC X.
           05  REJAR-DATA                  PIC X(79).

       FD  REJECT-KEEP-FILE.
       01  REJNW-REC                       PIC X(79).

       FD  LIFECYCLE-LOG-FILE.
       01  LIFECYCLE-REC.
           05  LIFEC-REJECT-DATE           PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  LIFEC-REJECT-SEQ            PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  LIFEC-STATUS                PIC X(11).
           05  FILLER                      PIC X VALUE SPACE.
           05  LIFEC-EVENT-DATE            PIC 9(8).

       FD  LIFECYCLE-ARCHIVE-FILE.
       01  RLGAR-REC.
           05  RLGAR-DATE                  PIC 9(8).
           05  FILLER                      PIC X.
           05  RLGAR-DATA                  PIC X(36).

       FD  LIFECYCLE-KEEP-FILE.
       01  RLGNW-REC                       PIC X(36).

       FD  PUBLISH-LOG-FILE.
       01  PUBLISH-LOG-REC.
           05  PUBLG-DATE                  PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  PUBLG-SOURCE                PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  PUBLG-RECORDS               PIC 9(9).
           05  FILLER                      PIC X VALUE SPACE.
           05  PUBLG-TOTAL-AMT             PIC 9(11)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  PUBLG-TIMESTAMP             PIC X(21).

       FD  PUBLISH-ARCHIVE-FILE.
       01  PUBAR-REC.
           05  PUBAR-DATE                  PIC 9(8).
           05  FILLER                      PIC X.
           05  PUBAR-DATA                  PIC X(63).

       FD  PUBLISH-KEEP-FILE.
       01  PUBNW-REC                       PIC X(63).

       FD  RELEASE-LOG-FILE.
       01  RELEASE-LOG-REC.
           05  RELLOG-DATE                 PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  RELLOG-OPERATOR-ID          PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  RELLOG-REASON-CODE          PIC X(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  RELLOG-RECORDS              PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  RELLOG-SUSPECTS             PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  RELLOG-TIMESTAMP            PIC X(21).

       FD  RELEASE-ARCHIVE-FILE.
       01  RELAR-REC.
           05  RELAR-DATE                  PIC 9(8).
           05  FILLER                      PIC X.
           05  RELAR-DATA                  PIC X(54).

       FD  RELEASE-KEEP-FILE.
       01  RELNW-REC                       PIC X(54).

       FD  ALERT-FILE.
       01  ALERT-REC                       PIC X(24).

       FD  ALERT-ARCHIVE-FILE.
       01  ALRAR-REC.
           05  ALRAR-DATE                  PIC 9(8).
           05  FILLER                      PIC X.
           05  ALRAR-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X.
           05  ALRAR-DATA                  PIC X(24).

       FD  ALERT-KEEP-FILE.
       01  ALRNW-REC                       PIC X(24).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS              PIC XX VALUE SPACES.
           05  WS-RUNC-STATUS              PIC XX VALUE SPACES.
           05  WS-ACK-STATUS               PIC XX VALUE SPACES.
           05  WS-REJECT-STATUS            PIC XX VALUE SPACES.
           05  WS-REJAR-STATUS             PIC XX VALUE SPACES.
           05  WS-REJNW-STATUS             PIC XX VALUE SPACES.
           05  WS-LIFEC-STATUS             PIC XX VALUE SPACES.
           05  WS-RLGAR-STATUS             PIC XX VALUE SPACES.
           05  WS-RLGNW-STATUS             PIC XX VALUE SPACES.
           05  WS-PUBLG-STATUS             PIC XX VALUE SPACES.
           05  WS-PUBAR-STATUS             PIC XX VALUE SPACES.
           05  WS-PUBNW-STATUS             PIC XX VALUE SPACES.
           05  WS-RELLG-STATUS             PIC XX VALUE SPACES.
           05  WS-RELAR-STATUS             PIC XX VALUE SPACES.
           05  WS-RELNW-STATUS             PIC XX VALUE SPACES.
           05  WS-ALERT-STATUS             PIC XX VALUE SPACES.
           05  WS-ALRAR-STATUS             PIC XX VALUE SPACES.
           05  WS-ALRNW-STATUS             PIC XX VALUE SPACES.

       01  WS-EOF-FLAGS.
           05  WS-ACK-EOF                  PIC X VALUE 'N'.
               88  ACK-EOF                 VALUE 'Y'.
           05  WS-REJECT-EOF               PIC X VALUE 'N'.
               88  REJECT-EOF              VALUE 'Y'.
           05  WS-LIFEC-EOF                PIC X VALUE 'N'.
               88  LIFEC-EOF               VALUE 'Y'.
           05  WS-PUBLG-EOF                PIC X VALUE 'N'.
               88  PUBLG-EOF               VALUE 'Y'.
           05  WS-RELLG-EOF                PIC X VALUE 'N'.
               88  RELLG-EOF               VALUE 'Y'.
           05  WS-ALERT-EOF                PIC X VALUE 'N'.
               88  ALERT-EOF               VALUE 'Y'.
           05  WS-KEEP-EOF                 PIC X VALUE 'N'.
               88  KEEP-EOF                VALUE 'Y'.

       01  WS-ARCHIVE-CONTROL.
           05  WS-ASOF-DATE                PIC 9(8) VALUE 0.
           05  WS-ASOF-DAYS                PIC 9(7) VALUE 0.
           05  WS-CURRENT-STAMP            PIC X(21) VALUE SPACES.
           05  WS-RUN-FOUND-SW             PIC X VALUE 'N'.
               88  RUN-FOUND               VALUE 'Y'.
           05  WS-RUN-DATE                 PIC 9(8) VALUE 0.
           05  WS-RUN-STATUS               PIC X(9) VALUE SPACES.
               88  RUN-FAILED              VALUE 'FAILED'.
               88  RUN-STARTED             VALUE 'STARTED'.
           05  WS-TABLE-FULL-SW            PIC X VALUE 'N'.
               88  WORK-TABLE-FULL         VALUE 'Y'.
           05  WS-OUT-OF-BALANCE           PIC 9(2) VALUE 0.

      ******************************************************************
      * One entry per file, in the order the files are processed:
      * 1 SUMREJ, 2 SUMRLOG, 3 SUMPUBLG, 4 SUMRELLG, 5 SUMALRT.
      ******************************************************************
       01  WS-FILE-TOTALS-TABLE.
           05  WS-FILE-TOTALS
               OCCURS 5 TIMES
               INDEXED BY WS-FIL-IDX.
               10  WS-FIL-NAME             PIC X(8).
               10  WS-FIL-DAYS             PIC 9(4).
               10  WS-FIL-CUTOFF           PIC 9(8).
               10  WS-FIL-PRESENT-SW       PIC X.
                   88  FILE-PRESENT        VALUE 'Y'.
               10  WS-FIL-AMOUNT-SW        PIC X.
                   88  FILE-HAS-AMOUNT     VALUE 'Y'.
               10  WS-FIL-BEFORE-COUNT     PIC 9(9).
               10  WS-FIL-BEFORE-AMT       PIC 9(13)V99.
               10  WS-FIL-ARCH-COUNT       PIC 9(9).
               10  WS-FIL-ARCH-AMT         PIC 9(13)V99.
               10  WS-FIL-KEPT-COUNT       PIC 9(9).
               10  WS-FIL-AFTER-COUNT      PIC 9(9).
               10  WS-FIL-AFTER-AMT        PIC 9(13)V99.

      ******************************************************************
      * Latest SUMRLOG status per reject key, with whether the
      * reject is still on SUMREJ and whether it is being moved.
      ******************************************************************
       01  WS-LIFECYCLE-CONTROL.
           05  WS-MAX-LIFEC                PIC 9(4) COMP VALUE 5000.
           05  WS-LIFEC-COUNT              PIC 9(4) COMP VALUE 0.
           05  WS-LIFECYCLE-TABLE.
               10  WS-LIFECYCLE-ENTRY
                   OCCURS 5000 TIMES
                   INDEXED BY WS-LFC-IDX.
                   15  WS-LFC-DATE         PIC 9(8).
                   15  WS-LFC-SEQ          PIC 9(6).
                   15  WS-LFC-STATUS       PIC X(11).
                   15  WS-LFC-ON-REJ-SW    PIC X.
                       88  LFC-ON-REJECT-FILE VALUE 'Y'.
                   15  WS-LFC-MOVE-SW      PIC X.
                       88  LFC-MOVING      VALUE 'Y'.
           05  WS-LFC-MATCH-SUB            PIC 9(4) COMP VALUE 0.

      ******************************************************************
      * Newest publish and newest acknowledgment per business date,
      * matched the way SUMACKRC matches them.  SUMACK is never
      * trimmed, so only acknowledgments for a date still on SUMPUBLG
      * are held; the rest have nothing left to match.
      ******************************************************************
       01  WS-PUBLISH-CONTROL.
           05  WS-MAX-PUBLISHES            PIC 9(4) COMP VALUE 500.
           05  WS-PUBLISH-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-PUBLISH-TABLE.
               10  WS-PUBLISH-ENTRY
                   OCCURS 500 TIMES
                   INDEXED BY WS-PUB-IDX.
                   15  WS-PUB-DATE         PIC 9(8).
                   15  WS-PUB-RECORDS      PIC 9(9).
                   15  WS-PUB-AMT          PIC 9(11)V99.
                   15  WS-PUB-ACKED-SW     PIC X.
                       88  PUB-ACK-MATCHED VALUE 'Y'.
           05  WS-PUB-MATCH-SUB            PIC 9(4) COMP VALUE 0.

       01  WS-ACK-CONTROL.
           05  WS-MAX-ACKS                 PIC 9(4) COMP VALUE 500.
           05  WS-ACK-COUNT                PIC 9(4) COMP VALUE 0.
           05  WS-ACK-TABLE.
               10  WS-ACK-ENTRY
                   OCCURS 500 TIMES
                   INDEXED BY WS-ACK-IDX.
                   15  WS-ACK-ENT-DATE     PIC 9(8).
                   15  WS-ACK-ENT-RECORDS  PIC 9(9).
                   15  WS-ACK-ENT-AMT      PIC 9(11)V99.

       01  WS-MATCH-WORK.
           05  WS-ENTRY-FOUND-SW           PIC X VALUE 'N'.
               88  ENTRY-FOUND             VALUE 'Y'.
               88  ENTRY-NOT-FOUND         VALUE 'N'.
           05  WS-FIND-DATE                PIC 9(8) VALUE 0.
           05  WS-FIND-SEQ                 PIC 9(6) VALUE 0.
           05  WS-ARCHIVE-SW               PIC X VALUE 'N'.
               88  ARCHIVE-RECORD          VALUE 'Y'.
               88  KEEP-RECORD             VALUE 'N'.

       01  WS-COUNT-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CNT-NAME                 PIC X(8).
           05  FILLER                      PIC X(8) VALUE " BEFORE ".
           05  WS-CNT-BEFORE               PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(10)
                                           VALUE " ARCHIVED ".
           05  WS-CNT-ARCHIVED             PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(7) VALUE " AFTER ".
           05  WS-CNT-AFTER                PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-CNT-RESULT               PIC X(14).

       01  WS-AMOUNT-LINE.
           05  FILLER                      PIC X(10)
                                           VALUE "  AMOUNT  ".
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-AMT-BEFORE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-AMT-ARCHIVED             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-AMT-AFTER                PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-READ-RUN-CONTROL
           PERFORM 0150-READ-ARCHIVE-PARM
           PERFORM 0200-SET-FILE-CUTOFFS
           PERFORM 0300-LOAD-LIFECYCLE-LOG
           PERFORM 0350-LOAD-PUBLISH-STATE
           PERFORM 0400-ARCHIVE-REJECTS
           PERFORM 0450-ARCHIVE-LIFECYCLE-LOG
           PERFORM 0500-ARCHIVE-PUBLISH-LOG
           PERFORM 0550-ARCHIVE-RELEASE-LOG
           PERFORM 0600-ARCHIVE-ALERTS
           PERFORM 0700-RECOUNT-LIVE-FILES
           PERFORM 0800-PRINT-ARCHIVE-REPORT
           IF WS-OUT-OF-BALANCE > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WORK-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET RUN-FOUND TO TRUE
                       MOVE RUNC-DATE TO WS-RUN-DATE
                       MOVE RUNC-STATUS TO WS-RUN-STATUS
               END-READ
           END-IF
           CLOSE RUN-CONTROL-FILE
           IF RUN-STARTED OR RUN-FAILED
               DISPLAY "SUMARCHV REFUSED - SUMACCUM RUN FOR "
                   WS-RUN-DATE " IS " WS-RUN-STATUS
                   ", ARCHIVE ONLY WHILE THE STREAM IS AT REST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0150-READ-ARCHIVE-PARM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-ASOF-DATE
           OPEN INPUT ARCHIVE-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "SUMARCHV REFUSED - ARCPARM NOT AVAILABLE, "
                   "NO RETENTION PERIODS TO APPLY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ARCHIVE-PARM-FILE
               AT END
                   DISPLAY "SUMARCHV REFUSED - ARCPARM IS EMPTY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE ARCHIVE-PARM-FILE
           IF PARM-ASOF-DATE NOT NUMERIC
                   OR PARM-REJ-DAYS NOT NUMERIC
                   OR PARM-RLOG-DAYS NOT NUMERIC
                   OR PARM-PUBLG-DAYS NOT NUMERIC
                   OR PARM-RELLG-DAYS NOT NUMERIC
                   OR PARM-ALRT-DAYS NOT NUMERIC
               DISPLAY "SUMARCHV REFUSED - ARCPARM FIELDS NOT "
                   "NUMERIC: " ARCHIVE-PARM-REC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-ASOF-DATE > 0
               MOVE PARM-ASOF-DATE TO WS-ASOF-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE) NOT = 0
               DISPLAY "SUMARCHV REFUSED - AS-OF DATE "
                   WS-ASOF-DATE " IS NOT A VALID DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
               TO WS-ASOF-DAYS.

       0200-SET-FILE-CUTOFFS.
           MOVE "SUMREJ" TO WS-FIL-NAME(1)
           MOVE PARM-REJ-DAYS TO WS-FIL-DAYS(1)
           MOVE 'Y' TO WS-FIL-AMOUNT-SW(1)
           MOVE "SUMRLOG" TO WS-FIL-NAME(2)
           MOVE PARM-RLOG-DAYS TO WS-FIL-DAYS(2)
           MOVE 'N' TO WS-FIL-AMOUNT-SW(2)
           MOVE "SUMPUBLG" TO WS-FIL-NAME(3)
           MOVE PARM-PUBLG-DAYS TO WS-FIL-DAYS(3)
           MOVE 'Y' TO WS-FIL-AMOUNT-SW(3)
           MOVE "SUMRELLG" TO WS-FIL-NAME(4)
           MOVE PARM-RELLG-DAYS TO WS-FIL-DAYS(4)
           MOVE 'N' TO WS-FIL-AMOUNT-SW(4)
           MOVE "SUMALRT" TO WS-FIL-NAME(5)
           MOVE PARM-ALRT-DAYS TO WS-FIL-DAYS(5)
           MOVE 'N' TO WS-FIL-AMOUNT-SW(5)
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > 5
               MOVE 'N' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
               MOVE 0 TO WS-FIL-BEFORE-COUNT(WS-FIL-IDX)
               MOVE 0 TO WS-FIL-BEFORE-AMT(WS-FIL-IDX)
               MOVE 0 TO WS-FIL-ARCH-COUNT(WS-FIL-IDX)
               MOVE 0 TO WS-FIL-ARCH-AMT(WS-FIL-IDX)
               MOVE 0 TO WS-FIL-KEPT-COUNT(WS-FIL-IDX)
               MOVE 0 TO WS-FIL-AFTER-COUNT(WS-FIL-IDX)
               MOVE 0 TO WS-FIL-AFTER-AMT(WS-FIL-IDX)
               MOVE 0 TO WS-FIL-CUTOFF(WS-FIL-IDX)
               IF WS-FIL-DAYS(WS-FIL-IDX) > 0
                       AND WS-FIL-DAYS(WS-FIL-IDX) < WS-ASOF-DAYS
                   MOVE FUNCTION DATE-OF-INTEGER(WS-ASOF-DAYS
                       - WS-FIL-DAYS(WS-FIL-IDX))
                       TO WS-FIL-CUTOFF(WS-FIL-IDX)
               END-IF
           END-PERFORM.

       0300-LOAD-LIFECYCLE-LOG.
           OPEN INPUT LIFECYCLE-LOG-FILE
           IF WS-LIFEC-STATUS = "00"
               PERFORM UNTIL LIFEC-EOF
                   READ LIFECYCLE-LOG-FILE
                       AT END
                           SET LIFEC-EOF TO TRUE
                       NOT AT END
                           PERFORM 0310-STORE-LIFECYCLE-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LIFECYCLE-LOG-FILE.

       0310-STORE-LIFECYCLE-ENTRY.
           MOVE LIFEC-REJECT-DATE TO WS-FIND-DATE
           MOVE LIFEC-REJECT-SEQ TO WS-FIND-SEQ
           PERFORM 0320-FIND-LIFECYCLE-ENTRY
           IF WS-LFC-MATCH-SUB > 0
               SET WS-LFC-IDX TO WS-LFC-MATCH-SUB
               MOVE LIFEC-STATUS TO WS-LFC-STATUS(WS-LFC-IDX)
           ELSE
               IF WS-LIFEC-COUNT >= WS-MAX-LIFEC
                   IF NOT WORK-TABLE-FULL
                       DISPLAY "SUMARCHV WARNING - LIFECYCLE TABLE "
                           "FULL AT " WS-MAX-LIFEC
                           ", FURTHER REJECTS KEPT THIS RUN"
                   END-IF
                   SET WORK-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-LIFEC-COUNT
                   SET WS-LFC-IDX TO WS-LIFEC-COUNT
                   MOVE LIFEC-REJECT-DATE TO WS-LFC-DATE(WS-LFC-IDX)
                   MOVE LIFEC-REJECT-SEQ TO WS-LFC-SEQ(WS-LFC-IDX)
                   MOVE LIFEC-STATUS TO WS-LFC-STATUS(WS-LFC-IDX)
                   MOVE 'N' TO WS-LFC-ON-REJ-SW(WS-LFC-IDX)
                   MOVE 'N' TO WS-LFC-MOVE-SW(WS-LFC-IDX)
               END-IF
           END-IF.

       0320-FIND-LIFECYCLE-ENTRY.
           MOVE 0 TO WS-LFC-MATCH-SUB
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-LFC-IDX FROM 1 BY 1
                   UNTIL WS-LFC-IDX > WS-LIFEC-COUNT
                       OR ENTRY-FOUND
               IF WS-LFC-DATE(WS-LFC-IDX) = WS-FIND-DATE
                       AND WS-LFC-SEQ(WS-LFC-IDX) = WS-FIND-SEQ
                   SET ENTRY-FOUND TO TRUE
                   SET WS-LFC-MATCH-SUB TO WS-LFC-IDX
               END-IF
           END-PERFORM.

       0350-LOAD-PUBLISH-STATE.
           OPEN INPUT PUBLISH-LOG-FILE
           IF WS-PUBLG-STATUS = "00"
               PERFORM UNTIL PUBLG-EOF
                   READ PUBLISH-LOG-FILE
                       AT END
                           SET PUBLG-EOF TO TRUE
                       NOT AT END
                           PERFORM 0360-STORE-PUBLISH-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PUBLISH-LOG-FILE
           MOVE 'N' TO WS-PUBLG-EOF
           OPEN INPUT ACKNOWLEDGMENT-FILE
           IF WS-ACK-STATUS = "00"
               PERFORM UNTIL ACK-EOF
                   READ ACKNOWLEDGMENT-FILE
                       AT END
                           SET ACK-EOF TO TRUE
                       NOT AT END
                           PERFORM 0370-STORE-ACK-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ACKNOWLEDGMENT-FILE
           PERFORM VARYING WS-PUB-IDX FROM 1 BY 1
                   UNTIL WS-PUB-IDX > WS-PUBLISH-COUNT
               PERFORM 0380-MATCH-PUBLISH-ACK
           END-PERFORM.

       0360-STORE-PUBLISH-ENTRY.
           MOVE PUBLG-DATE TO WS-FIND-DATE
           PERFORM 0365-FIND-PUBLISH-ENTRY
           IF WS-PUB-MATCH-SUB > 0
               SET WS-PUB-IDX TO WS-PUB-MATCH-SUB
               MOVE PUBLG-RECORDS TO WS-PUB-RECORDS(WS-PUB-IDX)
               MOVE PUBLG-TOTAL-AMT TO WS-PUB-AMT(WS-PUB-IDX)
           ELSE
               IF WS-PUBLISH-COUNT >= WS-MAX-PUBLISHES
                   IF NOT WORK-TABLE-FULL
                       DISPLAY "SUMARCHV WARNING - PUBLISH TABLE "
                           "FULL AT " WS-MAX-PUBLISHES
                           ", FURTHER PUBLISHES KEPT THIS RUN"
                   END-IF
                   SET WORK-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-PUBLISH-COUNT
                   SET WS-PUB-IDX TO WS-PUBLISH-COUNT
                   MOVE PUBLG-DATE TO WS-PUB-DATE(WS-PUB-IDX)
                   MOVE PUBLG-RECORDS TO WS-PUB-RECORDS(WS-PUB-IDX)
                   MOVE PUBLG-TOTAL-AMT TO WS-PUB-AMT(WS-PUB-IDX)
                   MOVE 'N' TO WS-PUB-ACKED-SW(WS-PUB-IDX)
               END-IF
           END-IF.

       0365-FIND-PUBLISH-ENTRY.
           MOVE 0 TO WS-PUB-MATCH-SUB
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PUB-IDX FROM 1 BY 1
                   UNTIL WS-PUB-IDX > WS-PUBLISH-COUNT
                       OR ENTRY-FOUND
               IF WS-PUB-DATE(WS-PUB-IDX) = WS-FIND-DATE
                   SET ENTRY-FOUND TO TRUE
                   SET WS-PUB-MATCH-SUB TO WS-PUB-IDX
               END-IF
           END-PERFORM.

       0370-STORE-ACK-ENTRY.
           MOVE ACK-DATE TO WS-FIND-DATE
           PERFORM 0365-FIND-PUBLISH-ENTRY
           IF WS-PUB-MATCH-SUB > 0
               PERFORM 0375-HOLD-ACK-ENTRY
           END-IF.

       0375-HOLD-ACK-ENTRY.
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
                   UNTIL WS-ACK-IDX > WS-ACK-COUNT
                       OR ENTRY-FOUND
               IF WS-ACK-ENT-DATE(WS-ACK-IDX) = ACK-DATE
                   SET ENTRY-FOUND TO TRUE
                   MOVE ACK-RECORDS
                       TO WS-ACK-ENT-RECORDS(WS-ACK-IDX)
                   MOVE ACK-TOTAL-AMT
                       TO WS-ACK-ENT-AMT(WS-ACK-IDX)
               END-IF
           END-PERFORM
           IF ENTRY-NOT-FOUND
               IF WS-ACK-COUNT >= WS-MAX-ACKS
                   IF NOT WORK-TABLE-FULL
                       DISPLAY "SUMARCHV WARNING - ACKNOWLEDGMENT "
                           "TABLE FULL AT " WS-MAX-ACKS
                           ", FURTHER PUBLISHES KEPT THIS RUN"
                   END-IF
                   SET WORK-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-ACK-COUNT
                   SET WS-ACK-IDX TO WS-ACK-COUNT
                   MOVE ACK-DATE TO WS-ACK-ENT-DATE(WS-ACK-IDX)
                   MOVE ACK-RECORDS
                       TO WS-ACK-ENT-RECORDS(WS-ACK-IDX)
                   MOVE ACK-TOTAL-AMT
                       TO WS-ACK-ENT-AMT(WS-ACK-IDX)
               END-IF
           END-IF.

       0380-MATCH-PUBLISH-ACK.
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
                   UNTIL WS-ACK-IDX > WS-ACK-COUNT
               IF WS-ACK-ENT-DATE(WS-ACK-IDX) = WS-PUB-DATE(WS-PUB-IDX)
                       AND WS-ACK-ENT-RECORDS(WS-ACK-IDX)
                           = WS-PUB-RECORDS(WS-PUB-IDX)
                       AND WS-ACK-ENT-AMT(WS-ACK-IDX)
                           = WS-PUB-AMT(WS-PUB-IDX)
                   MOVE 'Y' TO WS-PUB-ACKED-SW(WS-PUB-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * A reject is moved only once SUMRLOG shows it RESUBMITTED: its
      * money is posted and nothing will repair it again.  Every copy
      * of the key on SUMREJ shares the same date, so all copies make
      * the same decision and move together.
      ******************************************************************
       0400-ARCHIVE-REJECTS.
           SET WS-FIL-IDX TO 1
           OPEN INPUT TXN-REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
               OPEN EXTEND REJECT-ARCHIVE-FILE
               IF WS-REJAR-STATUS NOT = "00"
                   OPEN OUTPUT REJECT-ARCHIVE-FILE
               END-IF
               OPEN OUTPUT REJECT-KEEP-FILE
               PERFORM UNTIL REJECT-EOF
                   READ TXN-REJECT-FILE
                       AT END
                           SET REJECT-EOF TO TRUE
                       NOT AT END
                           PERFORM 0410-SPLIT-REJECT-RECORD
                   END-READ
               END-PERFORM
               CLOSE REJECT-ARCHIVE-FILE
               CLOSE REJECT-KEEP-FILE
               CLOSE TXN-REJECT-FILE
               IF WS-FIL-ARCH-COUNT(WS-FIL-IDX) > 0
                   PERFORM 0420-REWRITE-REJECT-FILE
               END-IF
           ELSE
               CLOSE TXN-REJECT-FILE
           END-IF.

       0410-SPLIT-REJECT-RECORD.
           ADD 1 TO WS-FIL-BEFORE-COUNT(WS-FIL-IDX)
           ADD REJECT-AMT TO WS-FIL-BEFORE-AMT(WS-FIL-IDX)
           SET KEEP-RECORD TO TRUE
           MOVE REJECT-DATE TO WS-FIND-DATE
           MOVE REJECT-SEQ TO WS-FIND-SEQ
           PERFORM 0320-FIND-LIFECYCLE-ENTRY
           IF WS-LFC-MATCH-SUB > 0
               SET WS-LFC-IDX TO WS-LFC-MATCH-SUB
               MOVE 'Y' TO WS-LFC-ON-REJ-SW(WS-LFC-IDX)
               IF REJECT-DATE < WS-FIL-CUTOFF(WS-FIL-IDX)
                       AND WS-FIL-DAYS(2) > 0
                       AND WS-LFC-STATUS(WS-LFC-IDX) = "RESUBMITTED"
                   MOVE 'Y' TO WS-LFC-MOVE-SW(WS-LFC-IDX)
                   SET ARCHIVE-RECORD TO TRUE
               END-IF
           END-IF
           IF ARCHIVE-RECORD
               MOVE SPACES TO REJAR-REC
               MOVE WS-ASOF-DATE TO REJAR-DATE
               MOVE REJECT-REC TO REJAR-DATA
               WRITE REJAR-REC
               ADD 1 TO WS-FIL-ARCH-COUNT(WS-FIL-IDX)
               ADD REJECT-AMT TO WS-FIL-ARCH-AMT(WS-FIL-IDX)
           ELSE
               MOVE REJECT-REC TO REJNW-REC
               WRITE REJNW-REC
               ADD 1 TO WS-FIL-KEPT-COUNT(WS-FIL-IDX)
           END-IF.

       0420-REWRITE-REJECT-FILE.
           MOVE 'N' TO WS-KEEP-EOF
           OPEN INPUT REJECT-KEEP-FILE
           IF WS-REJNW-STATUS NOT = "00"
               DISPLAY "SUMARCHV WARNING - SUMREJNW NOT READABLE, "
                   "SUMREJ LEFT UNCHANGED"
           ELSE
               OPEN OUTPUT TXN-REJECT-FILE
               PERFORM UNTIL KEEP-EOF
                   READ REJECT-KEEP-FILE
                       AT END
                           SET KEEP-EOF TO TRUE
                       NOT AT END
                           MOVE REJNW-REC TO REJECT-REC
                           WRITE REJECT-REC
                   END-READ
               END-PERFORM
               CLOSE TXN-REJECT-FILE
               CLOSE REJECT-KEEP-FILE
           END-IF.

      ******************************************************************
      * Entries follow their reject.  An entry whose reject is no
      * longer on SUMREJ (moved by an earlier run, or never there)
      * ages on its own event date under the SUMRLOG retention.
      * With no SUMRLOG retention set the log is left untouched and
      * no reject is archived either, so a reject is never moved
      * without its entries.
      ******************************************************************
       0450-ARCHIVE-LIFECYCLE-LOG.
           SET WS-FIL-IDX TO 2
           MOVE 'N' TO WS-LIFEC-EOF
           OPEN INPUT LIFECYCLE-LOG-FILE
           IF WS-LIFEC-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
               OPEN EXTEND LIFECYCLE-ARCHIVE-FILE
               IF WS-RLGAR-STATUS NOT = "00"
                   OPEN OUTPUT LIFECYCLE-ARCHIVE-FILE
               END-IF
               OPEN OUTPUT LIFECYCLE-KEEP-FILE
               PERFORM UNTIL LIFEC-EOF
                   READ LIFECYCLE-LOG-FILE
                       AT END
                           SET LIFEC-EOF TO TRUE
                       NOT AT END
                           PERFORM 0460-SPLIT-LIFECYCLE-RECORD
                   END-READ
               END-PERFORM
               CLOSE LIFECYCLE-ARCHIVE-FILE
               CLOSE LIFECYCLE-KEEP-FILE
               CLOSE LIFECYCLE-LOG-FILE
               IF WS-FIL-ARCH-COUNT(WS-FIL-IDX) > 0
                   PERFORM 0470-REWRITE-LIFECYCLE-LOG
               END-IF
           ELSE
               CLOSE LIFECYCLE-LOG-FILE
           END-IF.

       0460-SPLIT-LIFECYCLE-RECORD.
           ADD 1 TO WS-FIL-BEFORE-COUNT(WS-FIL-IDX)
           SET KEEP-RECORD TO TRUE
           MOVE LIFEC-REJECT-DATE TO WS-FIND-DATE
           MOVE LIFEC-REJECT-SEQ TO WS-FIND-SEQ
           PERFORM 0320-FIND-LIFECYCLE-ENTRY
           IF WS-LFC-MATCH-SUB > 0
               SET WS-LFC-IDX TO WS-LFC-MATCH-SUB
               IF LFC-MOVING(WS-LFC-IDX)
                   SET ARCHIVE-RECORD TO TRUE
               ELSE
                   IF NOT LFC-ON-REJECT-FILE(WS-LFC-IDX)
                           AND LIFEC-EVENT-DATE
                               < WS-FIL-CUTOFF(WS-FIL-IDX)
                       SET ARCHIVE-RECORD TO TRUE
                   END-IF
               END-IF
           END-IF
           IF ARCHIVE-RECORD
               MOVE SPACES TO RLGAR-REC
               MOVE WS-ASOF-DATE TO RLGAR-DATE
               MOVE LIFECYCLE-REC TO RLGAR-DATA
               WRITE RLGAR-REC
               ADD 1 TO WS-FIL-ARCH-COUNT(WS-FIL-IDX)
           ELSE
               MOVE LIFECYCLE-REC TO RLGNW-REC
               WRITE RLGNW-REC
               ADD 1 TO WS-FIL-KEPT-COUNT(WS-FIL-IDX)
           END-IF.

       0470-REWRITE-LIFECYCLE-LOG.
           MOVE 'N' TO WS-KEEP-EOF
           OPEN INPUT LIFECYCLE-KEEP-FILE
           IF WS-RLGNW-STATUS NOT = "00"
               DISPLAY "SUMARCHV WARNING - SUMRLGNW NOT READABLE, "
                   "SUMRLOG LEFT UNCHANGED"
           ELSE
               OPEN OUTPUT LIFECYCLE-LOG-FILE
               PERFORM UNTIL KEEP-EOF
                   READ LIFECYCLE-KEEP-FILE
                       AT END
                           SET KEEP-EOF TO TRUE
                       NOT AT END
                           MOVE RLGNW-REC TO LIFECYCLE-REC
                           WRITE LIFECYCLE-REC
                   END-READ
               END-PERFORM
               CLOSE LIFECYCLE-LOG-FILE
               CLOSE LIFECYCLE-KEEP-FILE
           END-IF.

      ******************************************************************
      * A publish date moves only when its newest publish carries a
      * matching acknowledgment; anything SUMACKRC would still list
      * as unacknowledged or broken stays on SUMPUBLG.
      ******************************************************************
       0500-ARCHIVE-PUBLISH-LOG.
           SET WS-FIL-IDX TO 3
           OPEN INPUT PUBLISH-LOG-FILE
           IF WS-PUBLG-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
               OPEN EXTEND PUBLISH-ARCHIVE-FILE
               IF WS-PUBAR-STATUS NOT = "00"
                   OPEN OUTPUT PUBLISH-ARCHIVE-FILE
               END-IF
               OPEN OUTPUT PUBLISH-KEEP-FILE
               PERFORM UNTIL PUBLG-EOF
                   READ PUBLISH-LOG-FILE
                       AT END
                           SET PUBLG-EOF TO TRUE
                       NOT AT END
                           PERFORM 0510-SPLIT-PUBLISH-RECORD
                   END-READ
               END-PERFORM
               CLOSE PUBLISH-ARCHIVE-FILE
               CLOSE PUBLISH-KEEP-FILE
               CLOSE PUBLISH-LOG-FILE
               IF WS-FIL-ARCH-COUNT(WS-FIL-IDX) > 0
                   PERFORM 0520-REWRITE-PUBLISH-LOG
               END-IF
           ELSE
               CLOSE PUBLISH-LOG-FILE
           END-IF.

       0510-SPLIT-PUBLISH-RECORD.
           ADD 1 TO WS-FIL-BEFORE-COUNT(WS-FIL-IDX)
           ADD PUBLG-TOTAL-AMT TO WS-FIL-BEFORE-AMT(WS-FIL-IDX)
           SET KEEP-RECORD TO TRUE
           IF PUBLG-DATE < WS-FIL-CUTOFF(WS-FIL-IDX)
               MOVE PUBLG-DATE TO WS-FIND-DATE
               PERFORM 0365-FIND-PUBLISH-ENTRY
               IF WS-PUB-MATCH-SUB > 0
                   SET WS-PUB-IDX TO WS-PUB-MATCH-SUB
                   IF PUB-ACK-MATCHED(WS-PUB-IDX)
                       SET ARCHIVE-RECORD TO TRUE
                   END-IF
               END-IF
           END-IF
           IF ARCHIVE-RECORD
               MOVE SPACES TO PUBAR-REC
               MOVE WS-ASOF-DATE TO PUBAR-DATE
               MOVE PUBLISH-LOG-REC TO PUBAR-DATA
               WRITE PUBAR-REC
               ADD 1 TO WS-FIL-ARCH-COUNT(WS-FIL-IDX)
               ADD PUBLG-TOTAL-AMT TO WS-FIL-ARCH-AMT(WS-FIL-IDX)
           ELSE
               MOVE PUBLISH-LOG-REC TO PUBNW-REC
               WRITE PUBNW-REC
               ADD 1 TO WS-FIL-KEPT-COUNT(WS-FIL-IDX)
           END-IF.

       0520-REWRITE-PUBLISH-LOG.
           MOVE 'N' TO WS-KEEP-EOF
           OPEN INPUT PUBLISH-KEEP-FILE
           IF WS-PUBNW-STATUS NOT = "00"
               DISPLAY "SUMARCHV WARNING - SUMPUBNW NOT READABLE, "
                   "SUMPUBLG LEFT UNCHANGED"
           ELSE
               OPEN OUTPUT PUBLISH-LOG-FILE
               PERFORM UNTIL KEEP-EOF
                   READ PUBLISH-KEEP-FILE
                       AT END
                           SET KEEP-EOF TO TRUE
                       NOT AT END
                           MOVE PUBNW-REC TO PUBLISH-LOG-REC
                           WRITE PUBLISH-LOG-REC
                   END-READ
               END-PERFORM
               CLOSE PUBLISH-LOG-FILE
               CLOSE PUBLISH-KEEP-FILE
           END-IF.

       0550-ARCHIVE-RELEASE-LOG.
           SET WS-FIL-IDX TO 4
           OPEN INPUT RELEASE-LOG-FILE
           IF WS-RELLG-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
               OPEN EXTEND RELEASE-ARCHIVE-FILE
               IF WS-RELAR-STATUS NOT = "00"
                   OPEN OUTPUT RELEASE-ARCHIVE-FILE
               END-IF
               OPEN OUTPUT RELEASE-KEEP-FILE
               PERFORM UNTIL RELLG-EOF
                   READ RELEASE-LOG-FILE
                       AT END
                           SET RELLG-EOF TO TRUE
                       NOT AT END
                           PERFORM 0560-SPLIT-RELEASE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RELEASE-ARCHIVE-FILE
               CLOSE RELEASE-KEEP-FILE
               CLOSE RELEASE-LOG-FILE
               IF WS-FIL-ARCH-COUNT(WS-FIL-IDX) > 0
                   PERFORM 0570-REWRITE-RELEASE-LOG
               END-IF
           ELSE
               CLOSE RELEASE-LOG-FILE
           END-IF.

       0560-SPLIT-RELEASE-RECORD.
           ADD 1 TO WS-FIL-BEFORE-COUNT(WS-FIL-IDX)
           IF RELLOG-DATE < WS-FIL-CUTOFF(WS-FIL-IDX)
               MOVE SPACES TO RELAR-REC
               MOVE WS-ASOF-DATE TO RELAR-DATE
               MOVE RELEASE-LOG-REC TO RELAR-DATA
               WRITE RELAR-REC
               ADD 1 TO WS-FIL-ARCH-COUNT(WS-FIL-IDX)
           ELSE
               MOVE RELEASE-LOG-REC TO RELNW-REC
               WRITE RELNW-REC
               ADD 1 TO WS-FIL-KEPT-COUNT(WS-FIL-IDX)
           END-IF.

       0570-REWRITE-RELEASE-LOG.
           MOVE 'N' TO WS-KEEP-EOF
           OPEN INPUT RELEASE-KEEP-FILE
           IF WS-RELNW-STATUS NOT = "00"
               DISPLAY "SUMARCHV WARNING - SUMRELNW NOT READABLE, "
                   "SUMRELLG LEFT UNCHANGED"
           ELSE
               OPEN OUTPUT RELEASE-LOG-FILE
               PERFORM UNTIL KEEP-EOF
                   READ RELEASE-KEEP-FILE
                       AT END
                           SET KEEP-EOF TO TRUE
                       NOT AT END
                           MOVE RELNW-REC TO RELEASE-LOG-REC
                           WRITE RELEASE-LOG-REC
                   END-READ
               END-PERFORM
               CLOSE RELEASE-LOG-FILE
               CLOSE RELEASE-KEEP-FILE
           END-IF.

      ******************************************************************
      * SUMALRT holds only the alerts of the last SUMACCUM run, so
      * the whole file ages together on the SUMRUNC run date.  With
      * no run on SUMRUNC the alerts cannot be dated and are kept.
      ******************************************************************
       0600-ARCHIVE-ALERTS.
           SET WS-FIL-IDX TO 5
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
               OPEN EXTEND ALERT-ARCHIVE-FILE
               IF WS-ALRAR-STATUS NOT = "00"
                   OPEN OUTPUT ALERT-ARCHIVE-FILE
               END-IF
               OPEN OUTPUT ALERT-KEEP-FILE
               PERFORM UNTIL ALERT-EOF
                   READ ALERT-FILE
                       AT END
                           SET ALERT-EOF TO TRUE
                       NOT AT END
                           PERFORM 0610-SPLIT-ALERT-RECORD
                   END-READ
               END-PERFORM
               CLOSE ALERT-ARCHIVE-FILE
               CLOSE ALERT-KEEP-FILE
               CLOSE ALERT-FILE
               IF WS-FIL-ARCH-COUNT(WS-FIL-IDX) > 0
                   PERFORM 0620-REWRITE-ALERT-FILE
               END-IF
           ELSE
               CLOSE ALERT-FILE
           END-IF.

       0610-SPLIT-ALERT-RECORD.
           ADD 1 TO WS-FIL-BEFORE-COUNT(WS-FIL-IDX)
           IF RUN-FOUND
                   AND WS-RUN-DATE < WS-FIL-CUTOFF(WS-FIL-IDX)
               MOVE SPACES TO ALRAR-REC
               MOVE WS-ASOF-DATE TO ALRAR-DATE
               MOVE WS-RUN-DATE TO ALRAR-RUN-DATE
               MOVE ALERT-REC TO ALRAR-DATA
               WRITE ALRAR-REC
               ADD 1 TO WS-FIL-ARCH-COUNT(WS-FIL-IDX)
           ELSE
               MOVE ALERT-REC TO ALRNW-REC
               WRITE ALRNW-REC
               ADD 1 TO WS-FIL-KEPT-COUNT(WS-FIL-IDX)
           END-IF.

       0620-REWRITE-ALERT-FILE.
           MOVE 'N' TO WS-KEEP-EOF
           OPEN INPUT ALERT-KEEP-FILE
           IF WS-ALRNW-STATUS NOT = "00"
               DISPLAY "SUMARCHV WARNING - SUMALRNW NOT READABLE, "
                   "SUMALRT LEFT UNCHANGED"
           ELSE
               OPEN OUTPUT ALERT-FILE
               PERFORM UNTIL KEEP-EOF
                   READ ALERT-KEEP-FILE
                       AT END
                           SET KEEP-EOF TO TRUE
                       NOT AT END
                           MOVE ALRNW-REC TO ALERT-REC
                           WRITE ALERT-REC
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
               CLOSE ALERT-KEEP-FILE
           END-IF.

      ******************************************************************
      * The after figures are read back from the live files, not
      * carried over from the split, so the balance on the report is
      * an independent proof that nothing was lost in the rewrite.
      ******************************************************************
       0700-RECOUNT-LIVE-FILES.
           SET WS-FIL-IDX TO 1
           MOVE 'N' TO WS-REJECT-EOF
           OPEN INPUT TXN-REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               PERFORM UNTIL REJECT-EOF
                   READ TXN-REJECT-FILE
                       AT END
                           SET REJECT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FIL-AFTER-COUNT(WS-FIL-IDX)
                           ADD REJECT-AMT
                               TO WS-FIL-AFTER-AMT(WS-FIL-IDX)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TXN-REJECT-FILE
           SET WS-FIL-IDX TO 2
           MOVE 'N' TO WS-LIFEC-EOF
           OPEN INPUT LIFECYCLE-LOG-FILE
           IF WS-LIFEC-STATUS = "00"
               PERFORM UNTIL LIFEC-EOF
                   READ LIFECYCLE-LOG-FILE
                       AT END
                           SET LIFEC-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FIL-AFTER-COUNT(WS-FIL-IDX)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LIFECYCLE-LOG-FILE
           SET WS-FIL-IDX TO 3
           MOVE 'N' TO WS-PUBLG-EOF
           OPEN INPUT PUBLISH-LOG-FILE
           IF WS-PUBLG-STATUS = "00"
               PERFORM UNTIL PUBLG-EOF
                   READ PUBLISH-LOG-FILE
                       AT END
                           SET PUBLG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FIL-AFTER-COUNT(WS-FIL-IDX)
                           ADD PUBLG-TOTAL-AMT
                               TO WS-FIL-AFTER-AMT(WS-FIL-IDX)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PUBLISH-LOG-FILE
           SET WS-FIL-IDX TO 4
           MOVE 'N' TO WS-RELLG-EOF
           OPEN INPUT RELEASE-LOG-FILE
           IF WS-RELLG-STATUS = "00"
               PERFORM UNTIL RELLG-EOF
                   READ RELEASE-LOG-FILE
                       AT END
                           SET RELLG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FIL-AFTER-COUNT(WS-FIL-IDX)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RELEASE-LOG-FILE
           SET WS-FIL-IDX TO 5
           MOVE 'N' TO WS-ALERT-EOF
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               PERFORM UNTIL ALERT-EOF
                   READ ALERT-FILE
                       AT END
                           SET ALERT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FIL-AFTER-COUNT(WS-FIL-IDX)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ALERT-FILE.

       0800-PRINT-ARCHIVE-REPORT.
           DISPLAY "SUMARCHV - RETENTION AND ARCHIVAL AS OF "
               WS-ASOF-DATE
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > 5
               PERFORM 0810-PRINT-FILE-TOTALS
           END-PERFORM
           IF WS-OUT-OF-BALANCE > 0
               DISPLAY "SUMARCHV - " WS-OUT-OF-BALANCE
                   " FILE(S) OUT OF BALANCE, CHECK THE ...NW WORK "
                   "FILES BEFORE THE NEXT RUN"
           ELSE
               DISPLAY "SUMARCHV - ALL FILES BALANCE, BEFORE EQUALS "
                   "ARCHIVED PLUS AFTER"
           END-IF.

       0810-PRINT-FILE-TOTALS.
           IF WS-FIL-DAYS(WS-FIL-IDX) = 0
               DISPLAY "  " WS-FIL-NAME(WS-FIL-IDX)
                   " NO RETENTION SET, NOT ARCHIVED"
           ELSE
               DISPLAY "  " WS-FIL-NAME(WS-FIL-IDX)
                   " RETENTION " WS-FIL-DAYS(WS-FIL-IDX)
                   " DAYS, ARCHIVING BEFORE "
                   WS-FIL-CUTOFF(WS-FIL-IDX)
               IF WS-FIL-IDX = 1 AND WS-FIL-DAYS(2) = 0
                   DISPLAY "  " WS-FIL-NAME(WS-FIL-IDX)
                       " HELD, NO SUMRLOG RETENTION SET TO MOVE "
                       "ITS ENTRIES WITH IT"
               END-IF
           END-IF
           MOVE WS-FIL-NAME(WS-FIL-IDX) TO WS-CNT-NAME
           MOVE WS-FIL-BEFORE-COUNT(WS-FIL-IDX) TO WS-CNT-BEFORE
           MOVE WS-FIL-ARCH-COUNT(WS-FIL-IDX) TO WS-CNT-ARCHIVED
           MOVE WS-FIL-AFTER-COUNT(WS-FIL-IDX) TO WS-CNT-AFTER
           MOVE "BALANCED" TO WS-CNT-RESULT
           IF NOT FILE-PRESENT(WS-FIL-IDX)
               MOVE "NOT PRESENT" TO WS-CNT-RESULT
           END-IF
           IF WS-FIL-BEFORE-COUNT(WS-FIL-IDX)
                   NOT = WS-FIL-ARCH-COUNT(WS-FIL-IDX)
                       + WS-FIL-AFTER-COUNT(WS-FIL-IDX)
               MOVE "OUT OF BALANCE" TO WS-CNT-RESULT
               ADD 1 TO WS-OUT-OF-BALANCE
           ELSE
               IF FILE-HAS-AMOUNT(WS-FIL-IDX)
                       AND WS-FIL-BEFORE-AMT(WS-FIL-IDX)
                           NOT = WS-FIL-ARCH-AMT(WS-FIL-IDX)
                               + WS-FIL-AFTER-AMT(WS-FIL-IDX)
                   MOVE "OUT OF BALANCE" TO WS-CNT-RESULT
                   ADD 1 TO WS-OUT-OF-BALANCE
               END-IF
           END-IF
           DISPLAY WS-COUNT-LINE
           IF FILE-HAS-AMOUNT(WS-FIL-IDX)
               MOVE WS-FIL-BEFORE-AMT(WS-FIL-IDX) TO WS-AMT-BEFORE
               MOVE WS-FIL-ARCH-AMT(WS-FIL-IDX) TO WS-AMT-ARCHIVED
               MOVE WS-FIL-AFTER-AMT(WS-FIL-IDX) TO WS-AMT-AFTER
               DISPLAY WS-AMOUNT-LINE
           END-IF.
