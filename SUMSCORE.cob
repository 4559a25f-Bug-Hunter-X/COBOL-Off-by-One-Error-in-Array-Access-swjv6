      ******************************************************************
      * SUMSCORE - monthly source department quality scorecard.
      *
      * Answers "which department sends us the most trouble".  For
      * the scorecard month it brings together, per source:
      *   SUMSRCH   the per-source day totals SUMACCUM appends every
      *             run - days reported, accepted and rejected counts
      *             and amounts, resubmissions posted and repairs
      *             rejected again; the reject rate is rejected over
      *             accepted plus rejected fresh transactions
      *   SUMREJ    the month's rejects, each counted once by date
      *             and sequence id, broken down by reject reason
      *   SUMRLOG   repair and resubmission turnaround - the days
      *             from each reject's business date to its first
      *             REPAIRED and first RESUBMITTED entry - and the
      *             rejects still not resubmitted
      *   SRCCTLLG  the SRCCTL count checks SUMCONSL logged for the
      *             month, with the runs where the count MISMATCHED
      *
      * A date run more than once appears on SUMSRCH once per run;
      * only the lines of the latest run of each date are taken.  A
      * date whose latest run was a RESTART only covers the
      * transactions after the restart point and is counted as a
      * partial day.  SUMARCHV moves resubmitted rejects and their
      * SUMRLOG entries to the archives once they age past ARCPARM
      * retention, so the scorecard should be run before the month
      * ages out.
      *
      * SCRPARM layout (one line):  month(6) as YYYYMM
      * When SCRPARM is absent the month of the SUMRUNC business
      * date is taken, or the current month when SUMRUNC is absent.
      *
      * RETURN-CODE 8 when SCRPARM is not a valid month, 4 when
      * SUMSRCH holds nothing for the month or a work table filled,
      * 0 otherwise.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMSCORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCORE-PARM-FILE
               ASSIGN TO "SCRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "SUMRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT OPTIONAL SOURCE-HISTORY-FILE
               ASSIGN TO "SUMSRCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCH-STATUS.

           SELECT OPTIONAL TXN-REJECT-FILE
               ASSIGN TO "SUMREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT OPTIONAL LIFECYCLE-LOG-FILE
               ASSIGN TO "SUMRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIFEC-STATUS.

           SELECT OPTIONAL SOURCE-CONTROL-LOG
               ASSIGN TO "SRCCTLLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-PARM-FILE.
       01  SCORE-PARM-REC.
           05  PARM-MONTH                  PIC X(6).

       FD  RUN-CONTROL-FILE.
       01  RUNC-REC.
           05  RUNC-DATE                   PIC 9(8).
           05  FILLER                      PIC X(40).

       FD  SOURCE-HISTORY-FILE.
       01  SRCH-REC.
           05  SRCH-DATE                   PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  SRCH-SOURCE-ID              PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  SRCH-RUN-MODE               PIC X(7).
           05  FILLER                      PIC X VALUE SPACE.
           05  SRCH-ACCEPTED               PIC 9(9).
           05  FILLER                      PIC X VALUE SPACE.
           05  SRCH-ACCEPTED-AMT           PIC 9(11)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  SRCH-REJECTED               PIC 9(9).
           05  FILLER                      PIC X VALUE SPACE.
           05  SRCH-REJECTED-AMT           PIC 9(11)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  SRCH-RESUBMITTED            PIC 9(9).
           05  FILLER                      PIC X VALUE SPACE.
           05  SRCH-REREJECTED             PIC 9(9).
           05  FILLER                      PIC X VALUE SPACE.
           05  SRCH-TIMESTAMP              PIC X(21).

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

       FD  LIFECYCLE-LOG-FILE.
       01  LIFECYCLE-REC.
           05  LIFEC-REJECT-DATE           PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  LIFEC-REJECT-SEQ            PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  LIFEC-STATUS                PIC X(11).
           05  FILLER                      PIC X VALUE SPACE.
           05  LIFEC-EVENT-DATE            PIC 9(8).

       FD  SOURCE-CONTROL-LOG.
       01  CTLLG-REC.
           05  CTLLG-DATE                  PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  CTLLG-SOURCE-ID             PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  CTLLG-COUNTED               PIC 9(9).
           05  FILLER                      PIC X VALUE SPACE.
           05  CTLLG-EXPECTED              PIC 9(9).
           05  FILLER                      PIC X VALUE SPACE.
           05  CTLLG-RESULT                PIC X(9).
           05  FILLER                      PIC X VALUE SPACE.
           05  CTLLG-TIMESTAMP             PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS              PIC XX VALUE SPACES.
           05  WS-RUNC-STATUS              PIC XX VALUE SPACES.
           05  WS-SRCH-STATUS              PIC XX VALUE SPACES.
           05  WS-REJECT-STATUS            PIC XX VALUE SPACES.
           05  WS-LIFEC-STATUS             PIC XX VALUE SPACES.
           05  WS-CTLLG-STATUS             PIC XX VALUE SPACES.

       01  WS-EOF-FLAGS.
           05  WS-SRCH-EOF                 PIC X VALUE 'N'.
               88  SRCH-EOF                VALUE 'Y'.
           05  WS-REJECT-EOF               PIC X VALUE 'N'.
               88  REJECT-EOF              VALUE 'Y'.
           05  WS-LIFEC-EOF                PIC X VALUE 'N'.
               88  LIFEC-EOF               VALUE 'Y'.
           05  WS-CTLLG-EOF                PIC X VALUE 'N'.
               88  CTLLG-EOF               VALUE 'Y'.

       01  WS-SCORE-CONTROL.
           05  WS-CURRENT-STAMP            PIC X(21) VALUE SPACES.
           05  WS-SCORE-MONTH              PIC X(6) VALUE SPACES.
           05  FILLER REDEFINES WS-SCORE-MONTH.
               10  WS-SCORE-YEAR           PIC 9(4).
               10  WS-SCORE-MM             PIC 9(2).
           05  WS-DAY-OF-MONTH             PIC 9(2) VALUE 0.
           05  WS-TABLE-FULL-SW            PIC X VALUE 'N'.
               88  WORK-TABLE-FULL         VALUE 'Y'.
           05  WS-SEARCH-SOURCE            PIC X(3) VALUE SPACES.
           05  WS-SOURCE-POS               PIC 9(4) COMP VALUE 0.
           05  WS-REJECT-DAYS              PIC 9(7) VALUE 0.
           05  WS-EVENT-DAYS               PIC 9(7) VALUE 0.
           05  WS-TURNAROUND-DAYS          PIC 9(7) VALUE 0.

      ******************************************************************
      * Latest SUMACCUM run of each day of the month, by the
      * timestamp it stamped on its SUMSRCH lines.
      ******************************************************************
       01  WS-DAY-RUN-TABLE.
           05  WS-DAY-RUN-ENTRY
               OCCURS 31 TIMES
               INDEXED BY WS-DAY-IDX.
               10  WS-DAY-LATEST-STAMP     PIC X(21).

       01  WS-SOURCE-CONTROL.
           05  WS-MAX-SOURCES              PIC 9(4) COMP VALUE 50.
           05  WS-SOURCE-COUNT             PIC 9(4) COMP VALUE 0.
           05  WS-SOURCE-TABLE.
               10  WS-SOURCE-ENTRY
                   OCCURS 50 TIMES
                   INDEXED BY WS-SRC-IDX.
                   15  WS-SRC-ID           PIC X(3).
                   15  WS-SRC-DAYS         PIC 9(5).
                   15  WS-SRC-PARTIAL-DAYS PIC 9(5).
                   15  WS-SRC-ACCEPTED     PIC 9(9).
                   15  WS-SRC-ACCEPTED-AMT PIC 9(11)V99.
                   15  WS-SRC-REJECTED     PIC 9(9).
                   15  WS-SRC-REJECTED-AMT PIC 9(11)V99.
                   15  WS-SRC-RESUBMITTED  PIC 9(9).
                   15  WS-SRC-REREJECTED   PIC 9(9).
                   15  WS-SRC-DISTINCT-REJ PIC 9(9).
                   15  WS-SRC-REPAIRED     PIC 9(9).
                   15  WS-SRC-REPAIR-DAYS  PIC 9(11).
                   15  WS-SRC-RESUB-COUNT  PIC 9(9).
                   15  WS-SRC-RESUB-DAYS   PIC 9(11).
                   15  WS-SRC-OPEN         PIC 9(9).
                   15  WS-SRC-CTL-RUNS     PIC 9(5).
                   15  WS-SRC-CTL-MISMATCH PIC 9(5).
                   15  WS-SRC-CTL-NOCTL    PIC 9(5).

       01  WS-REJECT-CONTROL.
           05  WS-MAX-REJECTS              PIC 9(4) COMP VALUE 5000.
           05  WS-REJECT-COUNT             PIC 9(4) COMP VALUE 0.
           05  WS-REJECT-TABLE.
               10  WS-REJECT-ENTRY
                   OCCURS 5000 TIMES
                   INDEXED BY WS-REJ-IDX.
                   15  WS-REJ-DATE         PIC 9(8).
                   15  WS-REJ-SEQ          PIC 9(6).
                   15  WS-REJ-SOURCE       PIC X(3).
                   15  WS-REJ-REASON       PIC X(30).
                   15  WS-REJ-REPAIR-DATE  PIC 9(8).
                   15  WS-REJ-RESUB-DATE   PIC 9(8).

       01  WS-REASON-CONTROL.
           05  WS-MAX-REASONS              PIC 9(4) COMP VALUE 300.
           05  WS-REASON-COUNT             PIC 9(4) COMP VALUE 0.
           05  WS-REASON-TABLE.
               10  WS-REASON-ENTRY
                   OCCURS 300 TIMES
                   INDEXED BY WS-RSN-IDX.
                   15  WS-RSN-SOURCE       PIC X(3).
                   15  WS-RSN-TEXT         PIC X(30).
                   15  WS-RSN-COUNT        PIC 9(9).

       01  WS-MATCH-WORK.
           05  WS-ENTRY-FOUND-SW           PIC X VALUE 'N'.
               88  ENTRY-FOUND             VALUE 'Y'.
               88  ENTRY-NOT-FOUND         VALUE 'N'.
           05  WS-SOURCE-FOUND-SW          PIC X VALUE 'N'.
               88  SOURCE-FOUND            VALUE 'Y'.
               88  SOURCE-NOT-FOUND        VALUE 'N'.

       01  WS-SCORE-TOTALS.
           05  WS-SRCH-LINES-READ          PIC 9(9) VALUE 0.
           05  WS-SRCH-LINES-TAKEN         PIC 9(9) VALUE 0.
           05  WS-REJECTS-READ             PIC 9(9) VALUE 0.
           05  WS-CTLLG-LINES-TAKEN        PIC 9(9) VALUE 0.
           05  WS-TOTAL-ACCEPTED           PIC 9(9) VALUE 0.
           05  WS-TOTAL-ACCEPTED-AMT       PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-REJECTED           PIC 9(9) VALUE 0.
           05  WS-TOTAL-REJECTED-AMT       PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-CTL-MISMATCH       PIC 9(9) VALUE 0.

       01  WS-RATE-WORK.
           05  WS-RATE-BASE                PIC 9(10) VALUE 0.
           05  WS-RATE-PCT                 PIC 9(3)V99 VALUE 0.
           05  WS-AVERAGE-DAYS             PIC 9(5)V9 VALUE 0.

       01  WS-COUNT-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-CNT-RPT-LABEL            PIC X(20).
           05  WS-CNT-RPT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(7) VALUE "  AMT =".
           05  WS-CNT-RPT-AMT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-TURNAROUND-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-TRN-RPT-LABEL            PIC X(20).
           05  WS-TRN-RPT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(12)
               VALUE "  AVG DAYS =".
           05  WS-TRN-RPT-AVERAGE          PIC ZZZZ9.9.

       01  WS-REASON-LINE.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  WS-RSN-RPT-TEXT             PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RSN-RPT-COUNT            PIC ZZZZZZZZ9.

       01  WS-REPORT-FIELDS.
           05  WS-RPT-COUNT                PIC ZZZZZZZZ9.
           05  WS-RPT-COUNT-2              PIC ZZZZZZZZ9.
           05  WS-RPT-COUNT-3              PIC ZZZZZZZZ9.
           05  WS-RPT-RATE                 PIC ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-READ-SCORE-PARM
           PERFORM 0200-FIND-LATEST-RUNS
           PERFORM 0300-LOAD-SOURCE-HISTORY
           PERFORM 0400-LOAD-MONTH-REJECTS
           PERFORM 0500-APPLY-LIFECYCLE-LOG
           PERFORM 0600-SUMMARIZE-TURNAROUND
           PERFORM 0700-LOAD-CONTROL-LOG
           PERFORM 0800-PRINT-SCORECARD
           IF WS-SRCH-LINES-TAKEN = 0
               DISPLAY "SUMSCORE WARNING - SUMSRCH HOLDS NO RUNS FOR "
                   WS-SCORE-MONTH
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WORK-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * The scorecard month comes from SCRPARM; without it the month
      * of the last SUMACCUM business date on SUMRUNC is scored, so
      * a job scheduled after month-end close picks the right month.
      ******************************************************************
       0100-READ-SCORE-PARM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:6) TO WS-SCORE-MONTH
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNC-DATE NUMERIC AND RUNC-DATE > 0
                           MOVE RUNC-DATE(1:6) TO WS-SCORE-MONTH
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-CONTROL-FILE
           OPEN INPUT SCORE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ SCORE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-MONTH TO WS-SCORE-MONTH
               END-READ
           ELSE
               DISPLAY "SUMSCORE WARNING - SCRPARM NOT AVAILABLE, "
                   "SCORING MONTH " WS-SCORE-MONTH
           END-IF
           CLOSE SCORE-PARM-FILE
           IF WS-SCORE-MONTH NOT NUMERIC
               DISPLAY "SUMSCORE REFUSED - SCORECARD MONTH "
                   WS-SCORE-MONTH " IS NOT YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SCORE-MM < 1 OR WS-SCORE-MM > 12
               DISPLAY "SUMSCORE REFUSED - SCORECARD MONTH "
                   WS-SCORE-MONTH " IS NOT YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * First pass over SUMSRCH: the latest run timestamp of each day
      * in the month.  CURRENT-DATE stamps sort in time order.
      ******************************************************************
       0200-FIND-LATEST-RUNS.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 31
               MOVE SPACES TO WS-DAY-LATEST-STAMP(WS-DAY-IDX)
           END-PERFORM
           OPEN INPUT SOURCE-HISTORY-FILE
           IF WS-SRCH-STATUS = "00"
               PERFORM UNTIL SRCH-EOF
                   READ SOURCE-HISTORY-FILE
                       AT END
                           SET SRCH-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SRCH-LINES-READ
                           PERFORM 0250-NOTE-LATEST-RUN
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SUMSCORE WARNING - SUMSRCH NOT AVAILABLE, "
                   "NO VOLUMES TO SCORE"
           END-IF
           CLOSE SOURCE-HISTORY-FILE.

       0250-NOTE-LATEST-RUN.
           IF SRCH-DATE(1:6) = WS-SCORE-MONTH
               MOVE SRCH-DATE(7:2) TO WS-DAY-OF-MONTH
               IF WS-DAY-OF-MONTH >= 1 AND WS-DAY-OF-MONTH <= 31
                   SET WS-DAY-IDX TO WS-DAY-OF-MONTH
                   IF SRCH-TIMESTAMP
                           > WS-DAY-LATEST-STAMP(WS-DAY-IDX)
                       MOVE SRCH-TIMESTAMP
                           TO WS-DAY-LATEST-STAMP(WS-DAY-IDX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Second pass: only the lines of each day's latest run count.
      ******************************************************************
       0300-LOAD-SOURCE-HISTORY.
           MOVE 'N' TO WS-SRCH-EOF
           OPEN INPUT SOURCE-HISTORY-FILE
           IF WS-SRCH-STATUS = "00"
               PERFORM UNTIL SRCH-EOF
                   READ SOURCE-HISTORY-FILE
                       AT END
                           SET SRCH-EOF TO TRUE
                       NOT AT END
                           PERFORM 0350-POST-SOURCE-HISTORY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SOURCE-HISTORY-FILE.

       0350-POST-SOURCE-HISTORY.
           IF SRCH-DATE(1:6) = WS-SCORE-MONTH
               MOVE SRCH-DATE(7:2) TO WS-DAY-OF-MONTH
               IF WS-DAY-OF-MONTH >= 1 AND WS-DAY-OF-MONTH <= 31
                   SET WS-DAY-IDX TO WS-DAY-OF-MONTH
                   IF SRCH-TIMESTAMP
                           = WS-DAY-LATEST-STAMP(WS-DAY-IDX)
                       MOVE SRCH-SOURCE-ID TO WS-SEARCH-SOURCE
                       PERFORM 0900-FIND-SOURCE-ENTRY
                       IF SOURCE-FOUND
                           ADD 1 TO WS-SRCH-LINES-TAKEN
                           PERFORM 0360-ADD-SOURCE-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0360-ADD-SOURCE-DAY.
           ADD 1 TO WS-SRC-DAYS(WS-SRC-IDX)
           IF SRCH-RUN-MODE = "RESTART"
               ADD 1 TO WS-SRC-PARTIAL-DAYS(WS-SRC-IDX)
           END-IF
           ADD SRCH-ACCEPTED TO WS-SRC-ACCEPTED(WS-SRC-IDX)
           ADD SRCH-ACCEPTED-AMT TO WS-SRC-ACCEPTED-AMT(WS-SRC-IDX)
           ADD SRCH-REJECTED TO WS-SRC-REJECTED(WS-SRC-IDX)
           ADD SRCH-REJECTED-AMT TO WS-SRC-REJECTED-AMT(WS-SRC-IDX)
           ADD SRCH-RESUBMITTED TO WS-SRC-RESUBMITTED(WS-SRC-IDX)
           ADD SRCH-REREJECTED TO WS-SRC-REREJECTED(WS-SRC-IDX)
           ADD SRCH-ACCEPTED TO WS-TOTAL-ACCEPTED
           ADD SRCH-ACCEPTED-AMT TO WS-TOTAL-ACCEPTED-AMT
           ADD SRCH-REJECTED TO WS-TOTAL-REJECTED
           ADD SRCH-REJECTED-AMT TO WS-TOTAL-REJECTED-AMT.

       0400-LOAD-MONTH-REJECTS.
           OPEN INPUT TXN-REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               PERFORM UNTIL REJECT-EOF
                   READ TXN-REJECT-FILE
                       AT END
                           SET REJECT-EOF TO TRUE
                       NOT AT END
                           IF REJECT-DATE(1:6) = WS-SCORE-MONTH
                               ADD 1 TO WS-REJECTS-READ
                               PERFORM 0450-STORE-REJECT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SUMSCORE WARNING - SUMREJ NOT AVAILABLE, "
                   "NO REJECT REASONS OR TURNAROUND"
           END-IF
           CLOSE TXN-REJECT-FILE.

      ******************************************************************
      * A repaired transaction that fails again goes back to SUMREJ
      * under its original date and sequence id; the reject is kept
      * once, under the reason it was first rejected for, since that
      * is the fault the sending department made.
      ******************************************************************
       0450-STORE-REJECT-ENTRY.
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJECT-COUNT
                       OR ENTRY-FOUND
               IF WS-REJ-DATE(WS-REJ-IDX) = REJECT-DATE
                       AND WS-REJ-SEQ(WS-REJ-IDX) = REJECT-SEQ
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-NOT-FOUND
               IF WS-REJECT-COUNT >= WS-MAX-REJECTS
                   IF NOT WORK-TABLE-FULL
                       DISPLAY "SUMSCORE WARNING - REJECT TABLE "
                           "FULL AT " WS-MAX-REJECTS
                           ", LATER REJECTS NOT SCORED"
                   END-IF
                   SET WORK-TABLE-FULL TO TRUE
               ELSE
                   MOVE REJECT-SOURCE-ID TO WS-SEARCH-SOURCE
                   PERFORM 0900-FIND-SOURCE-ENTRY
                   IF SOURCE-FOUND
                       ADD 1 TO WS-REJECT-COUNT
                       SET WS-REJ-IDX TO WS-REJECT-COUNT
                       MOVE REJECT-DATE TO WS-REJ-DATE(WS-REJ-IDX)
                       MOVE REJECT-SEQ TO WS-REJ-SEQ(WS-REJ-IDX)
                       MOVE REJECT-SOURCE-ID
                           TO WS-REJ-SOURCE(WS-REJ-IDX)
                       MOVE REJECT-REASON
                           TO WS-REJ-REASON(WS-REJ-IDX)
                       MOVE 0 TO WS-REJ-REPAIR-DATE(WS-REJ-IDX)
                       MOVE 0 TO WS-REJ-RESUB-DATE(WS-REJ-IDX)
                       ADD 1 TO WS-SRC-DISTINCT-REJ(WS-SRC-IDX)
                       PERFORM 0460-POST-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       0460-POST-REJECT-REASON.
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-REASON-COUNT
                       OR ENTRY-FOUND
               IF WS-RSN-SOURCE(WS-RSN-IDX) = REJECT-SOURCE-ID
                       AND WS-RSN-TEXT(WS-RSN-IDX) = REJECT-REASON
                   SET ENTRY-FOUND TO TRUE
                   ADD 1 TO WS-RSN-COUNT(WS-RSN-IDX)
               END-IF
           END-PERFORM
           IF ENTRY-NOT-FOUND
               IF WS-REASON-COUNT >= WS-MAX-REASONS
                   IF NOT WORK-TABLE-FULL
                       DISPLAY "SUMSCORE WARNING - REASON TABLE "
                           "FULL AT " WS-MAX-REASONS
                   END-IF
                   SET WORK-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-REASON-COUNT
                   SET WS-RSN-IDX TO WS-REASON-COUNT
                   MOVE REJECT-SOURCE-ID TO WS-RSN-SOURCE(WS-RSN-IDX)
                   MOVE REJECT-REASON TO WS-RSN-TEXT(WS-RSN-IDX)
                   MOVE 1 TO WS-RSN-COUNT(WS-RSN-IDX)
               END-IF
           END-IF.

       0500-APPLY-LIFECYCLE-LOG.
           OPEN INPUT LIFECYCLE-LOG-FILE
           IF WS-LIFEC-STATUS = "00"
               PERFORM UNTIL LIFEC-EOF
                   READ LIFECYCLE-LOG-FILE
                       AT END
                           SET LIFEC-EOF TO TRUE
                       NOT AT END
                           IF LIFEC-REJECT-DATE(1:6)
                                   = WS-SCORE-MONTH
                               PERFORM 0550-APPLY-LIFECYCLE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SUMSCORE WARNING - SUMRLOG NOT AVAILABLE, "
                   "ALL REJECTS SCORED AS OUTSTANDING"
           END-IF
           CLOSE LIFECYCLE-LOG-FILE.

      ******************************************************************
      * Turnaround runs to the first REPAIRED and the first
      * RESUBMITTED entry; a second repair after a re-reject does
      * not restart the clock.
      ******************************************************************
       0550-APPLY-LIFECYCLE-RECORD.
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJECT-COUNT
                       OR ENTRY-FOUND
               IF WS-REJ-DATE(WS-REJ-IDX) = LIFEC-REJECT-DATE
                       AND WS-REJ-SEQ(WS-REJ-IDX) = LIFEC-REJECT-SEQ
                   SET ENTRY-FOUND TO TRUE
                   IF LIFEC-STATUS = "REPAIRED"
                           AND WS-REJ-REPAIR-DATE(WS-REJ-IDX) = 0
                       MOVE LIFEC-EVENT-DATE
                           TO WS-REJ-REPAIR-DATE(WS-REJ-IDX)
                   END-IF
                   IF LIFEC-STATUS = "RESUBMITTED"
                           AND WS-REJ-RESUB-DATE(WS-REJ-IDX) = 0
                       MOVE LIFEC-EVENT-DATE
                           TO WS-REJ-RESUB-DATE(WS-REJ-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       0600-SUMMARIZE-TURNAROUND.
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJECT-COUNT
               MOVE WS-REJ-SOURCE(WS-REJ-IDX) TO WS-SEARCH-SOURCE
               PERFORM 0900-FIND-SOURCE-ENTRY
               IF SOURCE-FOUND
                   PERFORM 0650-SUMMARIZE-ONE-REJECT
               END-IF
           END-PERFORM.

       0650-SUMMARIZE-ONE-REJECT.
           MOVE FUNCTION INTEGER-OF-DATE(WS-REJ-DATE(WS-REJ-IDX))
               TO WS-REJECT-DAYS
           IF WS-REJ-REPAIR-DATE(WS-REJ-IDX) > 0
               MOVE FUNCTION INTEGER-OF-DATE(
                   WS-REJ-REPAIR-DATE(WS-REJ-IDX)) TO WS-EVENT-DAYS
               MOVE 0 TO WS-TURNAROUND-DAYS
               IF WS-EVENT-DAYS > WS-REJECT-DAYS
                   COMPUTE WS-TURNAROUND-DAYS
                       = WS-EVENT-DAYS - WS-REJECT-DAYS
               END-IF
               ADD 1 TO WS-SRC-REPAIRED(WS-SRC-IDX)
               ADD WS-TURNAROUND-DAYS
                   TO WS-SRC-REPAIR-DAYS(WS-SRC-IDX)
           END-IF
           IF WS-REJ-RESUB-DATE(WS-REJ-IDX) > 0
               MOVE FUNCTION INTEGER-OF-DATE(
                   WS-REJ-RESUB-DATE(WS-REJ-IDX)) TO WS-EVENT-DAYS
               MOVE 0 TO WS-TURNAROUND-DAYS
               IF WS-EVENT-DAYS > WS-REJECT-DAYS
                   COMPUTE WS-TURNAROUND-DAYS
                       = WS-EVENT-DAYS - WS-REJECT-DAYS
               END-IF
               ADD 1 TO WS-SRC-RESUB-COUNT(WS-SRC-IDX)
               ADD WS-TURNAROUND-DAYS
                   TO WS-SRC-RESUB-DAYS(WS-SRC-IDX)
           ELSE
               ADD 1 TO WS-SRC-OPEN(WS-SRC-IDX)
           END-IF.

      ******************************************************************
      * Every SUMCONSL run logs one SRCCTLLG line per source, refused
      * runs included, so a department whose count failed and was
      * then resent shows the failed run as well as the good one.
      ******************************************************************
       0700-LOAD-CONTROL-LOG.
           OPEN INPUT SOURCE-CONTROL-LOG
           IF WS-CTLLG-STATUS = "00"
               PERFORM UNTIL CTLLG-EOF
                   READ SOURCE-CONTROL-LOG
                       AT END
                           SET CTLLG-EOF TO TRUE
                       NOT AT END
                           IF CTLLG-DATE(1:6) = WS-SCORE-MONTH
                               PERFORM 0750-POST-CONTROL-RESULT
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SUMSCORE WARNING - SRCCTLLG NOT AVAILABLE, "
                   "NO CONTROL-COUNT RESULTS"
           END-IF
           CLOSE SOURCE-CONTROL-LOG.

       0750-POST-CONTROL-RESULT.
           MOVE CTLLG-SOURCE-ID TO WS-SEARCH-SOURCE
           PERFORM 0900-FIND-SOURCE-ENTRY
           IF SOURCE-FOUND
               ADD 1 TO WS-CTLLG-LINES-TAKEN
               ADD 1 TO WS-SRC-CTL-RUNS(WS-SRC-IDX)
               IF CTLLG-RESULT = "MISMATCH"
                   ADD 1 TO WS-SRC-CTL-MISMATCH(WS-SRC-IDX)
                   ADD 1 TO WS-TOTAL-CTL-MISMATCH
               END-IF
               IF CTLLG-RESULT = "NOCONTROL"
                   ADD 1 TO WS-SRC-CTL-NOCTL(WS-SRC-IDX)
               END-IF
           END-IF.

       0800-PRINT-SCORECARD.
           DISPLAY "SUMSCORE - SOURCE QUALITY SCORECARD FOR MONTH "
               WS-SCORE-MONTH
           DISPLAY "  SUMSRCH LINES READ   " WS-SRCH-LINES-READ
           DISPLAY "  SUMSRCH LINES SCORED " WS-SRCH-LINES-TAKEN
           DISPLAY "  MONTH REJECT RECORDS " WS-REJECTS-READ
           MOVE WS-REJECT-COUNT TO WS-RPT-COUNT
           DISPLAY "  DISTINCT REJECTS     " WS-RPT-COUNT
           DISPLAY "  CONTROL-LOG ENTRIES  " WS-CTLLG-LINES-TAKEN
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               PERFORM 0850-PRINT-ONE-SOURCE
           END-PERFORM
           DISPLAY "  ALL SOURCES"
           MOVE "ACCEPTED" TO WS-CNT-RPT-LABEL
           MOVE WS-TOTAL-ACCEPTED TO WS-CNT-RPT-COUNT
           MOVE WS-TOTAL-ACCEPTED-AMT TO WS-CNT-RPT-AMT
           DISPLAY WS-COUNT-LINE
           MOVE "REJECTED" TO WS-CNT-RPT-LABEL
           MOVE WS-TOTAL-REJECTED TO WS-CNT-RPT-COUNT
           MOVE WS-TOTAL-REJECTED-AMT TO WS-CNT-RPT-AMT
           DISPLAY WS-COUNT-LINE
           COMPUTE WS-RATE-BASE = WS-TOTAL-ACCEPTED + WS-TOTAL-REJECTED
           MOVE 0 TO WS-RATE-PCT
           IF WS-RATE-BASE > 0
               COMPUTE WS-RATE-PCT ROUNDED
                   = WS-TOTAL-REJECTED * 100 / WS-RATE-BASE
           END-IF
           MOVE WS-RATE-PCT TO WS-RPT-RATE
           DISPLAY "    REJECT RATE PCT     " WS-RPT-RATE
           MOVE WS-TOTAL-CTL-MISMATCH TO WS-RPT-COUNT
           DISPLAY "    CONTROL FAILURES    " WS-RPT-COUNT.

       0850-PRINT-ONE-SOURCE.
           DISPLAY "  SOURCE " WS-SRC-ID(WS-SRC-IDX)
           MOVE WS-SRC-DAYS(WS-SRC-IDX) TO WS-RPT-COUNT
           MOVE WS-SRC-PARTIAL-DAYS(WS-SRC-IDX) TO WS-RPT-COUNT-2
           DISPLAY "    DAYS REPORTED       " WS-RPT-COUNT
               "  PARTIAL (RESTART) =" WS-RPT-COUNT-2
           MOVE "ACCEPTED" TO WS-CNT-RPT-LABEL
           MOVE WS-SRC-ACCEPTED(WS-SRC-IDX) TO WS-CNT-RPT-COUNT
           MOVE WS-SRC-ACCEPTED-AMT(WS-SRC-IDX) TO WS-CNT-RPT-AMT
           DISPLAY WS-COUNT-LINE
           MOVE "REJECTED" TO WS-CNT-RPT-LABEL
           MOVE WS-SRC-REJECTED(WS-SRC-IDX) TO WS-CNT-RPT-COUNT
           MOVE WS-SRC-REJECTED-AMT(WS-SRC-IDX) TO WS-CNT-RPT-AMT
           DISPLAY WS-COUNT-LINE
           COMPUTE WS-RATE-BASE = WS-SRC-ACCEPTED(WS-SRC-IDX)
               + WS-SRC-REJECTED(WS-SRC-IDX)
           MOVE 0 TO WS-RATE-PCT
           IF WS-RATE-BASE > 0
               COMPUTE WS-RATE-PCT ROUNDED
                   = WS-SRC-REJECTED(WS-SRC-IDX) * 100 / WS-RATE-BASE
           END-IF
           MOVE WS-RATE-PCT TO WS-RPT-RATE
           DISPLAY "    REJECT RATE PCT     " WS-RPT-RATE
           MOVE WS-SRC-RESUBMITTED(WS-SRC-IDX) TO WS-RPT-COUNT
           MOVE WS-SRC-REREJECTED(WS-SRC-IDX) TO WS-RPT-COUNT-2
           DISPLAY "    RESUBMITTED POSTED  " WS-RPT-COUNT
               "  REJECTED AGAIN =" WS-RPT-COUNT-2
           DISPLAY "    REJECT REASONS"
           PERFORM 0860-PRINT-SOURCE-REASONS
           MOVE "REPAIRED" TO WS-TRN-RPT-LABEL
           MOVE WS-SRC-REPAIRED(WS-SRC-IDX) TO WS-TRN-RPT-COUNT
           MOVE 0 TO WS-AVERAGE-DAYS
           IF WS-SRC-REPAIRED(WS-SRC-IDX) > 0
               COMPUTE WS-AVERAGE-DAYS ROUNDED
                   = WS-SRC-REPAIR-DAYS(WS-SRC-IDX)
                       / WS-SRC-REPAIRED(WS-SRC-IDX)
           END-IF
           MOVE WS-AVERAGE-DAYS TO WS-TRN-RPT-AVERAGE
           DISPLAY WS-TURNAROUND-LINE
           MOVE "RESUBMITTED" TO WS-TRN-RPT-LABEL
           MOVE WS-SRC-RESUB-COUNT(WS-SRC-IDX) TO WS-TRN-RPT-COUNT
           MOVE 0 TO WS-AVERAGE-DAYS
           IF WS-SRC-RESUB-COUNT(WS-SRC-IDX) > 0
               COMPUTE WS-AVERAGE-DAYS ROUNDED
                   = WS-SRC-RESUB-DAYS(WS-SRC-IDX)
                       / WS-SRC-RESUB-COUNT(WS-SRC-IDX)
           END-IF
           MOVE WS-AVERAGE-DAYS TO WS-TRN-RPT-AVERAGE
           DISPLAY WS-TURNAROUND-LINE
           MOVE WS-SRC-OPEN(WS-SRC-IDX) TO WS-RPT-COUNT
           DISPLAY "    STILL OUTSTANDING   " WS-RPT-COUNT
           MOVE WS-SRC-CTL-RUNS(WS-SRC-IDX) TO WS-RPT-COUNT
           MOVE WS-SRC-CTL-MISMATCH(WS-SRC-IDX) TO WS-RPT-COUNT-2
           MOVE WS-SRC-CTL-NOCTL(WS-SRC-IDX) TO WS-RPT-COUNT-3
           DISPLAY "    CONTROL CHECKS      " WS-RPT-COUNT
               "  FAILED =" WS-RPT-COUNT-2
               "  NOT CONTROLLED =" WS-RPT-COUNT-3.

       0860-PRINT-SOURCE-REASONS.
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-REASON-COUNT
               IF WS-RSN-SOURCE(WS-RSN-IDX) = WS-SRC-ID(WS-SRC-IDX)
                   SET ENTRY-FOUND TO TRUE
                   MOVE WS-RSN-TEXT(WS-RSN-IDX) TO WS-RSN-RPT-TEXT
                   MOVE WS-RSN-COUNT(WS-RSN-IDX) TO WS-RSN-RPT-COUNT
                   DISPLAY WS-REASON-LINE
               END-IF
           END-PERFORM
           IF ENTRY-NOT-FOUND
               DISPLAY "      NONE"
           END-IF.

      ******************************************************************
      * Finds WS-SEARCH-SOURCE on the source table, adding it with
      * zero totals when new; leaves WS-SRC-IDX on the entry.
      ******************************************************************
       0900-FIND-SOURCE-ENTRY.
           SET SOURCE-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
                       OR SOURCE-FOUND
               IF WS-SRC-ID(WS-SRC-IDX) = WS-SEARCH-SOURCE
                   SET SOURCE-FOUND TO TRUE
                   SET WS-SOURCE-POS TO WS-SRC-IDX
               END-IF
           END-PERFORM
           IF SOURCE-FOUND
               SET WS-SRC-IDX TO WS-SOURCE-POS
           ELSE
               IF WS-SOURCE-COUNT >= WS-MAX-SOURCES
                   IF NOT WORK-TABLE-FULL
                       DISPLAY "SUMSCORE WARNING - SOURCE TABLE "
                           "FULL AT " WS-MAX-SOURCES
                           ", SOURCE " WS-SEARCH-SOURCE
                           " NOT SCORED"
                   END-IF
                   SET WORK-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-SOURCE-COUNT
                   SET WS-SRC-IDX TO WS-SOURCE-COUNT
                   MOVE ZEROS TO WS-SOURCE-ENTRY(WS-SRC-IDX)
                   MOVE WS-SEARCH-SOURCE TO WS-SRC-ID(WS-SRC-IDX)
                   SET SOURCE-FOUND TO TRUE
               END-IF
           END-IF.
