      ******************************************************************
      * SUMBUDRP - budget versus actual report per bucket and group.
      *
      * Sets the planned count and amount on SUMBUDG (maintained by
      * SUMBUDMT) next to what each bucket actually did in the
      * report period and year to date, so management can see which
      * categories are running off plan rather than only how they
      * moved against their own history (SUMTREND, SUMVARNC).
      *
      * Actuals for a period that has been closed come from the
      * SUMHIST records SUMPEROL wrote under a period-end date in
      * that month.  A period later than the newest closed period is
      * still open, and its month-to-date position is taken from the
      * live SUMCKPT.  Year to date runs from the first month of the
      * report year through the report month, on both sides.
      *
      * When SUMGRPM is present a group roll-up follows the bucket
      * report, summing budget and actual per group code; buckets
      * with no group entry roll up under *** (UNGROUPED).
      *
      * Buckets that carry a budget for the period and whose actual
      * amount is over or under it by more than the tolerance are
      * written to the SUMBUDEX exception file and the run ends with
      * RETURN-CODE 4.  A bucket with activity but no budget for the
      * period is listed as NO BUDGET on the report only.
      *
      * BUDPARM layout (one line):  period(6) space tolerance-pct(3)
      * Period is YYYYMM.  When BUDPARM is absent the current month
      * is reported at the default tolerance of 010 percent.
      * SUMBUDEX layout (one line per exception):
      *   period(6) space bucket(4) space direction(5) space
      *   budget-amount(11v99) space actual-amount(11v99) space
      *   variance-amount(11v99) space variance-pct(5v9)
      * Direction is OVER or UNDER; the variance amount and percent
      * are carried unsigned.  An actual of zero against a budget
      * reports as UNDER by 100 percent.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMBUDRP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-PARM-FILE
               ASSIGN TO "BUDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL CONFIG-FILE
               ASSIGN TO "BKTCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT OPTIONAL BUDGET-FILE
               ASSIGN TO "SUMBUDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BUDG-KEY
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "SUMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO "SUMCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT OPTIONAL GROUP-MASTER-FILE
               ASSIGN TO "SUMGRPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRPM-STATUS.

           SELECT BUDGET-EXCEPTION-FILE
               ASSIGN TO "SUMBUDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-PARM-FILE.
       01  BUDGET-PARM-REC.
           05  PARM-PERIOD                 PIC 9(6).
           05  PARM-PERIOD-PARTS REDEFINES PARM-PERIOD.
               10  PARM-PERIOD-YEAR        PIC 9(4).
               10  PARM-PERIOD-MONTH       PIC 9(2).
           05  FILLER                      PIC X VALUE SPACE.
           05  PARM-TOLERANCE-PCT          PIC 9(3).

       FD  CONFIG-FILE.
       01  CONFIG-REC.
           05  CONFIG-BUCKET-COUNT         PIC 9(4).

       FD  BUDGET-FILE.
       01  BUDG-REC.
           05  BUDG-KEY.
               10  BUDG-BUCKET             PIC 9(4).
               10  BUDG-PERIOD             PIC 9(6).
               10  BUDG-PERIOD-PARTS REDEFINES BUDG-PERIOD.
                   15  BUDG-PERIOD-YEAR    PIC 9(4).
                   15  BUDG-PERIOD-MONTH   PIC 9(2).
           05  BUDG-COUNT                  PIC 9(7).
           05  BUDG-AMT                    PIC 9(11)V99.

       FD  HISTORY-FILE.
       01  HIST-REC.
           05  HIST-DATE                   PIC 9(8).
           05  HIST-DATE-PARTS REDEFINES HIST-DATE.
               10  HIST-PERIOD.
                   15  HIST-YEAR           PIC 9(4).
                   15  HIST-MONTH          PIC 9(2).
               10  HIST-DAY                PIC 9(2).
           05  FILLER                      PIC X VALUE SPACE.
           05  HIST-BUCKET                 PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  HIST-COUNT                  PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  HIST-AMT                    PIC 9(9)V99.

       FD  CHECKPOINT-FILE.
       01  CKPT-REC.
           05  CKPT-COUNTER                PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  CKPT-AMOUNT                 PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  CKPT-AMT                    PIC 9(9)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  CKPT-REV-COUNT              PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  CKPT-REV-AMT                PIC 9(9)V99.

       FD  GROUP-MASTER-FILE.
       01  GRPM-REC.
           05  GRPM-BUCKET                 PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  GRPM-GROUP-CODE             PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  GRPM-GROUP-NAME             PIC X(20).

       FD  BUDGET-EXCEPTION-FILE.
       01  EXCEPT-REC.
           05  EXCEPT-PERIOD               PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  EXCEPT-BUCKET               PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  EXCEPT-DIRECTION            PIC X(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  EXCEPT-BUDGET-AMT           PIC 9(11)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  EXCEPT-ACTUAL-AMT           PIC 9(11)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  EXCEPT-VARIANCE-AMT         PIC 9(11)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  EXCEPT-VARIANCE-PCT         PIC 9(5)V9.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS              PIC XX VALUE SPACES.
           05  WS-CONFIG-STATUS            PIC XX VALUE SPACES.
           05  WS-BUDG-STATUS              PIC XX VALUE SPACES.
           05  WS-HIST-STATUS              PIC XX VALUE SPACES.
           05  WS-CKPT-STATUS              PIC XX VALUE SPACES.
           05  WS-GRPM-STATUS              PIC XX VALUE SPACES.
           05  WS-EXCEPT-STATUS            PIC XX VALUE SPACES.

       01  WS-EOF-FLAGS.
           05  WS-BUDG-EOF                 PIC X VALUE 'N'.
               88  BUDG-EOF                VALUE 'Y'.
           05  WS-HIST-EOF                 PIC X VALUE 'N'.
               88  HIST-EOF                VALUE 'Y'.
           05  WS-CKPT-EOF                 PIC X VALUE 'N'.
               88  CKPT-EOF                VALUE 'Y'.
           05  WS-GRPM-EOF                 PIC X VALUE 'N'.
               88  GRPM-EOF                VALUE 'Y'.

       01  WS-REPORT-CONTROL.
           05  WS-REPORT-PERIOD            PIC 9(6) VALUE 0.
           05  WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
               10  WS-REPORT-YEAR          PIC 9(4).
               10  WS-REPORT-MONTH         PIC 9(2).
           05  WS-TOLERANCE-PCT            PIC 9(3) VALUE 10.
           05  WS-MAX-BUCKETS              PIC 9(4) VALUE 9999.
           05  WS-BUCKET-COUNT             PIC 9(4) VALUE 10.
           05  WS-NEWEST-CLOSED            PIC 9(6) VALUE 0.
           05  WS-CURRENT-STAMP            PIC X(21) VALUE SPACES.
           05  WS-PERIOD-STATE-SW          PIC X VALUE 'O'.
               88  PERIOD-CLOSED           VALUE 'C'.
               88  PERIOD-OPEN             VALUE 'O'.
               88  PERIOD-NO-ACTUALS       VALUE 'N'.

       01  WS-BUDGET-TOTALS.
           05  WS-BUDGETS-READ             PIC 9(6) VALUE 0.
           05  WS-BUDGETS-USED             PIC 9(6) VALUE 0.
           05  WS-BUDGETS-STALE            PIC 9(6) VALUE 0.
           05  WS-BUCKETS-REPORTED         PIC 9(4) VALUE 0.
           05  WS-BUCKETS-NO-BUDGET        PIC 9(4) VALUE 0.
           05  WS-EXCEPTION-COUNT          PIC 9(4) VALUE 0.

      ******************************************************************
      * One entry per bucket number: budget and actual for the report
      * period and for the year to date, the bucket's group code and
      * whether a budget record exists for the period at all.
      ******************************************************************
       01  WS-BUDGET-TABLE.
           05  WS-BUD-ENTRY
               OCCURS 9999 TIMES
               INDEXED BY WS-BUD-IDX.
               10  WS-BUD-SET-SW           PIC X.
                   88  BUDGET-SET          VALUE 'Y'.
               10  WS-BUD-GROUP            PIC X(3).
               10  WS-BUD-PER-CNT          PIC 9(9).
               10  WS-BUD-PER-AMT          PIC 9(11)V99.
               10  WS-BUD-YTD-CNT          PIC 9(9).
               10  WS-BUD-YTD-AMT          PIC 9(11)V99.
               10  WS-ACT-PER-CNT          PIC 9(9).
               10  WS-ACT-PER-AMT          PIC 9(11)V99.
               10  WS-ACT-YTD-CNT          PIC 9(9).
               10  WS-ACT-YTD-AMT          PIC 9(11)V99.

       01  WS-GROUP-CONTROL.
           05  WS-MAX-GROUPS               PIC 9(4) COMP VALUE 100.
           05  WS-GROUP-COUNT              PIC 9(4) COMP VALUE 0.
           05  WS-GROUPS-MAPPED            PIC 9(4) VALUE 0.
           05  WS-GROUP-FOUND-SW           PIC X VALUE 'N'.
               88  GROUP-FOUND             VALUE 'Y'.
               88  GROUP-NOT-FOUND         VALUE 'N'.
           05  WS-GROUP-TABLE.
               10  WS-GROUP-ENTRY
                   OCCURS 100 TIMES
                   INDEXED BY WS-GRP-IDX.
                   15  WS-GRP-CODE         PIC X(3).
                   15  WS-GRP-NAME         PIC X(20).
                   15  WS-GRP-BUD-PER-AMT  PIC 9(13)V99.
                   15  WS-GRP-ACT-PER-AMT  PIC 9(13)V99.
                   15  WS-GRP-BUD-YTD-AMT  PIC 9(13)V99.
                   15  WS-GRP-ACT-YTD-AMT  PIC 9(13)V99.

       01  WS-VARIANCE-WORK.
           05  WS-VAR-BUDGET               PIC 9(13)V99 VALUE 0.
           05  WS-VAR-ACTUAL               PIC 9(13)V99 VALUE 0.
           05  WS-VAR-AMT                  PIC S9(13)V99 VALUE 0.
           05  WS-VAR-ABS-AMT              PIC 9(13)V99 VALUE 0.
           05  WS-VAR-PCT                  PIC S9(5)V9 VALUE 0.
           05  WS-VAR-ABS-PCT              PIC 9(5)V9 VALUE 0.

       01  WS-BUCKET-HEADER.
           05  FILLER                      PIC X(9) VALUE "  BUCKET ".
           05  WS-HDR-BUCKET               PIC ZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HDR-GROUP                PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HDR-NOTE                 PIC X(30).

       01  WS-BUDGET-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-BDL-LABEL                PIC X(6).
           05  FILLER                      PIC X(6) VALUE " CNT B".
           05  WS-BDL-BUD-CNT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(3) VALUE " A ".
           05  WS-BDL-ACT-CNT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(7) VALUE "  AMT B".
           05  WS-BDL-BUD-AMT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(3) VALUE " A ".
           05  WS-BDL-ACT-AMT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(7) VALUE "  VAR =".
           05  WS-BDL-VAR-AMT              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-BDL-VAR-PCT              PIC -ZZZZ9.9.
           05  FILLER                      PIC X(4) VALUE " PCT".

       01  WS-GROUP-HEADER.
           05  FILLER                      PIC X(9) VALUE "  GROUP ".
           05  WS-GHD-CODE                 PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-GHD-NAME                 PIC X(20).

       01  WS-GROUP-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-GRL-LABEL                PIC X(6).
           05  FILLER                      PIC X(7) VALUE "  AMT B".
           05  WS-GRL-BUD-AMT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(3) VALUE " A ".
           05  WS-GRL-ACT-AMT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(7) VALUE "  VAR =".
           05  WS-GRL-VAR-AMT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-GRL-VAR-PCT              PIC -ZZZZ9.9.
           05  FILLER                      PIC X(4) VALUE " PCT".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-READ-BUDGET-PARM
           PERFORM 0150-READ-CONFIG
           PERFORM 0200-INIT-BUDGET-TABLE
           PERFORM 0250-LOAD-GROUP-MASTER
           PERFORM 0300-LOAD-BUDGETS
           PERFORM 0400-LOAD-CLOSED-ACTUALS
           PERFORM 0450-SET-PERIOD-STATE
           IF PERIOD-OPEN
               PERFORM 0500-LOAD-OPEN-ACTUALS
           END-IF
           PERFORM 0600-PRINT-BUCKET-REPORT
           PERFORM 0700-PRINT-GROUP-ROLLUP
           PERFORM 0800-PRINT-BUDGET-TOTALS
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-READ-BUDGET-PARM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:6) TO WS-REPORT-PERIOD
           OPEN INPUT BUDGET-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ BUDGET-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 0110-APPLY-BUDGET-PARM
               END-READ
           ELSE
               DISPLAY "SUMBUDRP WARNING - BUDPARM NOT AVAILABLE, "
                   "REPORTING " WS-REPORT-PERIOD " AT "
                   WS-TOLERANCE-PCT " PCT"
           END-IF
           CLOSE BUDGET-PARM-FILE.

       0110-APPLY-BUDGET-PARM.
           IF PARM-PERIOD NOT NUMERIC
                   OR PARM-PERIOD-MONTH < 1
                   OR PARM-PERIOD-MONTH > 12
               DISPLAY "SUMBUDRP REFUSED - BUDPARM PERIOD '"
                   PARM-PERIOD "' IS NOT A VALID YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-PERIOD TO WS-REPORT-PERIOD
           IF PARM-TOLERANCE-PCT NOT NUMERIC
               DISPLAY "SUMBUDRP WARNING - BUDPARM TOLERANCE NOT "
                   "NUMERIC, KEEPING DEFAULT " WS-TOLERANCE-PCT
           ELSE
               MOVE PARM-TOLERANCE-PCT TO WS-TOLERANCE-PCT
           END-IF.

       0150-READ-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CONFIG-BUCKET-COUNT < 1
                               OR CONFIG-BUCKET-COUNT > WS-MAX-BUCKETS
                           DISPLAY "SUMBUDRP WARNING - BKTCFG "
                               CONFIG-BUCKET-COUNT
                               " OUT OF RANGE 1 TO "
                               WS-MAX-BUCKETS
                               ", KEEPING DEFAULT "
                               WS-BUCKET-COUNT
                       ELSE
                           MOVE CONFIG-BUCKET-COUNT TO WS-BUCKET-COUNT
                       END-IF
               END-READ
           END-IF
           CLOSE CONFIG-FILE.

       0200-INIT-BUDGET-TABLE.
           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUCKET-COUNT
               MOVE 'N' TO WS-BUD-SET-SW(WS-BUD-IDX)
               MOVE "***" TO WS-BUD-GROUP(WS-BUD-IDX)
               MOVE 0 TO WS-BUD-PER-CNT(WS-BUD-IDX)
               MOVE 0 TO WS-BUD-PER-AMT(WS-BUD-IDX)
               MOVE 0 TO WS-BUD-YTD-CNT(WS-BUD-IDX)
               MOVE 0 TO WS-BUD-YTD-AMT(WS-BUD-IDX)
               MOVE 0 TO WS-ACT-PER-CNT(WS-BUD-IDX)
               MOVE 0 TO WS-ACT-PER-AMT(WS-BUD-IDX)
               MOVE 0 TO WS-ACT-YTD-CNT(WS-BUD-IDX)
               MOVE 0 TO WS-ACT-YTD-AMT(WS-BUD-IDX)
           END-PERFORM.

       0250-LOAD-GROUP-MASTER.
           MOVE 1 TO WS-GROUP-COUNT
           MOVE "***" TO WS-GRP-CODE(1)
           MOVE "(UNGROUPED)" TO WS-GRP-NAME(1)
           SET WS-GRP-IDX TO 1
           PERFORM 0280-ZERO-GROUP-TOTALS
           OPEN INPUT GROUP-MASTER-FILE
           IF WS-GRPM-STATUS = "00"
               PERFORM UNTIL GRPM-EOF
                   READ GROUP-MASTER-FILE
                       AT END
                           SET GRPM-EOF TO TRUE
                       NOT AT END
                           PERFORM 0260-APPLY-GROUP-RECORD
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SUMBUDRP WARNING - SUMGRPM NOT AVAILABLE, "
                   "NO GROUP ROLL-UP REPORTED"
           END-IF
           CLOSE GROUP-MASTER-FILE.

       0260-APPLY-GROUP-RECORD.
           IF GRPM-BUCKET < 1 OR GRPM-BUCKET > WS-BUCKET-COUNT
               DISPLAY "SUMBUDRP WARNING - SUMGRPM BUCKET "
                   GRPM-BUCKET " OUTSIDE 1 TO " WS-BUCKET-COUNT
                   ", IGNORED"
           ELSE
               SET WS-BUD-IDX TO GRPM-BUCKET
               MOVE GRPM-GROUP-CODE TO WS-BUD-GROUP(WS-BUD-IDX)
               ADD 1 TO WS-GROUPS-MAPPED
               PERFORM 0270-NOTE-GROUP-CODE
           END-IF.

       0270-NOTE-GROUP-CODE.
           SET GROUP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GROUP-COUNT
                       OR GROUP-FOUND
               IF WS-GRP-CODE(WS-GRP-IDX) = GRPM-GROUP-CODE
                   SET GROUP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF GROUP-NOT-FOUND
               IF WS-GROUP-COUNT >= WS-MAX-GROUPS
                   DISPLAY "SUMBUDRP WARNING - GROUP TABLE FULL AT "
                       WS-MAX-GROUPS ", GROUP " GRPM-GROUP-CODE
                       " ROLLS UP AS UNGROUPED"
                   MOVE "***" TO WS-BUD-GROUP(WS-BUD-IDX)
               ELSE
                   ADD 1 TO WS-GROUP-COUNT
                   SET WS-GRP-IDX TO WS-GROUP-COUNT
                   MOVE GRPM-GROUP-CODE TO WS-GRP-CODE(WS-GRP-IDX)
                   MOVE GRPM-GROUP-NAME TO WS-GRP-NAME(WS-GRP-IDX)
                   PERFORM 0280-ZERO-GROUP-TOTALS
               END-IF
           END-IF.

       0280-ZERO-GROUP-TOTALS.
           MOVE 0 TO WS-GRP-BUD-PER-AMT(WS-GRP-IDX)
           MOVE 0 TO WS-GRP-ACT-PER-AMT(WS-GRP-IDX)
           MOVE 0 TO WS-GRP-BUD-YTD-AMT(WS-GRP-IDX)
           MOVE 0 TO WS-GRP-ACT-YTD-AMT(WS-GRP-IDX).

       0300-LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE
           IF WS-BUDG-STATUS = "00"
               PERFORM UNTIL BUDG-EOF
                   READ BUDGET-FILE NEXT
                       AT END
                           SET BUDG-EOF TO TRUE
                       NOT AT END
                           PERFORM 0350-APPLY-BUDGET-RECORD
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SUMBUDRP WARNING - SUMBUDG NOT AVAILABLE, "
                   "EVERY BUCKET REPORTS WITHOUT A BUDGET"
           END-IF
           CLOSE BUDGET-FILE.

       0350-APPLY-BUDGET-RECORD.
           ADD 1 TO WS-BUDGETS-READ
           IF BUDG-PERIOD-YEAR = WS-REPORT-YEAR
                   AND BUDG-PERIOD-MONTH NOT > WS-REPORT-MONTH
               IF BUDG-BUCKET < 1 OR BUDG-BUCKET > WS-BUCKET-COUNT
                   ADD 1 TO WS-BUDGETS-STALE
                   DISPLAY "SUMBUDRP WARNING - BUDGET FOR BUCKET "
                       BUDG-BUCKET " PERIOD " BUDG-PERIOD
                       " OUTSIDE CURRENT BUCKET COUNT, IGNORED"
               ELSE
                   ADD 1 TO WS-BUDGETS-USED
                   SET WS-BUD-IDX TO BUDG-BUCKET
                   ADD BUDG-COUNT TO WS-BUD-YTD-CNT(WS-BUD-IDX)
                   ADD BUDG-AMT TO WS-BUD-YTD-AMT(WS-BUD-IDX)
                   IF BUDG-PERIOD = WS-REPORT-PERIOD
                       SET BUDGET-SET(WS-BUD-IDX) TO TRUE
                       ADD BUDG-COUNT TO WS-BUD-PER-CNT(WS-BUD-IDX)
                       ADD BUDG-AMT TO WS-BUD-PER-AMT(WS-BUD-IDX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Closed actuals: every SUMHIST record in the report year up to
      * the report month counts toward year to date, and those in the
      * report month itself are the period actual.  The newest period
      * seen on file tells 0450 whether the report month is still
      * open on SUMCKPT.
      ******************************************************************
       0400-LOAD-CLOSED-ACTUALS.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL HIST-EOF
                   READ HISTORY-FILE
                       AT END
                           SET HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 0410-APPLY-HISTORY-RECORD
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SUMBUDRP WARNING - SUMHIST NOT AVAILABLE, "
                   "NO CLOSED ACTUALS"
           END-IF
           CLOSE HISTORY-FILE.

       0410-APPLY-HISTORY-RECORD.
           IF HIST-PERIOD > WS-NEWEST-CLOSED
               MOVE HIST-PERIOD TO WS-NEWEST-CLOSED
           END-IF
           IF HIST-PERIOD = WS-REPORT-PERIOD
               SET PERIOD-CLOSED TO TRUE
           END-IF
           IF HIST-YEAR = WS-REPORT-YEAR
                   AND HIST-MONTH NOT > WS-REPORT-MONTH
                   AND HIST-BUCKET > 0
                   AND HIST-BUCKET NOT > WS-BUCKET-COUNT
               SET WS-BUD-IDX TO HIST-BUCKET
               ADD HIST-COUNT TO WS-ACT-YTD-CNT(WS-BUD-IDX)
               ADD HIST-AMT TO WS-ACT-YTD-AMT(WS-BUD-IDX)
               IF HIST-PERIOD = WS-REPORT-PERIOD
                   ADD HIST-COUNT TO WS-ACT-PER-CNT(WS-BUD-IDX)
                   ADD HIST-AMT TO WS-ACT-PER-AMT(WS-BUD-IDX)
               END-IF
           END-IF.

       0450-SET-PERIOD-STATE.
           IF NOT PERIOD-CLOSED
               IF WS-REPORT-PERIOD > WS-NEWEST-CLOSED
                   SET PERIOD-OPEN TO TRUE
               ELSE
                   SET PERIOD-NO-ACTUALS TO TRUE
                   DISPLAY "SUMBUDRP WARNING - PERIOD "
                       WS-REPORT-PERIOD " PREDATES NEWEST CLOSED "
                       "PERIOD " WS-NEWEST-CLOSED
                       " BUT IS NOT ON SUMHIST, NO PERIOD ACTUALS"
               END-IF
           END-IF.

       0500-LOAD-OPEN-ACTUALS.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               PERFORM UNTIL CKPT-EOF
                   READ CHECKPOINT-FILE
                       AT END
                           SET CKPT-EOF TO TRUE
                       NOT AT END
                           PERFORM 0510-APPLY-CHECKPOINT-RECORD
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SUMBUDRP WARNING - SUMCKPT NOT AVAILABLE, "
                   "NO MONTH-TO-DATE ACTUALS"
           END-IF
           CLOSE CHECKPOINT-FILE.

       0510-APPLY-CHECKPOINT-RECORD.
           IF CKPT-COUNTER < 1 OR CKPT-COUNTER > WS-BUCKET-COUNT
               DISPLAY "SUMBUDRP WARNING - IGNORING STALE BUCKET "
                   CKPT-COUNTER
                   " (CURRENT BUCKET COUNT IS "
                   WS-BUCKET-COUNT ")"
           ELSE
               SET WS-BUD-IDX TO CKPT-COUNTER
               ADD CKPT-AMOUNT TO WS-ACT-PER-CNT(WS-BUD-IDX)
               ADD CKPT-AMT TO WS-ACT-PER-AMT(WS-BUD-IDX)
               ADD CKPT-AMOUNT TO WS-ACT-YTD-CNT(WS-BUD-IDX)
               ADD CKPT-AMT TO WS-ACT-YTD-AMT(WS-BUD-IDX)
           END-IF.

       0600-PRINT-BUCKET-REPORT.
           OPEN OUTPUT BUDGET-EXCEPTION-FILE
           DISPLAY "SUMBUDRP - BUDGET VERSUS ACTUAL REPORT"
           EVALUATE TRUE
               WHEN PERIOD-CLOSED
                   DISPLAY "  PERIOD " WS-REPORT-PERIOD
                       " CLOSED ON SUMHIST, TOLERANCE "
                       WS-TOLERANCE-PCT " PCT"
               WHEN PERIOD-OPEN
                   DISPLAY "  PERIOD " WS-REPORT-PERIOD
                       " OPEN, MONTH TO DATE FROM SUMCKPT, "
                       "TOLERANCE " WS-TOLERANCE-PCT " PCT"
               WHEN OTHER
                   DISPLAY "  PERIOD " WS-REPORT-PERIOD
                       " HAS NO ACTUALS ON FILE, TOLERANCE "
                       WS-TOLERANCE-PCT " PCT"
           END-EVALUATE
           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUCKET-COUNT
               IF BUDGET-SET(WS-BUD-IDX)
                       OR WS-BUD-YTD-AMT(WS-BUD-IDX) > 0
                       OR WS-ACT-YTD-CNT(WS-BUD-IDX) > 0
                       OR WS-ACT-YTD-AMT(WS-BUD-IDX) > 0
                   PERFORM 0650-PRINT-ONE-BUCKET
               END-IF
           END-PERFORM
           CLOSE BUDGET-EXCEPTION-FILE.

       0650-PRINT-ONE-BUCKET.
           ADD 1 TO WS-BUCKETS-REPORTED
           SET WS-HDR-BUCKET TO WS-BUD-IDX
           MOVE WS-BUD-GROUP(WS-BUD-IDX) TO WS-HDR-GROUP
           MOVE SPACES TO WS-HDR-NOTE
           IF NOT BUDGET-SET(WS-BUD-IDX)
               ADD 1 TO WS-BUCKETS-NO-BUDGET
               MOVE "NO BUDGET FOR PERIOD" TO WS-HDR-NOTE
           END-IF
           DISPLAY WS-BUCKET-HEADER
           MOVE "PERIOD" TO WS-BDL-LABEL
           MOVE WS-BUD-PER-CNT(WS-BUD-IDX) TO WS-BDL-BUD-CNT
           MOVE WS-ACT-PER-CNT(WS-BUD-IDX) TO WS-BDL-ACT-CNT
           MOVE WS-BUD-PER-AMT(WS-BUD-IDX) TO WS-VAR-BUDGET
           MOVE WS-ACT-PER-AMT(WS-BUD-IDX) TO WS-VAR-ACTUAL
           PERFORM 0900-COMPUTE-VARIANCE
           PERFORM 0670-DISPLAY-BUDGET-LINE
           IF BUDGET-SET(WS-BUD-IDX)
                   AND WS-VAR-ABS-PCT > WS-TOLERANCE-PCT
               PERFORM 0680-WRITE-BUDGET-EXCEPTION
           END-IF
           MOVE "YTD" TO WS-BDL-LABEL
           MOVE WS-BUD-YTD-CNT(WS-BUD-IDX) TO WS-BDL-BUD-CNT
           MOVE WS-ACT-YTD-CNT(WS-BUD-IDX) TO WS-BDL-ACT-CNT
           MOVE WS-BUD-YTD-AMT(WS-BUD-IDX) TO WS-VAR-BUDGET
           MOVE WS-ACT-YTD-AMT(WS-BUD-IDX) TO WS-VAR-ACTUAL
           PERFORM 0900-COMPUTE-VARIANCE
           PERFORM 0670-DISPLAY-BUDGET-LINE
           PERFORM 0690-ADD-TO-GROUP.

       0670-DISPLAY-BUDGET-LINE.
           MOVE WS-VAR-BUDGET TO WS-BDL-BUD-AMT
           MOVE WS-VAR-ACTUAL TO WS-BDL-ACT-AMT
           MOVE WS-VAR-AMT TO WS-BDL-VAR-AMT
           MOVE WS-VAR-PCT TO WS-BDL-VAR-PCT
           DISPLAY WS-BUDGET-LINE.

       0680-WRITE-BUDGET-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPT-REC
           MOVE WS-REPORT-PERIOD TO EXCEPT-PERIOD
           SET EXCEPT-BUCKET TO WS-BUD-IDX
           IF WS-VAR-AMT > 0
               MOVE "OVER" TO EXCEPT-DIRECTION
           ELSE
               MOVE "UNDER" TO EXCEPT-DIRECTION
           END-IF
           MOVE WS-VAR-BUDGET TO EXCEPT-BUDGET-AMT
           MOVE WS-VAR-ACTUAL TO EXCEPT-ACTUAL-AMT
           MOVE WS-VAR-ABS-AMT TO EXCEPT-VARIANCE-AMT
           MOVE WS-VAR-ABS-PCT TO EXCEPT-VARIANCE-PCT
           WRITE EXCEPT-REC
           DISPLAY "    ** " EXCEPT-DIRECTION " BUDGET BEYOND "
               WS-TOLERANCE-PCT " PCT, WRITTEN TO SUMBUDEX".

       0690-ADD-TO-GROUP.
           SET GROUP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GROUP-COUNT
                       OR GROUP-FOUND
               IF WS-GRP-CODE(WS-GRP-IDX) = WS-BUD-GROUP(WS-BUD-IDX)
                   SET GROUP-FOUND TO TRUE
                   ADD WS-BUD-PER-AMT(WS-BUD-IDX)
                       TO WS-GRP-BUD-PER-AMT(WS-GRP-IDX)
                   ADD WS-ACT-PER-AMT(WS-BUD-IDX)
                       TO WS-GRP-ACT-PER-AMT(WS-GRP-IDX)
                   ADD WS-BUD-YTD-AMT(WS-BUD-IDX)
                       TO WS-GRP-BUD-YTD-AMT(WS-GRP-IDX)
                   ADD WS-ACT-YTD-AMT(WS-BUD-IDX)
                       TO WS-GRP-ACT-YTD-AMT(WS-GRP-IDX)
               END-IF
           END-PERFORM.

       0700-PRINT-GROUP-ROLLUP.
           IF WS-GROUPS-MAPPED = 0
               CONTINUE
           ELSE
               DISPLAY "SUMBUDRP - GROUP BUDGET ROLL-UP"
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GROUP-COUNT
                   PERFORM 0750-PRINT-ONE-GROUP
               END-PERFORM
           END-IF.

       0750-PRINT-ONE-GROUP.
           MOVE WS-GRP-CODE(WS-GRP-IDX) TO WS-GHD-CODE
           MOVE WS-GRP-NAME(WS-GRP-IDX) TO WS-GHD-NAME
           DISPLAY WS-GROUP-HEADER
           MOVE "PERIOD" TO WS-GRL-LABEL
           MOVE WS-GRP-BUD-PER-AMT(WS-GRP-IDX) TO WS-VAR-BUDGET
           MOVE WS-GRP-ACT-PER-AMT(WS-GRP-IDX) TO WS-VAR-ACTUAL
           PERFORM 0900-COMPUTE-VARIANCE
           PERFORM 0770-DISPLAY-GROUP-LINE
           MOVE "YTD" TO WS-GRL-LABEL
           MOVE WS-GRP-BUD-YTD-AMT(WS-GRP-IDX) TO WS-VAR-BUDGET
           MOVE WS-GRP-ACT-YTD-AMT(WS-GRP-IDX) TO WS-VAR-ACTUAL
           PERFORM 0900-COMPUTE-VARIANCE
           PERFORM 0770-DISPLAY-GROUP-LINE.

       0770-DISPLAY-GROUP-LINE.
           MOVE WS-VAR-BUDGET TO WS-GRL-BUD-AMT
           MOVE WS-VAR-ACTUAL TO WS-GRL-ACT-AMT
           MOVE WS-VAR-AMT TO WS-GRL-VAR-AMT
           MOVE WS-VAR-PCT TO WS-GRL-VAR-PCT
           DISPLAY WS-GROUP-LINE.

       0800-PRINT-BUDGET-TOTALS.
           DISPLAY "SUMBUDRP - BUDGET REPORT TOTALS"
           DISPLAY "  BUDGET RECORDS READ     " WS-BUDGETS-READ
           DISPLAY "  BUDGET RECORDS USED     " WS-BUDGETS-USED
           DISPLAY "  BUDGET RECORDS IGNORED  " WS-BUDGETS-STALE
           DISPLAY "  BUCKETS REPORTED        " WS-BUCKETS-REPORTED
           DISPLAY "  BUCKETS WITHOUT BUDGET  " WS-BUCKETS-NO-BUDGET
           IF WS-EXCEPTION-COUNT = 0
               DISPLAY "  NO BUCKET OUTSIDE BUDGET TOLERANCE"
           ELSE
               DISPLAY "  " WS-EXCEPTION-COUNT
                   " EXCEPTION(S) WRITTEN TO SUMBUDEX"
           END-IF.

      ******************************************************************
      * Variance is actual less budget, so a positive figure is over
      * plan.  The percent is taken against the budget; with no
      * budget any activity shows as 99999.9 percent over, the same
      * convention SUMVARNC uses for a move off a zero base.
      ******************************************************************
       0900-COMPUTE-VARIANCE.
           COMPUTE WS-VAR-AMT = WS-VAR-ACTUAL - WS-VAR-BUDGET
           IF WS-VAR-AMT < 0
               COMPUTE WS-VAR-ABS-AMT = 0 - WS-VAR-AMT
           ELSE
               MOVE WS-VAR-AMT TO WS-VAR-ABS-AMT
           END-IF
           IF WS-VAR-AMT = 0
               MOVE 0 TO WS-VAR-ABS-PCT
           ELSE
               IF WS-VAR-BUDGET = 0
                   MOVE 99999.9 TO WS-VAR-ABS-PCT
               ELSE
                   COMPUTE WS-VAR-ABS-PCT ROUNDED =
                       (WS-VAR-ABS-AMT * 100) / WS-VAR-BUDGET
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-VAR-ABS-PCT
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-VAR-AMT < 0
               COMPUTE WS-VAR-PCT = 0 - WS-VAR-ABS-PCT
           ELSE
               MOVE WS-VAR-ABS-PCT TO WS-VAR-PCT
           END-IF.
