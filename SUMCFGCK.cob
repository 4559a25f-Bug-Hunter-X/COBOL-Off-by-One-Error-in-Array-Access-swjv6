      ******************************************************************
      * SUMCFGCK - pre-run configuration consistency check.
      *
      * Run by the scheduler ahead of SUMCONSL.  Each job in the
      * stream checks only the parameter files it reads itself, and
      * mostly by warning and carrying on with a default, so a bad
      * entry used to show up as a failed or quietly wrong overnight
      * run.  This job reads every bucket parameter file up front -
      * BKTCFG, SUMBKTM, THRCFG, AMTLIMS, VARLIMS, SUMGRPM, SUMRMAP
      * and SUMCAL - checks each one against BKTCFG's bucket count
      * and against the others, and prints a single findings report.
      *
      * A finding is FATAL when the stream would run on a wrong or
      * defaulted value: BKTCFG unreadable as a bucket count, an
      * AMTLIMS minimum above its maximum, THRCFG warning not below
      * critical, a SUMRMAP target outside the bucket range or not
      * active on SUMBKTM, the same bucket given two SUMGRPM groups
      * or the same old code two SUMRMAP targets, an unreadable
      * calendar day type, or SUMCAL not covering the next N
      * business days after the run date.  Everything else that
      * looks wrong but that the jobs already tolerate (an entry
      * for a bucket out of range that is ignored, a bucket with no
      * active master or no name, a group code carried under two
      * names, a missing optional file) is a WARNING.
      *
      * CFGPARM layout (one line, optional):
      *   run-date(8) space business-days(3)
      * The run date defaults to today and the business-day horizon
      * to 005 when CFGPARM is absent or a field is not numeric.
      *
      * The run ends with RETURN-CODE 8 when any FATAL finding was
      * reported, so the scheduler stops the stream before SUMCONSL,
      * 4 when there were warnings only, and 0 when clean.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMCFGCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHECK-PARM-FILE
               ASSIGN TO "CFGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFGPARM-STATUS.

           SELECT OPTIONAL CONFIG-FILE
               ASSIGN TO "BKTCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT OPTIONAL BUCKET-MASTER-FILE
               ASSIGN TO "SUMBKTM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BKTM-BUCKET
               FILE STATUS IS WS-BKTM-STATUS.

           SELECT OPTIONAL THRESHOLD-FILE
               ASSIGN TO "THRCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESH-STATUS.

           SELECT OPTIONAL AMOUNT-LIMITS-FILE
               ASSIGN TO "AMTLIMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMTLIM-STATUS.

           SELECT OPTIONAL VARIANCE-LIMITS-FILE
               ASSIGN TO "VARLIMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARLIM-STATUS.

           SELECT OPTIONAL GROUP-MASTER-FILE
               ASSIGN TO "SUMGRPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRPM-STATUS.

           SELECT OPTIONAL REMAP-FILE
               ASSIGN TO "SUMRMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMAP-STATUS.

           SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO "SUMCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-PARM-FILE.
       01  CFGPARM-REC.
           05  CFGPARM-RUN-DATE            PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  CFGPARM-BUSINESS-DAYS       PIC 9(3).

       FD  CONFIG-FILE.
       01  CONFIG-REC.
           05  CONFIG-BUCKET-COUNT         PIC 9(4).

       FD  BUCKET-MASTER-FILE.
       01  BKTM-REC.
           05  BKTM-BUCKET                 PIC 9(4).
           05  BKTM-NAME                   PIC X(30).
           05  BKTM-ACTIVE-FLAG            PIC X.
           05  BKTM-EFF-DATE               PIC 9(8).

       FD  THRESHOLD-FILE.
       01  THRESHOLD-REC.
           05  THRESH-WARN-PCT             PIC 9(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  THRESH-CRIT-PCT             PIC 9(3).

       FD  AMOUNT-LIMITS-FILE.
       01  AMTLIM-REC.
           05  AMTLIM-BUCKET               PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  AMTLIM-MIN                  PIC 9(7)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  AMTLIM-MAX                  PIC 9(7)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  AMTLIM-ZERO-FLAG            PIC X.

       FD  VARIANCE-LIMITS-FILE.
       01  LIMITS-REC.
           05  LIMIT-BUCKET                PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  LIMIT-TOLERANCE-PCT         PIC 9(3).

       FD  GROUP-MASTER-FILE.
       01  GRPM-REC.
           05  GRPM-BUCKET                 PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  GRPM-GROUP-CODE             PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  GRPM-GROUP-NAME             PIC X(20).

       FD  REMAP-FILE.
       01  REMAP-REC.
           05  REMAP-OLD-CODE              PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  REMAP-NEW-BUCKET            PIC 9(4).

       FD  CALENDAR-FILE.
       01  CAL-REC.
           05  CAL-DATE                    PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  CAL-DAY-TYPE                PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  CAL-PERIOD-END-FLAG         PIC X.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CFGPARM-STATUS           PIC XX VALUE SPACES.
           05  WS-CONFIG-STATUS            PIC XX VALUE SPACES.
           05  WS-BKTM-STATUS              PIC XX VALUE SPACES.
           05  WS-THRESH-STATUS            PIC XX VALUE SPACES.
           05  WS-AMTLIM-STATUS            PIC XX VALUE SPACES.
           05  WS-VARLIM-STATUS            PIC XX VALUE SPACES.
           05  WS-GRPM-STATUS              PIC XX VALUE SPACES.
           05  WS-REMAP-STATUS             PIC XX VALUE SPACES.
           05  WS-CAL-STATUS               PIC XX VALUE SPACES.

       01  WS-EOF-FLAGS.
           05  WS-BKTM-EOF                 PIC X VALUE 'N'.
               88  BKTM-EOF                VALUE 'Y'.
           05  WS-AMTLIM-EOF               PIC X VALUE 'N'.
               88  AMTLIM-EOF              VALUE 'Y'.
           05  WS-VARLIM-EOF               PIC X VALUE 'N'.
               88  VARLIM-EOF              VALUE 'Y'.
           05  WS-GRPM-EOF                 PIC X VALUE 'N'.
               88  GRPM-EOF                VALUE 'Y'.
           05  WS-REMAP-EOF                PIC X VALUE 'N'.
               88  REMAP-EOF               VALUE 'Y'.
           05  WS-CAL-EOF                  PIC X VALUE 'N'.
               88  CAL-EOF                 VALUE 'Y'.

       01  WS-CHECK-CONTROL.
           05  WS-CURRENT-STAMP            PIC X(21) VALUE SPACES.
           05  WS-RUN-DATE                 PIC 9(8) VALUE 0.
           05  WS-BUSINESS-DAYS            PIC 9(3) VALUE 5.
           05  WS-MAX-BUCKETS              PIC 9(4) COMP VALUE 9999.
           05  WS-BUCKET-COUNT             PIC 9(4) COMP VALUE 10.
           05  WS-CHECK-BUCKET             PIC 9(4) VALUE 0.
           05  WS-ACTIVE-MASTERS           PIC 9(4) VALUE 0.
           05  WS-FILES-CHECKED            PIC 9(2) VALUE 0.
           05  WS-RECORDS-CHECKED          PIC 9(7) VALUE 0.
           05  WS-FATAL-COUNT              PIC 9(5) VALUE 0.
           05  WS-WARNING-COUNT            PIC 9(5) VALUE 0.

       01  WS-CALENDAR-CONTROL.
           05  WS-CAL-DAYS-READ            PIC 9(5) VALUE 0.
           05  WS-CAL-BUSINESS-AHEAD       PIC 9(5) VALUE 0.
           05  WS-CAL-LAST-DATE            PIC 9(8) VALUE 0.

      ******************************************************************
      * One entry per bucket number, filled in as each file is read
      * so the later files can be checked against the earlier ones.
      ******************************************************************
       01  WS-BUCKET-CHECK-TABLE.
           05  WS-BCK-ENTRY
               OCCURS 9999 TIMES
               INDEXED BY WS-BCK-IDX.
               10  WS-BCK-MASTER-FLAG      PIC X.
                   88  BCK-NO-MASTER       VALUE SPACE.
                   88  BCK-ACTIVE          VALUE 'A'.
               10  WS-BCK-GROUP            PIC X(3).
               10  WS-BCK-LIMIT-SW         PIC X.
                   88  BCK-LIMIT-GIVEN     VALUE 'Y'.
               10  WS-BCK-VARLIM-SW        PIC X.
                   88  BCK-VARLIM-GIVEN    VALUE 'Y'.

       01  WS-GROUP-CONTROL.
           05  WS-MAX-GROUPS               PIC 9(4) COMP VALUE 100.
           05  WS-GROUP-COUNT              PIC 9(4) COMP VALUE 0.
           05  WS-GROUP-FULL-SW            PIC X VALUE 'N'.
               88  GROUP-TABLE-FULL        VALUE 'Y'.
           05  WS-GROUP-FOUND-SW           PIC X VALUE 'N'.
               88  GROUP-FOUND             VALUE 'Y'.
               88  GROUP-NOT-FOUND         VALUE 'N'.
           05  WS-GROUP-TABLE.
               10  WS-GRP-ENTRY
                   OCCURS 100 TIMES
                   INDEXED BY WS-GRP-IDX.
                   15  WS-GRP-CODE         PIC X(3).
                   15  WS-GRP-NAME         PIC X(20).

       01  WS-REMAP-CONTROL.
           05  WS-MAX-REMAPS               PIC 9(4) COMP VALUE 500.
           05  WS-REMAP-COUNT              PIC 9(4) COMP VALUE 0.
           05  WS-REMAP-FULL-SW            PIC X VALUE 'N'.
               88  REMAP-TABLE-FULL        VALUE 'Y'.
           05  WS-REMAP-FOUND-SW           PIC X VALUE 'N'.
               88  REMAP-FOUND             VALUE 'Y'.
               88  REMAP-NOT-FOUND         VALUE 'N'.
           05  WS-REMAP-TABLE.
               10  WS-REMAP-ENTRY
                   OCCURS 500 TIMES
                   INDEXED BY WS-REMAP-IDX.
                   15  WS-REMAP-OLD        PIC 9(4).
                   15  WS-REMAP-NEW        PIC 9(4).

       01  WS-FINDING.
           05  WS-FND-SEVERITY             PIC X(7) VALUE SPACES.
               88  FINDING-FATAL           VALUE 'FATAL'.
               88  FINDING-WARNING         VALUE 'WARNING'.
           05  WS-FND-FILE                 PIC X(8) VALUE SPACES.
           05  WS-FND-KEY                  PIC X(8) VALUE SPACES.
           05  WS-FND-TEXT                 PIC X(50) VALUE SPACES.

       01  WS-FINDING-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-FNL-SEVERITY             PIC X(7).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-FNL-FILE                 PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-FNL-KEY                  PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-FNL-TEXT                 PIC X(50).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-READ-CHECK-PARM
           PERFORM 0200-CHECK-BUCKET-CONFIG
           PERFORM 0300-CHECK-BUCKET-MASTER
           PERFORM 0350-CHECK-MASTER-COVERAGE
           PERFORM 0400-CHECK-THRESHOLDS
           PERFORM 0450-CHECK-AMOUNT-LIMITS
           PERFORM 0500-CHECK-VARIANCE-LIMITS
           PERFORM 0550-CHECK-GROUP-MASTER
           PERFORM 0600-CHECK-REMAP-FILE
           PERFORM 0700-CHECK-CALENDAR
           PERFORM 0900-PRINT-CHECK-SUMMARY
           IF WS-FATAL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0100-READ-CHECK-PARM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-RUN-DATE
           OPEN INPUT CHECK-PARM-FILE
           IF WS-CFGPARM-STATUS = "00"
               READ CHECK-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFGPARM-RUN-DATE NUMERIC
                               AND CFGPARM-RUN-DATE > 0
                           MOVE CFGPARM-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       IF CFGPARM-BUSINESS-DAYS NUMERIC
                               AND CFGPARM-BUSINESS-DAYS > 0
                           MOVE CFGPARM-BUSINESS-DAYS
                               TO WS-BUSINESS-DAYS
                       END-IF
               END-READ
           END-IF
           CLOSE CHECK-PARM-FILE
           PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
                   UNTIL WS-BCK-IDX > WS-MAX-BUCKETS
               MOVE SPACE TO WS-BCK-MASTER-FLAG(WS-BCK-IDX)
               MOVE SPACES TO WS-BCK-GROUP(WS-BCK-IDX)
               MOVE 'N' TO WS-BCK-LIMIT-SW(WS-BCK-IDX)
               MOVE 'N' TO WS-BCK-VARLIM-SW(WS-BCK-IDX)
           END-PERFORM
           DISPLAY "SUMCFGCK - CONFIGURATION CHECK FOR RUN DATE "
               WS-RUN-DATE ", CALENDAR HORIZON " WS-BUSINESS-DAYS
               " BUSINESS DAYS"
           DISPLAY "  SEVERITY FILE     KEY      FINDING".

      ******************************************************************
      * BKTCFG.  Every job falls back to 10 buckets when the count
      * is missing or out of range, so a bad count is fatal - the
      * stream would run on the wrong number of buckets.
      ******************************************************************
       0200-CHECK-BUCKET-CONFIG.
           ADD 1 TO WS-FILES-CHECKED
           MOVE "BKTCFG" TO WS-FND-FILE
           MOVE SPACES TO WS-FND-KEY
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ CONFIG-FILE
                   AT END
                       SET FINDING-WARNING TO TRUE
                       MOVE "EMPTY, JOBS WILL DEFAULT TO 10 BUCKETS"
                           TO WS-FND-TEXT
                       PERFORM 9000-REPORT-FINDING
                   NOT AT END
                       ADD 1 TO WS-RECORDS-CHECKED
                       PERFORM 0210-VALIDATE-BUCKET-COUNT
               END-READ
           ELSE
               SET FINDING-WARNING TO TRUE
               MOVE "NOT AVAILABLE, JOBS WILL DEFAULT TO 10 BUCKETS"
                   TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           END-IF
           CLOSE CONFIG-FILE.

       0210-VALIDATE-BUCKET-COUNT.
           IF CONFIG-BUCKET-COUNT NOT NUMERIC
               SET FINDING-FATAL TO TRUE
               MOVE "BUCKET COUNT NOT NUMERIC" TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           ELSE
               IF CONFIG-BUCKET-COUNT < 1
                   SET FINDING-FATAL TO TRUE
                   MOVE CONFIG-BUCKET-COUNT TO WS-FND-KEY
                   MOVE "BUCKET COUNT OUT OF RANGE 1 TO 9999"
                       TO WS-FND-TEXT
                   PERFORM 9000-REPORT-FINDING
               ELSE
                   MOVE CONFIG-BUCKET-COUNT TO WS-BUCKET-COUNT
               END-IF
           END-IF.

       0300-CHECK-BUCKET-MASTER.
           ADD 1 TO WS-FILES-CHECKED
           MOVE "SUMBKTM" TO WS-FND-FILE
           OPEN INPUT BUCKET-MASTER-FILE
           IF WS-BKTM-STATUS = "00"
               PERFORM UNTIL BKTM-EOF
                   READ BUCKET-MASTER-FILE
                       AT END
                           SET BKTM-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-CHECKED
                           PERFORM 0310-CHECK-MASTER-RECORD
                   END-READ
               END-PERFORM
           ELSE
               SET FINDING-WARNING TO TRUE
               MOVE SPACES TO WS-FND-KEY
               MOVE "NOT AVAILABLE, BUCKETS RUN UNNAMED"
                   TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           END-IF
           CLOSE BUCKET-MASTER-FILE.

       0310-CHECK-MASTER-RECORD.
           MOVE BKTM-BUCKET TO WS-FND-KEY
           IF BKTM-BUCKET NOT NUMERIC OR BKTM-BUCKET < 1
               SET FINDING-WARNING TO TRUE
               MOVE "BUCKET NUMBER INVALID, ENTRY NEVER READ"
                   TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           ELSE
               IF BKTM-ACTIVE-FLAG NOT = 'A'
                       AND BKTM-ACTIVE-FLAG NOT = 'I'
                   SET FINDING-WARNING TO TRUE
                   MOVE "ACTIVE FLAG NOT A OR I, TREATED AS INACTIVE"
                       TO WS-FND-TEXT
                   PERFORM 9000-REPORT-FINDING
               END-IF
               SET WS-BCK-IDX TO BKTM-BUCKET
               MOVE BKTM-ACTIVE-FLAG
                   TO WS-BCK-MASTER-FLAG(WS-BCK-IDX)
               IF BKTM-ACTIVE-FLAG = 'A'
                   IF BKTM-NAME = SPACES
                       SET FINDING-WARNING TO TRUE
                       MOVE "ACTIVE BUCKET HAS NO NAME"
                           TO WS-FND-TEXT
                       PERFORM 9000-REPORT-FINDING
                   END-IF
                   IF BKTM-BUCKET > WS-BUCKET-COUNT
                       SET FINDING-WARNING TO TRUE
                       MOVE "ACTIVE BUT BEYOND BKTCFG BUCKET COUNT"
                           TO WS-FND-TEXT
                       PERFORM 9000-REPORT-FINDING
                   ELSE
                       ADD 1 TO WS-ACTIVE-MASTERS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Every bucket inside BKTCFG's count should carry an active,
      * named SUMBKTM entry.
      ******************************************************************
       0350-CHECK-MASTER-COVERAGE.
           IF WS-BKTM-STATUS = "00"
               MOVE "SUMBKTM" TO WS-FND-FILE
               PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
                       UNTIL WS-BCK-IDX > WS-BUCKET-COUNT
                   IF NOT BCK-ACTIVE(WS-BCK-IDX)
                       SET WS-CHECK-BUCKET TO WS-BCK-IDX
                       MOVE WS-CHECK-BUCKET TO WS-FND-KEY
                       SET FINDING-WARNING TO TRUE
                       IF BCK-NO-MASTER(WS-BCK-IDX)
                           MOVE "BUCKET IN RANGE HAS NO MASTER ENTRY"
                               TO WS-FND-TEXT
                       ELSE
                           MOVE "BUCKET IN RANGE IS NOT ACTIVE"
                               TO WS-FND-TEXT
                       END-IF
                       PERFORM 9000-REPORT-FINDING
                   END-IF
               END-PERFORM
           END-IF.

       0400-CHECK-THRESHOLDS.
           ADD 1 TO WS-FILES-CHECKED
           MOVE "THRCFG" TO WS-FND-FILE
           MOVE SPACES TO WS-FND-KEY
           OPEN INPUT THRESHOLD-FILE
           IF WS-THRESH-STATUS = "00"
               READ THRESHOLD-FILE
                   AT END
                       SET FINDING-WARNING TO TRUE
                       MOVE "EMPTY, CAPACITY ALERTS USE DEFAULTS"
                           TO WS-FND-TEXT
                       PERFORM 9000-REPORT-FINDING
                   NOT AT END
                       ADD 1 TO WS-RECORDS-CHECKED
                       PERFORM 0410-VALIDATE-THRESHOLDS
               END-READ
           ELSE
               SET FINDING-WARNING TO TRUE
               MOVE "NOT AVAILABLE, CAPACITY ALERTS USE DEFAULTS"
                   TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           END-IF
           CLOSE THRESHOLD-FILE.

       0410-VALIDATE-THRESHOLDS.
           SET FINDING-FATAL TO TRUE
           IF THRESH-WARN-PCT NOT NUMERIC
                   OR THRESH-CRIT-PCT NOT NUMERIC
               MOVE "WARNING OR CRITICAL PERCENT NOT NUMERIC"
                   TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           ELSE
               IF THRESH-WARN-PCT < 1 OR THRESH-CRIT-PCT > 100
                   MOVE "PERCENT OUTSIDE 1 TO 100" TO WS-FND-TEXT
                   PERFORM 9000-REPORT-FINDING
               ELSE
                   IF THRESH-WARN-PCT >= THRESH-CRIT-PCT
                       MOVE "WARNING PERCENT NOT BELOW CRITICAL"
                           TO WS-FND-TEXT
                       PERFORM 9000-REPORT-FINDING
                   END-IF
               END-IF
           END-IF.

       0450-CHECK-AMOUNT-LIMITS.
           ADD 1 TO WS-FILES-CHECKED
           MOVE "AMTLIMS" TO WS-FND-FILE
           OPEN INPUT AMOUNT-LIMITS-FILE
           IF WS-AMTLIM-STATUS = "00"
               PERFORM UNTIL AMTLIM-EOF
                   READ AMOUNT-LIMITS-FILE
                       AT END
                           SET AMTLIM-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-CHECKED
                           PERFORM 0460-CHECK-LIMIT-RECORD
                   END-READ
               END-PERFORM
           ELSE
               SET FINDING-WARNING TO TRUE
               MOVE SPACES TO WS-FND-KEY
               MOVE "NOT AVAILABLE, AMOUNTS NOT LIMIT CHECKED"
                   TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           END-IF
           CLOSE AMOUNT-LIMITS-FILE.

       0460-CHECK-LIMIT-RECORD.
           MOVE AMTLIM-BUCKET TO WS-FND-KEY
           IF AMTLIM-BUCKET NOT NUMERIC
                   OR AMTLIM-BUCKET < 1
                   OR AMTLIM-BUCKET > WS-BUCKET-COUNT
               SET FINDING-WARNING TO TRUE
               MOVE "BUCKET OUT OF RANGE, ENTRY IGNORED"
                   TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           ELSE
               IF AMTLIM-MIN NOT NUMERIC OR AMTLIM-MAX NOT NUMERIC
                   SET FINDING-FATAL TO TRUE
                   MOVE "MINIMUM OR MAXIMUM NOT NUMERIC"
                       TO WS-FND-TEXT
                   PERFORM 9000-REPORT-FINDING
               ELSE
                   IF AMTLIM-MIN > AMTLIM-MAX
                       SET FINDING-FATAL TO TRUE
                       MOVE "MINIMUM EXCEEDS MAXIMUM" TO WS-FND-TEXT
                       PERFORM 9000-REPORT-FINDING
                   END-IF
               END-IF
               IF AMTLIM-ZERO-FLAG NOT = 'Y'
                       AND AMTLIM-ZERO-FLAG NOT = 'N'
                   SET FINDING-WARNING TO TRUE
                   MOVE "ZERO FLAG NOT Y OR N, ZERO AMOUNTS REJECTED"
                       TO WS-FND-TEXT
                   PERFORM 9000-REPORT-FINDING
               END-IF
               SET WS-BCK-IDX TO AMTLIM-BUCKET
               IF BCK-LIMIT-GIVEN(WS-BCK-IDX)
                   SET FINDING-WARNING TO TRUE
                   MOVE "BUCKET LISTED TWICE, LAST ENTRY WINS"
                       TO WS-FND-TEXT
                   PERFORM 9000-REPORT-FINDING
               END-IF
               MOVE 'Y' TO WS-BCK-LIMIT-SW(WS-BCK-IDX)
               PERFORM 0800-CHECK-ACTIVE-REFERENCE
           END-IF.

       0500-CHECK-VARIANCE-LIMITS.
           ADD 1 TO WS-FILES-CHECKED
           MOVE "VARLIMS" TO WS-FND-FILE
           OPEN INPUT VARIANCE-LIMITS-FILE
           IF WS-VARLIM-STATUS = "00"
               PERFORM UNTIL VARLIM-EOF
                   READ VARIANCE-LIMITS-FILE
                       AT END
                           SET VARLIM-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-CHECKED
                           PERFORM 0510-CHECK-VARLIM-RECORD
                   END-READ
               END-PERFORM
           ELSE
               SET FINDING-WARNING TO TRUE
               MOVE SPACES TO WS-FND-KEY
               MOVE "NOT AVAILABLE, VARIANCE TOLERANCE DEFAULTS"
                   TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           END-IF
           CLOSE VARIANCE-LIMITS-FILE.

       0510-CHECK-VARLIM-RECORD.
           MOVE LIMIT-BUCKET TO WS-FND-KEY
           IF LIMIT-TOLERANCE-PCT NOT NUMERIC
               SET FINDING-FATAL TO TRUE
               MOVE "TOLERANCE PERCENT NOT NUMERIC" TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           END-IF
           IF LIMIT-BUCKET NOT NUMERIC
                   OR LIMIT-BUCKET > WS-BUCKET-COUNT
               SET FINDING-WARNING TO TRUE
               MOVE "BUCKET OUT OF RANGE, ENTRY IGNORED"
                   TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           ELSE
               IF LIMIT-BUCKET > 0
                   SET WS-BCK-IDX TO LIMIT-BUCKET
                   IF BCK-VARLIM-GIVEN(WS-BCK-IDX)
                       SET FINDING-WARNING TO TRUE
                       MOVE "BUCKET LISTED TWICE" TO WS-FND-TEXT
                       PERFORM 9000-REPORT-FINDING
                   END-IF
                   MOVE 'Y' TO WS-BCK-VARLIM-SW(WS-BCK-IDX)
                   PERFORM 0800-CHECK-ACTIVE-REFERENCE
               END-IF
           END-IF.

      ******************************************************************
      * SUMGRPM.  A bucket may belong to one group only, and a group
      * code should carry the same name on every line it appears.
      ******************************************************************
       0550-CHECK-GROUP-MASTER.
           ADD 1 TO WS-FILES-CHECKED
           MOVE "SUMGRPM" TO WS-FND-FILE
           OPEN INPUT GROUP-MASTER-FILE
           IF WS-GRPM-STATUS = "00"
               PERFORM UNTIL GRPM-EOF
                   READ GROUP-MASTER-FILE
                       AT END
                           SET GRPM-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-CHECKED
                           PERFORM 0560-CHECK-GROUP-RECORD
                   END-READ
               END-PERFORM
           ELSE
               SET FINDING-WARNING TO TRUE
               MOVE SPACES TO WS-FND-KEY
               MOVE "NOT AVAILABLE, ALL BUCKETS UNGROUPED"
                   TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           END-IF
           CLOSE GROUP-MASTER-FILE.

       0560-CHECK-GROUP-RECORD.
           MOVE GRPM-BUCKET TO WS-FND-KEY
           IF GRPM-BUCKET NOT NUMERIC
                   OR GRPM-BUCKET < 1
                   OR GRPM-BUCKET > WS-BUCKET-COUNT
               SET FINDING-WARNING TO TRUE
               MOVE "BUCKET OUT OF RANGE, ENTRY IGNORED"
                   TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           ELSE
               IF GRPM-GROUP-CODE = SPACES
                       OR GRPM-GROUP-CODE = "***"
                   SET FINDING-WARNING TO TRUE
                   MOVE "GROUP CODE BLANK OR RESERVED ***"
                       TO WS-FND-TEXT
                   PERFORM 9000-REPORT-FINDING
               END-IF
               SET WS-BCK-IDX TO GRPM-BUCKET
               IF WS-BCK-GROUP(WS-BCK-IDX) NOT = SPACES
                       AND WS-BCK-GROUP(WS-BCK-IDX)
                           NOT = GRPM-GROUP-CODE
                   SET FINDING-FATAL TO TRUE
                   MOVE "BUCKET ASSIGNED TO TWO DIFFERENT GROUPS"
                       TO WS-FND-TEXT
                   PERFORM 9000-REPORT-FINDING
               END-IF
               MOVE GRPM-GROUP-CODE TO WS-BCK-GROUP(WS-BCK-IDX)
               PERFORM 0800-CHECK-ACTIVE-REFERENCE
               PERFORM 0570-CHECK-GROUP-NAME
           END-IF.

       0570-CHECK-GROUP-NAME.
           SET GROUP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GROUP-COUNT
                       OR GROUP-FOUND
               IF WS-GRP-CODE(WS-GRP-IDX) = GRPM-GROUP-CODE
                   SET GROUP-FOUND TO TRUE
                   IF WS-GRP-NAME(WS-GRP-IDX) NOT = GRPM-GROUP-NAME
                       MOVE GRPM-GROUP-CODE TO WS-FND-KEY
                       SET FINDING-WARNING TO TRUE
                       MOVE "GROUP CODE CARRIES MORE THAN ONE NAME"
                           TO WS-FND-TEXT
                       PERFORM 9000-REPORT-FINDING
                   END-IF
               END-IF
           END-PERFORM
           IF GROUP-NOT-FOUND
               IF WS-GROUP-COUNT >= WS-MAX-GROUPS
                   IF NOT GROUP-TABLE-FULL
                       SET GROUP-TABLE-FULL TO TRUE
                       MOVE GRPM-GROUP-CODE TO WS-FND-KEY
                       SET FINDING-WARNING TO TRUE
                       MOVE "MORE THAN 100 GROUP CODES, NOT SUBTOTALED"
                           TO WS-FND-TEXT
                       PERFORM 9000-REPORT-FINDING
                   END-IF
               ELSE
                   ADD 1 TO WS-GROUP-COUNT
                   SET WS-GRP-IDX TO WS-GROUP-COUNT
                   MOVE GRPM-GROUP-CODE TO WS-GRP-CODE(WS-GRP-IDX)
                   MOVE GRPM-GROUP-NAME TO WS-GRP-NAME(WS-GRP-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * SUMRMAP.  A remap target must be a bucket SUMACCUM will post
      * to; a target outside the range or inactive on SUMBKTM sends
      * every repaired reject for that code to the wrong place.
      ******************************************************************
       0600-CHECK-REMAP-FILE.
           ADD 1 TO WS-FILES-CHECKED
           MOVE "SUMRMAP" TO WS-FND-FILE
           OPEN INPUT REMAP-FILE
           IF WS-REMAP-STATUS = "00"
               PERFORM UNTIL REMAP-EOF
                   READ REMAP-FILE
                       AT END
                           SET REMAP-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-CHECKED
                           PERFORM 0610-CHECK-REMAP-RECORD
                   END-READ
               END-PERFORM
           ELSE
               SET FINDING-WARNING TO TRUE
               MOVE SPACES TO WS-FND-KEY
               MOVE "NOT AVAILABLE, NO REJECT CAN BE REPAIRED"
                   TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           END-IF
           CLOSE REMAP-FILE.

       0610-CHECK-REMAP-RECORD.
           MOVE REMAP-OLD-CODE TO WS-FND-KEY
           IF REMAP-NEW-BUCKET NOT NUMERIC
                   OR REMAP-NEW-BUCKET < 1
                   OR REMAP-NEW-BUCKET > WS-BUCKET-COUNT
               SET FINDING-FATAL TO TRUE
               MOVE "TARGET BUCKET OUT OF RANGE" TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           ELSE
               SET WS-BCK-IDX TO REMAP-NEW-BUCKET
               IF WS-BKTM-STATUS = "00"
                       AND NOT BCK-ACTIVE(WS-BCK-IDX)
                   SET FINDING-FATAL TO TRUE
                   MOVE "TARGET BUCKET NOT ACTIVE ON SUMBKTM"
                       TO WS-FND-TEXT
                   PERFORM 9000-REPORT-FINDING
               END-IF
               PERFORM 0620-CHECK-REMAP-DUPLICATE
           END-IF.

       0620-CHECK-REMAP-DUPLICATE.
           SET REMAP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-REMAP-IDX FROM 1 BY 1
                   UNTIL WS-REMAP-IDX > WS-REMAP-COUNT
                       OR REMAP-FOUND
               IF WS-REMAP-OLD(WS-REMAP-IDX) = REMAP-OLD-CODE
                   SET REMAP-FOUND TO TRUE
                   IF WS-REMAP-NEW(WS-REMAP-IDX) NOT = REMAP-NEW-BUCKET
                       SET FINDING-FATAL TO TRUE
                       MOVE "OLD CODE MAPPED TO TWO DIFFERENT BUCKETS"
                           TO WS-FND-TEXT
                       PERFORM 9000-REPORT-FINDING
                   END-IF
               END-IF
           END-PERFORM
           IF REMAP-NOT-FOUND
               IF WS-REMAP-COUNT >= WS-MAX-REMAPS
                   IF NOT REMAP-TABLE-FULL
                       SET REMAP-TABLE-FULL TO TRUE
                       SET FINDING-WARNING TO TRUE
                       MOVE "MORE THAN 500 ENTRIES, SUMREPAR DROPS REST"
                           TO WS-FND-TEXT
                       PERFORM 9000-REPORT-FINDING
                   END-IF
               ELSE
                   ADD 1 TO WS-REMAP-COUNT
                   SET WS-REMAP-IDX TO WS-REMAP-COUNT
                   MOVE REMAP-OLD-CODE TO WS-REMAP-OLD(WS-REMAP-IDX)
                   MOVE REMAP-NEW-BUCKET
                       TO WS-REMAP-NEW(WS-REMAP-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * SUMCAL must list at least the next N business days after the
      * run date, or SUMACCUM cannot derive or check the business
      * date for the coming runs.
      ******************************************************************
       0700-CHECK-CALENDAR.
           ADD 1 TO WS-FILES-CHECKED
           MOVE "SUMCAL" TO WS-FND-FILE
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               PERFORM UNTIL CAL-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET CAL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-CHECKED
                           PERFORM 0710-CHECK-CALENDAR-DAY
                   END-READ
               END-PERFORM
               IF WS-CAL-BUSINESS-AHEAD < WS-BUSINESS-DAYS
                   MOVE WS-RUN-DATE TO WS-FND-KEY
                   SET FINDING-FATAL TO TRUE
                   MOVE "FEWER BUSINESS DAYS AHEAD THAN THE HORIZON"
                       TO WS-FND-TEXT
                   PERFORM 9000-REPORT-FINDING
               END-IF
           ELSE
               SET FINDING-WARNING TO TRUE
               MOVE SPACES TO WS-FND-KEY
               MOVE "NOT AVAILABLE, RUN DATES NOT CALENDAR CHECKED"
                   TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           END-IF
           CLOSE CALENDAR-FILE.

       0710-CHECK-CALENDAR-DAY.
           ADD 1 TO WS-CAL-DAYS-READ
           MOVE CAL-DATE TO WS-FND-KEY
           IF CAL-DATE NOT NUMERIC
               SET FINDING-FATAL TO TRUE
               MOVE "DATE NOT NUMERIC" TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           ELSE
               IF CAL-DATE <= WS-CAL-LAST-DATE
                   SET FINDING-WARNING TO TRUE
                   MOVE "DATE DUPLICATED OR OUT OF SEQUENCE"
                       TO WS-FND-TEXT
                   PERFORM 9000-REPORT-FINDING
               ELSE
                   MOVE CAL-DATE TO WS-CAL-LAST-DATE
               END-IF
               IF CAL-DAY-TYPE NOT = 'B' AND CAL-DAY-TYPE NOT = 'H'
                   SET FINDING-FATAL TO TRUE
                   MOVE "DAY TYPE NOT B OR H" TO WS-FND-TEXT
                   PERFORM 9000-REPORT-FINDING
               ELSE
                   IF CAL-DAY-TYPE = 'B' AND CAL-DATE > WS-RUN-DATE
                       ADD 1 TO WS-CAL-BUSINESS-AHEAD
                   END-IF
               END-IF
               IF CAL-PERIOD-END-FLAG NOT = 'E'
                       AND CAL-PERIOD-END-FLAG NOT = SPACE
                   SET FINDING-WARNING TO TRUE
                   MOVE "PERIOD-END FLAG NOT E OR BLANK"
                       TO WS-FND-TEXT
                   PERFORM 9000-REPORT-FINDING
               END-IF
           END-IF.

      ******************************************************************
      * An AMTLIMS, VARLIMS or SUMGRPM entry for a bucket that has no
      * active master is harmless but usually means a bucket was
      * retired on SUMBKTM without tidying the parameter files.
      ******************************************************************
       0800-CHECK-ACTIVE-REFERENCE.
           IF WS-BKTM-STATUS = "00"
                   AND NOT BCK-ACTIVE(WS-BCK-IDX)
               SET FINDING-WARNING TO TRUE
               MOVE "ENTRY FOR BUCKET NOT ACTIVE ON SUMBKTM"
                   TO WS-FND-TEXT
               PERFORM 9000-REPORT-FINDING
           END-IF.

       0900-PRINT-CHECK-SUMMARY.
           DISPLAY "SUMCFGCK - CONFIGURATION CHECK SUMMARY"
           DISPLAY "  BUCKET COUNT CHECKED   " WS-BUCKET-COUNT
           DISPLAY "  ACTIVE MASTER ENTRIES  " WS-ACTIVE-MASTERS
           DISPLAY "  FILES CHECKED          " WS-FILES-CHECKED
           DISPLAY "  RECORDS CHECKED        " WS-RECORDS-CHECKED
           DISPLAY "  CALENDAR DAYS READ     " WS-CAL-DAYS-READ
           DISPLAY "  BUSINESS DAYS AHEAD    " WS-CAL-BUSINESS-AHEAD
           DISPLAY "  FATAL FINDINGS         " WS-FATAL-COUNT
           DISPLAY "  WARNING FINDINGS       " WS-WARNING-COUNT
           IF WS-FATAL-COUNT > 0
               DISPLAY "SUMCFGCK - FATAL FINDINGS, STREAM MUST NOT RUN"
           ELSE
               DISPLAY "SUMCFGCK - NO FATAL FINDINGS, STREAM MAY RUN"
           END-IF.

       9000-REPORT-FINDING.
           IF FINDING-FATAL
               ADD 1 TO WS-FATAL-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           MOVE WS-FND-SEVERITY TO WS-FNL-SEVERITY
           MOVE WS-FND-FILE TO WS-FNL-FILE
           MOVE WS-FND-KEY TO WS-FNL-KEY
           MOVE WS-FND-TEXT TO WS-FNL-TEXT
           DISPLAY WS-FINDING-LINE.
