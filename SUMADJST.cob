      ******************************************************************
      * SUMADJST - operator manual adjustment job (maker-checker).
      *
      * Applies keyed manual adjustments to the live bucket totals on
      * SUMCKPT when a figure is known to be wrong - a repair that
      * SUMRMAP mapped to the wrong bucket, a feed posted under the
      * wrong date - so the correction no longer needs RECOVER mode
      * or a hand edit of the checkpoint.  Each request names the
      * operator who raised it and the operator who approved it; a
      * request is rejected when its request id is missing or is
      * already on SUMADJRG as APPLIED (from an earlier run, or
      * earlier in the same ADJREQ file), so rerunning the job on
      * the same ADJREQ applies nothing twice; when requester and
      * approver are the same or either is missing, when no reason
      * code is given, when the bucket is outside BKTCFG's bucket
      * count, missing from SUMBKTM or flagged inactive there, or
      * when the change would take the bucket count or amount below
      * zero or past its capacity.
      *
      * Every applied adjustment writes a SUMAUDIT record of type
      * 'A' carrying the bucket's running values after the change,
      * the same as an ADD in SUMACCUM, so a RECOVER replay of the
      * trail rebuilds the adjusted figure.  The next SUMACCUM run
      * loads the adjusted SUMCKPT and reconciles it against SUMCTRL,
      * adding every adjustment applied in the period on the SUMADJRG
      * register to the bucket's expected count.  Every
      * request, applied or rejected, is appended to SUMADJRG with
      * the business date it was made against.
      *
      * The run is refused when SUMRUNC shows a SUMACCUM run STARTED
      * or FAILED, as SUMCKPT may then be a mid-run checkpoint that
      * the restart or recovery would overwrite.  When SUMBKTM cannot
      * be read no bucket can be confirmed active, and the run is
      * refused as well.
      *
      * ADJREQ layout (one line per request):
      *   request-id(8) space bucket(4) space count-delta(s9(5))
      *   space amount-delta(s9(9)v99) space reason-code(4) space
      *   requested-by(8) space approved-by(8)
      * Both deltas carry a leading separate sign, '+' or '-'.
      * SUMADJRG layout (one line per request):
      *   business-date(8) space request-id(8) space bucket(4) space
      *   count-delta(s9(5)) space amount-delta(s9(9)v99) space
      *   reason-code(4) space requested-by(8) space approved-by(8)
      *   space status(8) space new-count(5) space new-amount(9v99)
      *   space reject-reason(30) space timestamp(21)
      * Status is APPLIED or REJECTED; the new count and amount are
      * the bucket's values after an applied adjustment, zero when
      * rejected.  The run ends with RETURN-CODE 4 when any request
      * was rejected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMADJST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "SUMRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT OPTIONAL CONFIG-FILE
               ASSIGN TO "BKTCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT OPTIONAL BUCKET-MASTER-FILE
               ASSIGN TO "SUMBKTM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BKTM-BUCKET
               FILE STATUS IS WS-BKTM-STATUS.

           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO "SUMCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT OPTIONAL ADJUST-REQUEST-FILE
               ASSIGN TO "ADJREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJREQ-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "SUMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ADJUST-REGISTER-FILE
               ASSIGN TO "SUMADJRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJRG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CONFIG-FILE.
       01  CONFIG-REC.
           05  CONFIG-BUCKET-COUNT         PIC 9(4).

       FD  BUCKET-MASTER-FILE.
       01  BKTM-REC.
           05  BKTM-BUCKET                 PIC 9(4).
           05  BKTM-NAME                   PIC X(30).
           05  BKTM-ACTIVE-FLAG            PIC X.
           05  BKTM-EFF-DATE               PIC 9(8).

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

       FD  ADJUST-REQUEST-FILE.
       01  ADJREQ-REC.
           05  ADJREQ-REQUEST-ID           PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJREQ-BUCKET               PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJREQ-COUNT-DELTA          PIC S9(5)
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJREQ-AMT-DELTA            PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJREQ-REASON               PIC X(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJREQ-REQUESTER            PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJREQ-APPROVER             PIC X(8).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AUDIT-TIMESTAMP             PIC X(21).
           05  FILLER                      PIC X VALUE SPACE.
           05  AUDIT-COUNTER               PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  AUDIT-RESULT                PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  AUDIT-AMT                   PIC 9(9)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  AUDIT-TXN-TYPE              PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  AUDIT-REV-COUNT             PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  AUDIT-REV-AMT               PIC 9(9)V99.

       FD  ADJUST-REGISTER-FILE.
       01  ADJRG-REC.
           05  ADJRG-DATE                  PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJRG-REQUEST-ID            PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJRG-BUCKET                PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJRG-COUNT-DELTA           PIC S9(5)
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJRG-AMT-DELTA             PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJRG-REASON                PIC X(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJRG-REQUESTER             PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJRG-APPROVER              PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJRG-STATUS                PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJRG-NEW-COUNT             PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJRG-NEW-AMT               PIC 9(9)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJRG-REJECT-REASON         PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  ADJRG-TIMESTAMP             PIC X(21).

       WORKING-STORAGE SECTION.
           COPY WSSUMTBL.

       01  WS-FILE-STATUSES.
           05  WS-RUNC-STATUS              PIC XX VALUE SPACES.
           05  WS-CONFIG-STATUS            PIC XX VALUE SPACES.
           05  WS-BKTM-STATUS              PIC XX VALUE SPACES.
           05  WS-CKPT-STATUS              PIC XX VALUE SPACES.
           05  WS-ADJREQ-STATUS            PIC XX VALUE SPACES.
           05  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
           05  WS-ADJRG-STATUS             PIC XX VALUE SPACES.

       01  WS-EOF-FLAGS.
           05  WS-CKPT-EOF                 PIC X VALUE 'N'.
               88  CKPT-EOF                VALUE 'Y'.
           05  WS-ADJREQ-EOF               PIC X VALUE 'N'.
               88  ADJREQ-EOF              VALUE 'Y'.
           05  WS-ADJRG-EOF                PIC X VALUE 'N'.
               88  ADJRG-EOF               VALUE 'Y'.

       01  WS-RUN-CONTROL.
           05  WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
           05  WS-RUN-STATUS               PIC X(9) VALUE SPACES.
           05  WS-RUN-FOUND-SW             PIC X VALUE 'N'.
               88  RUN-FOUND               VALUE 'Y'.
           05  WS-CURRENT-STAMP            PIC X(21) VALUE SPACES.

       01  WS-ADJUST-CONTROL.
           05  WS-ADJ-OK-SW                PIC X VALUE 'Y'.
               88  ADJUSTMENT-OK           VALUE 'Y'.
               88  ADJUSTMENT-REJECTED     VALUE 'N'.
           05  WS-ADJ-REJECT-REASON        PIC X(30) VALUE SPACES.
           05  WS-NEW-COUNT                PIC S9(7) VALUE 0.
           05  WS-NEW-AMT                  PIC S9(11)V99 VALUE 0.
           05  WS-MAX-COUNT                PIC 9(5) VALUE 99999.
           05  WS-MAX-AMT                  PIC 9(9)V99
                                           VALUE 999999999.99.

       01  WS-APPLIED-CONTROL.
           05  WS-MAX-APPLIED              PIC 9(5) COMP VALUE 20000.
           05  WS-APPLIED-COUNT            PIC 9(5) COMP VALUE 0.
           05  WS-APPLIED-FOUND-SW         PIC X VALUE 'N'.
               88  APPLIED-FOUND           VALUE 'Y'.
               88  APPLIED-NOT-FOUND       VALUE 'N'.
           05  WS-APPLIED-TABLE.
               10  WS-APPLIED-ID
                   OCCURS 20000 TIMES
                   INDEXED BY WS-APL-IDX   PIC X(8).

       01  WS-ADJUST-TOTALS.
           05  WS-REQUESTS-READ            PIC 9(6) VALUE 0.
           05  WS-REQUESTS-APPLIED         PIC 9(6) VALUE 0.
           05  WS-REQUESTS-REJECTED        PIC 9(6) VALUE 0.
           05  WS-NET-COUNT-DELTA          PIC S9(9) VALUE 0.
           05  WS-NET-AMT-DELTA            PIC S9(11)V99 VALUE 0.

       01  WS-ADJUST-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ADL-REQUEST-ID           PIC X(8).
           05  FILLER                      PIC X(8) VALUE " BUCKET ".
           05  WS-ADL-BUCKET               PIC X(4).
           05  FILLER                      PIC X(7) VALUE "  CNT ".
           05  WS-ADL-COUNT-DELTA          PIC -(5)9.
           05  FILLER                      PIC X(6) VALUE "  AMT ".
           05  WS-ADL-AMT-DELTA            PIC -(9)9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ADL-REASON               PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ADL-REQUESTER            PIC X(8).
           05  FILLER                      PIC X(1) VALUE "/".
           05  WS-ADL-APPROVER             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ADL-STATUS               PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-ADL-NOTE                 PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-CHECK-RUN-CONTROL
           PERFORM 0200-READ-CONFIG
           PERFORM 0300-INIT-BUCKET-TABLE
           PERFORM 0400-LOAD-CHECKPOINT
           PERFORM 0500-OPEN-ADJUST-FILES
           PERFORM 0600-PROCESS-REQUESTS
           PERFORM 0900-CLOSE-ADJUST-FILES
           IF WS-REQUESTS-APPLIED > 0
               PERFORM 1000-SAVE-CHECKPOINT
           END-IF
           PERFORM 1200-PRINT-ADJUST-TOTALS
           IF WS-REQUESTS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-CHECK-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET RUN-FOUND TO TRUE
                       MOVE RUNC-DATE TO WS-BUSINESS-DATE
                       MOVE RUNC-STATUS TO WS-RUN-STATUS
               END-READ
           END-IF
           CLOSE RUN-CONTROL-FILE
           IF NOT RUN-FOUND
               DISPLAY "SUMADJST WARNING - NO RUN ON SUMRUNC, "
                   "ADJUSTMENTS DATED " WS-BUSINESS-DATE
           END-IF
           IF WS-RUN-STATUS = "STARTED" OR WS-RUN-STATUS = "FAILED"
               DISPLAY "SUMADJST REFUSED - RUN FOR "
                   WS-BUSINESS-DATE " IS " WS-RUN-STATUS
                   " ON SUMRUNC, RESTART OR RECOVER FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-READ-CONFIG.
           MOVE 10 TO WS-BUCKET-COUNT
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CONFIG-BUCKET-COUNT < 1
                               OR CONFIG-BUCKET-COUNT > WS-MAX-BUCKETS
                           DISPLAY "SUMADJST WARNING - BKTCFG "
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

       0300-INIT-BUCKET-TABLE.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-BUCKET-COUNT
               MOVE 0 TO WS-SUM(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-AMT(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-REV(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-REV-AMT(WS-SUM-IDX)
           END-PERFORM.

       0400-LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               PERFORM UNTIL CKPT-EOF
                   READ CHECKPOINT-FILE
                       AT END
                           SET CKPT-EOF TO TRUE
                       NOT AT END
                           PERFORM 0450-APPLY-CHECKPOINT-RECORD
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SUMADJST WARNING - SUMCKPT NOT AVAILABLE, "
                   "ADJUSTING FROM ZERO TOTALS"
           END-IF
           CLOSE CHECKPOINT-FILE.

       0450-APPLY-CHECKPOINT-RECORD.
           IF CKPT-COUNTER < 1 OR CKPT-COUNTER > WS-BUCKET-COUNT
               DISPLAY "SUMADJST WARNING - IGNORING STALE BUCKET "
                   CKPT-COUNTER
                   " (CURRENT BUCKET COUNT IS "
                   WS-BUCKET-COUNT ")"
           ELSE
               SET WS-SUM-IDX TO CKPT-COUNTER
               MOVE CKPT-AMOUNT TO WS-SUM(WS-SUM-IDX)
               MOVE CKPT-AMT TO WS-SUM-AMT(WS-SUM-IDX)
               IF CKPT-REV-COUNT NUMERIC
                   MOVE CKPT-REV-COUNT TO WS-SUM-REV(WS-SUM-IDX)
               END-IF
               IF CKPT-REV-AMT NUMERIC
                   MOVE CKPT-REV-AMT TO WS-SUM-REV-AMT(WS-SUM-IDX)
               END-IF
           END-IF.

       0500-OPEN-ADJUST-FILES.
           OPEN INPUT BUCKET-MASTER-FILE
           IF WS-BKTM-STATUS NOT = "00"
               DISPLAY "SUMADJST REFUSED - SUMBKTM NOT AVAILABLE, "
                   "FILE STATUS " WS-BKTM-STATUS
                   ", NO BUCKET CAN BE CONFIRMED ACTIVE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ADJUST-REQUEST-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM 0550-LOAD-APPLIED-REQUESTS
           OPEN EXTEND ADJUST-REGISTER-FILE
           IF WS-ADJRG-STATUS NOT = "00"
               OPEN OUTPUT ADJUST-REGISTER-FILE
           END-IF.

      ******************************************************************
      * Every request id already APPLIED on SUMADJRG is held so that
      * neither a rerun on the same ADJREQ nor a repeated id within
      * it can apply an adjustment a second time.  If the register
      * holds more ids than the table can, the job cannot tell a
      * repeat and refuses to run.
      ******************************************************************
       0550-LOAD-APPLIED-REQUESTS.
           OPEN INPUT ADJUST-REGISTER-FILE
           IF WS-ADJRG-STATUS = "00"
               PERFORM UNTIL ADJRG-EOF
                   READ ADJUST-REGISTER-FILE
                       AT END
                           SET ADJRG-EOF TO TRUE
                       NOT AT END
                           IF ADJRG-STATUS = "APPLIED"
                               PERFORM 0560-HOLD-APPLIED-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUST-REGISTER-FILE
           END-IF.

       0560-HOLD-APPLIED-REQUEST.
           IF WS-APPLIED-COUNT >= WS-MAX-APPLIED
               DISPLAY "SUMADJST REFUSED - SUMADJRG HOLDS MORE THAN "
                   WS-MAX-APPLIED " APPLIED REQUESTS, "
                   "REPEATS CANNOT BE DETECTED"
               CLOSE ADJUST-REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE ADJRG-REQUEST-ID TO WS-APPLIED-ID(WS-APPLIED-COUNT).

       0600-PROCESS-REQUESTS.
           DISPLAY "SUMADJST - MANUAL ADJUSTMENT REGISTER FOR "
               WS-BUSINESS-DATE
           IF WS-ADJREQ-STATUS = "00"
               PERFORM UNTIL ADJREQ-EOF
                   READ ADJUST-REQUEST-FILE
                       AT END
                           SET ADJREQ-EOF TO TRUE
                       NOT AT END
                           PERFORM 0650-HANDLE-ONE-REQUEST
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SUMADJST WARNING - ADJREQ NOT AVAILABLE, "
                   "NO ADJUSTMENTS TO APPLY"
           END-IF.

       0650-HANDLE-ONE-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           SET ADJUSTMENT-OK TO TRUE
           MOVE SPACES TO WS-ADJ-REJECT-REASON
           PERFORM 0680-CHECK-REQUEST-ID
           IF ADJUSTMENT-OK
               PERFORM 0700-CHECK-OPERATORS
           END-IF
           IF ADJUSTMENT-OK
               PERFORM 0720-CHECK-BUCKET
           END-IF
           IF ADJUSTMENT-OK
               PERFORM 0740-CHECK-RESULTING-TOTALS
           END-IF
           IF ADJUSTMENT-OK
               PERFORM 0800-APPLY-ADJUSTMENT
           ELSE
               ADD 1 TO WS-REQUESTS-REJECTED
           END-IF
           PERFORM 0850-WRITE-REGISTER-RECORD.

      ******************************************************************
      * A request id may be applied only once across all runs.  When
      * the id table is full a new id cannot be remembered, so the
      * request is rejected rather than risk a later repeat.
      ******************************************************************
       0680-CHECK-REQUEST-ID.
           IF ADJREQ-REQUEST-ID = SPACES
               SET ADJUSTMENT-REJECTED TO TRUE
               MOVE "REQUEST ID MISSING" TO WS-ADJ-REJECT-REASON
           ELSE
               SET APPLIED-NOT-FOUND TO TRUE
               PERFORM VARYING WS-APL-IDX FROM 1 BY 1
                       UNTIL WS-APL-IDX > WS-APPLIED-COUNT
                           OR APPLIED-FOUND
                   IF WS-APPLIED-ID(WS-APL-IDX) = ADJREQ-REQUEST-ID
                       SET APPLIED-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF APPLIED-FOUND
                   SET ADJUSTMENT-REJECTED TO TRUE
                   MOVE "REQUEST ALREADY APPLIED"
                       TO WS-ADJ-REJECT-REASON
               ELSE
                   IF WS-APPLIED-COUNT >= WS-MAX-APPLIED
                       SET ADJUSTMENT-REJECTED TO TRUE
                       MOVE "REQUEST ID TABLE FULL"
                           TO WS-ADJ-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Maker-checker: the operator who raised the adjustment may not
      * approve it, and both must be named, along with the reason.
      ******************************************************************
       0700-CHECK-OPERATORS.
           IF ADJREQ-REQUESTER = SPACES OR ADJREQ-APPROVER = SPACES
               SET ADJUSTMENT-REJECTED TO TRUE
               MOVE "REQUESTER OR APPROVER MISSING"
                   TO WS-ADJ-REJECT-REASON
           ELSE
               IF ADJREQ-REQUESTER = ADJREQ-APPROVER
                   SET ADJUSTMENT-REJECTED TO TRUE
                   MOVE "REQUESTER SAME AS APPROVER"
                       TO WS-ADJ-REJECT-REASON
               ELSE
                   IF ADJREQ-REASON = SPACES
                       SET ADJUSTMENT-REJECTED TO TRUE
                       MOVE "REASON CODE MISSING"
                           TO WS-ADJ-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       0720-CHECK-BUCKET.
           IF ADJREQ-BUCKET NOT NUMERIC
                   OR ADJREQ-BUCKET < 1
                   OR ADJREQ-BUCKET > WS-BUCKET-COUNT
               SET ADJUSTMENT-REJECTED TO TRUE
               MOVE "BUCKET OUT OF RANGE" TO WS-ADJ-REJECT-REASON
           ELSE
               MOVE ADJREQ-BUCKET TO BKTM-BUCKET
               READ BUCKET-MASTER-FILE
                   INVALID KEY
                       SET ADJUSTMENT-REJECTED TO TRUE
                       MOVE "BUCKET NOT ON SUMBKTM"
                           TO WS-ADJ-REJECT-REASON
                   NOT INVALID KEY
                       IF BKTM-ACTIVE-FLAG NOT = 'A'
                           SET ADJUSTMENT-REJECTED TO TRUE
                           MOVE "BUCKET INACTIVE ON SUMBKTM"
                               TO WS-ADJ-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       0740-CHECK-RESULTING-TOTALS.
           IF ADJREQ-COUNT-DELTA NOT NUMERIC
                   OR ADJREQ-AMT-DELTA NOT NUMERIC
               SET ADJUSTMENT-REJECTED TO TRUE
               MOVE "DELTA NOT NUMERIC" TO WS-ADJ-REJECT-REASON
           ELSE
               IF ADJREQ-COUNT-DELTA = 0 AND ADJREQ-AMT-DELTA = 0
                   SET ADJUSTMENT-REJECTED TO TRUE
                   MOVE "ZERO ADJUSTMENT" TO WS-ADJ-REJECT-REASON
               ELSE
                   SET WS-SUM-IDX TO ADJREQ-BUCKET
                   COMPUTE WS-NEW-COUNT =
                       WS-SUM(WS-SUM-IDX) + ADJREQ-COUNT-DELTA
                   COMPUTE WS-NEW-AMT =
                       WS-SUM-AMT(WS-SUM-IDX) + ADJREQ-AMT-DELTA
                   IF WS-NEW-COUNT < 0 OR WS-NEW-AMT < 0
                       SET ADJUSTMENT-REJECTED TO TRUE
                       MOVE "WOULD DRIVE BUCKET NEGATIVE"
                           TO WS-ADJ-REJECT-REASON
                   ELSE
                       IF WS-NEW-COUNT > WS-MAX-COUNT
                               OR WS-NEW-AMT > WS-MAX-AMT
                           SET ADJUSTMENT-REJECTED TO TRUE
                           MOVE "WOULD EXCEED BUCKET CAPACITY"
                               TO WS-ADJ-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0800-APPLY-ADJUSTMENT.
           SET WS-SUM-IDX TO ADJREQ-BUCKET
           MOVE WS-NEW-COUNT TO WS-SUM(WS-SUM-IDX)
           MOVE WS-NEW-AMT TO WS-SUM-AMT(WS-SUM-IDX)
           ADD 1 TO WS-REQUESTS-APPLIED
           ADD 1 TO WS-APPLIED-COUNT
           MOVE ADJREQ-REQUEST-ID TO WS-APPLIED-ID(WS-APPLIED-COUNT)
           ADD ADJREQ-COUNT-DELTA TO WS-NET-COUNT-DELTA
           ADD ADJREQ-AMT-DELTA TO WS-NET-AMT-DELTA
           PERFORM 9800-WRITE-AUDIT-RECORD.

       0850-WRITE-REGISTER-RECORD.
           MOVE SPACES TO ADJRG-REC
           MOVE WS-BUSINESS-DATE TO ADJRG-DATE
           MOVE ADJREQ-REQUEST-ID TO ADJRG-REQUEST-ID
           MOVE ADJREQ-BUCKET TO ADJRG-BUCKET
           MOVE ADJREQ-REASON TO ADJRG-REASON
           MOVE ADJREQ-REQUESTER TO ADJRG-REQUESTER
           MOVE ADJREQ-APPROVER TO ADJRG-APPROVER
           MOVE ADJREQ-REQUEST-ID TO WS-ADL-REQUEST-ID
           MOVE ADJREQ-BUCKET TO WS-ADL-BUCKET
           MOVE ADJREQ-REASON TO WS-ADL-REASON
           MOVE ADJREQ-REQUESTER TO WS-ADL-REQUESTER
           MOVE ADJREQ-APPROVER TO WS-ADL-APPROVER
           IF ADJREQ-COUNT-DELTA NUMERIC
               MOVE ADJREQ-COUNT-DELTA TO ADJRG-COUNT-DELTA
               MOVE ADJREQ-COUNT-DELTA TO WS-ADL-COUNT-DELTA
           ELSE
               MOVE 0 TO ADJRG-COUNT-DELTA
               MOVE 0 TO WS-ADL-COUNT-DELTA
           END-IF
           IF ADJREQ-AMT-DELTA NUMERIC
               MOVE ADJREQ-AMT-DELTA TO ADJRG-AMT-DELTA
               MOVE ADJREQ-AMT-DELTA TO WS-ADL-AMT-DELTA
           ELSE
               MOVE 0 TO ADJRG-AMT-DELTA
               MOVE 0 TO WS-ADL-AMT-DELTA
           END-IF
           IF ADJUSTMENT-OK
               MOVE "APPLIED" TO ADJRG-STATUS
               MOVE WS-SUM(WS-SUM-IDX) TO ADJRG-NEW-COUNT
               MOVE WS-SUM-AMT(WS-SUM-IDX) TO ADJRG-NEW-AMT
           ELSE
               MOVE "REJECTED" TO ADJRG-STATUS
               MOVE 0 TO ADJRG-NEW-COUNT
               MOVE 0 TO ADJRG-NEW-AMT
           END-IF
           MOVE WS-ADJ-REJECT-REASON TO ADJRG-REJECT-REASON
           MOVE FUNCTION CURRENT-DATE TO ADJRG-TIMESTAMP
           WRITE ADJRG-REC
           MOVE ADJRG-STATUS TO WS-ADL-STATUS
           MOVE WS-ADJ-REJECT-REASON TO WS-ADL-NOTE
           DISPLAY WS-ADJUST-LINE.

       0900-CLOSE-ADJUST-FILES.
           CLOSE BUCKET-MASTER-FILE
           CLOSE ADJUST-REQUEST-FILE
           CLOSE AUDIT-FILE
           CLOSE ADJUST-REGISTER-FILE.

       1000-SAVE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-BUCKET-COUNT
               MOVE SPACES TO CKPT-REC
               SET CKPT-COUNTER TO WS-SUM-IDX
               MOVE WS-SUM(WS-SUM-IDX) TO CKPT-AMOUNT
               MOVE WS-SUM-AMT(WS-SUM-IDX) TO CKPT-AMT
               MOVE WS-SUM-REV(WS-SUM-IDX) TO CKPT-REV-COUNT
               MOVE WS-SUM-REV-AMT(WS-SUM-IDX) TO CKPT-REV-AMT
               WRITE CKPT-REC
           END-PERFORM
           CLOSE CHECKPOINT-FILE.

       1200-PRINT-ADJUST-TOTALS.
           DISPLAY "SUMADJST - ADJUSTMENT TOTALS"
           DISPLAY "  REQUESTS READ      " WS-REQUESTS-READ
           DISPLAY "  REQUESTS APPLIED   " WS-REQUESTS-APPLIED
           DISPLAY "  REQUESTS REJECTED  " WS-REQUESTS-REJECTED
           DISPLAY "  NET COUNT CHANGE   " WS-NET-COUNT-DELTA
           DISPLAY "  NET AMOUNT CHANGE  " WS-NET-AMT-DELTA
           IF WS-REQUESTS-APPLIED > 0
               DISPLAY "  SUMCKPT REWRITTEN WITH ADJUSTED TOTALS"
           ELSE
               DISPLAY "  SUMCKPT UNCHANGED"
           END-IF.

       9800-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-REC
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           SET AUDIT-COUNTER TO WS-SUM-IDX
           MOVE WS-SUM(WS-SUM-IDX) TO AUDIT-RESULT
           MOVE WS-SUM-AMT(WS-SUM-IDX) TO AUDIT-AMT
           MOVE 'A' TO AUDIT-TXN-TYPE
           MOVE WS-SUM-REV(WS-SUM-IDX) TO AUDIT-REV-COUNT
           MOVE WS-SUM-REV-AMT(WS-SUM-IDX) TO AUDIT-REV-AMT
           WRITE AUDIT-REC.
