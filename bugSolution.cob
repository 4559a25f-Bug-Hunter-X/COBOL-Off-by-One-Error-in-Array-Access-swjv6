      * a sequence id and its lifecycle status; repaired rejects
      * come back in on SUMRTXN and their resubmission is logged to
      * SUMRLOG for the SUMREJAG aging report.
      * Each transaction carries a type: 'S' a sale is added to its
      * bucket, 'R' a reversal backs one sale (count and money) out
      * again and 'C' a credit backs money out without touching the
      * count.  Reversed counts and money are kept alongside the net
      * figures so the report and SUMOUT show gross, reversed and
      * net; a reversal or credit larger than what the bucket holds
      * is rejected rather than driving the bucket negative.
      * When reconciliation against the per-bucket expected counts
      * on SUMCTRL fails, the export is held on SUMHOLD instead of
      * SUMOUT, the suspect buckets are written to SUMDISCR, and the
      * run ends with RETURN-CODE 8; the operator releases the held
      * export with SUMRELSE once the difference is explained.
      * Manual adjustments applied by SUMADJST during the period
      * are already in SUMCKPT (and on SUMAUDIT as type 'A') but not
      * in the feed SUMCTRL counts, so they are read back from the
      * SUMADJRG register and added to each bucket's expected count
      * before it is compared; the report lists them.  The period
      * opened on the last close date on SUMHIST.
      * Each run also appends one line per sending department to
      * the SUMSRCH source history (accepted and rejected counts and
      * amounts, repaired transactions resubmitted and rejected
      * again) for the SUMSCORE quality scorecard.
      * See copybooks/WSSUMTBL.cpy for the shared table layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUBLG-STATUS.

           SELECT OPTIONAL ADJUST-REGISTER-FILE
               ASSIGN TO "SUMADJRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJRG-STATUS.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "SUMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT SOURCE-HISTORY-FILE
               ASSIGN TO "SUMSRCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-FILE.
           05  CKPT-AMOUNT                 PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  CKPT-AMT                    PIC 9(9)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  CKPT-REV-COUNT              PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  CKPT-REV-AMT                PIC 9(9)V99.

       FD  RESTART-POSITION-FILE.
       01  RSTRT-REC.
           05  AUDIT-RESULT                PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  AUDIT-AMT                   PIC 9(9)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  AUDIT-TXN-TYPE              PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  AUDIT-REV-COUNT             PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  AUDIT-REV-AMT               PIC 9(9)V99.

       FD  CATEGORY-TXN-FILE.
       01  TXN-REC.
           05  TXN-AMT                     PIC 9(7)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  TXN-SOURCE-ID               PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  TXN-TYPE                    PIC X.
               88  TXN-IS-SALE             VALUE 'S'.
               88  TXN-IS-REVERSAL         VALUE 'R'.
               88  TXN-IS-CREDIT           VALUE 'C'.
               88  TXN-TYPE-VALID          VALUE 'S' 'R' 'C'.

       FD  TXN-REJECT-FILE.
       01  REJECT-REC.
           05  REJECT-SOURCE-ID            PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJECT-REASON               PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJECT-TXN-TYPE             PIC X.

       FD  REPAIRED-TXN-FILE.
       01  REPAIRED-TXN-REC.
           05  REPAIRED-REJECT-DATE        PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  REPAIRED-REJECT-SEQ         PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  REPAIRED-TXN-TYPE           PIC X.

       FD  LIFECYCLE-LOG-FILE.
       01  LIFECYCLE-REC.
           05  BUCKET-OUT-NAME             PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-OUT-GROUP            PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-OUT-GROSS-COUNT      PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-OUT-GROSS-AMT        PIC 9(10)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-OUT-REV-COUNT        PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-OUT-REV-AMT          PIC 9(9)V99.

       FD  BUCKET-HOLD-FILE.
       01  BUCKET-HOLD-REC.
           05  BUCKET-HOLD-NAME            PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-HOLD-GROUP           PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-HOLD-GROSS-COUNT     PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-HOLD-GROSS-AMT       PIC 9(10)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-HOLD-REV-COUNT       PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-HOLD-REV-AMT         PIC 9(9)V99.

       FD  DISCREPANCY-FILE.
       01  DISCR-REC.
           05  FILLER                      PIC X VALUE SPACE.
           05  PUBLG-TIMESTAMP             PIC X(21).

       FD  ADJUST-REGISTER-FILE.
       01  ADJRG-REC.
           05  ADJRG-DATE                  PIC 9(8).
           05  FILLER                      PIC X.
           05  ADJRG-REQUEST-ID            PIC X(8).
           05  FILLER                      PIC X.
           05  ADJRG-BUCKET                PIC 9(4).
           05  FILLER                      PIC X.
           05  ADJRG-COUNT-DELTA           PIC S9(5)
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X.
           05  ADJRG-AMT-DELTA             PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X.
           05  ADJRG-REASON                PIC X(4).
           05  FILLER                      PIC X.
           05  ADJRG-REQUESTER             PIC X(8).
           05  FILLER                      PIC X.
           05  ADJRG-APPROVER              PIC X(8).
           05  FILLER                      PIC X.
           05  ADJRG-STATUS                PIC X(8).
           05  FILLER                      PIC X(80).

       FD  HISTORY-FILE.
       01  HIST-REC.
           05  HIST-DATE                   PIC 9(8).
           05  FILLER                      PIC X.
           05  HIST-BUCKET                 PIC 9(4).
           05  FILLER                      PIC X.
           05  HIST-COUNT                  PIC 9(5).
           05  FILLER                      PIC X.
           05  HIST-AMT                    PIC 9(9)V99.

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

       WORKING-STORAGE SECTION.
           COPY WSSUMTBL.

           05  WS-AMTLIM-STATUS            PIC XX VALUE SPACES.
           05  WS-GRPM-STATUS              PIC XX VALUE SPACES.
           05  WS-ALERT-STATUS             PIC XX VALUE SPACES.
           05  WS-ADJRG-STATUS             PIC XX VALUE SPACES.
           05  WS-SRCH-STATUS              PIC XX VALUE SPACES.
           05  WS-HIST-STATUS              PIC XX VALUE SPACES.

       01  WS-EOF-FLAGS.
           05  WS-CKPT-EOF                 PIC X VALUE 'N'.
               88  GRPM-EOF                VALUE 'Y'.
           05  WS-CAL-EOF                  PIC X VALUE 'N'.
               88  CAL-EOF                 VALUE 'Y'.
           05  WS-ADJRG-EOF                PIC X VALUE 'N'.
               88  ADJRG-EOF               VALUE 'Y'.
           05  WS-HIST-EOF                 PIC X VALUE 'N'.
               88  HIST-EOF                VALUE 'Y'.

       01  WS-RUN-CONTROL.
           05  WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
           05  WS-AUDITS-REPLAYED          PIC 9(9) VALUE 0.
           05  WS-AUDIT-EOF                PIC X VALUE 'N'.
               88  AUDIT-EOF               VALUE 'Y'.
           05  WS-AUDIT-TXN-TYPE           PIC X VALUE 'S'.

       01  WS-REVERSAL-CONTROL.
           05  WS-REVERSAL-COVER-SW        PIC X VALUE 'Y'.
               88  REVERSAL-COVERED        VALUE 'Y'.
               88  REVERSAL-UNCOVERED      VALUE 'N'.
           05  WS-REVERSALS-POSTED         PIC 9(9) VALUE 0.
           05  WS-CREDITS-POSTED           PIC 9(9) VALUE 0.
           05  WS-REVERSED-AMT-POSTED      PIC 9(11)V99 VALUE 0.

       01  WS-CALENDAR-CONTROL.
           05  WS-MAX-CAL-DAYS             PIC 9(4) COMP VALUE 1100.
                   15  WS-EXP-COUNT        PIC 9(9).
                   15  WS-EXP-GIVEN-SW     PIC X.
                       88  EXPECTATION-GIVEN VALUE 'Y'.
                   15  WS-EXP-SUSPECT-SW   PIC X.
                       88  BUCKET-SUSPECT  VALUE 'Y'.

       01  WS-ADJUSTMENT-CONTROL.
           05  WS-ADJ-APPLIED              PIC 9(6) VALUE 0.
           05  WS-ADJ-NET-COUNT            PIC S9(9) VALUE 0.
           05  WS-ADJ-NET-AMT              PIC S9(11)V99 VALUE 0.
           05  WS-PERIOD-OPEN-DATE         PIC 9(8) VALUE 0.
           05  WS-ADJUSTED-EXPECTED        PIC S9(10) VALUE 0.
           05  WS-ADJUSTMENT-TABLE.
               10  WS-ADJUSTMENT-ENTRY
                   OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-BUCKET-COUNT
                   INDEXED BY WS-ADJ-IDX.
                   15  WS-ADJ-COUNT-DELTA  PIC S9(7).

       01  WS-AMOUNT-LIMITS.
           05  WS-AMTLIMS-LOADED           PIC 9(4) VALUE 0.
                   15  WS-SUB-BUCKET       PIC 9(4).
                   15  WS-SUB-COUNT        PIC 9(9).
                   15  WS-SUB-AMT          PIC 9(9)V99.
                   15  WS-SUB-REV-COUNT    PIC 9(9).
                   15  WS-SUB-REV-AMT      PIC 9(9)V99.

      ******************************************************************
      * Per-source day totals for SUMSRCH.  Fresh transactions from
      * SUMTXN and repaired ones from SUMRTXN are kept apart so the
      * scorecard's reject rate is not inflated by resubmissions.
      ******************************************************************
       01  WS-SOURCE-DAY-TOTALS.
           05  WS-MAX-SRC-DAYS             PIC 9(4) COMP VALUE 100.
           05  WS-SRC-DAY-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-SRC-DAYS-FULL-SW         PIC X VALUE 'N'.
               88  SRC-DAYS-FULL           VALUE 'Y'.
           05  WS-SRC-DAY-FOUND-SW         PIC X VALUE 'N'.
               88  SRC-DAY-FOUND           VALUE 'Y'.
               88  SRC-DAY-NOT-FOUND       VALUE 'N'.
           05  WS-SRC-DAY-OUTCOME          PIC X VALUE SPACE.
               88  SRC-DAY-ACCEPTED        VALUE 'A'.
               88  SRC-DAY-REJECTED        VALUE 'R'.
           05  WS-SRC-DAY-TABLE.
               10  WS-SRC-DAY-ENTRY
                   OCCURS 100 TIMES
                   INDEXED BY WS-SDY-IDX.
                   15  WS-SDY-SOURCE       PIC X(3).
                   15  WS-SDY-ACCEPTED     PIC 9(9).
                   15  WS-SDY-ACCEPTED-AMT PIC 9(11)V99.
                   15  WS-SDY-REJECTED     PIC 9(9).
                   15  WS-SDY-REJECTED-AMT PIC 9(11)V99.
                   15  WS-SDY-RESUBMITTED  PIC 9(9).
                   15  WS-SDY-REREJECTED   PIC 9(9).

       01  WS-SUB-WORK.
           05  WS-SUB-FOUND-SW             PIC X VALUE 'N'.
               88  SUB-FOUND               VALUE 'Y'.
               88  SUB-NOT-FOUND           VALUE 'N'.
           05  WS-SUB-TXN-BUCKET           PIC 9(4) VALUE 0.
           05  WS-SUB-NET-COUNT            PIC S9(9) VALUE 0.
           05  WS-SUB-NET-AMT              PIC S9(9)V99 VALUE 0.

       01  WS-SUBTOTAL-LINE.
           05  FILLER                      PIC X(9) VALUE "  SOURCE ".
           05  WS-SUB-RPT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(7) VALUE "  AMT =".
           05  WS-SUB-RPT-AMT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(7) VALUE "  REV =".
           05  WS-SUB-RPT-REV-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(7) VALUE "  AMT =".
           05  WS-SUB-RPT-REV-AMT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(7) VALUE "  NET =".
           05  WS-SUB-RPT-NET-COUNT        PIC -ZZZZZZZZ9.
           05  FILLER                      PIC X(7) VALUE "  AMT =".
           05  WS-SUB-RPT-NET-AMT          PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-BUCKET-NAME-CONTROL.
           05  WS-ACTIVE-MASTERS           PIC 9(4) VALUE 0.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RPT-NAME                 PIC X(30).

       01  WS-REPORT-GROSS-LINE.
           05  FILLER                      PIC X(15)
                                           VALUE "         GROSS ".
           05  WS-RPT-GROSS-COUNT          PIC ZZZZZ9.
           05  FILLER                      PIC X(7) VALUE "  AMT =".
           05  WS-RPT-GROSS-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(12)
                                           VALUE "  REVERSED ".
           05  WS-RPT-REV-COUNT            PIC ZZZZ9.
           05  FILLER                      PIC X(7) VALUE "  AMT =".
           05  WS-RPT-REV-AMT              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-GROSS-WORK.
           05  WS-GROSS-COUNT              PIC 9(6) VALUE 0.
           05  WS-GROSS-AMT                PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-INITIALIZE-WORKING-STORAGE
           END-IF
           PERFORM 1200-PRINT-BUCKET-REPORT
           PERFORM 1250-PRINT-SOURCE-SUBTOTALS
           PERFORM 1260-WRITE-SOURCE-HISTORY
           PERFORM 1350-WRITE-CAPACITY-ALERTS
           PERFORM 1400-MARK-RUN-COMPLETED
           STOP RUN.
                   UNTIL WS-SUM-IDX > WS-BUCKET-COUNT
               MOVE 0 TO WS-SUM(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-AMT(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-REV(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-REV-AMT(WS-SUM-IDX)
           END-PERFORM
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-BUCKET-COUNT
               MOVE 0 TO WS-EXP-COUNT(WS-EXP-IDX)
               MOVE 'N' TO WS-EXP-GIVEN-SW(WS-EXP-IDX)
               MOVE 'N' TO WS-EXP-SUSPECT-SW(WS-EXP-IDX)
           END-PERFORM
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > WS-BUCKET-COUNT
               MOVE 0 TO WS-ADJ-COUNT-DELTA(WS-ADJ-IDX)
           END-PERFORM
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-BUCKET-COUNT
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

      ******************************************************************
           END-IF.

       0600-ACCUMULATE-BUCKETS.
           MOVE 'S' TO WS-AUDIT-TXN-TYPE
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-BUCKET-COUNT
               PERFORM 9900-CHECK-SUBSCRIPT-BOUNDS
               MOVE "COUNT" TO WS-OVERFLOW-TYPE
               ADD 1 TO WS-SUM(WS-SUM-IDX)
                   ON SIZE ERROR
                       PERFORM 9950-BUCKET-OVERFLOW-ABEND
           MOVE REPAIRED-CAT-CODE TO TXN-CAT-CODE
           MOVE REPAIRED-AMT TO TXN-AMT
           MOVE REPAIRED-SOURCE-ID TO TXN-SOURCE-ID
           MOVE REPAIRED-TXN-TYPE TO TXN-TYPE
           PERFORM 0750-VALIDATE-CATEGORY-CODE.

       0750-VALIDATE-CATEGORY-CODE.
           IF TXN-TYPE = SPACE
               MOVE 'S' TO TXN-TYPE
           END-IF
           IF TXN-CAT-CODE < 1 OR TXN-CAT-CODE > WS-BUCKET-COUNT
               MOVE "CATEGORY CODE OUT OF RANGE" TO WS-REJECT-REASON
               PERFORM 0770-WRITE-TXN-REJECT
           ELSE
               IF NOT TXN-TYPE-VALID
                   MOVE "INVALID TRANSACTION TYPE"
                       TO WS-REJECT-REASON
                   PERFORM 0770-WRITE-TXN-REJECT
               ELSE
                   PERFORM 0760-CHECK-AMOUNT-LIMITS
                   IF AMOUNT-OUTSIDE-LIMITS
                       PERFORM 0770-WRITE-TXN-REJECT
                   ELSE
                       PERFORM 0752-POST-TRANSACTION
                   END-IF
               END-IF
           END-IF.

       0752-POST-TRANSACTION.
           SET WS-SUM-IDX TO TXN-CAT-CODE
           PERFORM 9900-CHECK-SUBSCRIPT-BOUNDS
           SET REVERSAL-COVERED TO TRUE
           IF TXN-IS-SALE
               PERFORM 0755-ADD-SALE-TO-BUCKET
           ELSE
               PERFORM 0765-CHECK-REVERSAL-COVER
               IF REVERSAL-UNCOVERED
                   PERFORM 0770-WRITE-TXN-REJECT
               ELSE
                   PERFORM 0757-BACK-OUT-OF-BUCKET
               END-IF
           END-IF
           IF REVERSAL-COVERED
               PERFORM 0780-POST-SOURCE-SUBTOTAL
               SET SRC-DAY-ACCEPTED TO TRUE
               PERFORM 0790-POST-SOURCE-DAY-TOTAL
               MOVE TXN-TYPE TO WS-AUDIT-TXN-TYPE
               PERFORM 9800-WRITE-AUDIT-RECORD
               IF PROCESSING-REPAIRED
                   PERFORM 9850-WRITE-RESUBMIT-RECORD
               END-IF
           END-IF.

       0755-ADD-SALE-TO-BUCKET.
           MOVE "COUNT" TO WS-OVERFLOW-TYPE
           ADD 1 TO WS-SUM(WS-SUM-IDX)
               ON SIZE ERROR
                   PERFORM 9950-BUCKET-OVERFLOW-ABEND
           END-ADD
           MOVE "AMOUNT" TO WS-OVERFLOW-TYPE
           ADD TXN-AMT TO WS-SUM-AMT(WS-SUM-IDX)
               ON SIZE ERROR
                   PERFORM 9950-BUCKET-OVERFLOW-ABEND
           END-ADD.

      ******************************************************************
      * A reversal takes one sale back out of the bucket - count and
      * money - and a credit takes money back out only.  Either way
      * the money backed out is added to the bucket's reversed
      * amount so gross (net plus reversed) is never lost; the
      * reversed count moves only for a reversal.
      ******************************************************************
       0757-BACK-OUT-OF-BUCKET.
           IF TXN-IS-REVERSAL
               SUBTRACT 1 FROM WS-SUM(WS-SUM-IDX)
               MOVE "COUNT" TO WS-OVERFLOW-TYPE
               ADD 1 TO WS-SUM-REV(WS-SUM-IDX)
                   ON SIZE ERROR
                       PERFORM 9950-BUCKET-OVERFLOW-ABEND
               END-ADD
               ADD 1 TO WS-REVERSALS-POSTED
           ELSE
               ADD 1 TO WS-CREDITS-POSTED
           END-IF
           SUBTRACT TXN-AMT FROM WS-SUM-AMT(WS-SUM-IDX)
           MOVE "AMOUNT" TO WS-OVERFLOW-TYPE
           ADD TXN-AMT TO WS-SUM-REV-AMT(WS-SUM-IDX)
               ON SIZE ERROR
                   PERFORM 9950-BUCKET-OVERFLOW-ABEND
           END-ADD
           ADD TXN-AMT TO WS-REVERSED-AMT-POSTED.

      ******************************************************************
      * A reversal or credit may only back out what the bucket still
      * holds: a reversal needs at least one sale left in the count
      * and neither may take more money than the net amount.  One
      * that does not fit is rejected to SUMREJ for the sending
      * department to explain, not posted as a negative bucket.
      ******************************************************************
       0765-CHECK-REVERSAL-COVER.
           IF TXN-IS-REVERSAL
               IF WS-SUM(WS-SUM-IDX) < 1
                       OR TXN-AMT > WS-SUM-AMT(WS-SUM-IDX)
                   SET REVERSAL-UNCOVERED TO TRUE
                   MOVE "REVERSAL EXCEEDS BUCKET TOTAL"
                       TO WS-REJECT-REASON
               END-IF
           ELSE
               IF TXN-AMT > WS-SUM-AMT(WS-SUM-IDX)
                   SET REVERSAL-UNCOVERED TO TRUE
                   MOVE "CREDIT EXCEEDS BUCKET TOTAL"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      ******************************************************************
      * Amount limit check against the operator-maintained AMTLIMS
      * entry for the transaction's bucket.  A bucket with no entry
           MOVE TXN-AMT TO REJECT-AMT
           MOVE TXN-SOURCE-ID TO REJECT-SOURCE-ID
           MOVE WS-REJECT-REASON TO REJECT-REASON
           MOVE TXN-TYPE TO REJECT-TXN-TYPE
           WRITE REJECT-REC
           ADD 1 TO WS-REJECTS-WRITTEN
           SET SRC-DAY-REJECTED TO TRUE
           PERFORM 0790-POST-SOURCE-DAY-TOTAL
           IF PROCESSING-REPAIRED
               PERFORM 9860-WRITE-REREJECT-RECORD
           END-IF.
                       AND WS-SUB-BUCKET(WS-SUB-IDX)
                           = WS-SUB-TXN-BUCKET
                   SET SUB-FOUND TO TRUE
                   PERFORM 0785-APPLY-SOURCE-SUBTOTAL
               END-IF
           END-PERFORM
           IF SUB-NOT-FOUND
                       TO WS-SUB-SOURCE(WS-SUB-IDX)
                   MOVE WS-SUB-TXN-BUCKET
                       TO WS-SUB-BUCKET(WS-SUB-IDX)
                   MOVE 0 TO WS-SUB-COUNT(WS-SUB-IDX)
                   MOVE 0 TO WS-SUB-AMT(WS-SUB-IDX)
                   MOVE 0 TO WS-SUB-REV-COUNT(WS-SUB-IDX)
                   MOVE 0 TO WS-SUB-REV-AMT(WS-SUB-IDX)
                   PERFORM 0785-APPLY-SOURCE-SUBTOTAL
               END-IF
           END-IF.

       0785-APPLY-SOURCE-SUBTOTAL.
           EVALUATE TRUE
               WHEN TXN-IS-REVERSAL
                   ADD 1 TO WS-SUB-REV-COUNT(WS-SUB-IDX)
                   ADD TXN-AMT TO WS-SUB-REV-AMT(WS-SUB-IDX)
               WHEN TXN-IS-CREDIT
                   ADD TXN-AMT TO WS-SUB-REV-AMT(WS-SUB-IDX)
               WHEN OTHER
                   ADD 1 TO WS-SUB-COUNT(WS-SUB-IDX)
                   ADD TXN-AMT TO WS-SUB-AMT(WS-SUB-IDX)
           END-EVALUATE.

       0790-POST-SOURCE-DAY-TOTAL.
           SET SRC-DAY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SDY-IDX FROM 1 BY 1
                   UNTIL WS-SDY-IDX > WS-SRC-DAY-COUNT
                       OR SRC-DAY-FOUND
               IF WS-SDY-SOURCE(WS-SDY-IDX) = TXN-SOURCE-ID
                   SET SRC-DAY-FOUND TO TRUE
                   PERFORM 0795-APPLY-SOURCE-DAY-TOTAL
               END-IF
           END-PERFORM
           IF SRC-DAY-NOT-FOUND
               IF WS-SRC-DAY-COUNT >= WS-MAX-SRC-DAYS
                   IF NOT SRC-DAYS-FULL
                       SET SRC-DAYS-FULL TO TRUE
                       DISPLAY "SUMACCUM WARNING - SOURCE HISTORY "
                           "TABLE FULL AT " WS-MAX-SRC-DAYS
                           ", FURTHER SOURCES NOT WRITTEN TO SUMSRCH"
                   END-IF
               ELSE
                   ADD 1 TO WS-SRC-DAY-COUNT
                   SET WS-SDY-IDX TO WS-SRC-DAY-COUNT
                   MOVE TXN-SOURCE-ID TO WS-SDY-SOURCE(WS-SDY-IDX)
                   MOVE 0 TO WS-SDY-ACCEPTED(WS-SDY-IDX)
                   MOVE 0 TO WS-SDY-ACCEPTED-AMT(WS-SDY-IDX)
                   MOVE 0 TO WS-SDY-REJECTED(WS-SDY-IDX)
                   MOVE 0 TO WS-SDY-REJECTED-AMT(WS-SDY-IDX)
                   MOVE 0 TO WS-SDY-RESUBMITTED(WS-SDY-IDX)
                   MOVE 0 TO WS-SDY-REREJECTED(WS-SDY-IDX)
                   PERFORM 0795-APPLY-SOURCE-DAY-TOTAL
               END-IF
           END-IF.

       0795-APPLY-SOURCE-DAY-TOTAL.
           IF PROCESSING-REPAIRED
               IF SRC-DAY-ACCEPTED
                   ADD 1 TO WS-SDY-RESUBMITTED(WS-SDY-IDX)
               ELSE
                   ADD 1 TO WS-SDY-REREJECTED(WS-SDY-IDX)
               END-IF
           ELSE
               IF SRC-DAY-ACCEPTED
                   ADD 1 TO WS-SDY-ACCEPTED(WS-SDY-IDX)
                   ADD TXN-AMT TO WS-SDY-ACCEPTED-AMT(WS-SDY-IDX)
               ELSE
                   ADD 1 TO WS-SDY-REJECTED(WS-SDY-IDX)
                   ADD TXN-AMT TO WS-SDY-REJECTED-AMT(WS-SDY-IDX)
               END-IF
           END-IF.

       0800-RECONCILE-CONTROL-TOTAL.
           PERFORM 0810-LOAD-MANUAL-ADJUSTMENTS
           MOVE 0 TO WS-GRAND-TOTAL
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-BUCKET-COUNT
                   END-READ
               END-PERFORM
               PERFORM 0870-CHECK-BUCKET-EXPECTATIONS
               COMPUTE WS-ADJUSTED-EXPECTED =
                   WS-CONTROL-TOTAL + WS-ADJ-NET-COUNT
               IF WS-GRAND-TOTAL NOT = WS-ADJUSTED-EXPECTED
                   SET TOTALS-DISCREPANT TO TRUE
                   DISPLAY "SUMACCUM DISCREPANCY - GRAND TOTAL "
                       WS-GRAND-TOTAL " CONTROL TOTAL "
                       WS-CONTROL-TOTAL " ADJUSTMENTS "
                       WS-ADJ-NET-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * Applied SUMADJST adjustments are registered against the
      * business date of the run they followed.  SUMCKPT carries
      * every one applied since the period was last closed, and
      * SUMCTRL counts none of them, so all APPLIED rows from the
      * period open date up to this run are netted per bucket.
      * SUMPEROL closes the period straight after the period-end
      * SUMACCUM run, so an adjustment registered against the close
      * date was made on the new period's checkpoint.  With no
      * SUMHIST yet, every adjustment belongs to the first period.
      ******************************************************************
       0810-LOAD-MANUAL-ADJUSTMENTS.
           MOVE 0 TO WS-ADJ-APPLIED
           MOVE 0 TO WS-ADJ-NET-COUNT
           MOVE 0 TO WS-ADJ-NET-AMT
           PERFORM 0815-FIND-PERIOD-OPEN-DATE
           OPEN INPUT ADJUST-REGISTER-FILE
           IF WS-ADJRG-STATUS = "00"
               PERFORM UNTIL ADJRG-EOF
                   READ ADJUST-REGISTER-FILE
                       AT END
                           SET ADJRG-EOF TO TRUE
                       NOT AT END
                           PERFORM 0820-APPLY-ADJUSTMENT-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ADJUST-REGISTER-FILE.

       0815-FIND-PERIOD-OPEN-DATE.
           MOVE 0 TO WS-PERIOD-OPEN-DATE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL HIST-EOF
                   READ HISTORY-FILE
                       AT END
                           SET HIST-EOF TO TRUE
                       NOT AT END
                           IF HIST-DATE NUMERIC
                                   AND HIST-DATE > WS-PERIOD-OPEN-DATE
                                   AND HIST-DATE < WS-BUSINESS-DATE
                               MOVE HIST-DATE TO WS-PERIOD-OPEN-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORY-FILE.

       0820-APPLY-ADJUSTMENT-RECORD.
           IF ADJRG-DATE NOT < WS-PERIOD-OPEN-DATE
                   AND ADJRG-DATE NOT > WS-BUSINESS-DATE
                   AND ADJRG-STATUS = "APPLIED"
                   AND ADJRG-BUCKET NUMERIC
                   AND ADJRG-BUCKET >= 1
                   AND ADJRG-BUCKET <= WS-BUCKET-COUNT
               SET WS-ADJ-IDX TO ADJRG-BUCKET
               ADD ADJRG-COUNT-DELTA TO WS-ADJ-COUNT-DELTA(WS-ADJ-IDX)
               ADD 1 TO WS-ADJ-APPLIED
               ADD ADJRG-COUNT-DELTA TO WS-ADJ-NET-COUNT
               ADD ADJRG-AMT-DELTA TO WS-ADJ-NET-AMT
           END-IF.

       0850-APPLY-CONTROL-RECORD.
           IF CONTROL-BUCKET < 1
                   OR CONTROL-BUCKET > WS-BUCKET-COUNT
               ADD CONTROL-COUNT TO WS-CONTROL-TOTAL
           END-IF.

      ******************************************************************
      * A bucket is expected to hold the SUMCTRL count plus the
      * period's manual adjustments to it; the adjustment is listed
      * for information whether or not the bucket then agrees.
      ******************************************************************
       0870-CHECK-BUCKET-EXPECTATIONS.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-BUCKET-COUNT
               SET WS-EXP-IDX TO WS-SUM-IDX
               IF EXPECTATION-GIVEN(WS-EXP-IDX)
                   PERFORM 0875-CHECK-ONE-EXPECTATION
               END-IF
           END-PERFORM.

       0875-CHECK-ONE-EXPECTATION.
           SET WS-ADJ-IDX TO WS-SUM-IDX
           SET WS-CHECK-BUCKET TO WS-SUM-IDX
           COMPUTE WS-ADJUSTED-EXPECTED =
               WS-EXP-COUNT(WS-EXP-IDX) + WS-ADJ-COUNT-DELTA(WS-ADJ-IDX)
           IF WS-ADJ-COUNT-DELTA(WS-ADJ-IDX) NOT = 0
               DISPLAY "SUMACCUM - BUCKET " WS-CHECK-BUCKET
                   " ACTUAL INCLUDES MANUAL ADJUSTMENT "
                   WS-ADJ-COUNT-DELTA(WS-ADJ-IDX)
           END-IF
           IF WS-SUM(WS-SUM-IDX) NOT = WS-ADJUSTED-EXPECTED
               SET TOTALS-DISCREPANT TO TRUE
               ADD 1 TO WS-SUSPECT-BUCKETS
               MOVE 'Y' TO WS-EXP-SUSPECT-SW(WS-EXP-IDX)
               DISPLAY "SUMACCUM DISCREPANCY - BUCKET "
                   WS-CHECK-BUCKET " ACTUAL "
                   WS-SUM(WS-SUM-IDX) " EXPECTED "
                   WS-EXP-COUNT(WS-EXP-IDX) " ADJUSTMENTS "
                   WS-ADJ-COUNT-DELTA(WS-ADJ-IDX)
           END-IF.

       0900-CLOSE-RUNTIME-FILES.
           CLOSE AUDIT-FILE
           CLOSE CONTROL-FILE
               SET CKPT-COUNTER TO WS-SUM-IDX
               MOVE WS-SUM(WS-SUM-IDX) TO CKPT-AMOUNT
               MOVE WS-SUM-AMT(WS-SUM-IDX) TO CKPT-AMT
               MOVE WS-SUM-REV(WS-SUM-IDX) TO CKPT-REV-COUNT
               MOVE WS-SUM-REV-AMT(WS-SUM-IDX) TO CKPT-REV-AMT
               WRITE CKPT-REC
           END-PERFORM
           CLOSE CHECKPOINT-FILE.
               MOVE WS-BUCKET-NAME(WS-NAME-IDX) TO BUCKET-OUT-NAME
               SET WS-BGR-IDX TO WS-SUM-IDX
               MOVE WS-BUCKET-GROUP(WS-BGR-IDX) TO BUCKET-OUT-GROUP
               ADD WS-SUM(WS-SUM-IDX) WS-SUM-REV(WS-SUM-IDX)
                   GIVING BUCKET-OUT-GROSS-COUNT
               ADD WS-SUM-AMT(WS-SUM-IDX) WS-SUM-REV-AMT(WS-SUM-IDX)
                   GIVING BUCKET-OUT-GROSS-AMT
               MOVE WS-SUM-REV(WS-SUM-IDX) TO BUCKET-OUT-REV-COUNT
               MOVE WS-SUM-REV-AMT(WS-SUM-IDX) TO BUCKET-OUT-REV-AMT
               WRITE BUCKET-OUT-REC
               ADD 1 TO WS-EXPORT-RECORDS
               ADD WS-SUM-AMT(WS-SUM-IDX) TO WS-EXPORT-AMT
               SET WS-BGR-IDX TO WS-SUM-IDX
               MOVE WS-BUCKET-GROUP(WS-BGR-IDX)
                   TO BUCKET-HOLD-GROUP
               ADD WS-SUM(WS-SUM-IDX) WS-SUM-REV(WS-SUM-IDX)
                   GIVING BUCKET-HOLD-GROSS-COUNT
               ADD WS-SUM-AMT(WS-SUM-IDX) WS-SUM-REV-AMT(WS-SUM-IDX)
                   GIVING BUCKET-HOLD-GROSS-AMT
               MOVE WS-SUM-REV(WS-SUM-IDX) TO BUCKET-HOLD-REV-COUNT
               MOVE WS-SUM-REV-AMT(WS-SUM-IDX)
                   TO BUCKET-HOLD-REV-AMT
               WRITE BUCKET-HOLD-REC
           END-PERFORM
           CLOSE BUCKET-HOLD-FILE
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-BUCKET-COUNT
               SET WS-EXP-IDX TO WS-SUM-IDX
               IF BUCKET-SUSPECT(WS-EXP-IDX)
                   SET WS-ADJ-IDX TO WS-SUM-IDX
                   MOVE SPACES TO DISCR-REC
                   SET DISCR-BUCKET TO WS-SUM-IDX
                   MOVE WS-SUM(WS-SUM-IDX) TO DISCR-ACTUAL
                   COMPUTE DISCR-EXPECTED =
                       WS-EXP-COUNT(WS-EXP-IDX)
                       + WS-ADJ-COUNT-DELTA(WS-ADJ-IDX)
                   WRITE DISCR-REC
               END-IF
           END-PERFORM

       1200-PRINT-BUCKET-REPORT.
           DISPLAY "SUMACCUM - BUCKET TOTALS REPORT"
           IF WS-REVERSALS-POSTED > 0 OR WS-CREDITS-POSTED > 0
               DISPLAY "SUMACCUM - " WS-REVERSALS-POSTED
                   " REVERSAL(S) AND " WS-CREDITS-POSTED
                   " CREDIT(S) BACKED OUT, AMOUNT "
                   WS-REVERSED-AMT-POSTED
           END-IF
           IF WS-ADJ-APPLIED > 0
               DISPLAY "SUMACCUM - " WS-ADJ-APPLIED
                   " MANUAL ADJUSTMENT(S) THIS PERIOD"
                   ", NET COUNT " WS-ADJ-NET-COUNT
                   " NET AMOUNT " WS-ADJ-NET-AMT
           END-IF
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-BUCKET-COUNT
               SET WS-RPT-COUNTER TO WS-SUM-IDX
               SET WS-NAME-IDX TO WS-SUM-IDX
               MOVE WS-BUCKET-NAME(WS-NAME-IDX) TO WS-RPT-NAME
               DISPLAY WS-REPORT-LINE
               ADD WS-SUM(WS-SUM-IDX) WS-SUM-REV(WS-SUM-IDX)
                   GIVING WS-GROSS-COUNT
               ADD WS-SUM-AMT(WS-SUM-IDX) WS-SUM-REV-AMT(WS-SUM-IDX)
                   GIVING WS-GROSS-AMT
               MOVE WS-GROSS-COUNT TO WS-RPT-GROSS-COUNT
               MOVE WS-GROSS-AMT TO WS-RPT-GROSS-AMT
               MOVE WS-SUM-REV(WS-SUM-IDX) TO WS-RPT-REV-COUNT
               MOVE WS-SUM-REV-AMT(WS-SUM-IDX) TO WS-RPT-REV-AMT
               DISPLAY WS-REPORT-GROSS-LINE
           END-PERFORM
           PERFORM 1220-PRINT-GROUP-SUBTOTALS.

                       TO WS-SUB-RPT-COUNT
                   MOVE WS-SUB-AMT(WS-SUB-IDX)
                       TO WS-SUB-RPT-AMT
                   MOVE WS-SUB-REV-COUNT(WS-SUB-IDX)
                       TO WS-SUB-RPT-REV-COUNT
                   MOVE WS-SUB-REV-AMT(WS-SUB-IDX)
                       TO WS-SUB-RPT-REV-AMT
                   SUBTRACT WS-SUB-REV-COUNT(WS-SUB-IDX)
                       FROM WS-SUB-COUNT(WS-SUB-IDX)
                       GIVING WS-SUB-NET-COUNT
                   SUBTRACT WS-SUB-REV-AMT(WS-SUB-IDX)
                       FROM WS-SUB-AMT(WS-SUB-IDX)
                       GIVING WS-SUB-NET-AMT
                   MOVE WS-SUB-NET-COUNT TO WS-SUB-RPT-NET-COUNT
                   MOVE WS-SUB-NET-AMT TO WS-SUB-RPT-NET-AMT
                   DISPLAY WS-SUBTOTAL-LINE
               END-PERFORM
           END-IF.

      ******************************************************************
      * One SUMSRCH line per source per run.  A rerun of the date
      * appends a second set under a later timestamp and SUMSCORE
      * takes the latest; a RESTART run carries its mode because it
      * only saw the transactions after the restart point.
      ******************************************************************
       1260-WRITE-SOURCE-HISTORY.
           OPEN EXTEND SOURCE-HISTORY-FILE
           IF WS-SRCH-STATUS NOT = "00"
               OPEN OUTPUT SOURCE-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-SDY-IDX FROM 1 BY 1
                   UNTIL WS-SDY-IDX > WS-SRC-DAY-COUNT
               MOVE SPACES TO SRCH-REC
               MOVE WS-BUSINESS-DATE TO SRCH-DATE
               MOVE WS-SDY-SOURCE(WS-SDY-IDX) TO SRCH-SOURCE-ID
               IF WS-RUN-MODE = SPACES
                   MOVE "NORMAL" TO SRCH-RUN-MODE
               ELSE
                   MOVE WS-RUN-MODE TO SRCH-RUN-MODE
               END-IF
               MOVE WS-SDY-ACCEPTED(WS-SDY-IDX) TO SRCH-ACCEPTED
               MOVE WS-SDY-ACCEPTED-AMT(WS-SDY-IDX)
                   TO SRCH-ACCEPTED-AMT
               MOVE WS-SDY-REJECTED(WS-SDY-IDX) TO SRCH-REJECTED
               MOVE WS-SDY-REJECTED-AMT(WS-SDY-IDX)
                   TO SRCH-REJECTED-AMT
               MOVE WS-SDY-RESUBMITTED(WS-SDY-IDX)
                   TO SRCH-RESUBMITTED
               MOVE WS-SDY-REREJECTED(WS-SDY-IDX)
                   TO SRCH-REREJECTED
               MOVE WS-CURRENT-STAMP TO SRCH-TIMESTAMP
               WRITE SRCH-REC
           END-PERFORM
           CLOSE SOURCE-HISTORY-FILE.

       1350-WRITE-CAPACITY-ALERTS.
           MOVE 0 TO WS-ALERTS-WRITTEN
           OPEN OUTPUT ALERT-FILE
               SET WS-SUM-IDX TO AUDIT-COUNTER
               MOVE AUDIT-RESULT TO WS-SUM(WS-SUM-IDX)
               MOVE AUDIT-AMT TO WS-SUM-AMT(WS-SUM-IDX)
               IF AUDIT-REV-COUNT NUMERIC
                   MOVE AUDIT-REV-COUNT TO WS-SUM-REV(WS-SUM-IDX)
               END-IF
               IF AUDIT-REV-AMT NUMERIC
                   MOVE AUDIT-REV-AMT TO WS-SUM-REV-AMT(WS-SUM-IDX)
               END-IF
               ADD 1 TO WS-AUDITS-REPLAYED
           END-IF.

           SET AUDIT-COUNTER TO WS-SUM-IDX
           MOVE WS-SUM(WS-SUM-IDX) TO AUDIT-RESULT
           MOVE WS-SUM-AMT(WS-SUM-IDX) TO AUDIT-AMT
           MOVE WS-AUDIT-TXN-TYPE TO AUDIT-TXN-TYPE
           MOVE WS-SUM-REV(WS-SUM-IDX) TO AUDIT-REV-COUNT
           MOVE WS-SUM-REV-AMT(WS-SUM-IDX) TO AUDIT-REV-AMT
           WRITE AUDIT-REC.

       9850-WRITE-RESUBMIT-RECORD.
