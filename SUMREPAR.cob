      * format and listed on the repair report so the operator can
      * extend SUMRMAP and rerun.  Amount-limit rejects are routed
      * straight to SUMRESID since a category remap cannot repair
      * an out-of-limits amount; so are reversal and credit rejects
      * that exceeded their bucket, and rejects with an invalid
      * transaction type, which only the sending department can
      * correct.  The transaction type travels unchanged from the
      * reject to SUMRTXN or SUMRESID.
      *
      * Every reject carries the business date, reject sequence id
      * and lifecycle status stamped by SUMACCUM; the date and
      * The bucket count is read from BKTCFG exactly as SUMACCUM
      * does (see 0200-READ-CONFIG there) so a remap target is
      * validated against the same range the accumulator will accept.
      *
      * A category reject with no SUMRMAP entry is looked up on the
      * SUMXWALK crosswalk written by SUMREORG, so a reject still
      * outstanding under a bucket number retired by a reorganization
      * is repaired to the number that replaced it.  The primary line
      * for each old bucket is followed.  Only reorganizations
      * effective after the reject's date apply to it, taken in
      * effective-date order, so a bucket renumbered twice lands on
      * its current number and a reject keyed under the new
      * numbering is not carried through a reorganization that
      * came before it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMREPAR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMAP-STATUS.

           SELECT OPTIONAL CROSSWALK-FILE
               ASSIGN TO "SUMXWALK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XWALK-STATUS.

           SELECT OPTIONAL TXN-REJECT-FILE
               ASSIGN TO "SUMREJ"
               ORGANIZATION IS LINE SEQUENTIAL
           05  FILLER                      PIC X VALUE SPACE.
           05  REMAP-NEW-BUCKET            PIC 9(4).

       FD  CROSSWALK-FILE.
       01  XWALK-REC.
           05  XWALK-EFF-DATE              PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  XWALK-OLD-BUCKET            PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  XWALK-ACTION                PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  XWALK-NEW-BUCKET            PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  XWALK-PCT                   PIC 9(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  XWALK-PRIMARY               PIC X.
               88  XWALK-PRIMARY-LINE      VALUE 'Y'.
           05  FILLER                      PIC X VALUE SPACE.
           05  XWALK-TIMESTAMP             PIC X(21).

       FD  TXN-REJECT-FILE.
       01  REJECT-REC.
           05  REJECT-DATE                 PIC 9(8).
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

       FD  RESIDUAL-REJECT-FILE.
       01  RESIDUAL-REC.
           05  RESIDUAL-SOURCE-ID          PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  RESIDUAL-REASON             PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  RESIDUAL-TXN-TYPE           PIC X.

       FD  LIFECYCLE-LOG-FILE.
       01  LIFECYCLE-REC.
       01  WS-FILE-STATUSES.
           05  WS-CONFIG-STATUS            PIC XX VALUE SPACES.
           05  WS-REMAP-STATUS             PIC XX VALUE SPACES.
           05  WS-XWALK-STATUS             PIC XX VALUE SPACES.
           05  WS-REJECT-STATUS            PIC XX VALUE SPACES.
           05  WS-REPAIRED-STATUS          PIC XX VALUE SPACES.
           05  WS-RESIDUAL-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF-FLAGS.
           05  WS-REMAP-EOF                PIC X VALUE 'N'.
               88  REMAP-EOF               VALUE 'Y'.
           05  WS-XWALK-EOF                PIC X VALUE 'N'.
               88  XWALK-EOF               VALUE 'Y'.
           05  WS-REJECT-EOF               PIC X VALUE 'N'.
               88  REJECT-EOF              VALUE 'Y'.
           05  WS-LIFEC-EOF                PIC X VALUE 'N'.
                   15  WS-REMAP-OLD        PIC 9(4).
                   15  WS-REMAP-NEW        PIC 9(4).

       01  WS-XWALK-CONTROL.
           05  WS-MAX-XWALK                PIC 9(4) VALUE 500.
           05  WS-XWALK-COUNT              PIC 9(4) VALUE 0.
           05  WS-XWALK-FOUND-SW           PIC X VALUE 'N'.
               88  XWALK-FOUND             VALUE 'Y'.
               88  XWALK-NOT-FOUND         VALUE 'N'.
           05  WS-XWALK-TABLE.
               10  WS-XWALK-ENTRY
                   OCCURS 500 TIMES
                   INDEXED BY WS-XWALK-IDX.
                   15  WS-XWALK-DATE       PIC 9(8).
                   15  WS-XWALK-OLD        PIC 9(4).
                   15  WS-XWALK-NEW        PIC 9(4).
           05  WS-XWALK-LAST-DATE          PIC 9(8) VALUE 0.
           05  WS-XWALK-NEXT-DATE          PIC 9(8) VALUE 0.
           05  WS-XWALK-NEXT-SUB           PIC 9(4) VALUE 0.
           05  WS-XWALK-STEP-SW            PIC X VALUE 'N'.
               88  XWALK-STEP-TAKEN        VALUE 'Y'.

       01  WS-LIFEC-CONTROL.
           05  WS-MAX-LIFEC                PIC 9(4) COMP VALUE 5000.
           05  WS-LIFEC-COUNT              PIC 9(4) COMP VALUE 0.
                   15  WS-REJ-AMT          PIC 9(7)V99.
                   15  WS-REJ-SOURCE-ID    PIC X(3).
                   15  WS-REJ-REASON       PIC X(30).
                   15  WS-REJ-TXN-TYPE     PIC X.

       01  WS-REPAIR-TOTALS.
           05  WS-REJECTS-READ             PIC 9(9) VALUE 0.
           05  WS-REJECTS-REPAIRED         PIC 9(9) VALUE 0.
           05  WS-XWALK-REPAIRED           PIC 9(9) VALUE 0.
           05  WS-REJECTS-RESIDUAL         PIC 9(9) VALUE 0.
           05  WS-REJECTS-SETTLED          PIC 9(9) VALUE 0.
           05  WS-AMT-REPAIRED             PIC 9(9)V99 VALUE 0.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-READ-CONFIG
           PERFORM 0200-LOAD-REMAP-TABLE
           PERFORM 0220-LOAD-CROSSWALK
           PERFORM 0280-LOAD-LIFECYCLE-LOG
           PERFORM 0300-OPEN-REPAIR-FILES
           PERFORM 0400-REPAIR-REJECTS
               END-IF
           END-IF.

      ******************************************************************
      * Only the primary line of each mapping is kept - the one line
      * a move or merge has, or the largest share of a split - with
      * its effective date so 0465 can chain one reorganization to
      * the next.
      ******************************************************************
       0220-LOAD-CROSSWALK.
           MOVE 0 TO WS-XWALK-COUNT
           OPEN INPUT CROSSWALK-FILE
           IF WS-XWALK-STATUS = "00"
               PERFORM UNTIL XWALK-EOF
                   READ CROSSWALK-FILE
                       AT END
                           SET XWALK-EOF TO TRUE
                       NOT AT END
                           IF XWALK-PRIMARY-LINE
                               PERFORM 0230-STORE-XWALK-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CROSSWALK-FILE.

       0230-STORE-XWALK-ENTRY.
           IF WS-XWALK-COUNT >= WS-MAX-XWALK
               DISPLAY "SUMREPAR WARNING - CROSSWALK TABLE FULL AT "
                   WS-MAX-XWALK ", ENTRY FOR OLD BUCKET "
                   XWALK-OLD-BUCKET " IGNORED"
           ELSE
               ADD 1 TO WS-XWALK-COUNT
               SET WS-XWALK-IDX TO WS-XWALK-COUNT
               MOVE XWALK-EFF-DATE TO WS-XWALK-DATE(WS-XWALK-IDX)
               MOVE XWALK-OLD-BUCKET TO WS-XWALK-OLD(WS-XWALK-IDX)
               MOVE XWALK-NEW-BUCKET TO WS-XWALK-NEW(WS-XWALK-IDX)
           END-IF.

      ******************************************************************
      * SUMREJ is opened EXTEND by SUMACCUM and never purged, so it
      * still carries the rejects settled in earlier cycles.  The
           MOVE REJECT-CAT-CODE TO WS-REJ-CAT-CODE(WS-REJ-IDX)
           MOVE REJECT-AMT TO WS-REJ-AMT(WS-REJ-IDX)
           MOVE REJECT-SOURCE-ID TO WS-REJ-SOURCE-ID(WS-REJ-IDX)
           MOVE REJECT-REASON TO WS-REJ-REASON(WS-REJ-IDX)
           MOVE REJECT-TXN-TYPE TO WS-REJ-TXN-TYPE(WS-REJ-IDX).

      ******************************************************************
      * Only rejects whose latest lifecycle status is RESUBMITTED
           MOVE WS-REJ-AMT(WS-REJ-IDX) TO REJECT-AMT
           MOVE WS-REJ-SOURCE-ID(WS-REJ-IDX) TO REJECT-SOURCE-ID
           MOVE WS-REJ-REASON(WS-REJ-IDX) TO REJECT-REASON
           MOVE WS-REJ-TXN-TYPE(WS-REJ-IDX) TO REJECT-TXN-TYPE
           PERFORM 0452-LOOKUP-LATEST-STATUS
           IF WS-LATEST-STATUS = "RESUBMITTED"
               ADD 1 TO WS-REJECTS-SETTLED
           ELSE
               IF REJECT-REASON(1:6) = "AMOUNT"
                       OR REJECT-REASON(1:11) = "ZERO AMOUNT"
                       OR REJECT-REASON(1:8) = "REVERSAL"
                       OR REJECT-REASON(1:6) = "CREDIT"
                       OR REJECT-REASON(1:7) = "INVALID"
                   PERFORM 0470-ROUTE-AMOUNT-REJECT
               ELSE
                   PERFORM 0455-REMAP-ONE-REJECT

       0455-REMAP-ONE-REJECT.
           PERFORM 0460-LOOKUP-REMAP-ENTRY
           IF MAP-NOT-FOUND
               PERFORM 0465-LOOKUP-CROSSWALK
           END-IF
           IF MAP-FOUND
               MOVE SPACES TO REPAIRED-TXN-REC
               MOVE WS-MAPPED-BUCKET TO REPAIRED-CAT-CODE
               MOVE REJECT-SOURCE-ID TO REPAIRED-SOURCE-ID
               MOVE REJECT-DATE TO REPAIRED-REJECT-DATE
               MOVE REJECT-SEQ TO REPAIRED-REJECT-SEQ
               MOVE REJECT-TXN-TYPE TO REPAIRED-TXN-TYPE
               WRITE REPAIRED-TXN-REC
               ADD 1 TO WS-REJECTS-REPAIRED
               ADD REJECT-AMT TO WS-AMT-REPAIRED
      * number; remapping the category cannot repair them, so they
      * are routed straight to SUMRESID with the original reason for
      * the operator to resolve against AMTLIMS or the source feed.
      * Uncovered reversals and credits and invalid transaction
      * types take the same route for the same reason.
      ******************************************************************
       0470-ROUTE-AMOUNT-REJECT.
           MOVE REJECT-REASON TO WS-RESIDUAL-REASON
           MOVE REJECT-AMT TO RESIDUAL-AMT
           MOVE REJECT-SOURCE-ID TO RESIDUAL-SOURCE-ID
           MOVE WS-RESIDUAL-REASON TO RESIDUAL-REASON
           MOVE REJECT-TXN-TYPE TO RESIDUAL-TXN-TYPE
           WRITE RESIDUAL-REC
           ADD 1 TO WS-REJECTS-RESIDUAL
           ADD REJECT-AMT TO WS-AMT-RESIDUAL
               END-IF
           END-PERFORM.

      ******************************************************************
      * Follows the reject's code through each reorganization that
      * took effect after the reject was keyed, earliest first: each
      * step takes the earliest crosswalk line for the current code
      * dated after the last one applied.  SUMREORG allows one
      * reorganization per effective date, so the dates never tie.
      * The result must be a bucket the accumulator will accept
      * today.
      ******************************************************************
       0465-LOOKUP-CROSSWALK.
           SET XWALK-NOT-FOUND TO TRUE
           MOVE REJECT-CAT-CODE TO WS-MAPPED-BUCKET
           MOVE REJECT-DATE TO WS-XWALK-LAST-DATE
           SET XWALK-STEP-TAKEN TO TRUE
           PERFORM UNTIL NOT XWALK-STEP-TAKEN
               PERFORM 0467-TAKE-NEXT-XWALK-STEP
           END-PERFORM
           IF XWALK-FOUND
                   AND WS-MAPPED-BUCKET > 0
                   AND WS-MAPPED-BUCKET NOT > WS-BUCKET-COUNT
               SET MAP-FOUND TO TRUE
               ADD 1 TO WS-XWALK-REPAIRED
           ELSE
               MOVE 0 TO WS-MAPPED-BUCKET
           END-IF.

       0467-TAKE-NEXT-XWALK-STEP.
           MOVE 0 TO WS-XWALK-NEXT-SUB
           PERFORM VARYING WS-XWALK-IDX FROM 1 BY 1
                   UNTIL WS-XWALK-IDX > WS-XWALK-COUNT
               IF WS-XWALK-OLD(WS-XWALK-IDX) = WS-MAPPED-BUCKET
                       AND WS-XWALK-DATE(WS-XWALK-IDX)
                           > WS-XWALK-LAST-DATE
                   IF WS-XWALK-NEXT-SUB = 0
                           OR WS-XWALK-DATE(WS-XWALK-IDX)
                               < WS-XWALK-NEXT-DATE
                       SET WS-XWALK-NEXT-SUB TO WS-XWALK-IDX
                       MOVE WS-XWALK-DATE(WS-XWALK-IDX)
                           TO WS-XWALK-NEXT-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-XWALK-NEXT-SUB = 0
               MOVE 'N' TO WS-XWALK-STEP-SW
           ELSE
               SET XWALK-FOUND TO TRUE
               SET WS-XWALK-IDX TO WS-XWALK-NEXT-SUB
               MOVE WS-XWALK-NEW(WS-XWALK-IDX) TO WS-MAPPED-BUCKET
               MOVE WS-XWALK-NEXT-DATE TO WS-XWALK-LAST-DATE
           END-IF.

       0500-CLOSE-REPAIR-FILES.
           CLOSE TXN-REJECT-FILE
           CLOSE REPAIRED-TXN-FILE
       0600-PRINT-REPAIR-REPORT.
           DISPLAY "SUMREPAR - REJECT REPAIR REPORT"
           DISPLAY "  REMAP ENTRIES LOADED   " WS-REMAP-COUNT
           DISPLAY "  CROSSWALK ENTRIES      " WS-XWALK-COUNT
           DISPLAY "  REJECT RECORDS READ    " WS-REJECTS-READ
           DISPLAY "  DISTINCT REJECTS       " WS-REJ-COUNT
           DISPLAY "  ALREADY SETTLED        " WS-REJECTS-SETTLED
           DISPLAY "  REJECTS REPAIRED       " WS-REJECTS-REPAIRED
           DISPLAY "    BY CROSSWALK         " WS-XWALK-REPAIRED
           DISPLAY "  REJECTS STILL RESIDUAL " WS-REJECTS-RESIDUAL
           DISPLAY "  AMOUNT REPAIRED        " WS-AMT-REPAIRED
           DISPLAY "  AMOUNT RESIDUAL        " WS-AMT-RESIDUAL
