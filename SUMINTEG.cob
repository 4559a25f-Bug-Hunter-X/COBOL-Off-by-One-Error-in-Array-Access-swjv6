      ******************************************************************
      * SUMINTEG - end-of-day cross-file integrity sweep.
      *
      * Runs after the rest of the nightly stream.  Each job in the
      * stream reconciles only its own piece; this job rebuilds the
      * totals that tie the files together, each one independently
      * from its own source, and reports every break with the files
      * and bucket involved:
      *   1  SUMCKPT against SUMAUDIT - the last audit record for
      *      each bucket carries the running count, amount and
      *      reversed figures SUMCKPT should now hold.  SUMACCUM
      *      writes type S/R/C records, SUMADJST type 'A' for manual
      *      adjustments, SUMPEROL type 'P' for the period reset and
      *      SUMREORG type 'O' for a bucket reorganization.
      *   2  the export against SUMCKPT - SUMOUT (or SUMHOLD when
      *      the export is held) for the sweep date, plus the
      *      SUMADJRG adjustments applied since, must equal SUMCKPT
      *      plus anything SUMPEROL closed to SUMHIST on that date.
      *   3  SUMPUBLG against SUMOUT - the last publish entry for
      *      the sweep date must carry SUMOUT's record count and net
      *      amount total.
      *   4  SUMRUNC counts - the transaction count must equal the
      *      SUMTXN records plus the repaired SUMRTXN transactions
      *      taken in, and the reject count the SUMREJ rejects
      *      stamped with the sweep date plus the repaired ones
      *      rejected again.  SUMACCUM empties SUMRTXN once it has
      *      taken it in, so the repaired side is rebuilt from the
      *      RESUBMITTED and REJECTED events it logged on SUMRLOG
      *      for the date.
      * Checks 2 to 4 need a SUMACCUM run COMPLETED for the sweep
      * date on SUMRUNC; otherwise they are skipped and reported as
      * such.
      *
      * Every break, and one summary line per sweep, is appended to
      * the dated integrity log SUMINTLG, which SUMOPSRP reads for
      * the daily status page.
      *
      * INTPARM layout (one line, optional):  sweep-date(8)
      * The sweep date defaults to the SUMRUNC date.
      * SUMINTLG layout (one line per break, then one summary):
      *   sweep-date(8) space type(1) space sequence(5) space
      *   check(8) space files(17) space bucket(4) space detail(30)
      *   space found(16) space expected(16) space timestamp(21)
      * Type B is a break; found and expected are the two figures
      * that disagree.  Type S is the sweep summary: the sequence
      * holds the number of breaks, detail is CLEAN or BREAKS FOUND,
      * found holds the checks run and expected the checks skipped.
      *
      * The run ends with RETURN-CODE 8 when any break was found, 4
      * when a check had to be skipped, and 0 when every check ran
      * clean.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMINTEG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INTEG-PARM-FILE
               ASSIGN TO "INTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "SUMRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT OPTIONAL CONFIG-FILE
               ASSIGN TO "BKTCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO "SUMCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "SUMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL BUCKET-OUT-FILE
               ASSIGN TO "SUMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT OPTIONAL BUCKET-HOLD-FILE
               ASSIGN TO "SUMHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL PUBLISH-LOG-FILE
               ASSIGN TO "SUMPUBLG"
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

           SELECT OPTIONAL MERGED-TXN-FILE
               ASSIGN TO "SUMTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT OPTIONAL TXN-REJECT-FILE
               ASSIGN TO "SUMREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT OPTIONAL LIFECYCLE-LOG-FILE
               ASSIGN TO "SUMRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIFEC-STATUS.

           SELECT INTEG-LOG-FILE
               ASSIGN TO "SUMINTLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTEG-PARM-FILE.
       01  INTEG-PARM-REC.
           05  PARM-SWEEP-DATE             PIC 9(8).

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

       FD  BUCKET-OUT-FILE.
       01  BUCKET-OUT-REC.
           05  BUCKET-OUT-COUNTER          PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-OUT-AMOUNT           PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-OUT-AMT              PIC 9(9)V99.
           05  FILLER                      PIC X VALUE SPACE.
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
       01  BUCKET-HOLD-REC                 PIC X(102).

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
           05  FILLER                      PIC X VALUE SPACE.
           05  HIST-BUCKET                 PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  HIST-COUNT                  PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  HIST-AMT                    PIC 9(9)V99.

       FD  MERGED-TXN-FILE.
       01  MERGED-TXN-REC                  PIC X(20).

       FD  TXN-REJECT-FILE.
       01  REJECT-REC.
           05  REJECT-DATE                 PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJECT-SEQ                  PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJECT-STATUS               PIC X(11).
           05  FILLER                      PIC X(52).

       FD  LIFECYCLE-LOG-FILE.
       01  LIFECYCLE-REC.
           05  LIFEC-REJECT-DATE           PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  LIFEC-REJECT-SEQ            PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  LIFEC-STATUS                PIC X(11).
           05  FILLER                      PIC X VALUE SPACE.
           05  LIFEC-EVENT-DATE            PIC 9(8).

       FD  INTEG-LOG-FILE.
       01  INTLG-REC.
           05  INTLG-DATE                  PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  INTLG-TYPE                  PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  INTLG-SEQ                   PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  INTLG-CHECK                 PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  INTLG-FILES                 PIC X(17).
           05  FILLER                      PIC X VALUE SPACE.
           05  INTLG-BUCKET                PIC X(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  INTLG-DETAIL                PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  INTLG-FOUND                 PIC -(12)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  INTLG-EXPECTED              PIC -(12)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  INTLG-TIMESTAMP             PIC X(21).

       WORKING-STORAGE SECTION.
           COPY WSSUMTBL.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS              PIC XX VALUE SPACES.
           05  WS-RUNC-STATUS              PIC XX VALUE SPACES.
           05  WS-CONFIG-STATUS            PIC XX VALUE SPACES.
           05  WS-CKPT-STATUS              PIC XX VALUE SPACES.
           05  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
           05  WS-OUT-STATUS               PIC XX VALUE SPACES.
           05  WS-HOLD-STATUS              PIC XX VALUE SPACES.
           05  WS-PUBLG-STATUS             PIC XX VALUE SPACES.
           05  WS-ADJRG-STATUS             PIC XX VALUE SPACES.
           05  WS-HIST-STATUS              PIC XX VALUE SPACES.
           05  WS-TXN-STATUS               PIC XX VALUE SPACES.
           05  WS-REJECT-STATUS            PIC XX VALUE SPACES.
           05  WS-LIFEC-STATUS             PIC XX VALUE SPACES.
           05  WS-INTLG-STATUS             PIC XX VALUE SPACES.

       01  WS-EOF-FLAGS.
           05  WS-CKPT-EOF                 PIC X VALUE 'N'.
               88  CKPT-EOF                VALUE 'Y'.
           05  WS-AUDIT-EOF                PIC X VALUE 'N'.
               88  AUDIT-EOF               VALUE 'Y'.
           05  WS-OUT-EOF                  PIC X VALUE 'N'.
               88  OUT-EOF                 VALUE 'Y'.
           05  WS-HOLD-EOF                 PIC X VALUE 'N'.
               88  HOLD-EOF                VALUE 'Y'.
           05  WS-PUBLG-EOF                PIC X VALUE 'N'.
               88  PUBLG-EOF               VALUE 'Y'.
           05  WS-ADJRG-EOF                PIC X VALUE 'N'.
               88  ADJRG-EOF               VALUE 'Y'.
           05  WS-HIST-EOF                 PIC X VALUE 'N'.
               88  HIST-EOF                VALUE 'Y'.
           05  WS-TXN-EOF                  PIC X VALUE 'N'.
               88  TXN-EOF                 VALUE 'Y'.
           05  WS-REJECT-EOF               PIC X VALUE 'N'.
               88  REJECT-EOF              VALUE 'Y'.
           05  WS-LIFEC-EOF                PIC X VALUE 'N'.
               88  LIFEC-EOF               VALUE 'Y'.

       01  WS-SWEEP-CONTROL.
           05  WS-SWEEP-DATE               PIC 9(8) VALUE 0.
           05  WS-CURRENT-STAMP            PIC X(21) VALUE SPACES.
           05  WS-RUN-FOUND-SW             PIC X VALUE 'N'.
               88  RUN-FOUND               VALUE 'Y'.
           05  WS-RUN-DATE                 PIC 9(8) VALUE 0.
           05  WS-RUN-STATUS               PIC X(9) VALUE SPACES.
           05  WS-RUN-TXN-COUNT            PIC 9(9) VALUE 0.
           05  WS-RUN-REJECT-COUNT         PIC 9(9) VALUE 0.
           05  WS-RUN-USABLE-SW            PIC X VALUE 'N'.
               88  RUN-USABLE              VALUE 'Y'.
           05  WS-EXPORT-HELD-SW           PIC X VALUE 'N'.
               88  EXPORT-HELD             VALUE 'Y'.
           05  WS-PERIOD-CLOSED-SW         PIC X VALUE 'N'.
               88  PERIOD-CLOSED           VALUE 'Y'.
           05  WS-PUBLISH-FOUND-SW         PIC X VALUE 'N'.
               88  PUBLISH-FOUND           VALUE 'Y'.
           05  WS-CHECK-BUCKET             PIC 9(4) VALUE 0.

       01  WS-SWEEP-TOTALS.
           05  WS-CHECKS-RUN               PIC 9(2) VALUE 0.
           05  WS-CHECKS-SKIPPED           PIC 9(2) VALUE 0.
           05  WS-BREAK-COUNT              PIC 9(5) VALUE 0.
           05  WS-AUDIT-RECORDS            PIC 9(9) VALUE 0.
           05  WS-EXPORT-RECORDS           PIC 9(9) VALUE 0.
           05  WS-EXPORT-AMT               PIC 9(11)V99 VALUE 0.
           05  WS-ADJUSTMENTS-APPLIED      PIC 9(6) VALUE 0.
           05  WS-PUBLG-RECORDS            PIC 9(9) VALUE 0.
           05  WS-PUBLG-AMT                PIC 9(11)V99 VALUE 0.
           05  WS-PUBLG-SOURCE             PIC X(8) VALUE SPACES.
           05  WS-TXN-RECORDS              PIC 9(9) VALUE 0.
           05  WS-REPAIRED-TAKEN           PIC 9(9) VALUE 0.
           05  WS-NEW-REJECTS              PIC 9(9) VALUE 0.
           05  WS-REPAIRED-REJECTED        PIC 9(9) VALUE 0.
           05  WS-EXPECTED-TXNS            PIC 9(9) VALUE 0.
           05  WS-EXPECTED-REJECTS         PIC 9(9) VALUE 0.

      ******************************************************************
      * Per-bucket figures rebuilt from each source, in step with the
      * SUMCKPT values loaded into WS-SUM-TABLE.
      ******************************************************************
       01  WS-INTEGRITY-TABLE.
           05  WS-INT-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-BUCKET-COUNT
               INDEXED BY WS-INT-IDX.
               10  WS-AUD-SEEN-SW          PIC X.
                   88  AUDIT-SEEN          VALUE 'Y'.
               10  WS-AUD-COUNT            PIC 9(5).
               10  WS-AUD-AMT              PIC 9(9)V99.
               10  WS-AUD-REV              PIC 9(5).
               10  WS-AUD-REV-AMT          PIC 9(9)V99.
               10  WS-EXP-SEEN-SW          PIC X.
                   88  EXPORT-SEEN         VALUE 'Y'.
               10  WS-EXP-COUNT            PIC 9(5).
               10  WS-EXP-AMT              PIC 9(9)V99.
               10  WS-EXP-REV              PIC 9(5).
               10  WS-EXP-REV-AMT          PIC 9(9)V99.
               10  WS-ADJ-COUNT            PIC S9(7).
               10  WS-ADJ-AMT              PIC S9(11)V99.
               10  WS-HST-COUNT            PIC 9(7).
               10  WS-HST-AMT              PIC 9(11)V99.

       01  WS-COMPARE-WORK.
           05  WS-CMP-FOUND                PIC S9(13)V99 VALUE 0.
           05  WS-CMP-EXPECTED             PIC S9(13)V99 VALUE 0.

       01  WS-BREAK.
           05  WS-BRK-CHECK                PIC X(8) VALUE SPACES.
           05  WS-BRK-FILES                PIC X(17) VALUE SPACES.
           05  WS-BRK-BUCKET               PIC X(4) VALUE SPACES.
           05  WS-BRK-DETAIL               PIC X(30) VALUE SPACES.

       01  WS-BREAK-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-BKL-CHECK                PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-BKL-FILES                PIC X(17).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-BKL-BUCKET               PIC X(4).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-BKL-DETAIL               PIC X(30).
           05  FILLER                      PIC X(7) VALUE " FOUND ".
           05  WS-BKL-FOUND                PIC -(12)9.99.
           05  FILLER                      PIC X(10)
                                           VALUE " EXPECTED ".
           05  WS-BKL-EXPECTED             PIC -(12)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-READ-RUN-CONTROL
           PERFORM 0150-READ-INTEG-PARM
           PERFORM 0200-READ-CONFIG
           PERFORM 0250-INIT-TABLES
           PERFORM 0300-OPEN-INTEG-LOG
           PERFORM 0400-LOAD-CHECKPOINT
           PERFORM 0450-LOAD-AUDIT-TRAIL
           PERFORM 0500-CHECK-CKPT-AGAINST-AUDIT
           IF RUN-USABLE
               PERFORM 0550-LOAD-EXPORT
               PERFORM 0600-LOAD-ADJUSTMENTS
               PERFORM 0620-LOAD-PERIOD-CLOSE
               PERFORM 0650-CHECK-EXPORT-AGAINST-CKPT
               PERFORM 0700-CHECK-PUBLISH-LOG
               PERFORM 0750-CHECK-RUN-COUNTS
           ELSE
               DISPLAY "SUMINTEG WARNING - NO SUMACCUM RUN COMPLETED "
                   "FOR " WS-SWEEP-DATE " ON SUMRUNC, EXPORT, "
                   "PUBLISH AND RUN-COUNT CHECKS SKIPPED"
               ADD 3 TO WS-CHECKS-SKIPPED
           END-IF
           PERFORM 0800-WRITE-SWEEP-SUMMARY
           PERFORM 0900-PRINT-SWEEP-REPORT
           IF WS-BREAK-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CHECKS-SKIPPED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0100-READ-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-SWEEP-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET RUN-FOUND TO TRUE
                       MOVE RUNC-DATE TO WS-RUN-DATE
                       MOVE RUNC-STATUS TO WS-RUN-STATUS
                       MOVE RUNC-TXN-COUNT TO WS-RUN-TXN-COUNT
                       MOVE RUNC-REJECT-COUNT TO WS-RUN-REJECT-COUNT
                       MOVE RUNC-DATE TO WS-SWEEP-DATE
               END-READ
           END-IF
           CLOSE RUN-CONTROL-FILE.

       0150-READ-INTEG-PARM.
           OPEN INPUT INTEG-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ INTEG-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-SWEEP-DATE NUMERIC
                               AND PARM-SWEEP-DATE > 0
                           MOVE PARM-SWEEP-DATE TO WS-SWEEP-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE INTEG-PARM-FILE
           IF RUN-FOUND
                   AND WS-RUN-DATE = WS-SWEEP-DATE
                   AND WS-RUN-STATUS = "COMPLETED"
               SET RUN-USABLE TO TRUE
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
                           DISPLAY "SUMINTEG WARNING - BKTCFG "
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

       0250-INIT-TABLES.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-BUCKET-COUNT
               MOVE 0 TO WS-SUM(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-AMT(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-REV(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-REV-AMT(WS-SUM-IDX)
           END-PERFORM
           PERFORM VARYING WS-INT-IDX FROM 1 BY 1
                   UNTIL WS-INT-IDX > WS-BUCKET-COUNT
               MOVE 'N' TO WS-AUD-SEEN-SW(WS-INT-IDX)
               MOVE 0 TO WS-AUD-COUNT(WS-INT-IDX)
               MOVE 0 TO WS-AUD-AMT(WS-INT-IDX)
               MOVE 0 TO WS-AUD-REV(WS-INT-IDX)
               MOVE 0 TO WS-AUD-REV-AMT(WS-INT-IDX)
               MOVE 'N' TO WS-EXP-SEEN-SW(WS-INT-IDX)
               MOVE 0 TO WS-EXP-COUNT(WS-INT-IDX)
               MOVE 0 TO WS-EXP-AMT(WS-INT-IDX)
               MOVE 0 TO WS-EXP-REV(WS-INT-IDX)
               MOVE 0 TO WS-EXP-REV-AMT(WS-INT-IDX)
               MOVE 0 TO WS-ADJ-COUNT(WS-INT-IDX)
               MOVE 0 TO WS-ADJ-AMT(WS-INT-IDX)
               MOVE 0 TO WS-HST-COUNT(WS-INT-IDX)
               MOVE 0 TO WS-HST-AMT(WS-INT-IDX)
           END-PERFORM.

       0300-OPEN-INTEG-LOG.
           OPEN EXTEND INTEG-LOG-FILE
           IF WS-INTLG-STATUS NOT = "00"
               OPEN OUTPUT INTEG-LOG-FILE
           END-IF
           DISPLAY "SUMINTEG - INTEGRITY SWEEP FOR " WS-SWEEP-DATE.

       0400-LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               PERFORM UNTIL CKPT-EOF
                   READ CHECKPOINT-FILE
                       AT END
                           SET CKPT-EOF TO TRUE
                       NOT AT END
                           PERFORM 0410-APPLY-CHECKPOINT-RECORD
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SUMINTEG WARNING - SUMCKPT NOT AVAILABLE, "
                   "CHECKED AS ZERO TOTALS"
           END-IF
           CLOSE CHECKPOINT-FILE.

       0410-APPLY-CHECKPOINT-RECORD.
           IF CKPT-COUNTER < 1 OR CKPT-COUNTER > WS-BUCKET-COUNT
               DISPLAY "SUMINTEG WARNING - IGNORING STALE SUMCKPT "
                   "BUCKET " CKPT-COUNTER
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

      ******************************************************************
      * SUMAUDIT carries running values, so the last record seen for
      * a bucket is what a RECOVER replay would rebuild it to.
      ******************************************************************
       0450-LOAD-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL AUDIT-EOF
                   READ AUDIT-FILE
                       AT END
                           SET AUDIT-EOF TO TRUE
                       NOT AT END
                           PERFORM 0460-APPLY-AUDIT-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUDIT-FILE.

       0460-APPLY-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-RECORDS
           IF AUDIT-COUNTER >= 1 AND AUDIT-COUNTER <= WS-BUCKET-COUNT
               SET WS-INT-IDX TO AUDIT-COUNTER
               MOVE 'Y' TO WS-AUD-SEEN-SW(WS-INT-IDX)
               MOVE AUDIT-RESULT TO WS-AUD-COUNT(WS-INT-IDX)
               MOVE AUDIT-AMT TO WS-AUD-AMT(WS-INT-IDX)
               IF AUDIT-REV-COUNT NUMERIC
                   MOVE AUDIT-REV-COUNT TO WS-AUD-REV(WS-INT-IDX)
               END-IF
               IF AUDIT-REV-AMT NUMERIC
                   MOVE AUDIT-REV-AMT TO WS-AUD-REV-AMT(WS-INT-IDX)
               END-IF
           END-IF.

       0500-CHECK-CKPT-AGAINST-AUDIT.
           ADD 1 TO WS-CHECKS-RUN
           MOVE "CKPT-AUD" TO WS-BRK-CHECK
           MOVE "SUMCKPT/SUMAUDIT" TO WS-BRK-FILES
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-BUCKET-COUNT
               SET WS-INT-IDX TO WS-SUM-IDX
               SET WS-CHECK-BUCKET TO WS-SUM-IDX
               MOVE WS-CHECK-BUCKET TO WS-BRK-BUCKET
               IF AUDIT-SEEN(WS-INT-IDX)
                   PERFORM 0510-COMPARE-AUDIT-VALUES
               ELSE
                   IF WS-SUM(WS-SUM-IDX) NOT = 0
                           OR WS-SUM-AMT(WS-SUM-IDX) NOT = 0
                       MOVE "NO AUDIT RECORD FOR BUCKET"
                           TO WS-BRK-DETAIL
                       MOVE WS-SUM(WS-SUM-IDX) TO WS-CMP-FOUND
                       MOVE 0 TO WS-CMP-EXPECTED
                       PERFORM 9000-RECORD-BREAK
                   END-IF
               END-IF
           END-PERFORM.

       0510-COMPARE-AUDIT-VALUES.
           IF WS-SUM(WS-SUM-IDX) NOT = WS-AUD-COUNT(WS-INT-IDX)
               MOVE "COUNT DIFFERS FROM AUDIT" TO WS-BRK-DETAIL
               MOVE WS-SUM(WS-SUM-IDX) TO WS-CMP-FOUND
               MOVE WS-AUD-COUNT(WS-INT-IDX) TO WS-CMP-EXPECTED
               PERFORM 9000-RECORD-BREAK
           END-IF
           IF WS-SUM-AMT(WS-SUM-IDX) NOT = WS-AUD-AMT(WS-INT-IDX)
               MOVE "AMOUNT DIFFERS FROM AUDIT" TO WS-BRK-DETAIL
               MOVE WS-SUM-AMT(WS-SUM-IDX) TO WS-CMP-FOUND
               MOVE WS-AUD-AMT(WS-INT-IDX) TO WS-CMP-EXPECTED
               PERFORM 9000-RECORD-BREAK
           END-IF
           IF WS-SUM-REV(WS-SUM-IDX) NOT = WS-AUD-REV(WS-INT-IDX)
               MOVE "REVERSED COUNT DIFFERS" TO WS-BRK-DETAIL
               MOVE WS-SUM-REV(WS-SUM-IDX) TO WS-CMP-FOUND
               MOVE WS-AUD-REV(WS-INT-IDX) TO WS-CMP-EXPECTED
               PERFORM 9000-RECORD-BREAK
           END-IF
           IF WS-SUM-REV-AMT(WS-SUM-IDX)
                   NOT = WS-AUD-REV-AMT(WS-INT-IDX)
               MOVE "REVERSED AMOUNT DIFFERS" TO WS-BRK-DETAIL
               MOVE WS-SUM-REV-AMT(WS-SUM-IDX) TO WS-CMP-FOUND
               MOVE WS-AUD-REV-AMT(WS-INT-IDX) TO WS-CMP-EXPECTED
               PERFORM 9000-RECORD-BREAK
           END-IF.

      ******************************************************************
      * The export for the day is SUMOUT, or SUMHOLD when the run
      * held it; both carry the same layout.
      ******************************************************************
       0550-LOAD-EXPORT.
           OPEN INPUT BUCKET-HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL HOLD-EOF
                   READ BUCKET-HOLD-FILE
                       AT END
                           SET HOLD-EOF TO TRUE
                       NOT AT END
                           SET EXPORT-HELD TO TRUE
                           MOVE BUCKET-HOLD-REC TO BUCKET-OUT-REC
                           PERFORM 0560-APPLY-EXPORT-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BUCKET-HOLD-FILE
           IF NOT EXPORT-HELD
               OPEN INPUT BUCKET-OUT-FILE
               IF WS-OUT-STATUS = "00"
                   PERFORM UNTIL OUT-EOF
                       READ BUCKET-OUT-FILE
                           AT END
                               SET OUT-EOF TO TRUE
                           NOT AT END
                               PERFORM 0560-APPLY-EXPORT-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE BUCKET-OUT-FILE
           END-IF.

       0560-APPLY-EXPORT-RECORD.
           ADD 1 TO WS-EXPORT-RECORDS
           ADD BUCKET-OUT-AMT TO WS-EXPORT-AMT
           IF BUCKET-OUT-COUNTER >= 1
                   AND BUCKET-OUT-COUNTER <= WS-BUCKET-COUNT
               SET WS-INT-IDX TO BUCKET-OUT-COUNTER
               MOVE 'Y' TO WS-EXP-SEEN-SW(WS-INT-IDX)
               MOVE BUCKET-OUT-AMOUNT TO WS-EXP-COUNT(WS-INT-IDX)
               MOVE BUCKET-OUT-AMT TO WS-EXP-AMT(WS-INT-IDX)
               IF BUCKET-OUT-REV-COUNT NUMERIC
                   MOVE BUCKET-OUT-REV-COUNT TO WS-EXP-REV(WS-INT-IDX)
               END-IF
               IF BUCKET-OUT-REV-AMT NUMERIC
                   MOVE BUCKET-OUT-REV-AMT
                       TO WS-EXP-REV-AMT(WS-INT-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * SUMADJST dates its adjustments with the SUMRUNC date they
      * were made against, so those dated on the sweep date were
      * applied to SUMCKPT after the export was written.
      ******************************************************************
       0600-LOAD-ADJUSTMENTS.
           OPEN INPUT ADJUST-REGISTER-FILE
           IF WS-ADJRG-STATUS = "00"
               PERFORM UNTIL ADJRG-EOF
                   READ ADJUST-REGISTER-FILE
                       AT END
                           SET ADJRG-EOF TO TRUE
                       NOT AT END
                           PERFORM 0610-APPLY-ADJUSTMENT-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ADJUST-REGISTER-FILE.

       0610-APPLY-ADJUSTMENT-RECORD.
           IF ADJRG-DATE = WS-SWEEP-DATE
                   AND ADJRG-STATUS = "APPLIED"
                   AND ADJRG-BUCKET NUMERIC
                   AND ADJRG-BUCKET >= 1
                   AND ADJRG-BUCKET <= WS-BUCKET-COUNT
               SET WS-INT-IDX TO ADJRG-BUCKET
               ADD ADJRG-COUNT-DELTA TO WS-ADJ-COUNT(WS-INT-IDX)
               ADD ADJRG-AMT-DELTA TO WS-ADJ-AMT(WS-INT-IDX)
               ADD 1 TO WS-ADJUSTMENTS-APPLIED
           END-IF.

      ******************************************************************
      * A period closed on the sweep date moved the day's totals off
      * SUMCKPT and onto SUMHIST, so the two are added back together
      * before they are compared with the export.
      ******************************************************************
       0620-LOAD-PERIOD-CLOSE.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL HIST-EOF
                   READ HISTORY-FILE
                       AT END
                           SET HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 0630-APPLY-HISTORY-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORY-FILE
           IF PERIOD-CLOSED
               DISPLAY "SUMINTEG - PERIOD CLOSED ON " WS-SWEEP-DATE
                   ", SUMHIST ADDED BACK TO SUMCKPT FOR THE EXPORT "
                   "CHECK"
           END-IF.

       0630-APPLY-HISTORY-RECORD.
           IF HIST-DATE = WS-SWEEP-DATE
                   AND HIST-BUCKET >= 1
                   AND HIST-BUCKET <= WS-BUCKET-COUNT
               SET PERIOD-CLOSED TO TRUE
               SET WS-INT-IDX TO HIST-BUCKET
               ADD HIST-COUNT TO WS-HST-COUNT(WS-INT-IDX)
               ADD HIST-AMT TO WS-HST-AMT(WS-INT-IDX)
           END-IF.

       0650-CHECK-EXPORT-AGAINST-CKPT.
           MOVE "EXP-CKPT" TO WS-BRK-CHECK
           IF EXPORT-HELD
               MOVE "SUMHOLD/SUMCKPT" TO WS-BRK-FILES
           ELSE
               MOVE "SUMOUT/SUMCKPT" TO WS-BRK-FILES
           END-IF
           IF WS-EXPORT-RECORDS = 0
               ADD 1 TO WS-CHECKS-SKIPPED
               DISPLAY "SUMINTEG WARNING - NO EXPORT ON SUMOUT OR "
                   "SUMHOLD, EXPORT CHECK SKIPPED"
           ELSE
               ADD 1 TO WS-CHECKS-RUN
               PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                       UNTIL WS-SUM-IDX > WS-BUCKET-COUNT
                   SET WS-INT-IDX TO WS-SUM-IDX
                   SET WS-CHECK-BUCKET TO WS-SUM-IDX
                   MOVE WS-CHECK-BUCKET TO WS-BRK-BUCKET
                   IF EXPORT-SEEN(WS-INT-IDX)
                       PERFORM 0660-COMPARE-EXPORT-VALUES
                   ELSE
                       MOVE "BUCKET MISSING FROM EXPORT"
                           TO WS-BRK-DETAIL
                       MOVE 0 TO WS-CMP-FOUND
                       MOVE 1 TO WS-CMP-EXPECTED
                       PERFORM 9000-RECORD-BREAK
                   END-IF
               END-PERFORM
           END-IF.

       0660-COMPARE-EXPORT-VALUES.
           COMPUTE WS-CMP-FOUND = WS-SUM(WS-SUM-IDX)
               + WS-HST-COUNT(WS-INT-IDX)
           COMPUTE WS-CMP-EXPECTED = WS-EXP-COUNT(WS-INT-IDX)
               + WS-ADJ-COUNT(WS-INT-IDX)
           IF WS-CMP-FOUND NOT = WS-CMP-EXPECTED
               MOVE "COUNT DIFFERS FROM EXPORT" TO WS-BRK-DETAIL
               PERFORM 9000-RECORD-BREAK
           END-IF
           COMPUTE WS-CMP-FOUND = WS-SUM-AMT(WS-SUM-IDX)
               + WS-HST-AMT(WS-INT-IDX)
           COMPUTE WS-CMP-EXPECTED = WS-EXP-AMT(WS-INT-IDX)
               + WS-ADJ-AMT(WS-INT-IDX)
           IF WS-CMP-FOUND NOT = WS-CMP-EXPECTED
               MOVE "AMOUNT DIFFERS FROM EXPORT" TO WS-BRK-DETAIL
               PERFORM 9000-RECORD-BREAK
           END-IF
           IF NOT PERIOD-CLOSED
               IF WS-SUM-REV(WS-SUM-IDX) NOT = WS-EXP-REV(WS-INT-IDX)
                   MOVE "REVERSED COUNT DIFFERS" TO WS-BRK-DETAIL
                   MOVE WS-SUM-REV(WS-SUM-IDX) TO WS-CMP-FOUND
                   MOVE WS-EXP-REV(WS-INT-IDX) TO WS-CMP-EXPECTED
                   PERFORM 9000-RECORD-BREAK
               END-IF
               IF WS-SUM-REV-AMT(WS-SUM-IDX)
                       NOT = WS-EXP-REV-AMT(WS-INT-IDX)
                   MOVE "REVERSED AMOUNT DIFFERS" TO WS-BRK-DETAIL
                   MOVE WS-SUM-REV-AMT(WS-SUM-IDX) TO WS-CMP-FOUND
                   MOVE WS-EXP-REV-AMT(WS-INT-IDX)
                       TO WS-CMP-EXPECTED
                   PERFORM 9000-RECORD-BREAK
               END-IF
           END-IF.

      ******************************************************************
      * A held export has not been published yet; SUMOPSRP already
      * reports the hold, so the publish check waits for SUMRELSE.
      ******************************************************************
       0700-CHECK-PUBLISH-LOG.
           MOVE "PUBLISH" TO WS-BRK-CHECK
           MOVE "SUMPUBLG/SUMOUT" TO WS-BRK-FILES
           MOVE SPACES TO WS-BRK-BUCKET
           IF EXPORT-HELD
               ADD 1 TO WS-CHECKS-SKIPPED
               DISPLAY "SUMINTEG WARNING - EXPORT HELD ON SUMHOLD, "
                   "PUBLISH CHECK SKIPPED"
           ELSE
               ADD 1 TO WS-CHECKS-RUN
               OPEN INPUT PUBLISH-LOG-FILE
               IF WS-PUBLG-STATUS = "00"
                   PERFORM UNTIL PUBLG-EOF
                       READ PUBLISH-LOG-FILE
                           AT END
                               SET PUBLG-EOF TO TRUE
                           NOT AT END
                               PERFORM 0710-NOTE-PUBLISH-ENTRY
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE PUBLISH-LOG-FILE
               PERFORM 0720-COMPARE-PUBLISH-ENTRY
           END-IF.

       0710-NOTE-PUBLISH-ENTRY.
           IF PUBLG-DATE = WS-SWEEP-DATE
               SET PUBLISH-FOUND TO TRUE
               MOVE PUBLG-RECORDS TO WS-PUBLG-RECORDS
               MOVE PUBLG-TOTAL-AMT TO WS-PUBLG-AMT
               MOVE PUBLG-SOURCE TO WS-PUBLG-SOURCE
           END-IF.

       0720-COMPARE-PUBLISH-ENTRY.
           IF NOT PUBLISH-FOUND
               MOVE "NO PUBLISH ENTRY FOR DATE" TO WS-BRK-DETAIL
               MOVE 0 TO WS-CMP-FOUND
               MOVE WS-EXPORT-RECORDS TO WS-CMP-EXPECTED
               PERFORM 9000-RECORD-BREAK
           ELSE
               IF WS-PUBLG-RECORDS NOT = WS-EXPORT-RECORDS
                   MOVE "PUBLISHED RECORDS DIFFER" TO WS-BRK-DETAIL
                   MOVE WS-PUBLG-RECORDS TO WS-CMP-FOUND
                   MOVE WS-EXPORT-RECORDS TO WS-CMP-EXPECTED
                   PERFORM 9000-RECORD-BREAK
               END-IF
               IF WS-PUBLG-AMT NOT = WS-EXPORT-AMT
                   MOVE "PUBLISHED AMOUNT DIFFERS" TO WS-BRK-DETAIL
                   MOVE WS-PUBLG-AMT TO WS-CMP-FOUND
                   MOVE WS-EXPORT-AMT TO WS-CMP-EXPECTED
                   PERFORM 9000-RECORD-BREAK
               END-IF
           END-IF.

       0750-CHECK-RUN-COUNTS.
           ADD 1 TO WS-CHECKS-RUN
           OPEN INPUT MERGED-TXN-FILE
           IF WS-TXN-STATUS = "00"
               PERFORM UNTIL TXN-EOF
                   READ MERGED-TXN-FILE
                       AT END
                           SET TXN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TXN-RECORDS
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MERGED-TXN-FILE
           OPEN INPUT LIFECYCLE-LOG-FILE
           IF WS-LIFEC-STATUS = "00"
               PERFORM UNTIL LIFEC-EOF
                   READ LIFECYCLE-LOG-FILE
                       AT END
                           SET LIFEC-EOF TO TRUE
                       NOT AT END
                           PERFORM 0760-COUNT-LIFECYCLE-EVENT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LIFECYCLE-LOG-FILE
           OPEN INPUT TXN-REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               PERFORM UNTIL REJECT-EOF
                   READ TXN-REJECT-FILE
                       AT END
                           SET REJECT-EOF TO TRUE
                       NOT AT END
                           IF REJECT-DATE = WS-SWEEP-DATE
                                   AND REJECT-STATUS = "REJECTED"
                               ADD 1 TO WS-NEW-REJECTS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TXN-REJECT-FILE
           ADD WS-TXN-RECORDS WS-REPAIRED-TAKEN
               GIVING WS-EXPECTED-TXNS
           ADD WS-NEW-REJECTS WS-REPAIRED-REJECTED
               GIVING WS-EXPECTED-REJECTS
           MOVE "RUNCOUNT" TO WS-BRK-CHECK
           MOVE SPACES TO WS-BRK-BUCKET
           IF WS-RUN-TXN-COUNT NOT = WS-EXPECTED-TXNS
               MOVE "SUMRUNC/SUMTXN" TO WS-BRK-FILES
               MOVE "TRANSACTION COUNT DIFFERS" TO WS-BRK-DETAIL
               MOVE WS-RUN-TXN-COUNT TO WS-CMP-FOUND
               MOVE WS-EXPECTED-TXNS TO WS-CMP-EXPECTED
               PERFORM 9000-RECORD-BREAK
           END-IF
           IF WS-RUN-REJECT-COUNT NOT = WS-EXPECTED-REJECTS
               MOVE "SUMRUNC/SUMREJ" TO WS-BRK-FILES
               MOVE "REJECT COUNT DIFFERS" TO WS-BRK-DETAIL
               MOVE WS-RUN-REJECT-COUNT TO WS-CMP-FOUND
               MOVE WS-EXPECTED-REJECTS TO WS-CMP-EXPECTED
               PERFORM 9000-RECORD-BREAK
           END-IF.

      ******************************************************************
      * SUMACCUM logs RESUBMITTED for each repaired transaction it
      * posted and REJECTED for each one it rejected again, both
      * dated with its business date; SUMREPAR's own REPAIRED and
      * RESIDUAL entries are not counted.
      ******************************************************************
       0760-COUNT-LIFECYCLE-EVENT.
           IF LIFEC-EVENT-DATE = WS-SWEEP-DATE
               IF LIFEC-STATUS = "RESUBMITTED"
                   ADD 1 TO WS-REPAIRED-TAKEN
               END-IF
               IF LIFEC-STATUS = "REJECTED"
                   ADD 1 TO WS-REPAIRED-TAKEN
                   ADD 1 TO WS-REPAIRED-REJECTED
               END-IF
           END-IF.

       0800-WRITE-SWEEP-SUMMARY.
           MOVE SPACES TO INTLG-REC
           MOVE WS-SWEEP-DATE TO INTLG-DATE
           MOVE 'S' TO INTLG-TYPE
           MOVE WS-BREAK-COUNT TO INTLG-SEQ
           MOVE "SWEEP" TO INTLG-CHECK
           IF WS-BREAK-COUNT > 0
               MOVE "BREAKS FOUND" TO INTLG-DETAIL
           ELSE
               MOVE "CLEAN" TO INTLG-DETAIL
           END-IF
           MOVE WS-CHECKS-RUN TO INTLG-FOUND
           MOVE WS-CHECKS-SKIPPED TO INTLG-EXPECTED
           MOVE WS-CURRENT-STAMP TO INTLG-TIMESTAMP
           WRITE INTLG-REC
           CLOSE INTEG-LOG-FILE.

       0900-PRINT-SWEEP-REPORT.
           DISPLAY "SUMINTEG - INTEGRITY SWEEP SUMMARY"
           DISPLAY "  SWEEP DATE             " WS-SWEEP-DATE
           IF RUN-FOUND
               DISPLAY "  SUMRUNC                " WS-RUN-DATE
                   " STATUS " WS-RUN-STATUS
           ELSE
               DISPLAY "  SUMRUNC                NO RUN RECORDED"
           END-IF
           DISPLAY "  AUDIT RECORDS READ     " WS-AUDIT-RECORDS
           IF EXPORT-HELD
               DISPLAY "  EXPORT RECORDS (HELD)  " WS-EXPORT-RECORDS
           ELSE
               DISPLAY "  EXPORT RECORDS         " WS-EXPORT-RECORDS
           END-IF
           DISPLAY "  ADJUSTMENTS APPLIED    " WS-ADJUSTMENTS-APPLIED
           IF PUBLISH-FOUND
               DISPLAY "  PUBLISHED BY           " WS-PUBLG-SOURCE
                   " RECORDS " WS-PUBLG-RECORDS
           END-IF
           IF RUN-USABLE
               DISPLAY "  SUMTXN RECORDS         " WS-TXN-RECORDS
               DISPLAY "  REPAIRED TAKEN IN      " WS-REPAIRED-TAKEN
               DISPLAY "  NEW REJECTS            " WS-NEW-REJECTS
               DISPLAY "  REPAIRED REJECTED      " WS-REPAIRED-REJECTED
           END-IF
           DISPLAY "  CHECKS RUN             " WS-CHECKS-RUN
           DISPLAY "  CHECKS SKIPPED         " WS-CHECKS-SKIPPED
           DISPLAY "  BREAKS FOUND           " WS-BREAK-COUNT
           IF WS-BREAK-COUNT > 0
               DISPLAY "SUMINTEG - BREAKS WRITTEN TO SUMINTLG"
           ELSE
               DISPLAY "SUMINTEG - STREAM FILES AGREE"
           END-IF.

       9000-RECORD-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           MOVE WS-BRK-CHECK TO WS-BKL-CHECK
           MOVE WS-BRK-FILES TO WS-BKL-FILES
           MOVE WS-BRK-BUCKET TO WS-BKL-BUCKET
           MOVE WS-BRK-DETAIL TO WS-BKL-DETAIL
           MOVE WS-CMP-FOUND TO WS-BKL-FOUND
           MOVE WS-CMP-EXPECTED TO WS-BKL-EXPECTED
           DISPLAY WS-BREAK-LINE
           MOVE SPACES TO INTLG-REC
           MOVE WS-SWEEP-DATE TO INTLG-DATE
           MOVE 'B' TO INTLG-TYPE
           MOVE WS-BREAK-COUNT TO INTLG-SEQ
           MOVE WS-BRK-CHECK TO INTLG-CHECK
           MOVE WS-BRK-FILES TO INTLG-FILES
           MOVE WS-BRK-BUCKET TO INTLG-BUCKET
           MOVE WS-BRK-DETAIL TO INTLG-DETAIL
           MOVE WS-CMP-FOUND TO INTLG-FOUND
           MOVE WS-CMP-EXPECTED TO INTLG-EXPECTED
           MOVE WS-CURRENT-STAMP TO INTLG-TIMESTAMP
           WRITE INTLG-REC.
