      *
      * Consolidates the state of the overnight bucket stream into a
      * single page so the operator does not have to piece it
      * together from SUMRUNC, SUMREJ, SUMALRT, SUMDISCR,
      * SUMHOLD, SUMOUT and SUMINTLG by hand.  For the business
      * date on STAPARM (the system date when STAPARM is absent)
      * the report answers:
      *   - was the feed consolidated (SUMTXN present)
      *   - did SUMACCUM complete for the date (SUMRUNC status)
      *   - is the export published (SUMOUT) or still held (SUMHOLD)
      *   - how many rejects, alerts and suspect buckets are
      *     outstanding
      *   - did the SUMINTEG integrity sweep for the date come out
      *     clean (the latest sweep summary on SUMINTLG)
      *
      * The run ends with RETURN-CODE 8 when the stream needs
      * operator action before downstream can trust the day (run
      * failed or never completed, export still held, suspect
      * buckets on SUMDISCR, integrity breaks on SUMINTLG) and
      * RETURN-CODE 4 when only rejects or capacity alerts are
      * outstanding.
      *
      * STAPARM layout (one line):  business-date(8)
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT OPTIONAL INTEG-LOG-FILE
               ASSIGN TO "SUMINTLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-PARM-FILE.
           05  RUNC-GRAND-TOTAL            PIC 9(9).

       FD  MERGED-TXN-FILE.
       01  MERGED-TXN-REC                  PIC X(20).

       FD  TXN-REJECT-FILE.
       01  REJECT-REC.
           05  REJECT-SEQ                  PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJECT-STATUS               PIC X(11).
           05  FILLER                      PIC X(52).

       FD  LIFECYCLE-LOG-FILE.
       01  LIFECYCLE-REC.
       01  DISCR-REC                       PIC X(24).

       FD  BUCKET-HOLD-FILE.
       01  BUCKET-HOLD-REC                 PIC X(102).

       FD  BUCKET-OUT-FILE.
       01  BUCKET-OUT-REC                  PIC X(102).

       FD  INTEG-LOG-FILE.
       01  INTLG-REC.
           05  INTLG-DATE                  PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  INTLG-TYPE                  PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  INTLG-SEQ                   PIC 9(5).
           05  FILLER                      PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-DISCR-STATUS             PIC XX VALUE SPACES.
           05  WS-HOLD-STATUS              PIC XX VALUE SPACES.
           05  WS-OUT-STATUS               PIC XX VALUE SPACES.
           05  WS-INTLG-STATUS             PIC XX VALUE SPACES.

       01  WS-EOF-FLAGS.
           05  WS-TXN-EOF                  PIC X VALUE 'N'.
               88  HOLD-EOF                VALUE 'Y'.
           05  WS-OUT-EOF                  PIC X VALUE 'N'.
               88  OUT-EOF                 VALUE 'Y'.
           05  WS-INTLG-EOF                PIC X VALUE 'N'.
               88  INTLG-EOF               VALUE 'Y'.

       01  WS-STATUS-CONTROL.
           05  WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
           05  WS-DISCR-RECORDS            PIC 9(9) VALUE 0.
           05  WS-HOLD-RECORDS             PIC 9(9) VALUE 0.
           05  WS-OUT-RECORDS              PIC 9(9) VALUE 0.
           05  WS-SWEEP-FOUND-SW           PIC X VALUE 'N'.
               88  SWEEP-FOUND             VALUE 'Y'.
           05  WS-SWEEP-BREAKS             PIC 9(5) VALUE 0.

       01  WS-REJECT-CONTROL.
           05  WS-MAX-REJECTS              PIC 9(4) COMP VALUE 5000.
           PERFORM 0330-COUNT-ALERT-FILE
           PERFORM 0340-COUNT-DISCR-FILE
           PERFORM 0350-COUNT-HOLD-FILE
           PERFORM 0360-COUNT-OUT-FILE
           PERFORM 0370-READ-INTEG-LOG.

       0310-COUNT-TXN-FILE.
           OPEN INPUT MERGED-TXN-FILE
           END-IF
           CLOSE BUCKET-OUT-FILE.

      ******************************************************************
      * SUMINTEG appends a summary line after every sweep, so the
      * last one for the business date reflects the latest rerun.
      ******************************************************************
       0370-READ-INTEG-LOG.
           OPEN INPUT INTEG-LOG-FILE
           IF WS-INTLG-STATUS = "00"
               PERFORM UNTIL INTLG-EOF
                   READ INTEG-LOG-FILE
                       AT END
                           SET INTLG-EOF TO TRUE
                       NOT AT END
                           IF INTLG-DATE = WS-BUSINESS-DATE
                                   AND INTLG-TYPE = 'S'
                               SET SWEEP-FOUND TO TRUE
                               MOVE INTLG-SEQ TO WS-SWEEP-BREAKS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INTEG-LOG-FILE.

       0400-ASSESS-STREAM-STATE.
           IF NOT RUN-FOUND
               ADD 1 TO WS-ACTION-ITEMS
           IF WS-DISCR-RECORDS > 0
               ADD 1 TO WS-ACTION-ITEMS
           END-IF
           IF SWEEP-FOUND AND WS-SWEEP-BREAKS > 0
               ADD 1 TO WS-ACTION-ITEMS
           END-IF
           IF WS-REJECT-RECORDS > 0
               ADD 1 TO WS-WARNING-ITEMS
           END-IF
               " ON SUMREJ"
           DISPLAY "  ALERTS OUTSTANDING     " WS-ALERT-RECORDS
               " ON SUMALRT"
           IF SWEEP-FOUND
               IF WS-SWEEP-BREAKS > 0
                   DISPLAY "  INTEGRITY SWEEP        " WS-SWEEP-BREAKS
                       " BREAK(S) ON SUMINTLG"
               ELSE
                   DISPLAY "  INTEGRITY SWEEP        CLEAN"
               END-IF
           ELSE
               DISPLAY "  INTEGRITY SWEEP        NOT RUN FOR DATE"
           END-IF
           IF WS-ACTION-ITEMS > 0
               DISPLAY "  OPERATOR ACTION NEEDED - " WS-ACTION-ITEMS
                   " ITEM(S) BLOCK THE STREAM"
