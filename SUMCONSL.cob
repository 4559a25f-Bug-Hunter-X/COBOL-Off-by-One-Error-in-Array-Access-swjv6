      * a short feed cannot contaminate the day.  A feed file that
      * is absent counts as zero records.
      *
      * Every feed record carries a transaction type: 'S' a sale,
      * 'R' a reversal of an earlier sale, 'C' a credit.  Amounts
      * stay unsigned - the type alone tells SUMACCUM to back the
      * money out of the bucket.  A blank type (a feed written before
      * the type existed) is merged as a sale; any other value is
      * passed through for SUMACCUM to reject.
      *
      * Every feed record also carries the sending department's own
      * transaction reference.  Each reference is checked against
      * the references already merged in this run and against the
      * rolling history on SRCREFH of references consolidated on
      * earlier business dates; a duplicate goes to the SUMDUPS
      * suspense file instead of SUMTXN, so a resent feed whose
      * control count still matches cannot be posted twice.  SUMDUPS
      * holds duplicates until they are dealt with: each run keeps
      * the entries of other business dates (copied aside to the
      * SUMDUPNW work file and back), drops those already there for
      * its own date so a rerun does not list them twice, and adds
      * the day's duplicates; the merge report lists only the day's.
      * If SUMDUPS cannot be carried forward the consolidation is
      * held with RETURN-CODE 8 before anything is merged.  A rerun
      * of the same business date finds its own references on
      * SRCREFH under that date and is not treated as a duplicate.
      * After the merge SRCREFH is rewritten with the day's new
      * references and without those older than the retention
      * period on CONPARM.  A blank reference cannot be checked and
      * is merged and counted as unreferenced.  The SRCCTL counts
      * still cover every record sent, duplicates included.  The
      * reference table holds 500,000 entries - some 5,000
      * referenced records a day across the three feeds over the
      * default 90-day retention, with room to spare.  When SRCREFH
      * and the day's feeds would not fit, duplicates could no
      * longer be guaranteed to be caught, so the consolidation is
      * held with RETURN-CODE 8 before anything is merged and
      * SRCREFH is left as it was.
      *
      * The outcome of every SRCCTL count check - matched, mismatched
      * or not controlled - is appended to the SRCCTLLG control log,
      * refused runs included, so the SUMSCORE scorecard can report
      * each department's control-count failures over the month.
      *
      * CONPARM layout (one line, optional):
      *   business-date(8) space retention-days(4)
      * A missing or zero date defaults to today, a missing or zero
      * retention to 90 days.
      * SRCCTL layout (one line per source):
      *   source-id(3) space expected-count(9)
      * SRCCTLLG layout: business-date(8) space source-id(3) space
      *                  counted(9) space expected(9) space
      *                  result(9) space timestamp(21)
      *   (result MATCHED, MISMATCH or NOCONTROL)
      * SRCREFH layout:  source-id(3) space reference(12) space
      *                  business-date(8)
      * SUMDUPS layout:  business-date(8) space source-id(3) space
      *                  reference(12) space category(4) space
      *                  amount(7v99) space txn-type(1) space
      *                  kind(8) space first-seen-date(8)
      * SUMDUPNW layout: as SUMDUPS (work copy of the kept entries)
      * Feed record layout:   category(4) space amount(7v99) space
      *                       txn-type(1) space reference(12)
      * Merged SUMTXN layout: category(4) space amount(7v99) space
      *                       source-id(3) space txn-type(1)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMCONSL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONSOL-PARM-FILE
               ASSIGN TO "CONPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONPARM-STATUS.

           SELECT OPTIONAL SOURCE-FEED-1
               ASSIGN TO "SRCFD01"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCCTL-STATUS.

           SELECT SOURCE-CONTROL-LOG
               ASSIGN TO "SRCCTLLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLLG-STATUS.

           SELECT MERGED-TXN-FILE
               ASSIGN TO "SUMTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGED-STATUS.

           SELECT OPTIONAL REF-HISTORY-FILE
               ASSIGN TO "SRCREFH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFH-STATUS.

           SELECT OPTIONAL DUPLICATE-FILE
               ASSIGN TO "SUMDUPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPS-STATUS.

           SELECT DUPLICATE-KEEP-FILE
               ASSIGN TO "SUMDUPNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPNW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSOL-PARM-FILE.
       01  CONPARM-REC.
           05  CONPARM-DATE                PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  CONPARM-RETAIN-DAYS         PIC 9(4).

       FD  SOURCE-FEED-1.
       01  FEED1-REC                       PIC X(29).

       FD  SOURCE-FEED-2.
       01  FEED2-REC                       PIC X(29).

       FD  SOURCE-FEED-3.
       01  FEED3-REC                       PIC X(29).

       FD  SOURCE-CONTROL-FILE.
       01  SRCCTL-REC.
           05  FILLER                      PIC X VALUE SPACE.
           05  SRCCTL-COUNT                PIC 9(9).

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

       FD  MERGED-TXN-FILE.
       01  MERGED-TXN-REC.
           05  MERGED-CAT-CODE             PIC 9(4).
           05  MERGED-AMT                  PIC 9(7)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  MERGED-SOURCE-ID            PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  MERGED-TXN-TYPE             PIC X.

       FD  REF-HISTORY-FILE.
       01  REFH-REC.
           05  REFH-SOURCE-ID              PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  REFH-REFERENCE              PIC X(12).
           05  FILLER                      PIC X VALUE SPACE.
           05  REFH-DATE                   PIC 9(8).

       FD  DUPLICATE-FILE.
       01  DUP-REC.
           05  DUP-DATE                    PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  DUP-SOURCE-ID               PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  DUP-REFERENCE               PIC X(12).
           05  FILLER                      PIC X VALUE SPACE.
           05  DUP-CAT-CODE                PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  DUP-AMT                     PIC 9(7)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  DUP-TXN-TYPE                PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  DUP-KIND                    PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  DUP-FIRST-DATE              PIC 9(8).

       FD  DUPLICATE-KEEP-FILE.
       01  DUPNW-REC                       PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-FEED2-STATUS             PIC XX VALUE SPACES.
           05  WS-FEED3-STATUS             PIC XX VALUE SPACES.
           05  WS-SRCCTL-STATUS            PIC XX VALUE SPACES.
           05  WS-CTLLG-STATUS             PIC XX VALUE SPACES.
           05  WS-MERGED-STATUS            PIC XX VALUE SPACES.
           05  WS-CONPARM-STATUS           PIC XX VALUE SPACES.
           05  WS-REFH-STATUS              PIC XX VALUE SPACES.
           05  WS-DUPS-STATUS              PIC XX VALUE SPACES.
           05  WS-DUPNW-STATUS             PIC XX VALUE SPACES.

       01  WS-EOF-FLAGS.
           05  WS-FEED-EOF                 PIC X VALUE 'N'.
               88  FEED-EOF                VALUE 'Y'.
           05  WS-SRCCTL-EOF               PIC X VALUE 'N'.
               88  SRCCTL-EOF              VALUE 'Y'.
           05  WS-REFH-EOF                 PIC X VALUE 'N'.
               88  REFH-EOF                VALUE 'Y'.
           05  WS-DUPS-EOF                 PIC X VALUE 'N'.
               88  DUPS-EOF                VALUE 'Y'.
           05  WS-DUPNW-EOF                PIC X VALUE 'N'.
               88  DUPNW-EOF               VALUE 'Y'.

       01  WS-FEED-WORK.
           05  WS-FEED-NO                  PIC 9 VALUE 0.
               10  WS-FEED-CAT-CODE        PIC 9(4).
               10  FILLER                  PIC X.
               10  WS-FEED-AMT             PIC 9(7)V99.
               10  FILLER                  PIC X.
               10  WS-FEED-TXN-TYPE        PIC X.
                   88  FEED-TYPE-BLANK     VALUE SPACE.
                   88  FEED-SALE           VALUE 'S'.
                   88  FEED-REVERSAL       VALUE 'R'.
                   88  FEED-CREDIT         VALUE 'C'.
               10  FILLER                  PIC X.
               10  WS-FEED-REFERENCE       PIC X(12).

       01  WS-SOURCE-CONTROL.
           05  WS-SOURCE-ENTRY
               10  WS-SRC-EXPECTED         PIC 9(9).
               10  WS-SRC-EXPECT-SW        PIC X.
                   88  SRC-EXPECTED-GIVEN  VALUE 'Y'.
               10  WS-SRC-SALES            PIC 9(9).
               10  WS-SRC-REVERSALS        PIC 9(9).
               10  WS-SRC-CREDITS          PIC 9(9).
               10  WS-SRC-BAD-TYPES        PIC 9(9).
               10  WS-SRC-DUPLICATES       PIC 9(9).
               10  WS-SRC-DUP-AMT          PIC 9(9)V99.
               10  WS-SRC-UNREFERENCED     PIC 9(9).

       01  WS-MERGE-TOTALS.
           05  WS-MISMATCH-COUNT           PIC 9(4) VALUE 0.
           05  WS-RECORDS-MERGED           PIC 9(9) VALUE 0.
           05  WS-DUPLICATES-TOTAL         PIC 9(9) VALUE 0.
           05  WS-DUPS-CARRIED             PIC 9(9) VALUE 0.
           05  WS-DUPS-REPLACED            PIC 9(9) VALUE 0.

       01  WS-CONSOL-PARMS.
           05  WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
           05  WS-RETAIN-DAYS              PIC 9(4) VALUE 90.
           05  WS-CURRENT-STAMP            PIC X(21) VALUE SPACES.
           05  WS-BUSINESS-DAYNO           PIC 9(8) VALUE 0.
           05  WS-ENTRY-DAYNO              PIC 9(8) VALUE 0.
           05  WS-CUTOFF-DAYNO             PIC S9(8) VALUE 0.

       01  WS-REFERENCE-CONTROL.
           05  WS-MAX-REFS                 PIC 9(7) COMP VALUE 500000.
           05  WS-REF-COUNT                PIC 9(7) COMP VALUE 0.
           05  WS-REFS-NEEDED              PIC 9(9) VALUE 0.
           05  WS-REF-FOUND-SW             PIC X VALUE 'N'.
               88  REF-FOUND               VALUE 'Y'.
               88  REF-NOT-FOUND           VALUE 'N'.
           05  WS-DUPLICATE-SW             PIC X VALUE 'N'.
               88  FEED-IS-DUPLICATE       VALUE 'Y'.
               88  FEED-NOT-DUPLICATE      VALUE 'N'.
           05  WS-DUP-KIND                 PIC X(8) VALUE SPACES.
           05  WS-DUP-FIRST-DATE           PIC 9(8) VALUE 0.
           05  WS-REFS-LOADED              PIC 9(9) VALUE 0.
           05  WS-REFS-AGED                PIC 9(9) VALUE 0.
           05  WS-REFS-KEPT                PIC 9(9) VALUE 0.
           05  WS-REF-TABLE.
               10  WS-REF-ENTRY
                   OCCURS 500000 TIMES
                   INDEXED BY WS-REF-IDX.
                   15  WS-REF-SOURCE       PIC X(3).
                   15  WS-REF-ID           PIC X(12).
                   15  WS-REF-DATE         PIC 9(8).
                   15  WS-REF-ORIGIN       PIC X.
                       88  REF-FROM-HISTORY VALUE 'H'.
                       88  REF-FROM-MERGE  VALUE 'M'.

       01  WS-DUPLICATE-LINE.
           05  FILLER                      PIC X(16)
                                           VALUE "    DUPLICATE  ".
           05  WS-DUP-RPT-REF              PIC X(12).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DUP-RPT-KIND             PIC X(8).
           05  FILLER                      PIC X(7) VALUE "  CAT =".
           05  WS-DUP-RPT-CAT              PIC ZZZ9.
           05  FILLER                      PIC X(7) VALUE "  AMT =".
           05  WS-DUP-RPT-AMT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(14)
                                           VALUE "  FIRST SEEN ".
           05  WS-DUP-RPT-FIRST            PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0050-READ-CONSOL-PARM
           PERFORM 0100-INIT-SOURCE-TABLE
           PERFORM 0200-LOAD-SOURCE-CONTROL
           PERFORM 0300-COUNT-ALL-FEEDS
           PERFORM 0400-VALIDATE-SOURCE-COUNTS
           PERFORM 0420-LOG-SOURCE-CONTROL
           IF WS-MISMATCH-COUNT > 0
               DISPLAY "SUMCONSL REFUSED - " WS-MISMATCH-COUNT
                   " SOURCE COUNT MISMATCH(ES), NOTHING MERGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0450-LOAD-REFERENCE-HISTORY
           PERFORM 0480-CHECK-REF-CAPACITY
           PERFORM 0500-MERGE-ALL-FEEDS
           PERFORM 0800-REWRITE-REFERENCE-HISTORY
           PERFORM 0600-PRINT-MERGE-REPORT
           IF WS-DUPLICATES-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-READ-CONSOL-PARM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-BUSINESS-DATE
           OPEN INPUT CONSOL-PARM-FILE
           IF WS-CONPARM-STATUS = "00"
               READ CONSOL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CONPARM-DATE NUMERIC
                               AND CONPARM-DATE > 0
                           MOVE CONPARM-DATE TO WS-BUSINESS-DATE
                       END-IF
                       IF CONPARM-RETAIN-DAYS NUMERIC
                               AND CONPARM-RETAIN-DAYS > 0
                           MOVE CONPARM-RETAIN-DAYS TO WS-RETAIN-DAYS
                       END-IF
               END-READ
           ELSE
               DISPLAY "SUMCONSL WARNING - CONPARM NOT AVAILABLE, "
                   "BUSINESS DATE DEFAULTED TO " WS-BUSINESS-DATE
           END-IF
           CLOSE CONSOL-PARM-FILE
           MOVE FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               TO WS-BUSINESS-DAYNO
           COMPUTE WS-CUTOFF-DAYNO =
               WS-BUSINESS-DAYNO - WS-RETAIN-DAYS.

       0100-INIT-SOURCE-TABLE.
           MOVE "S01" TO WS-SRC-ID(1)
           MOVE "S02" TO WS-SRC-ID(2)
               MOVE 0 TO WS-SRC-COUNTED(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-EXPECTED(WS-SRC-IDX)
               MOVE 'N' TO WS-SRC-EXPECT-SW(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-SALES(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-REVERSALS(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-CREDITS(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-BAD-TYPES(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-DUPLICATES(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-DUP-AMT(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-UNREFERENCED(WS-SRC-IDX)
           END-PERFORM.

       0200-LOAD-SOURCE-CONTROL.
               END-IF
           END-PERFORM.

       0420-LOG-SOURCE-CONTROL.
           OPEN EXTEND SOURCE-CONTROL-LOG
           IF WS-CTLLG-STATUS NOT = "00"
               OPEN OUTPUT SOURCE-CONTROL-LOG
           END-IF
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
               MOVE SPACES TO CTLLG-REC
               MOVE WS-BUSINESS-DATE TO CTLLG-DATE
               MOVE WS-SRC-ID(WS-SRC-IDX) TO CTLLG-SOURCE-ID
               MOVE WS-SRC-COUNTED(WS-SRC-IDX) TO CTLLG-COUNTED
               MOVE WS-SRC-EXPECTED(WS-SRC-IDX) TO CTLLG-EXPECTED
               IF NOT SRC-EXPECTED-GIVEN(WS-SRC-IDX)
                   MOVE "NOCONTROL" TO CTLLG-RESULT
               ELSE
                   IF WS-SRC-COUNTED(WS-SRC-IDX)
                           = WS-SRC-EXPECTED(WS-SRC-IDX)
                       MOVE "MATCHED" TO CTLLG-RESULT
                   ELSE
                       MOVE "MISMATCH" TO CTLLG-RESULT
                   END-IF
               END-IF
               MOVE WS-CURRENT-STAMP TO CTLLG-TIMESTAMP
               WRITE CTLLG-REC
           END-PERFORM
           CLOSE SOURCE-CONTROL-LOG.

      ******************************************************************
      * SRCREFH holds every reference consolidated within the
      * retention period.  It is loaded whole so each incoming
      * reference can be checked against it and against the
      * references merged so far in this run, which are added to
      * the same table as they are accepted.
      ******************************************************************
       0450-LOAD-REFERENCE-HISTORY.
           OPEN INPUT REF-HISTORY-FILE
           IF WS-REFH-STATUS = "00"
               PERFORM UNTIL REFH-EOF
                   READ REF-HISTORY-FILE
                       AT END
                           SET REFH-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REFS-LOADED
                           PERFORM 0460-STORE-HISTORY-ENTRY
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SUMCONSL WARNING - SRCREFH NOT AVAILABLE, "
                   "REFERENCES CHECKED WITHIN THIS MERGE ONLY"
           END-IF
           CLOSE REF-HISTORY-FILE.

       0460-STORE-HISTORY-ENTRY.
           IF WS-REF-COUNT >= WS-MAX-REFS
               PERFORM 0470-NOTE-REF-TABLE-FULL
           ELSE
               ADD 1 TO WS-REF-COUNT
               SET WS-REF-IDX TO WS-REF-COUNT
               MOVE REFH-SOURCE-ID TO WS-REF-SOURCE(WS-REF-IDX)
               MOVE REFH-REFERENCE TO WS-REF-ID(WS-REF-IDX)
               MOVE REFH-DATE TO WS-REF-DATE(WS-REF-IDX)
               SET REF-FROM-HISTORY(WS-REF-IDX) TO TRUE
           END-IF.

      ******************************************************************
      * A reference that cannot be held can neither be checked nor
      * kept on SRCREFH for tomorrow's check, so the consolidation
      * is held.  0480 refuses the run before the merge starts when
      * the day's feeds would not fit, so this is only reached while
      * SRCREFH is being loaded, before SUMTXN is opened.
      ******************************************************************
       0470-NOTE-REF-TABLE-FULL.
           DISPLAY "SUMCONSL REFUSED - REFERENCE TABLE FULL AT "
               WS-MAX-REFS ", DUPLICATES CANNOT BE CHECKED, "
               "NOTHING MERGED, SRCREFH UNCHANGED"
           CLOSE REF-HISTORY-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       0480-CHECK-REF-CAPACITY.
           COMPUTE WS-REFS-NEEDED = WS-REF-COUNT
               + WS-SRC-COUNTED(1) + WS-SRC-COUNTED(2)
               + WS-SRC-COUNTED(3)
           IF WS-REFS-NEEDED > WS-MAX-REFS
               DISPLAY "SUMCONSL REFUSED - SRCREFH REFERENCES "
                   "PLUS FEED RECORDS COME TO " WS-REFS-NEEDED
                   ", OVER THE REFERENCE TABLE OF " WS-MAX-REFS
                   ", DUPLICATES CANNOT BE CHECKED, NOTHING MERGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0500-MERGE-ALL-FEEDS.
           PERFORM 0502-SET-ASIDE-EARLIER-DUPS
           PERFORM 0504-RESTORE-EARLIER-DUPS
           OPEN OUTPUT MERGED-TXN-FILE
           PERFORM VARYING WS-FEED-NO FROM 1 BY 1
                   UNTIL WS-FEED-NO > 3
               PERFORM 0510-MERGE-ONE-FEED
           END-PERFORM
           CLOSE MERGED-TXN-FILE
           CLOSE DUPLICATE-FILE.

      ******************************************************************
      * SUMDUPS is rebuilt the way SRCREFH is: entries from other
      * business dates are copied aside to SUMDUPNW, and this date's
      * are dropped so a rerun replaces them with its own.  The
      * kept entries are then copied back and the file is left open
      * for the day's duplicates.  Both steps run before SUMTXN is
      * touched, so a failure here holds the whole consolidation.
      ******************************************************************
       0502-SET-ASIDE-EARLIER-DUPS.
           OPEN OUTPUT DUPLICATE-KEEP-FILE
           IF WS-DUPNW-STATUS NOT = "00"
               DISPLAY "SUMCONSL REFUSED - SUMDUPNW NOT WRITABLE, "
                   "FILE STATUS " WS-DUPNW-STATUS
                   ", SUMDUPS CANNOT BE CARRIED FORWARD, NOTHING MERGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-DUPS-EOF
           OPEN INPUT DUPLICATE-FILE
           IF WS-DUPS-STATUS = "00"
               PERFORM UNTIL DUPS-EOF
                   READ DUPLICATE-FILE
                       AT END
                           SET DUPS-EOF TO TRUE
                       NOT AT END
                           IF DUP-DATE = WS-BUSINESS-DATE
                               ADD 1 TO WS-DUPS-REPLACED
                           ELSE
                               MOVE DUP-REC TO DUPNW-REC
                               WRITE DUPNW-REC
                               ADD 1 TO WS-DUPS-CARRIED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DUPLICATE-FILE
           CLOSE DUPLICATE-KEEP-FILE.

       0504-RESTORE-EARLIER-DUPS.
           MOVE 'N' TO WS-DUPNW-EOF
           OPEN INPUT DUPLICATE-KEEP-FILE
           IF WS-DUPNW-STATUS NOT = "00"
               DISPLAY "SUMCONSL REFUSED - SUMDUPNW NOT READABLE, "
                   "FILE STATUS " WS-DUPNW-STATUS
                   ", SUMDUPS LEFT UNCHANGED, NOTHING MERGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DUPLICATE-FILE
           PERFORM UNTIL DUPNW-EOF
               READ DUPLICATE-KEEP-FILE
                   AT END
                       SET DUPNW-EOF TO TRUE
                   NOT AT END
                       MOVE DUPNW-REC TO DUP-REC
                       WRITE DUP-REC
               END-READ
           END-PERFORM
           CLOSE DUPLICATE-KEEP-FILE.

       0510-MERGE-ONE-FEED.
           PERFORM 0700-OPEN-CURRENT-FEED
               PERFORM UNTIL FEED-EOF
                   PERFORM 0710-READ-CURRENT-FEED
                   IF NOT FEED-EOF
                       PERFORM 0515-CHECK-DUPLICATE-REF
                       IF FEED-IS-DUPLICATE
                           PERFORM 0540-WRITE-DUPLICATE-RECORD
                       ELSE
                           PERFORM 0520-WRITE-MERGED-RECORD
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 0720-CLOSE-CURRENT-FEED.

      ******************************************************************
      * A reference already merged in this run is an IN-MERGE
      * duplicate.  One found on SRCREFH under an earlier (or any
      * other) business date is a HISTORY duplicate.  One found on
      * SRCREFH under today's date was merged by an earlier run of
      * the same day, so this is a rerun: the record is merged again
      * and the entry is taken over as this run's, so a second copy
      * later in the feed is still caught.
      ******************************************************************
       0515-CHECK-DUPLICATE-REF.
           SET FEED-NOT-DUPLICATE TO TRUE
           SET WS-SRC-IDX TO WS-FEED-NO
           IF WS-FEED-REFERENCE = SPACES
               ADD 1 TO WS-SRC-UNREFERENCED(WS-SRC-IDX)
           ELSE
               SET REF-NOT-FOUND TO TRUE
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                       UNTIL WS-REF-IDX > WS-REF-COUNT
                           OR REF-FOUND
                   IF WS-REF-SOURCE(WS-REF-IDX)
                               = WS-SRC-ID(WS-SRC-IDX)
                           AND WS-REF-ID(WS-REF-IDX)
                               = WS-FEED-REFERENCE
                       SET REF-FOUND TO TRUE
                       PERFORM 0517-CLASSIFY-REF-MATCH
                   END-IF
               END-PERFORM
               IF REF-NOT-FOUND
                   PERFORM 0518-ADD-MERGED-REF
               END-IF
           END-IF.

       0517-CLASSIFY-REF-MATCH.
           EVALUATE TRUE
               WHEN REF-FROM-MERGE(WS-REF-IDX)
                   SET FEED-IS-DUPLICATE TO TRUE
                   MOVE "IN-MERGE" TO WS-DUP-KIND
                   MOVE WS-REF-DATE(WS-REF-IDX) TO WS-DUP-FIRST-DATE
               WHEN WS-REF-DATE(WS-REF-IDX) NOT = WS-BUSINESS-DATE
                   SET FEED-IS-DUPLICATE TO TRUE
                   MOVE "HISTORY" TO WS-DUP-KIND
                   MOVE WS-REF-DATE(WS-REF-IDX) TO WS-DUP-FIRST-DATE
               WHEN OTHER
                   SET REF-FROM-MERGE(WS-REF-IDX) TO TRUE
           END-EVALUATE.

       0518-ADD-MERGED-REF.
           IF WS-REF-COUNT >= WS-MAX-REFS
               PERFORM 0470-NOTE-REF-TABLE-FULL
           ELSE
               ADD 1 TO WS-REF-COUNT
               SET WS-REF-IDX TO WS-REF-COUNT
               MOVE WS-SRC-ID(WS-SRC-IDX) TO WS-REF-SOURCE(WS-REF-IDX)
               MOVE WS-FEED-REFERENCE TO WS-REF-ID(WS-REF-IDX)
               MOVE WS-BUSINESS-DATE TO WS-REF-DATE(WS-REF-IDX)
               SET REF-FROM-MERGE(WS-REF-IDX) TO TRUE
           END-IF.

       0520-WRITE-MERGED-RECORD.
           IF FEED-TYPE-BLANK
               MOVE 'S' TO WS-FEED-TXN-TYPE
           END-IF
           MOVE SPACES TO MERGED-TXN-REC
           MOVE WS-FEED-CAT-CODE TO MERGED-CAT-CODE
           MOVE WS-FEED-AMT TO MERGED-AMT
           MOVE WS-SRC-ID(WS-FEED-NO) TO MERGED-SOURCE-ID
           MOVE WS-FEED-TXN-TYPE TO MERGED-TXN-TYPE
           WRITE MERGED-TXN-REC
           ADD 1 TO WS-RECORDS-MERGED
           PERFORM 0530-COUNT-TXN-TYPE.

       0530-COUNT-TXN-TYPE.
           SET WS-SRC-IDX TO WS-FEED-NO
           EVALUATE TRUE
               WHEN FEED-SALE
                   ADD 1 TO WS-SRC-SALES(WS-SRC-IDX)
               WHEN FEED-REVERSAL
                   ADD 1 TO WS-SRC-REVERSALS(WS-SRC-IDX)
               WHEN FEED-CREDIT
                   ADD 1 TO WS-SRC-CREDITS(WS-SRC-IDX)
               WHEN OTHER
                   ADD 1 TO WS-SRC-BAD-TYPES(WS-SRC-IDX)
           END-EVALUATE.

       0540-WRITE-DUPLICATE-RECORD.
           IF FEED-TYPE-BLANK
               MOVE 'S' TO WS-FEED-TXN-TYPE
           END-IF
           MOVE SPACES TO DUP-REC
           MOVE WS-BUSINESS-DATE TO DUP-DATE
           MOVE WS-SRC-ID(WS-FEED-NO) TO DUP-SOURCE-ID
           MOVE WS-FEED-REFERENCE TO DUP-REFERENCE
           MOVE WS-FEED-CAT-CODE TO DUP-CAT-CODE
           MOVE WS-FEED-AMT TO DUP-AMT
           MOVE WS-FEED-TXN-TYPE TO DUP-TXN-TYPE
           MOVE WS-DUP-KIND TO DUP-KIND
           MOVE WS-DUP-FIRST-DATE TO DUP-FIRST-DATE
           WRITE DUP-REC
           SET WS-SRC-IDX TO WS-FEED-NO
           ADD 1 TO WS-SRC-DUPLICATES(WS-SRC-IDX)
           ADD WS-FEED-AMT TO WS-SRC-DUP-AMT(WS-SRC-IDX)
           ADD 1 TO WS-DUPLICATES-TOTAL.

       0600-PRINT-MERGE-REPORT.
           DISPLAY "SUMCONSL - FEED CONSOLIDATION REPORT"
                   UNTIL WS-SRC-IDX > 3
               DISPLAY "  SOURCE " WS-SRC-ID(WS-SRC-IDX)
                   " RECORDS " WS-SRC-COUNTED(WS-SRC-IDX)
               DISPLAY "    SALES " WS-SRC-SALES(WS-SRC-IDX)
                   " REVERSALS " WS-SRC-REVERSALS(WS-SRC-IDX)
                   " CREDITS " WS-SRC-CREDITS(WS-SRC-IDX)
               IF WS-SRC-BAD-TYPES(WS-SRC-IDX) > 0
                   DISPLAY "    UNKNOWN TRANSACTION TYPE "
                       WS-SRC-BAD-TYPES(WS-SRC-IDX)
                       " (LEFT FOR SUMACCUM TO REJECT)"
               END-IF
               IF WS-SRC-UNREFERENCED(WS-SRC-IDX) > 0
                   DISPLAY "    UNREFERENCED (NOT CHECKED) "
                       WS-SRC-UNREFERENCED(WS-SRC-IDX)
               END-IF
               IF WS-SRC-DUPLICATES(WS-SRC-IDX) > 0
                   DISPLAY "    DUPLICATES TO SUMDUPS "
                       WS-SRC-DUPLICATES(WS-SRC-IDX)
                       " AMOUNT " WS-SRC-DUP-AMT(WS-SRC-IDX)
                   PERFORM 0650-LIST-SOURCE-DUPLICATES
               END-IF
           END-PERFORM
           DISPLAY "  RECORDS MERGED TO SUMTXN "
               WS-RECORDS-MERGED
           DISPLAY "  DUPLICATES HELD ON SUMDUPS "
               WS-DUPLICATES-TOTAL
           DISPLAY "  EARLIER DUPLICATES KEPT ON SUMDUPS "
               WS-DUPS-CARRIED
           IF WS-DUPS-REPLACED > 0
               DISPLAY "  DUPLICATES REPLACED FROM EARLIER RUN "
                   WS-DUPS-REPLACED
           END-IF
           DISPLAY "  SRCREFH REFERENCES KEPT " WS-REFS-KEPT
               " AGED OFF " WS-REFS-AGED.

       0650-LIST-SOURCE-DUPLICATES.
           MOVE 'N' TO WS-DUPS-EOF
           OPEN INPUT DUPLICATE-FILE
           IF WS-DUPS-STATUS = "00"
               PERFORM UNTIL DUPS-EOF
                   READ DUPLICATE-FILE
                       AT END
                           SET DUPS-EOF TO TRUE
                       NOT AT END
                           IF DUP-DATE = WS-BUSINESS-DATE
                                   AND DUP-SOURCE-ID
                                       = WS-SRC-ID(WS-SRC-IDX)
                               PERFORM 0660-PRINT-DUPLICATE-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DUPLICATE-FILE.

       0660-PRINT-DUPLICATE-LINE.
           MOVE DUP-REFERENCE TO WS-DUP-RPT-REF
           MOVE DUP-KIND TO WS-DUP-RPT-KIND
           MOVE DUP-CAT-CODE TO WS-DUP-RPT-CAT
           MOVE DUP-AMT TO WS-DUP-RPT-AMT
           MOVE DUP-FIRST-DATE TO WS-DUP-RPT-FIRST
           DISPLAY WS-DUPLICATE-LINE.

       0700-OPEN-CURRENT-FEED.
           MOVE 'N' TO WS-FEED-OPEN-SW
               WHEN 3
                   CLOSE SOURCE-FEED-3
           END-EVALUATE.

      ******************************************************************
      * The history is rewritten from the table: every reference
      * loaded or merged this run, less those whose business date
      * has passed out of the retention period.
      ******************************************************************
       0800-REWRITE-REFERENCE-HISTORY.
           OPEN OUTPUT REF-HISTORY-FILE
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
               PERFORM 0810-KEEP-OR-AGE-REFERENCE
           END-PERFORM
           CLOSE REF-HISTORY-FILE.

       0810-KEEP-OR-AGE-REFERENCE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-REF-DATE(WS-REF-IDX))
               TO WS-ENTRY-DAYNO
           IF WS-ENTRY-DAYNO < WS-CUTOFF-DAYNO
               ADD 1 TO WS-REFS-AGED
           ELSE
               MOVE SPACES TO REFH-REC
               MOVE WS-REF-SOURCE(WS-REF-IDX) TO REFH-SOURCE-ID
               MOVE WS-REF-ID(WS-REF-IDX) TO REFH-REFERENCE
               MOVE WS-REF-DATE(WS-REF-IDX) TO REFH-DATE
               WRITE REFH-REC
               ADD 1 TO WS-REFS-KEPT
           END-IF.
