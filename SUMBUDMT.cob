      ******************************************************************
      * SUMBUDMT - bucket budget file maintenance job.
      *
      * Loads and maintains the budget file SUMBUDG from the operator
      * transactions on BUDUPD, the same way SUMBKTMT keeps the
      * bucket master.  SUMBUDG is an indexed file keyed on bucket
      * number and budget period (year and month), holding the
      * planned transaction count and amount for that bucket in that
      * period; SUMBUDRP reads it to set the plan next to the
      * actuals.  A new year's plan is loaded as a batch of 'A'
      * transactions; re-forecasts come through as 'U'.
      *
      * BUDUPD layout (one line per transaction):
      *   action(1) space bucket(4) space period(6) space
      *   budget-count(7) space budget-amount(11v99)
      * Period is YYYYMM.  Actions: 'A' add a budget entry, 'U'
      * replace an existing entry's count and amount, 'D' delete an
      * entry (count and amount ignored).  Transactions that cannot
      * be applied are reported and the run ends with RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMBUDMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-FILE
               ASSIGN TO "SUMBUDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUDG-KEY
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT OPTIONAL BUDGET-UPDATE-FILE
               ASSIGN TO "BUDUPD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDG-REC.
           05  BUDG-KEY.
               10  BUDG-BUCKET             PIC 9(4).
               10  BUDG-PERIOD             PIC 9(6).
           05  BUDG-COUNT                  PIC 9(7).
           05  BUDG-AMT                    PIC 9(11)V99.

       FD  BUDGET-UPDATE-FILE.
       01  UPDATE-REC.
           05  UPD-ACTION                  PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  UPD-BUCKET                  PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  UPD-PERIOD                  PIC 9(6).
           05  UPD-PERIOD-PARTS REDEFINES UPD-PERIOD.
               10  UPD-PERIOD-YEAR         PIC 9(4).
               10  UPD-PERIOD-MONTH        PIC 9(2).
           05  FILLER                      PIC X VALUE SPACE.
           05  UPD-COUNT                   PIC 9(7).
           05  FILLER                      PIC X VALUE SPACE.
           05  UPD-AMT                     PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BUDG-STATUS              PIC XX VALUE SPACES.
           05  WS-UPDATE-STATUS            PIC XX VALUE SPACES.

       01  WS-EOF-FLAGS.
           05  WS-BUDG-EOF                 PIC X VALUE 'N'.
               88  BUDG-EOF                VALUE 'Y'.
           05  WS-UPDATE-EOF               PIC X VALUE 'N'.
               88  UPDATE-EOF              VALUE 'Y'.

       01  WS-MAINT-CONTROL.
           05  WS-UPDATE-OK-SW             PIC X VALUE 'N'.
               88  UPDATE-OK               VALUE 'Y'.
               88  UPDATE-NOT-OK           VALUE 'N'.

       01  WS-MAINT-TOTALS.
           05  WS-UPDATES-READ             PIC 9(6) VALUE 0.
           05  WS-UPDATES-APPLIED          PIC 9(6) VALUE 0.
           05  WS-UPDATES-REJECTED         PIC 9(6) VALUE 0.
           05  WS-ENTRIES-ADDED            PIC 9(6) VALUE 0.
           05  WS-ENTRIES-CHANGED          PIC 9(6) VALUE 0.
           05  WS-ENTRIES-DELETED          PIC 9(6) VALUE 0.
           05  WS-ENTRIES-ON-FILE          PIC 9(6) VALUE 0.
           05  WS-BUDGET-AMT-ON-FILE       PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-OPEN-BUDGET-FILE
           PERFORM 0200-APPLY-UPDATES
           PERFORM 0300-COUNT-BUDGET-ENTRIES
           CLOSE BUDGET-FILE
           PERFORM 0400-PRINT-MAINT-REPORT
           STOP RUN.

       0100-OPEN-BUDGET-FILE.
           OPEN I-O BUDGET-FILE
           IF WS-BUDG-STATUS NOT = "00" AND WS-BUDG-STATUS NOT = "05"
               DISPLAY "SUMBUDMT REFUSED - SUMBUDG NOT USABLE, "
                   "FILE STATUS " WS-BUDG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-APPLY-UPDATES.
           OPEN INPUT BUDGET-UPDATE-FILE
           IF WS-UPDATE-STATUS = "00"
               PERFORM UNTIL UPDATE-EOF
                   READ BUDGET-UPDATE-FILE
                       AT END
                           SET UPDATE-EOF TO TRUE
                       NOT AT END
                           PERFORM 0250-APPLY-ONE-UPDATE
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SUMBUDMT WARNING - BUDUPD NOT AVAILABLE, "
                   "BUDGETS LEFT UNCHANGED"
           END-IF
           CLOSE BUDGET-UPDATE-FILE.

       0250-APPLY-ONE-UPDATE.
           ADD 1 TO WS-UPDATES-READ
           PERFORM 0260-VALIDATE-UPDATE
           IF UPDATE-OK
               EVALUATE UPD-ACTION
                   WHEN 'A'
                       PERFORM 0270-ADD-BUDGET-ENTRY
                   WHEN 'U'
                       PERFORM 0280-UPDATE-BUDGET-ENTRY
                   WHEN 'D'
                       PERFORM 0290-DELETE-BUDGET-ENTRY
                   WHEN OTHER
                       ADD 1 TO WS-UPDATES-REJECTED
                       DISPLAY "SUMBUDMT REJECT - UNKNOWN ACTION '"
                           UPD-ACTION "' FOR BUCKET " UPD-BUCKET
                           " PERIOD " UPD-PERIOD
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The key fields are checked before the file is touched so a
      * mis-keyed period cannot plant a budget no report will ever
      * read.  Count and amount only matter for adds and updates.
      ******************************************************************
       0260-VALIDATE-UPDATE.
           SET UPDATE-OK TO TRUE
           IF UPD-BUCKET NOT NUMERIC OR UPD-BUCKET = 0
               SET UPDATE-NOT-OK TO TRUE
               ADD 1 TO WS-UPDATES-REJECTED
               DISPLAY "SUMBUDMT REJECT - INVALID BUCKET '"
                   UPD-BUCKET "' PERIOD " UPD-PERIOD
           ELSE
               IF UPD-PERIOD NOT NUMERIC
                       OR UPD-PERIOD-MONTH < 1
                       OR UPD-PERIOD-MONTH > 12
                   SET UPDATE-NOT-OK TO TRUE
                   ADD 1 TO WS-UPDATES-REJECTED
                   DISPLAY "SUMBUDMT REJECT - INVALID PERIOD '"
                       UPD-PERIOD "' FOR BUCKET " UPD-BUCKET
               ELSE
                   IF UPD-ACTION NOT = 'D'
                       AND (UPD-COUNT NOT NUMERIC
                           OR UPD-AMT NOT NUMERIC)
                       SET UPDATE-NOT-OK TO TRUE
                       ADD 1 TO WS-UPDATES-REJECTED
                       DISPLAY "SUMBUDMT REJECT - NON-NUMERIC "
                           "BUDGET FOR BUCKET " UPD-BUCKET
                           " PERIOD " UPD-PERIOD
                   END-IF
               END-IF
           END-IF.

       0270-ADD-BUDGET-ENTRY.
           MOVE SPACES TO BUDG-REC
           MOVE UPD-BUCKET TO BUDG-BUCKET
           MOVE UPD-PERIOD TO BUDG-PERIOD
           MOVE UPD-COUNT TO BUDG-COUNT
           MOVE UPD-AMT TO BUDG-AMT
           WRITE BUDG-REC
               INVALID KEY
                   ADD 1 TO WS-UPDATES-REJECTED
                   DISPLAY "SUMBUDMT REJECT - ADD FOR EXISTING "
                       "BUDGET, BUCKET " UPD-BUCKET
                       " PERIOD " UPD-PERIOD
               NOT INVALID KEY
                   ADD 1 TO WS-UPDATES-APPLIED
                   ADD 1 TO WS-ENTRIES-ADDED
           END-WRITE.

       0280-UPDATE-BUDGET-ENTRY.
           MOVE UPD-BUCKET TO BUDG-BUCKET
           MOVE UPD-PERIOD TO BUDG-PERIOD
           READ BUDGET-FILE
               INVALID KEY
                   ADD 1 TO WS-UPDATES-REJECTED
                   DISPLAY "SUMBUDMT REJECT - UPDATE FOR UNKNOWN "
                       "BUDGET, BUCKET " UPD-BUCKET
                       " PERIOD " UPD-PERIOD
               NOT INVALID KEY
                   MOVE UPD-COUNT TO BUDG-COUNT
                   MOVE UPD-AMT TO BUDG-AMT
                   REWRITE BUDG-REC
                       INVALID KEY
                           ADD 1 TO WS-UPDATES-REJECTED
                           DISPLAY "SUMBUDMT REJECT - REWRITE "
                               "FAILED FOR BUCKET " UPD-BUCKET
                               " PERIOD " UPD-PERIOD
                               ", FILE STATUS " WS-BUDG-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-UPDATES-APPLIED
                           ADD 1 TO WS-ENTRIES-CHANGED
                   END-REWRITE
           END-READ.

       0290-DELETE-BUDGET-ENTRY.
           MOVE UPD-BUCKET TO BUDG-BUCKET
           MOVE UPD-PERIOD TO BUDG-PERIOD
           DELETE BUDGET-FILE
               INVALID KEY
                   ADD 1 TO WS-UPDATES-REJECTED
                   DISPLAY "SUMBUDMT REJECT - DELETE FOR UNKNOWN "
                       "BUDGET, BUCKET " UPD-BUCKET
                       " PERIOD " UPD-PERIOD
               NOT INVALID KEY
                   ADD 1 TO WS-UPDATES-APPLIED
                   ADD 1 TO WS-ENTRIES-DELETED
           END-DELETE.

       0300-COUNT-BUDGET-ENTRIES.
           MOVE LOW-VALUES TO BUDG-KEY
           START BUDGET-FILE KEY NOT < BUDG-KEY
               INVALID KEY
                   SET BUDG-EOF TO TRUE
           END-START
           PERFORM UNTIL BUDG-EOF
               READ BUDGET-FILE NEXT
                   AT END
                       SET BUDG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-ON-FILE
                       ADD BUDG-AMT TO WS-BUDGET-AMT-ON-FILE
               END-READ
           END-PERFORM.

       0400-PRINT-MAINT-REPORT.
           DISPLAY "SUMBUDMT - BUDGET FILE MAINTENANCE REPORT"
           DISPLAY "  UPDATES READ     " WS-UPDATES-READ
           DISPLAY "  UPDATES APPLIED  " WS-UPDATES-APPLIED
           DISPLAY "  UPDATES REJECTED " WS-UPDATES-REJECTED
           DISPLAY "  ENTRIES ADDED    " WS-ENTRIES-ADDED
           DISPLAY "  ENTRIES CHANGED  " WS-ENTRIES-CHANGED
           DISPLAY "  ENTRIES DELETED  " WS-ENTRIES-DELETED
           DISPLAY "  ENTRIES ON FILE  " WS-ENTRIES-ON-FILE
           DISPLAY "  BUDGET ON FILE   " WS-BUDGET-AMT-ON-FILE
           IF WS-UPDATES-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
