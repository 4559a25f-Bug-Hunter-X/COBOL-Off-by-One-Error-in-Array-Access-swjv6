      ******************************************************************
      * SUMGLPST - general ledger journal posting job.
      *
      * Runs once SUMOUT is published for the business date, whether
      * SUMACCUM wrote it directly or SUMRELSE released it from
      * SUMHOLD, and turns the published bucket totals into a
      * balanced GL journal on SUMGLJNL: a header record, a debit
      * and a credit line per bucket whose amount has moved since
      * the last journal, and a trailer carrying the line count and
      * the debit and credit control totals.
      *
      * SUMOUT carries period-to-date amounts, so the journal posts
      * only the movement: the amount already posted for each
      * bucket is kept on SUMGLPOS and the journal carries the
      * difference between SUMOUT and that position.  A bucket whose
      * amount fell is posted the other way round (debit to its
      * credit account, credit to its debit account), and a bucket
      * posted before but no longer on SUMOUT is reversed out in
      * full to the accounts it was posted to.  Positions posted on
      * or before the last period close on SUMHIST belong to the
      * closed period and are not carried into the new one.  SUMGLPOS
      * is rewritten once the journal is registered.
      *
      * The accounts come from the operator-maintained GLMAP file.
      * A bucket entry ('B') maps one bucket; a group entry ('G')
      * maps every bucket of that SUMGRPM group code that has no
      * bucket entry of its own.  A bucket with money on it and no
      * mapping refuses the whole posting - a partial journal would
      * leave the ledger out of balance with the export.
      *
      * The business date is taken from SUMRUNC, which must show the
      * day COMPLETED.  The posting is refused when SUMHOLD still
      * holds an unreleased export, when no SUMPUBLG publish exists
      * for the date, when SUMOUT does not agree with the newest
      * publish of the date in record count and amount, or when the
      * date is already on the SUMGLREG posting register, or when
      * SUMGLPOS already carries a posting for a later date.  Each
      * journal posted is appended to SUMGLREG with the publish it
      * was built from, so finance can tie the ledger back to
      * SUMPUBLG.  Nothing is registered when SUMGLJNL cannot be
      * opened for output.
      *
      * GLMAP layout (one line per mapping):
      *   type(1) space key(4) space debit-account(10) space
      *   credit-account(10) space cost-centre(6)
      *   type 'B' key = bucket number, type 'G' key = group code
      * SUMGLJNL layout:
      *   header   'H' space business-date(8) space publish-source(8)
      *            space created-timestamp(21)
      *   detail   'D' space business-date(8) space line-no(6) space
      *            dr-cr(2) space account(10) space cost-centre(6)
      *            space bucket(4) space group(3) space amount(11v99)
      *   trailer  'T' space business-date(8) space line-count(6)
      *            space debit-total(13v99) space credit-total(13v99)
      * SUMGLREG layout (one line per journal posted):
      *   business-date(8) space line-count(6) space debit-total(13v99)
      *   space credit-total(13v99) space publish-source(8) space
      *   publish-timestamp(21) space publish-records(9) space
      *   posted-timestamp(21)
      * SUMGLPOS layout (one line per bucket with an amount posted):
      *   bucket(4) space posted-date(8) space posted-amount(11v99)
      *   space group(3) space debit-account(10) space
      *   credit-account(10) space cost-centre(6)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMGLPST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "SUMRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT OPTIONAL BUCKET-HOLD-FILE
               ASSIGN TO "SUMHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL PUBLISH-LOG-FILE
               ASSIGN TO "SUMPUBLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUBLG-STATUS.

           SELECT OPTIONAL BUCKET-OUT-FILE
               ASSIGN TO "SUMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT OPTIONAL GL-MAP-FILE
               ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT OPTIONAL GL-REGISTER-FILE
               ASSIGN TO "SUMGLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLREG-STATUS.

           SELECT OPTIONAL GL-POSITION-FILE
               ASSIGN TO "SUMGLPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOS-STATUS.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "SUMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO "SUMGLJNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJNL-STATUS.

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

       FD  GL-MAP-FILE.
       01  GLMAP-REC.
           05  GLMAP-TYPE                  PIC X.
               88  GLMAP-BUCKET-ENTRY      VALUE 'B'.
               88  GLMAP-GROUP-ENTRY       VALUE 'G'.
           05  FILLER                      PIC X VALUE SPACE.
           05  GLMAP-KEY                   PIC X(4).
           05  GLMAP-BUCKET-KEY REDEFINES GLMAP-KEY
                                           PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLMAP-DEBIT-ACCT            PIC X(10).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLMAP-CREDIT-ACCT           PIC X(10).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLMAP-COST-CENTRE           PIC X(6).

       FD  GL-REGISTER-FILE.
       01  GLREG-REC.
           05  GLREG-DATE                  PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLREG-LINES                 PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLREG-DEBIT-TOTAL           PIC 9(13)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  GLREG-CREDIT-TOTAL          PIC 9(13)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  GLREG-PUBLISH-SOURCE        PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLREG-PUBLISH-STAMP         PIC X(21).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLREG-PUBLISH-RECORDS       PIC 9(9).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLREG-POSTED-STAMP          PIC X(21).

       FD  GL-POSITION-FILE.
       01  GLPOS-REC.
           05  GLPOS-BUCKET                PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLPOS-DATE                  PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLPOS-AMT                   PIC 9(11)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  GLPOS-GROUP                 PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLPOS-DEBIT-ACCT            PIC X(10).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLPOS-CREDIT-ACCT           PIC X(10).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLPOS-COST-CENTRE           PIC X(6).

       FD  HISTORY-FILE.
       01  HIST-REC.
           05  HIST-DATE                   PIC 9(8).
           05  FILLER                      PIC X.
           05  HIST-BUCKET                 PIC 9(4).
           05  FILLER                      PIC X.
           05  HIST-COUNT                  PIC 9(5).
           05  FILLER                      PIC X.
           05  HIST-AMT                    PIC 9(9)V99.

       FD  GL-JOURNAL-FILE.
       01  GLJNL-HEADER-REC.
           05  GLJNL-H-TYPE                PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  GLJNL-H-DATE                PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLJNL-H-SOURCE              PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLJNL-H-STAMP               PIC X(21).
       01  GLJNL-DETAIL-REC.
           05  GLJNL-D-TYPE                PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  GLJNL-D-DATE                PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLJNL-D-LINE-NO             PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLJNL-D-DR-CR               PIC X(2).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLJNL-D-ACCOUNT             PIC X(10).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLJNL-D-COST-CENTRE         PIC X(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLJNL-D-BUCKET              PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLJNL-D-GROUP               PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLJNL-D-AMT                 PIC 9(11)V99.
       01  GLJNL-TRAILER-REC.
           05  GLJNL-T-TYPE                PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  GLJNL-T-DATE                PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLJNL-T-LINES               PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  GLJNL-T-DEBIT-TOTAL         PIC 9(13)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  GLJNL-T-CREDIT-TOTAL        PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUNC-STATUS              PIC XX VALUE SPACES.
           05  WS-HOLD-STATUS              PIC XX VALUE SPACES.
           05  WS-PUBLG-STATUS             PIC XX VALUE SPACES.
           05  WS-OUT-STATUS               PIC XX VALUE SPACES.
           05  WS-GLMAP-STATUS             PIC XX VALUE SPACES.
           05  WS-GLREG-STATUS             PIC XX VALUE SPACES.
           05  WS-GLJNL-STATUS             PIC XX VALUE SPACES.
           05  WS-GLPOS-STATUS             PIC XX VALUE SPACES.
           05  WS-HIST-STATUS              PIC XX VALUE SPACES.

       01  WS-EOF-FLAGS.
           05  WS-PUBLG-EOF                PIC X VALUE 'N'.
               88  PUBLG-EOF               VALUE 'Y'.
           05  WS-OUT-EOF                  PIC X VALUE 'N'.
               88  OUT-EOF                 VALUE 'Y'.
           05  WS-GLMAP-EOF                PIC X VALUE 'N'.
               88  GLMAP-EOF               VALUE 'Y'.
           05  WS-GLREG-EOF                PIC X VALUE 'N'.
               88  GLREG-EOF               VALUE 'Y'.
           05  WS-GLPOS-EOF                PIC X VALUE 'N'.
               88  GLPOS-EOF               VALUE 'Y'.
           05  WS-HIST-EOF                 PIC X VALUE 'N'.
               88  HIST-EOF                VALUE 'Y'.

       01  WS-RUN-CONTROL.
           05  WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
           05  WS-RUN-STATUS               PIC X(9) VALUE SPACES.
           05  WS-RUN-FOUND-SW             PIC X VALUE 'N'.
               88  RUN-FOUND               VALUE 'Y'.
           05  WS-CURRENT-STAMP            PIC X(21) VALUE SPACES.
           05  WS-HELD-RECORDS             PIC 9(9) VALUE 0.
           05  WS-ALREADY-POSTED-SW        PIC X VALUE 'N'.
               88  ALREADY-POSTED          VALUE 'Y'.

       01  WS-PUBLISH-CONTROL.
           05  WS-PUBLISH-FOUND-SW         PIC X VALUE 'N'.
               88  PUBLISH-FOUND           VALUE 'Y'.
           05  WS-PUB-SOURCE               PIC X(8) VALUE SPACES.
           05  WS-PUB-RECORDS              PIC 9(9) VALUE 0.
           05  WS-PUB-AMT                  PIC 9(11)V99 VALUE 0.
           05  WS-PUB-STAMP                PIC X(21) VALUE SPACES.
           05  WS-OUT-RECORDS              PIC 9(9) VALUE 0.
           05  WS-OUT-TOTAL-AMT            PIC 9(11)V99 VALUE 0.

       01  WS-MAP-CONTROL.
           05  WS-MAX-MAPS                 PIC 9(4) COMP VALUE 1000.
           05  WS-MAP-COUNT                PIC 9(4) COMP VALUE 0.
           05  WS-MAP-FOUND-SW             PIC X VALUE 'N'.
               88  MAP-FOUND               VALUE 'Y'.
               88  MAP-NOT-FOUND           VALUE 'N'.
           05  WS-MAP-BUCKET-KEY           PIC 9(4) VALUE 0.
           05  WS-MAP-HIT                  PIC 9(4) COMP VALUE 0.
           05  WS-MAP-TABLE.
               10  WS-MAP-ENTRY
                   OCCURS 1000 TIMES
                   INDEXED BY WS-MAP-IDX.
                   15  WS-MAP-TYPE         PIC X.
                   15  WS-MAP-KEY          PIC X(4).
                   15  WS-MAP-DEBIT        PIC X(10).
                   15  WS-MAP-CREDIT       PIC X(10).
                   15  WS-MAP-COST-CENTRE  PIC X(6).

       01  WS-POSITION-CONTROL.
           05  WS-PERIOD-CLOSE-DATE        PIC 9(8) VALUE 0.
           05  WS-POS-LOADED               PIC 9(4) VALUE 0.
           05  WS-POS-CLOSED               PIC 9(4) VALUE 0.
           05  WS-POS-BUCKET               PIC 9(4) VALUE 0.
           05  WS-PRIOR-POSTED             PIC 9(11)V99 VALUE 0.
           05  WS-MOVEMENT                 PIC S9(11)V99 VALUE 0.
           05  WS-POS-TABLE.
               10  WS-POS-ENTRY
                   OCCURS 9999 TIMES
                   INDEXED BY WS-POS-IDX.
                   15  WS-POS-HELD-SW      PIC X.
                       88  POS-HELD        VALUE 'Y'.
                   15  WS-POS-SEEN-SW      PIC X.
                       88  POS-SEEN        VALUE 'Y'.
                   15  WS-POS-AMT          PIC 9(11)V99.
                   15  WS-POS-GROUP        PIC X(3).
                   15  WS-POS-DEBIT        PIC X(10).
                   15  WS-POS-CREDIT       PIC X(10).
                   15  WS-POS-COST-CENTRE  PIC X(6).

       01  WS-POSTING-CONTROL.
           05  WS-MAX-POSTINGS             PIC 9(4) COMP VALUE 9999.
           05  WS-POST-COUNT               PIC 9(4) COMP VALUE 0.
           05  WS-UNMAPPED-COUNT           PIC 9(4) VALUE 0.
           05  WS-UNMOVED-BUCKETS          PIC 9(4) VALUE 0.
           05  WS-DROPPED-BUCKETS          PIC 9(4) VALUE 0.
           05  WS-POST-TABLE.
               10  WS-POST-ENTRY
                   OCCURS 9999 TIMES
                   INDEXED BY WS-PST-IDX.
                   15  WS-PST-BUCKET       PIC 9(4).
                   15  WS-PST-GROUP        PIC X(3).
                   15  WS-PST-MOVE         PIC S9(11)V99.
                   15  WS-PST-TO-DATE      PIC 9(11)V99.
                   15  WS-PST-DEBIT        PIC X(10).
                   15  WS-PST-CREDIT       PIC X(10).
                   15  WS-PST-COST-CENTRE  PIC X(6).

       01  WS-JOURNAL-TOTALS.
           05  WS-LINE-NO                  PIC 9(6) VALUE 0.
           05  WS-DEBIT-TOTAL              PIC 9(13)V99 VALUE 0.
           05  WS-CREDIT-TOTAL             PIC 9(13)V99 VALUE 0.
           05  WS-LINE-AMT                 PIC 9(11)V99 VALUE 0.
           05  WS-LINE-DR-ACCT             PIC X(10) VALUE SPACES.
           05  WS-LINE-CR-ACCT             PIC X(10) VALUE SPACES.

       01  WS-POSTING-LINE.
           05  FILLER                      PIC X(9) VALUE "  BUCKET ".
           05  WS-PST-RPT-BUCKET           PIC ZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PST-RPT-GROUP            PIC X(3).
           05  FILLER                      PIC X(5) VALUE "  DR ".
           05  WS-PST-RPT-DEBIT            PIC X(10).
           05  FILLER                      PIC X(5) VALUE "  CR ".
           05  WS-PST-RPT-CREDIT           PIC X(10).
           05  FILLER                      PIC X(5) VALUE "  CC ".
           05  WS-PST-RPT-COST-CENTRE      PIC X(6).
           05  FILLER                      PIC X(7) VALUE "  AMT =".
           05  WS-PST-RPT-AMT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-READ-RUN-CONTROL
           PERFORM 0150-CHECK-HOLD-EMPTY
           PERFORM 0200-CHECK-POSTING-REGISTER
           PERFORM 0250-FIND-PUBLISH-ENTRY
           PERFORM 0300-LOAD-GL-MAP
           PERFORM 0310-FIND-PERIOD-CLOSE-DATE
           PERFORM 0320-LOAD-POSTED-POSITIONS
           PERFORM 0400-LOAD-PUBLISHED-TOTALS
           PERFORM 0460-REVERSE-DROPPED-BUCKETS
           PERFORM 0450-VERIFY-AGAINST-PUBLISH
           IF WS-UNMAPPED-COUNT > 0
               DISPLAY "SUMGLPST REFUSED - " WS-UNMAPPED-COUNT
                   " BUCKET(S) WITH MONEY HAVE NO GLMAP ENTRY, "
                   "NO JOURNAL WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0500-WRITE-JOURNAL
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "SUMGLPST ABEND - JOURNAL OUT OF BALANCE, "
                   "DEBITS " WS-DEBIT-TOTAL " CREDITS "
                   WS-CREDIT-TOTAL ", NOT REGISTERED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0600-WRITE-POSTING-REGISTER
           PERFORM 0650-WRITE-POSTED-POSITIONS
           PERFORM 0700-PRINT-POSTING-REPORT
           STOP RUN.

       0100-READ-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
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
               DISPLAY "SUMGLPST REFUSED - NO RUN ON SUMRUNC TO POST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-STATUS NOT = "COMPLETED"
               DISPLAY "SUMGLPST REFUSED - RUN FOR "
                   WS-BUSINESS-DATE " IS " WS-RUN-STATUS
                   " ON SUMRUNC, NOT COMPLETED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0150-CHECK-HOLD-EMPTY.
           OPEN INPUT BUCKET-HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-HOLD-STATUS NOT = "00"
                   READ BUCKET-HOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOLD-STATUS
                       NOT AT END
                           ADD 1 TO WS-HELD-RECORDS
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BUCKET-HOLD-FILE
           IF WS-HELD-RECORDS > 0
               DISPLAY "SUMGLPST REFUSED - " WS-HELD-RECORDS
                   " RECORD(S) STILL HELD ON SUMHOLD FOR "
                   WS-BUSINESS-DATE ", RELEASE WITH SUMRELSE FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-CHECK-POSTING-REGISTER.
           OPEN INPUT GL-REGISTER-FILE
           IF WS-GLREG-STATUS = "00"
               PERFORM UNTIL GLREG-EOF
                   READ GL-REGISTER-FILE
                       AT END
                           SET GLREG-EOF TO TRUE
                       NOT AT END
                           IF GLREG-DATE = WS-BUSINESS-DATE
                               SET ALREADY-POSTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GL-REGISTER-FILE
           IF ALREADY-POSTED
               DISPLAY "SUMGLPST REFUSED - BUSINESS DATE "
                   WS-BUSINESS-DATE
                   " ALREADY HAS A JOURNAL ON SUMGLREG"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * SUMPUBLG can carry more than one publish for a date (an
      * override rerun of SUMACCUM, or a hold later released); the
      * newest one is the one on SUMOUT now, so the last entry for
      * the date wins.
      ******************************************************************
       0250-FIND-PUBLISH-ENTRY.
           OPEN INPUT PUBLISH-LOG-FILE
           IF WS-PUBLG-STATUS = "00"
               PERFORM UNTIL PUBLG-EOF
                   READ PUBLISH-LOG-FILE
                       AT END
                           SET PUBLG-EOF TO TRUE
                       NOT AT END
                           IF PUBLG-DATE = WS-BUSINESS-DATE
                               SET PUBLISH-FOUND TO TRUE
                               MOVE PUBLG-SOURCE TO WS-PUB-SOURCE
                               MOVE PUBLG-RECORDS TO WS-PUB-RECORDS
                               MOVE PUBLG-TOTAL-AMT TO WS-PUB-AMT
                               MOVE PUBLG-TIMESTAMP TO WS-PUB-STAMP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PUBLISH-LOG-FILE
           IF NOT PUBLISH-FOUND
               DISPLAY "SUMGLPST REFUSED - NO SUMPUBLG PUBLISH FOR "
                   WS-BUSINESS-DATE ", NOTHING TO POST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0300-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS = "00"
               PERFORM UNTIL GLMAP-EOF
                   READ GL-MAP-FILE
                       AT END
                           SET GLMAP-EOF TO TRUE
                       NOT AT END
                           PERFORM 0350-STORE-MAP-ENTRY
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SUMGLPST WARNING - GLMAP NOT AVAILABLE, "
                   "NO BUCKET CAN BE MAPPED"
           END-IF
           CLOSE GL-MAP-FILE.

       0350-STORE-MAP-ENTRY.
           IF NOT GLMAP-BUCKET-ENTRY AND NOT GLMAP-GROUP-ENTRY
               DISPLAY "SUMGLPST WARNING - GLMAP TYPE " GLMAP-TYPE
                   " FOR KEY " GLMAP-KEY " NOT B OR G, IGNORED"
           ELSE
               IF GLMAP-BUCKET-ENTRY AND GLMAP-BUCKET-KEY NOT NUMERIC
                   DISPLAY "SUMGLPST WARNING - GLMAP BUCKET KEY "
                       GLMAP-KEY " NOT NUMERIC, IGNORED"
               ELSE
                   IF GLMAP-DEBIT-ACCT = SPACES
                           OR GLMAP-CREDIT-ACCT = SPACES
                       DISPLAY "SUMGLPST WARNING - GLMAP KEY "
                           GLMAP-KEY " HAS NO DEBIT OR CREDIT "
                           "ACCOUNT, IGNORED"
                   ELSE
                       PERFORM 0360-ADD-MAP-ENTRY
                   END-IF
               END-IF
           END-IF.

       0360-ADD-MAP-ENTRY.
           IF WS-MAP-COUNT >= WS-MAX-MAPS
               DISPLAY "SUMGLPST WARNING - GLMAP TABLE FULL AT "
                   WS-MAX-MAPS ", KEY " GLMAP-KEY " IGNORED"
           ELSE
               ADD 1 TO WS-MAP-COUNT
               SET WS-MAP-IDX TO WS-MAP-COUNT
               MOVE GLMAP-TYPE TO WS-MAP-TYPE(WS-MAP-IDX)
               MOVE GLMAP-KEY TO WS-MAP-KEY(WS-MAP-IDX)
               MOVE GLMAP-DEBIT-ACCT TO WS-MAP-DEBIT(WS-MAP-IDX)
               MOVE GLMAP-CREDIT-ACCT TO WS-MAP-CREDIT(WS-MAP-IDX)
               MOVE GLMAP-COST-CENTRE
                   TO WS-MAP-COST-CENTRE(WS-MAP-IDX)
           END-IF.

      ******************************************************************
      * SUMPEROL writes the period-end date on every SUMHIST record
      * it closes.  The newest close before the business date marks
      * where the current period opened; anything posted on or
      * before it was posted against the closed period.
      ******************************************************************
       0310-FIND-PERIOD-CLOSE-DATE.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL HIST-EOF
                   READ HISTORY-FILE
                       AT END
                           SET HIST-EOF TO TRUE
                       NOT AT END
                           IF HIST-DATE NUMERIC
                                   AND HIST-DATE > WS-PERIOD-CLOSE-DATE
                                   AND HIST-DATE < WS-BUSINESS-DATE
                               MOVE HIST-DATE TO WS-PERIOD-CLOSE-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORY-FILE.

      ******************************************************************
      * The position table is keyed directly by bucket number.  A
      * position that cannot be read refuses the run rather than
      * being dropped, since a dropped position would post that
      * bucket's whole period-to-date amount a second time.
      ******************************************************************
       0320-LOAD-POSTED-POSITIONS.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > 9999
               MOVE 'N' TO WS-POS-HELD-SW(WS-POS-IDX)
               MOVE 'N' TO WS-POS-SEEN-SW(WS-POS-IDX)
               MOVE 0 TO WS-POS-AMT(WS-POS-IDX)
           END-PERFORM
           OPEN INPUT GL-POSITION-FILE
           IF WS-GLPOS-STATUS = "00"
               PERFORM UNTIL GLPOS-EOF
                   READ GL-POSITION-FILE
                       AT END
                           SET GLPOS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0330-STORE-POSITION
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GL-POSITION-FILE.

       0330-STORE-POSITION.
           IF GLPOS-BUCKET NOT NUMERIC OR GLPOS-BUCKET = 0
                   OR GLPOS-DATE NOT NUMERIC
                   OR GLPOS-AMT NOT NUMERIC
               DISPLAY "SUMGLPST REFUSED - SUMGLPOS RECORD FOR BUCKET "
                   GLPOS-BUCKET " NOT VALID, NO JOURNAL WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF GLPOS-DATE > WS-BUSINESS-DATE
               DISPLAY "SUMGLPST REFUSED - SUMGLPOS ALREADY CARRIES "
                   "POSTINGS TO " GLPOS-DATE ", LATER THAN "
                   WS-BUSINESS-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF GLPOS-DATE NOT > WS-PERIOD-CLOSE-DATE
               ADD 1 TO WS-POS-CLOSED
           ELSE
               ADD 1 TO WS-POS-LOADED
               SET WS-POS-IDX TO GLPOS-BUCKET
               SET POS-HELD(WS-POS-IDX) TO TRUE
               MOVE GLPOS-AMT TO WS-POS-AMT(WS-POS-IDX)
               MOVE GLPOS-GROUP TO WS-POS-GROUP(WS-POS-IDX)
               MOVE GLPOS-DEBIT-ACCT TO WS-POS-DEBIT(WS-POS-IDX)
               MOVE GLPOS-CREDIT-ACCT TO WS-POS-CREDIT(WS-POS-IDX)
               MOVE GLPOS-COST-CENTRE
                   TO WS-POS-COST-CENTRE(WS-POS-IDX)
           END-IF.

      ******************************************************************
      * SUMOUT is read whole and every bucket resolved to its
      * accounts before anything is written, so an unmapped bucket
      * refuses the run without leaving a partial journal behind.
      ******************************************************************
       0400-LOAD-PUBLISHED-TOTALS.
           OPEN INPUT BUCKET-OUT-FILE
           IF WS-OUT-STATUS = "00"
               PERFORM UNTIL OUT-EOF
                   READ BUCKET-OUT-FILE
                       AT END
                           SET OUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-OUT-RECORDS
                           ADD BUCKET-OUT-AMT TO WS-OUT-TOTAL-AMT
                           PERFORM 0410-RESOLVE-BUCKET-ACCOUNTS
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BUCKET-OUT-FILE.

       0410-RESOLVE-BUCKET-ACCOUNTS.
           MOVE 0 TO WS-PRIOR-POSTED
           IF BUCKET-OUT-COUNTER > 0
               SET WS-POS-IDX TO BUCKET-OUT-COUNTER
               IF POS-HELD(WS-POS-IDX)
                   MOVE WS-POS-AMT(WS-POS-IDX) TO WS-PRIOR-POSTED
                   SET POS-SEEN(WS-POS-IDX) TO TRUE
               END-IF
           END-IF
           COMPUTE WS-MOVEMENT = BUCKET-OUT-AMT - WS-PRIOR-POSTED
           IF WS-MOVEMENT = 0
               ADD 1 TO WS-UNMOVED-BUCKETS
           ELSE
               PERFORM 0420-LOOKUP-BUCKET-MAP
               IF MAP-NOT-FOUND
                   PERFORM 0430-LOOKUP-GROUP-MAP
               END-IF
               IF MAP-NOT-FOUND
                   ADD 1 TO WS-UNMAPPED-COUNT
                   DISPLAY "SUMGLPST - BUCKET " BUCKET-OUT-COUNTER
                       " GROUP " BUCKET-OUT-GROUP
                       " HAS NO GLMAP ENTRY"
               ELSE
                   PERFORM 0440-STORE-POSTING
               END-IF
           END-IF.

       0420-LOOKUP-BUCKET-MAP.
           SET MAP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       OR MAP-FOUND
               IF WS-MAP-TYPE(WS-MAP-IDX) = 'B'
                   MOVE WS-MAP-KEY(WS-MAP-IDX) TO WS-MAP-BUCKET-KEY
                   IF WS-MAP-BUCKET-KEY = BUCKET-OUT-COUNTER
                       SET MAP-FOUND TO TRUE
                       SET WS-MAP-HIT TO WS-MAP-IDX
                   END-IF
               END-IF
           END-PERFORM.

       0430-LOOKUP-GROUP-MAP.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       OR MAP-FOUND
               IF WS-MAP-TYPE(WS-MAP-IDX) = 'G'
                       AND WS-MAP-KEY(WS-MAP-IDX)(1:3)
                           = BUCKET-OUT-GROUP
                   SET MAP-FOUND TO TRUE
                   SET WS-MAP-HIT TO WS-MAP-IDX
               END-IF
           END-PERFORM.

       0440-STORE-POSTING.
           SET WS-MAP-IDX TO WS-MAP-HIT
           IF WS-POST-COUNT >= WS-MAX-POSTINGS
               DISPLAY "SUMGLPST WARNING - POSTING TABLE FULL AT "
                   WS-MAX-POSTINGS ", BUCKET " BUCKET-OUT-COUNTER
                   " NOT POSTED"
               ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
               ADD 1 TO WS-POST-COUNT
               SET WS-PST-IDX TO WS-POST-COUNT
               MOVE BUCKET-OUT-COUNTER TO WS-PST-BUCKET(WS-PST-IDX)
               MOVE BUCKET-OUT-GROUP TO WS-PST-GROUP(WS-PST-IDX)
               MOVE WS-MOVEMENT TO WS-PST-MOVE(WS-PST-IDX)
               MOVE BUCKET-OUT-AMT TO WS-PST-TO-DATE(WS-PST-IDX)
               MOVE WS-MAP-DEBIT(WS-MAP-IDX)
                   TO WS-PST-DEBIT(WS-PST-IDX)
               MOVE WS-MAP-CREDIT(WS-MAP-IDX)
                   TO WS-PST-CREDIT(WS-PST-IDX)
               MOVE WS-MAP-COST-CENTRE(WS-MAP-IDX)
                   TO WS-PST-COST-CENTRE(WS-PST-IDX)
           END-IF.

       0450-VERIFY-AGAINST-PUBLISH.
           IF WS-OUT-RECORDS NOT = WS-PUB-RECORDS
                   OR WS-OUT-TOTAL-AMT NOT = WS-PUB-AMT
               DISPLAY "SUMGLPST REFUSED - SUMOUT " WS-OUT-RECORDS
                   " RECORD(S) AMOUNT " WS-OUT-TOTAL-AMT
                   " DOES NOT MATCH SUMPUBLG " WS-PUB-SOURCE " "
                   WS-PUB-RECORDS " RECORD(S) AMOUNT " WS-PUB-AMT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * A bucket posted earlier in the period that is no longer on
      * SUMOUT (a reorganization can retire it) is reversed out to
      * the accounts held on its position, since GLMAP may no longer
      * carry it.
      ******************************************************************
       0460-REVERSE-DROPPED-BUCKETS.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > 9999
               IF POS-HELD(WS-POS-IDX) AND NOT POS-SEEN(WS-POS-IDX)
                       AND WS-POS-AMT(WS-POS-IDX) > 0
                   PERFORM 0470-STORE-REVERSAL
               END-IF
           END-PERFORM.

       0470-STORE-REVERSAL.
           SET WS-POS-BUCKET TO WS-POS-IDX
           IF WS-POST-COUNT >= WS-MAX-POSTINGS
               DISPLAY "SUMGLPST WARNING - POSTING TABLE FULL AT "
                   WS-MAX-POSTINGS ", BUCKET " WS-POS-BUCKET
                   " NOT REVERSED"
               ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
               ADD 1 TO WS-POST-COUNT
               ADD 1 TO WS-DROPPED-BUCKETS
               SET WS-PST-IDX TO WS-POST-COUNT
               MOVE WS-POS-BUCKET TO WS-PST-BUCKET(WS-PST-IDX)
               MOVE WS-POS-GROUP(WS-POS-IDX) TO WS-PST-GROUP(WS-PST-IDX)
               COMPUTE WS-PST-MOVE(WS-PST-IDX)
                   = 0 - WS-POS-AMT(WS-POS-IDX)
               MOVE 0 TO WS-PST-TO-DATE(WS-PST-IDX)
               MOVE WS-POS-DEBIT(WS-POS-IDX)
                   TO WS-PST-DEBIT(WS-PST-IDX)
               MOVE WS-POS-CREDIT(WS-POS-IDX)
                   TO WS-PST-CREDIT(WS-PST-IDX)
               MOVE WS-POS-COST-CENTRE(WS-POS-IDX)
                   TO WS-PST-COST-CENTRE(WS-PST-IDX)
               DISPLAY "SUMGLPST - BUCKET " WS-POS-BUCKET
                   " NO LONGER ON SUMOUT, POSTED AMOUNT "
                   WS-POS-AMT(WS-POS-IDX) " REVERSED"
           END-IF.

       0500-WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-GLJNL-STATUS NOT = "00"
               DISPLAY "SUMGLPST REFUSED - SUMGLJNL NOT WRITABLE, "
                   "FILE STATUS " WS-GLJNL-STATUS
                   ", NOTHING REGISTERED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO GLJNL-HEADER-REC
           MOVE 'H' TO GLJNL-H-TYPE
           MOVE WS-BUSINESS-DATE TO GLJNL-H-DATE
           MOVE WS-PUB-SOURCE TO GLJNL-H-SOURCE
           MOVE WS-CURRENT-STAMP TO GLJNL-H-STAMP
           WRITE GLJNL-HEADER-REC
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-POST-COUNT
               PERFORM 0510-WRITE-BUCKET-LINES
           END-PERFORM
           MOVE SPACES TO GLJNL-TRAILER-REC
           MOVE 'T' TO GLJNL-T-TYPE
           MOVE WS-BUSINESS-DATE TO GLJNL-T-DATE
           MOVE WS-LINE-NO TO GLJNL-T-LINES
           MOVE WS-DEBIT-TOTAL TO GLJNL-T-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLJNL-T-CREDIT-TOTAL
           WRITE GLJNL-TRAILER-REC
           CLOSE GL-JOURNAL-FILE.

      ******************************************************************
      * A rise posts debit-account DR and credit-account CR; a fall
      * posts the same amount the other way round.
      ******************************************************************
       0510-WRITE-BUCKET-LINES.
           IF WS-PST-MOVE(WS-PST-IDX) > 0
               MOVE WS-PST-MOVE(WS-PST-IDX) TO WS-LINE-AMT
               MOVE WS-PST-DEBIT(WS-PST-IDX) TO WS-LINE-DR-ACCT
               MOVE WS-PST-CREDIT(WS-PST-IDX) TO WS-LINE-CR-ACCT
           ELSE
               COMPUTE WS-LINE-AMT = 0 - WS-PST-MOVE(WS-PST-IDX)
               MOVE WS-PST-CREDIT(WS-PST-IDX) TO WS-LINE-DR-ACCT
               MOVE WS-PST-DEBIT(WS-PST-IDX) TO WS-LINE-CR-ACCT
           END-IF
           MOVE SPACES TO GLJNL-DETAIL-REC
           MOVE 'D' TO GLJNL-D-TYPE
           MOVE WS-BUSINESS-DATE TO GLJNL-D-DATE
           MOVE WS-PST-COST-CENTRE(WS-PST-IDX) TO GLJNL-D-COST-CENTRE
           MOVE WS-PST-BUCKET(WS-PST-IDX) TO GLJNL-D-BUCKET
           MOVE WS-PST-GROUP(WS-PST-IDX) TO GLJNL-D-GROUP
           MOVE WS-LINE-AMT TO GLJNL-D-AMT
           ADD 1 TO WS-LINE-NO
           MOVE WS-LINE-NO TO GLJNL-D-LINE-NO
           MOVE "DR" TO GLJNL-D-DR-CR
           MOVE WS-LINE-DR-ACCT TO GLJNL-D-ACCOUNT
           WRITE GLJNL-DETAIL-REC
           ADD WS-LINE-AMT TO WS-DEBIT-TOTAL
           ADD 1 TO WS-LINE-NO
           MOVE WS-LINE-NO TO GLJNL-D-LINE-NO
           MOVE "CR" TO GLJNL-D-DR-CR
           MOVE WS-LINE-CR-ACCT TO GLJNL-D-ACCOUNT
           WRITE GLJNL-DETAIL-REC
           ADD WS-LINE-AMT TO WS-CREDIT-TOTAL.

       0600-WRITE-POSTING-REGISTER.
           OPEN EXTEND GL-REGISTER-FILE
           IF WS-GLREG-STATUS NOT = "00"
               OPEN OUTPUT GL-REGISTER-FILE
           END-IF
           MOVE SPACES TO GLREG-REC
           MOVE WS-BUSINESS-DATE TO GLREG-DATE
           MOVE WS-LINE-NO TO GLREG-LINES
           MOVE WS-DEBIT-TOTAL TO GLREG-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLREG-CREDIT-TOTAL
           MOVE WS-PUB-SOURCE TO GLREG-PUBLISH-SOURCE
           MOVE WS-PUB-STAMP TO GLREG-PUBLISH-STAMP
           MOVE WS-PUB-RECORDS TO GLREG-PUBLISH-RECORDS
           MOVE WS-CURRENT-STAMP TO GLREG-POSTED-STAMP
           WRITE GLREG-REC
           CLOSE GL-REGISTER-FILE.

      ******************************************************************
      * The journal is registered, so each bucket posted today now
      * stands at its SUMOUT amount.  Buckets with no movement keep
      * the position they already had; a bucket reversed to zero
      * drops off SUMGLPOS.
      ******************************************************************
       0650-WRITE-POSTED-POSITIONS.
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-POST-COUNT
               SET WS-POS-IDX TO WS-PST-BUCKET(WS-PST-IDX)
               MOVE WS-PST-TO-DATE(WS-PST-IDX) TO WS-POS-AMT(WS-POS-IDX)
               MOVE WS-PST-GROUP(WS-PST-IDX) TO WS-POS-GROUP(WS-POS-IDX)
               MOVE WS-PST-DEBIT(WS-PST-IDX) TO WS-POS-DEBIT(WS-POS-IDX)
               MOVE WS-PST-CREDIT(WS-PST-IDX)
                   TO WS-POS-CREDIT(WS-POS-IDX)
               MOVE WS-PST-COST-CENTRE(WS-PST-IDX)
                   TO WS-POS-COST-CENTRE(WS-POS-IDX)
               IF WS-PST-TO-DATE(WS-PST-IDX) = 0
                   MOVE 'N' TO WS-POS-HELD-SW(WS-POS-IDX)
               ELSE
                   SET POS-HELD(WS-POS-IDX) TO TRUE
               END-IF
           END-PERFORM
           OPEN OUTPUT GL-POSITION-FILE
           IF WS-GLPOS-STATUS NOT = "00" AND WS-GLPOS-STATUS NOT = "05"
               DISPLAY "SUMGLPST ABEND - SUMGLPOS NOT WRITABLE, FILE "
                   "STATUS " WS-GLPOS-STATUS ", JOURNAL FOR "
                   WS-BUSINESS-DATE " REGISTERED BUT POSITIONS NOT "
                   "UPDATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > 9999
               IF POS-HELD(WS-POS-IDX)
                   MOVE SPACES TO GLPOS-REC
                   SET WS-POS-BUCKET TO WS-POS-IDX
                   MOVE WS-POS-BUCKET TO GLPOS-BUCKET
                   MOVE WS-BUSINESS-DATE TO GLPOS-DATE
                   MOVE WS-POS-AMT(WS-POS-IDX) TO GLPOS-AMT
                   MOVE WS-POS-GROUP(WS-POS-IDX) TO GLPOS-GROUP
                   MOVE WS-POS-DEBIT(WS-POS-IDX) TO GLPOS-DEBIT-ACCT
                   MOVE WS-POS-CREDIT(WS-POS-IDX) TO GLPOS-CREDIT-ACCT
                   MOVE WS-POS-COST-CENTRE(WS-POS-IDX)
                       TO GLPOS-COST-CENTRE
                   WRITE GLPOS-REC
               END-IF
           END-PERFORM
           CLOSE GL-POSITION-FILE.

       0700-PRINT-POSTING-REPORT.
           DISPLAY "SUMGLPST - GL JOURNAL POSTING REPORT"
           DISPLAY "  BUSINESS DATE      " WS-BUSINESS-DATE
           DISPLAY "  PUBLISHED BY       " WS-PUB-SOURCE
               " AT " WS-PUB-STAMP
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-POST-COUNT
               MOVE WS-PST-BUCKET(WS-PST-IDX) TO WS-PST-RPT-BUCKET
               MOVE WS-PST-GROUP(WS-PST-IDX) TO WS-PST-RPT-GROUP
               MOVE WS-PST-DEBIT(WS-PST-IDX) TO WS-PST-RPT-DEBIT
               MOVE WS-PST-CREDIT(WS-PST-IDX) TO WS-PST-RPT-CREDIT
               MOVE WS-PST-COST-CENTRE(WS-PST-IDX)
                   TO WS-PST-RPT-COST-CENTRE
               MOVE WS-PST-MOVE(WS-PST-IDX) TO WS-PST-RPT-AMT
               DISPLAY WS-POSTING-LINE
           END-PERFORM
           DISPLAY "  PERIOD OPENED      " WS-PERIOD-CLOSE-DATE
           DISPLAY "  POSITIONS CARRIED  " WS-POS-LOADED
           DISPLAY "  POSITIONS CLOSED   " WS-POS-CLOSED
           DISPLAY "  BUCKETS POSTED     " WS-POST-COUNT
           DISPLAY "  BUCKETS REVERSED   " WS-DROPPED-BUCKETS
           DISPLAY "  NO MOVEMENT        " WS-UNMOVED-BUCKETS
           DISPLAY "  JOURNAL LINES      " WS-LINE-NO
           DISPLAY "  DEBIT TOTAL        " WS-DEBIT-TOTAL
           DISPLAY "  CREDIT TOTAL       " WS-CREDIT-TOTAL
           DISPLAY "  JOURNAL REGISTERED ON SUMGLREG, POSITIONS ON "
               "SUMGLPOS".
