      ******************************************************************
      * SUMREORG - bucket reorganization job.
      *
      * Retires, combines and renumbers buckets in one step when the
      * business changes its categories, so SUMCKPT, SUMHIST and the
      * bucket-keyed parameter files no longer need hand editing and
      * SUMTREND and SUMVARNC go on comparing like with like.  The
      * job reads a dated mapping from REORGMAP, one line per old
      * bucket and action:
      *   M  move      the old bucket is renumbered to a bucket that
      *                is not live after the reorganization
      *   G  merge     the old bucket is folded into a bucket that is
      *                live after the reorganization
      *   S  split     the old bucket is shared out by percentage,
      *                one line per target, percentages totalling 100
      * Every old bucket on the map is retired under its old number;
      * a bucket not on the map keeps its number.  The new bucket
      * count is the highest bucket still live, and BKTCFG is
      * rewritten when it changes.  A retired number below the new
      * count is left as a zero bucket, flagged inactive on SUMBKTM.
      *
      * The mapping is applied the same way to every file:
      *   SUMCKPT   live totals (net and reversed) moved, summed or
      *             split; a SUMAUDIT record of type 'O' with the new
      *             running values is written for every bucket so a
      *             RECOVER replay rebuilds the new checkpoint
      *   SUMHIST   each closed period's figures moved, summed or
      *             split, one record per period and new bucket
      *   SUMBUDG   each period's budget moved, summed or split
      *   SUMBKTM   a moved bucket keeps its master record under the
      *             new number; a new bucket made by a merge or split
      *             takes the old bucket's record; a retired number
      *             is flagged inactive, or deleted when it is past
      *             the new bucket count
      *   AMTLIMS, VARLIMS, SUMGRPM and GLMAP bucket entries
      *             a live bucket keeps its own entry; a new number
      *             takes the entry of the first old bucket mapped to
      *             it (a move before a merge or split); entries for
      *             retired numbers are dropped
      *   SUMRMAP   a remap target that is retired is pointed at its
      *             new bucket (the largest share of a split)
      * Splits are taken by percentage of count and amount with the
      * rounding left on the last target line of the split, so the
      * totals always carry across exactly.
      *
      * Nothing is written until the whole reorganization has been
      * worked out and checked: every file's count and amount must
      * balance before against after, and no bucket may pass its
      * capacity.  SUMHIST is built on the SUMHSTNW work file and
      * copied back (as SUMARCHV does).  The control report shows
      * the map and, for each file, the figures before and after.
      * The money files are re-read once written, so the after
      * column shows what the live files now hold.
      *
      * Each applied mapping line is appended to the SUMXWALK
      * crosswalk with its effective date.  SUMREPAR reads the
      * crosswalk to repair any reject still outstanding under an
      * old bucket number.
      *
      * The run is refused (RETURN-CODE 8, nothing changed) when:
      *   - SUMRUNC shows a SUMACCUM run STARTED or FAILED
      *   - SUMHOLD still holds an export (release with SUMRELSE)
      *   - SUMRTXN holds repaired transactions not yet posted, as
      *     they carry the old bucket numbers
      *   - SUMADJRG holds manual adjustments applied in the current
      *     period (dated on or after the newest SUMHIST close, or
      *     any at all when SUMHIST is empty), since SUMACCUM adds
      *     them to their old bucket numbers' expected counts until
      *     SUMPEROL closes the period
      *   - BKTCFG is missing or out of range, or SUMBKTM cannot be
      *     read
      *   - REORGMAP is missing, empty or has any error, or its date
      *     is not after the run on SUMRUNC or already on SUMXWALK
      *   - any file would be out of balance or over capacity
      * Run it after the day's SUMGLPST and SUMINTEG and before the
      * next SUMACCUM, once upstream has the new bucket numbers.
      *
      * REORGMAP layout (one line per mapping):
      *   effective-date(8) space old-bucket(4) space action(1)
      *   space new-bucket(4) space percent(3) space new-name(30)
      * All lines carry the same effective date.  The percentage is
      * read for splits only.  The name is optional: it renames a
      * moved bucket, or names a new bucket made by a merge or split
      * that has no master record of its own.
      * SUMXWALK layout (one line per mapping line applied):
      *   effective-date(8) space old-bucket(4) space action(1)
      *   space new-bucket(4) space percent(3) space primary(1)
      *   space timestamp(21)
      * Primary is 'Y' on the one line SUMREPAR follows for the old
      * bucket - the only line of a move or merge, the largest share
      * of a split.
      *
      * RETURN-CODE 8 when refused or out of balance, 4 when SUMRMAP
      * holds an old code that is now a live bucket (the entry will
      * no longer be used), 0 otherwise.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMREORG.

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

           SELECT OPTIONAL ADJUST-REGISTER-FILE
               ASSIGN TO "SUMADJRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJRG-STATUS.

           SELECT OPTIONAL REPAIRED-TXN-FILE
               ASSIGN TO "SUMRTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPAIRED-STATUS.

           SELECT OPTIONAL CONFIG-FILE
               ASSIGN TO "BKTCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT OPTIONAL REORG-MAP-FILE
               ASSIGN TO "REORGMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORG-STATUS.

           SELECT OPTIONAL CROSSWALK-FILE
               ASSIGN TO "SUMXWALK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XWALK-STATUS.

           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO "SUMCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "SUMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL HISTORY-WORK-FILE
               ASSIGN TO "SUMHSTNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSTNW-STATUS.

           SELECT OPTIONAL BUDGET-FILE
               ASSIGN TO "SUMBUDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BUDG-KEY
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT OPTIONAL BUCKET-MASTER-FILE
               ASSIGN TO "SUMBKTM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BKTM-BUCKET
               FILE STATUS IS WS-BKTM-STATUS.

           SELECT OPTIONAL AMOUNT-LIMITS-FILE
               ASSIGN TO "AMTLIMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMTLIM-STATUS.

           SELECT OPTIONAL VARIANCE-LIMITS-FILE
               ASSIGN TO "VARLIMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITS-STATUS.

           SELECT OPTIONAL GROUP-MASTER-FILE
               ASSIGN TO "SUMGRPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRPM-STATUS.

           SELECT OPTIONAL GL-MAP-FILE
               ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT OPTIONAL REMAP-FILE
               ASSIGN TO "SUMRMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMAP-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "SUMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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

       FD  ADJUST-REGISTER-FILE.
       01  ADJRG-REC.
           05  ADJRG-DATE                  PIC 9(8).
           05  FILLER                      PIC X.
           05  ADJRG-REQUEST-ID            PIC X(8).
           05  FILLER                      PIC X.
           05  ADJRG-BUCKET                PIC 9(4).
           05  FILLER                      PIC X(44).
           05  ADJRG-STATUS                PIC X(8).
           05  FILLER                      PIC X(80).

       FD  REPAIRED-TXN-FILE.
       01  REPAIRED-TXN-REC                PIC X(36).

       FD  CONFIG-FILE.
       01  CONFIG-REC.
           05  CONFIG-BUCKET-COUNT         PIC 9(4).

       FD  REORG-MAP-FILE.
       01  REORG-REC.
           05  REORG-EFF-DATE              PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  REORG-OLD-BUCKET            PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  REORG-ACTION                PIC X.
               88  REORG-MOVE              VALUE 'M'.
               88  REORG-MERGE             VALUE 'G'.
               88  REORG-SPLIT             VALUE 'S'.
           05  FILLER                      PIC X VALUE SPACE.
           05  REORG-NEW-BUCKET            PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  REORG-PCT                   PIC 9(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  REORG-NEW-NAME              PIC X(30).

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
           05  FILLER                      PIC X VALUE SPACE.
           05  XWALK-TIMESTAMP             PIC X(21).

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

       FD  HISTORY-FILE.
       01  HIST-REC.
           05  HIST-DATE                   PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  HIST-BUCKET                 PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  HIST-COUNT                  PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  HIST-AMT                    PIC 9(9)V99.

       FD  HISTORY-WORK-FILE.
       01  HSTNW-REC.
           05  HSTNW-DATE                  PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  HSTNW-BUCKET                PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  HSTNW-COUNT                 PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  HSTNW-AMT                   PIC 9(9)V99.

       FD  BUDGET-FILE.
       01  BUDG-REC.
           05  BUDG-KEY.
               10  BUDG-BUCKET             PIC 9(4).
               10  BUDG-PERIOD             PIC 9(6).
           05  BUDG-COUNT                  PIC 9(7).
           05  BUDG-AMT                    PIC 9(11)V99.

       FD  BUCKET-MASTER-FILE.
       01  BKTM-REC.
           05  BKTM-BUCKET                 PIC 9(4).
           05  BKTM-NAME                   PIC X(30).
           05  BKTM-ACTIVE-FLAG            PIC X.
           05  BKTM-EFF-DATE               PIC 9(8).

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

       FD  GL-MAP-FILE.
       01  GLMAP-REC.
           05  GLMAP-TYPE                  PIC X.
               88  GLMAP-BUCKET-ENTRY      VALUE 'B'.
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

       FD  REMAP-FILE.
       01  REMAP-REC.
           05  REMAP-OLD-CODE              PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  REMAP-NEW-BUCKET            PIC 9(4).

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

       WORKING-STORAGE SECTION.
           COPY WSSUMTBL.

       01  WS-FILE-STATUSES.
           05  WS-RUNC-STATUS              PIC XX VALUE SPACES.
           05  WS-HOLD-STATUS              PIC XX VALUE SPACES.
           05  WS-REPAIRED-STATUS          PIC XX VALUE SPACES.
           05  WS-ADJRG-STATUS             PIC XX VALUE SPACES.
           05  WS-CONFIG-STATUS            PIC XX VALUE SPACES.
           05  WS-REORG-STATUS             PIC XX VALUE SPACES.
           05  WS-XWALK-STATUS             PIC XX VALUE SPACES.
           05  WS-CKPT-STATUS              PIC XX VALUE SPACES.
           05  WS-HIST-STATUS              PIC XX VALUE SPACES.
           05  WS-HSTNW-STATUS             PIC XX VALUE SPACES.
           05  WS-BUDG-STATUS              PIC XX VALUE SPACES.
           05  WS-BKTM-STATUS              PIC XX VALUE SPACES.
           05  WS-AMTLIM-STATUS            PIC XX VALUE SPACES.
           05  WS-LIMITS-STATUS            PIC XX VALUE SPACES.
           05  WS-GRPM-STATUS              PIC XX VALUE SPACES.
           05  WS-GLMAP-STATUS             PIC XX VALUE SPACES.
           05  WS-REMAP-STATUS             PIC XX VALUE SPACES.
           05  WS-AUDIT-STATUS             PIC XX VALUE SPACES.

       01  WS-EOF-FLAGS.
           05  WS-REORG-EOF                PIC X VALUE 'N'.
               88  REORG-EOF               VALUE 'Y'.
           05  WS-ADJRG-EOF                PIC X VALUE 'N'.
               88  ADJRG-EOF               VALUE 'Y'.
           05  WS-XWALK-EOF                PIC X VALUE 'N'.
               88  XWALK-EOF               VALUE 'Y'.
           05  WS-CKPT-EOF                 PIC X VALUE 'N'.
               88  CKPT-EOF                VALUE 'Y'.
           05  WS-HIST-EOF                 PIC X VALUE 'N'.
               88  HIST-EOF                VALUE 'Y'.
           05  WS-HSTNW-EOF                PIC X VALUE 'N'.
               88  HSTNW-EOF               VALUE 'Y'.
           05  WS-BUDG-EOF                 PIC X VALUE 'N'.
               88  BUDG-EOF                VALUE 'Y'.
           05  WS-BKTM-EOF                 PIC X VALUE 'N'.
               88  BKTM-EOF                VALUE 'Y'.
           05  WS-AMTLIM-EOF               PIC X VALUE 'N'.
               88  AMTLIM-EOF              VALUE 'Y'.
           05  WS-LIMITS-EOF               PIC X VALUE 'N'.
               88  LIMITS-EOF              VALUE 'Y'.
           05  WS-GRPM-EOF                 PIC X VALUE 'N'.
               88  GRPM-EOF                VALUE 'Y'.
           05  WS-GLMAP-EOF                PIC X VALUE 'N'.
               88  GLMAP-EOF               VALUE 'Y'.
           05  WS-REMAP-EOF                PIC X VALUE 'N'.
               88  REMAP-EOF               VALUE 'Y'.

       01  WS-RUN-CONTROL.
           05  WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
           05  WS-RUN-STATUS               PIC X(9) VALUE SPACES.
           05  WS-RUN-FOUND-SW             PIC X VALUE 'N'.
               88  RUN-FOUND               VALUE 'Y'.
           05  WS-CURRENT-STAMP            PIC X(21) VALUE SPACES.
           05  WS-HELD-RECORDS             PIC 9(9) VALUE 0.
           05  WS-PENDING-REPAIRS          PIC 9(9) VALUE 0.
           05  WS-PERIOD-OPEN-DATE         PIC 9(8) VALUE 0.
           05  WS-PERIOD-ADJUSTMENTS       PIC 9(9) VALUE 0.

       01  WS-REORG-CONTROL.
           05  WS-EFF-DATE                 PIC 9(8) VALUE 0.
           05  WS-OLD-BUCKET-COUNT         PIC 9(4) VALUE 0.
           05  WS-NEW-BUCKET-COUNT         PIC 9(4) VALUE 0.
           05  WS-MAP-LINES-READ           PIC 9(4) VALUE 0.
           05  WS-MAP-ERRORS               PIC 9(4) VALUE 0.
           05  WS-CAPACITY-ERRORS          PIC 9(6) VALUE 0.
           05  WS-WRITE-ERRORS             PIC 9(6) VALUE 0.
           05  WS-WARNINGS                 PIC 9(4) VALUE 0.
           05  WS-OUT-OF-BALANCE           PIC 9(2) VALUE 0.
           05  WS-STALE-CKPT               PIC 9(6) VALUE 0.
           05  WS-TABLE-FULL-SW            PIC X VALUE 'N'.
               88  WORK-TABLE-FULL         VALUE 'Y'.
           05  WS-LINE-OK-SW               PIC X VALUE 'Y'.
               88  LINE-OK                 VALUE 'Y'.
               88  LINE-BAD                VALUE 'N'.
           05  WS-ERROR-LINE               PIC 9(4) VALUE 0.
           05  WS-ERROR-TEXT               PIC X(45) VALUE SPACES.
           05  WS-REPORT-STAGE             PIC X(7) VALUE SPACES.
           05  WS-MAX-COUNT                PIC 9(5) VALUE 99999.
           05  WS-MAX-AMT                  PIC 9(9)V99
                                           VALUE 999999999.99.
           05  WS-MAX-BUDG-COUNT           PIC 9(7) VALUE 9999999.
           05  WS-MAX-BUDG-AMT             PIC 9(11)V99
                                           VALUE 99999999999.99.

      ******************************************************************
      * The mapping lines as read, with the shares worked out for
      * the old bucket being distributed and the live checkpoint
      * figures each line carried across, for the control report.
      ******************************************************************
       01  WS-MAP-CONTROL.
           05  WS-MAX-MAP-LINES            PIC 9(4) COMP VALUE 500.
           05  WS-MAP-COUNT                PIC 9(4) COMP VALUE 0.
           05  WS-MAP-TABLE.
               10  WS-MAP-ENTRY
                   OCCURS 500 TIMES
                   INDEXED BY WS-MAP-IDX WS-MAP-IDX2.
                   15  WS-MAP-LINE-NO      PIC 9(4).
                   15  WS-MAP-OLD          PIC 9(4).
                   15  WS-MAP-ACTION       PIC X.
                       88  MAP-MOVE        VALUE 'M'.
                       88  MAP-MERGE       VALUE 'G'.
                       88  MAP-SPLIT       VALUE 'S'.
                   15  WS-MAP-NEW          PIC 9(4).
                   15  WS-MAP-PCT          PIC 9(3).
                   15  WS-MAP-NAME         PIC X(30).
                   15  WS-MAP-PRIMARY-SW   PIC X.
                       88  MAP-PRIMARY     VALUE 'Y'.
                   15  WS-MAP-SHARE-COUNT  PIC 9(8).
                   15  WS-MAP-SHARE-AMT    PIC 9(12)V99.
                   15  WS-MAP-SHARE-REV    PIC 9(8).
                   15  WS-MAP-SHARE-REV-AMT PIC 9(12)V99.
                   15  WS-MAP-CKPT-COUNT   PIC 9(8).
                   15  WS-MAP-CKPT-AMT     PIC 9(12)V99.
           05  WS-SPLIT-PCT-TOTAL          PIC 9(5) VALUE 0.
           05  WS-BEST-PCT                 PIC 9(3) VALUE 0.
           05  WS-BEST-LINE                PIC 9(4) COMP VALUE 0.

      ******************************************************************
      * One entry per bucket number.  MAPPED marks an old bucket on
      * the map, with the last of its map lines (the line that takes
      * a split's rounding).  MOVED-IN and TARGETED mark the numbers
      * the map sends figures to.  SOURCE is worked out per parameter
      * file: the old bucket whose entry a new bucket number takes,
      * and the map line that carried it (zero when the bucket keeps
      * its own entry).  GIVEN says the file has an entry for the old
      * bucket number.
      ******************************************************************
       01  WS-BUCKET-ROLES.
           05  WS-ROLE-ENTRY
               OCCURS 9999 TIMES
               INDEXED BY WS-ROLE-IDX.
               10  WS-ROLE-MAPPED-SW       PIC X.
                   88  BUCKET-MAPPED       VALUE 'Y'.
               10  WS-ROLE-LAST-LINE       PIC 9(4) COMP.
               10  WS-ROLE-MOVED-IN-SW     PIC X.
                   88  BUCKET-MOVED-IN     VALUE 'Y'.
               10  WS-ROLE-TARGETED-SW     PIC X.
                   88  BUCKET-TARGETED     VALUE 'Y'.
               10  WS-ROLE-GIVEN-SW        PIC X.
                   88  ENTRY-GIVEN         VALUE 'Y'.
               10  WS-ROLE-SOURCE          PIC 9(4) COMP.
               10  WS-ROLE-SOURCE-LINE     PIC 9(4) COMP.

      ******************************************************************
      * The live checkpoint after the reorganization, and one closed
      * period of SUMHIST being rebuilt.  Both are wider than the
      * files so a bucket past capacity is caught before writing.
      ******************************************************************
       01  WS-NEW-CHECKPOINT.
           05  WS-NEW-ENTRY
               OCCURS 9999 TIMES
               INDEXED BY WS-NEW-IDX.
               10  WS-NEW-COUNT            PIC 9(8).
               10  WS-NEW-AMT              PIC 9(12)V99.
               10  WS-NEW-REV              PIC 9(8).
               10  WS-NEW-REV-AMT          PIC 9(12)V99.

       01  WS-HISTORY-PERIOD.
           05  WS-PERIOD-DATE              PIC 9(8) VALUE 0.
           05  WS-PERIOD-HIGH              PIC 9(4) COMP VALUE 0.
           05  WS-PERIOD-ENTRY
               OCCURS 9999 TIMES
               INDEXED BY WS-PER-IDX.
               10  WS-PER-USED-SW          PIC X.
                   88  PERIOD-BUCKET-USED  VALUE 'Y'.
               10  WS-PER-COUNT            PIC 9(8).
               10  WS-PER-AMT              PIC 9(12)V99.

      ******************************************************************
      * SUMBUDG rebuilt by bucket and period.  The entries are
      * written back in key order by picking the lowest key not yet
      * written, as the file is keyed.
      ******************************************************************
       01  WS-BUDGET-CONTROL.
           05  WS-MAX-BUDGETS              PIC 9(4) COMP VALUE 5000.
           05  WS-BUDGET-COUNT             PIC 9(4) COMP VALUE 0.
           05  WS-BUDGET-TABLE.
               10  WS-NBG-ENTRY
                   OCCURS 5000 TIMES
                   INDEXED BY WS-NBG-IDX.
                   15  WS-NBG-KEY.
                       20  WS-NBG-BUCKET   PIC 9(4).
                       20  WS-NBG-PERIOD   PIC 9(6).
                   15  WS-NBG-COUNT        PIC 9(8).
                   15  WS-NBG-AMT          PIC 9(12)V99.
                   15  WS-NBG-WRITTEN-SW   PIC X.
                       88  BUDGET-WRITTEN  VALUE 'Y'.
           05  WS-NBG-LOW-SUB              PIC 9(4) COMP VALUE 0.
           05  WS-NBG-LOW-KEY              PIC X(10) VALUE SPACES.
           05  WS-NBG-WANT-KEY.
               10  WS-NBG-WANT-BUCKET      PIC 9(4) VALUE 0.
               10  WS-NBG-WANT-PERIOD      PIC 9(6) VALUE 0.

      ******************************************************************
      * The bucket-keyed parameter files, one entry per bucket
      * number as read.  GLMAP group entries and anything else that
      * is not a bucket entry are kept in file order and written
      * back ahead of the bucket entries.
      ******************************************************************
       01  WS-MASTER-TABLE.
           05  WS-MST-ENTRY
               OCCURS 9999 TIMES
               INDEXED BY WS-MST-IDX.
               10  WS-MST-PRESENT-SW       PIC X.
                   88  MASTER-PRESENT      VALUE 'Y'.
               10  WS-MST-NAME             PIC X(30).
               10  WS-MST-FLAG             PIC X.
               10  WS-MST-EFF-DATE         PIC 9(8).

       01  WS-AMTLIM-TABLE.
           05  WS-AML-ENTRY
               OCCURS 9999 TIMES
               INDEXED BY WS-AML-IDX.
               10  WS-AML-PRESENT-SW       PIC X.
                   88  AMTLIM-PRESENT      VALUE 'Y'.
               10  WS-AML-MIN              PIC 9(7)V99.
               10  WS-AML-MAX              PIC 9(7)V99.
               10  WS-AML-ZERO-FLAG        PIC X.

       01  WS-VARLIM-TABLE.
           05  WS-VRL-ENTRY
               OCCURS 9999 TIMES
               INDEXED BY WS-VRL-IDX.
               10  WS-VRL-PRESENT-SW       PIC X.
                   88  VARLIM-PRESENT      VALUE 'Y'.
               10  WS-VRL-TOLERANCE        PIC 9(3).

       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY
               OCCURS 9999 TIMES
               INDEXED BY WS-GRP-IDX.
               10  WS-GRP-PRESENT-SW       PIC X.
                   88  GROUP-PRESENT       VALUE 'Y'.
               10  WS-GRP-CODE             PIC X(3).
               10  WS-GRP-NAME             PIC X(20).

       01  WS-GLMAP-TABLE.
           05  WS-GLB-ENTRY
               OCCURS 9999 TIMES
               INDEXED BY WS-GLB-IDX.
               10  WS-GLB-PRESENT-SW       PIC X.
                   88  GLMAP-PRESENT       VALUE 'Y'.
               10  WS-GLB-DEBIT            PIC X(10).
               10  WS-GLB-CREDIT           PIC X(10).
               10  WS-GLB-COST-CENTRE      PIC X(6).
           05  WS-MAX-GL-OTHER             PIC 9(4) COMP VALUE 500.
           05  WS-GL-OTHER-COUNT           PIC 9(4) COMP VALUE 0.
           05  WS-GL-OTHER-ENTRY
               OCCURS 500 TIMES
               INDEXED BY WS-GLO-IDX       PIC X(35).

       01  WS-REMAP-CONTROL.
           05  WS-MAX-REMAPS               PIC 9(4) COMP VALUE 500.
           05  WS-REMAP-COUNT              PIC 9(4) COMP VALUE 0.
           05  WS-REMAP-TABLE.
               10  WS-REMAP-ENTRY
                   OCCURS 500 TIMES
                   INDEXED BY WS-RMP-IDX.
                   15  WS-RMP-OLD-CODE     PIC 9(4).
                   15  WS-RMP-NEW-BUCKET   PIC 9(4).

      ******************************************************************
      * Figures being carried from an old bucket to its new ones.
      ******************************************************************
       01  WS-DISTRIBUTE-WORK.
           05  WS-DIST-BUCKET              PIC 9(4) VALUE 0.
           05  WS-DIST-COUNT               PIC 9(8) VALUE 0.
           05  WS-DIST-AMT                 PIC 9(12)V99 VALUE 0.
           05  WS-DIST-REV                 PIC 9(8) VALUE 0.
           05  WS-DIST-REV-AMT             PIC 9(12)V99 VALUE 0.
           05  WS-LEFT-COUNT               PIC 9(8) VALUE 0.
           05  WS-LEFT-AMT                 PIC 9(12)V99 VALUE 0.
           05  WS-LEFT-REV                 PIC 9(8) VALUE 0.
           05  WS-LEFT-REV-AMT             PIC 9(12)V99 VALUE 0.
           05  WS-POST-BUCKET              PIC 9(4) VALUE 0.
           05  WS-POST-COUNT               PIC 9(8) VALUE 0.
           05  WS-POST-AMT                 PIC 9(12)V99 VALUE 0.
           05  WS-SOURCE-BUCKET            PIC 9(4) VALUE 0.
           05  WS-SOURCE-LINE              PIC 9(4) COMP VALUE 0.

      ******************************************************************
      * One entry per file on the control report:
      * 1 SUMCKPT, 2 SUMHIST, 3 SUMBUDG carry money and must balance;
      * 4 SUMBKTM, 5 AMTLIMS, 6 VARLIMS, 7 SUMGRPM, 8 GLMAP and
      * 9 SUMRMAP are counted only.
      ******************************************************************
       01  WS-FILE-TOTALS-TABLE.
           05  WS-FILE-TOTALS
               OCCURS 9 TIMES
               INDEXED BY WS-FIL-IDX.
               10  WS-FIL-NAME             PIC X(8).
               10  WS-FIL-PRESENT-SW       PIC X.
                   88  FILE-PRESENT        VALUE 'Y'.
               10  WS-FIL-BEFORE-RECS      PIC 9(9).
               10  WS-FIL-AFTER-RECS       PIC 9(9).
               10  WS-FIL-CHANGED-RECS     PIC 9(9).
               10  WS-FIL-BEFORE-COUNT     PIC 9(11).
               10  WS-FIL-AFTER-COUNT      PIC 9(11).
               10  WS-FIL-BEFORE-AMT       PIC 9(13)V99.
               10  WS-FIL-AFTER-AMT        PIC 9(13)V99.
               10  WS-FIL-BEFORE-REV       PIC 9(11).
               10  WS-FIL-AFTER-REV        PIC 9(11).
               10  WS-FIL-BEFORE-REV-AMT   PIC 9(13)V99.
               10  WS-FIL-AFTER-REV-AMT    PIC 9(13)V99.
               10  WS-FIL-RESULT           PIC X(14).

       01  WS-MAP-LINE.
           05  FILLER                      PIC X(6) VALUE "  OLD ".
           05  WS-MPL-OLD                  PIC 9(4).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-MPL-ACTION               PIC X(5).
           05  FILLER                      PIC X(8) VALUE " TO NEW ".
           05  WS-MPL-NEW                  PIC 9(4).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-MPL-PCT                  PIC ZZ9.
           05  FILLER                      PIC X(8) VALUE "%  CKPT ".
           05  WS-MPL-COUNT                PIC ZZZZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-MPL-AMT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNT-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CNT-NAME                 PIC X(8).
           05  FILLER                      PIC X(9) VALUE " RECORDS ".
           05  WS-CNT-BEFORE               PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  WS-CNT-AFTER                PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CNT-RESULT               PIC X(14).

       01  WS-ENTRY-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ENT-NAME                 PIC X(8).
           05  FILLER                      PIC X(9) VALUE " ENTRIES ".
           05  WS-ENT-BEFORE               PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  WS-ENT-AFTER                PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(12)
                                           VALUE "  RENUMBERED".
           05  WS-ENT-CHANGED              PIC ZZZZZZZZ9.

       01  WS-FIGURE-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-FIG-LABEL                PIC X(10).
           05  WS-FIG-BEFORE               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  WS-FIG-AFTER                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-CHECK-RUN-CONTROL
           PERFORM 0150-CHECK-PENDING-FILES
           PERFORM 0200-READ-CONFIG
           PERFORM 0250-INIT-WORK-TABLES
           PERFORM 0300-LOAD-REORG-MAP
           PERFORM 0400-VALIDATE-REORG-MAP
           PERFORM 0480-CHECK-CROSSWALK
           IF WS-MAP-ERRORS > 0
               DISPLAY "SUMREORG REFUSED - " WS-MAP-ERRORS
                   " ERROR(S) ON REORGMAP, NOTHING CHANGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0500-REORG-CHECKPOINT
           PERFORM 0550-REORG-HISTORY
           PERFORM 0600-REORG-BUDGETS
           PERFORM 0650-LOAD-PARAMETER-FILES
           PERFORM 0800-VERIFY-CONTROL-TOTALS
           IF WS-CAPACITY-ERRORS > 0 OR WS-OUT-OF-BALANCE > 0
                   OR WORK-TABLE-FULL
               MOVE "PLANNED" TO WS-REPORT-STAGE
               PERFORM 1100-PRINT-CONTROL-REPORT
               DISPLAY "SUMREORG REFUSED - REORGANIZATION WOULD "
                   "NOT BALANCE OR FIT, NOTHING CHANGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0900-APPLY-REORGANIZATION
           PERFORM 1000-RECOUNT-LIVE-FILES
           MOVE "APPLIED" TO WS-REPORT-STAGE
           PERFORM 1100-PRINT-CONTROL-REPORT
           IF WS-OUT-OF-BALANCE > 0 OR WS-WRITE-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNINGS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0100-CHECK-RUN-CONTROL.
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
           IF WS-RUN-STATUS = "STARTED" OR WS-RUN-STATUS = "FAILED"
               DISPLAY "SUMREORG REFUSED - RUN FOR "
                   WS-BUSINESS-DATE " IS " WS-RUN-STATUS
                   " ON SUMRUNC, RESTART OR RECOVER FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * A held export and repaired transactions waiting for SUMACCUM
      * both carry the old bucket numbers; they must go through the
      * stream before the numbers change under them.
      ******************************************************************
       0150-CHECK-PENDING-FILES.
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
               DISPLAY "SUMREORG REFUSED - " WS-HELD-RECORDS
                   " RECORD(S) STILL HELD ON SUMHOLD FOR "
                   WS-BUSINESS-DATE ", RELEASE WITH SUMRELSE FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REPAIRED-TXN-FILE
           IF WS-REPAIRED-STATUS = "00"
               PERFORM UNTIL WS-REPAIRED-STATUS NOT = "00"
                   READ REPAIRED-TXN-FILE
                       AT END
                           MOVE "10" TO WS-REPAIRED-STATUS
                       NOT AT END
                           ADD 1 TO WS-PENDING-REPAIRS
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REPAIRED-TXN-FILE
           IF WS-PENDING-REPAIRS > 0
               DISPLAY "SUMREORG REFUSED - " WS-PENDING-REPAIRS
                   " REPAIRED TRANSACTION(S) ON SUMRTXN NOT YET "
                   "POSTED, RUN SUMACCUM FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0160-FIND-PERIOD-OPEN-DATE
           PERFORM 0170-COUNT-PERIOD-ADJUSTMENTS
           IF WS-PERIOD-ADJUSTMENTS > 0
               DISPLAY "SUMREORG REFUSED - " WS-PERIOD-ADJUSTMENTS
                   " MANUAL ADJUSTMENT(S) ON SUMADJRG APPLIED SINCE "
                   "THE PERIOD OPENED " WS-PERIOD-OPEN-DATE
                   ", RUN AFTER SUMPEROL CLOSES THE PERIOD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * The period opened on the newest SUMPEROL close on SUMHIST.
      * The next SUMACCUM run takes the newest close before its own
      * business date, which is later than the run on SUMRUNC, so a
      * close on the SUMRUNC date itself counts here.
      ******************************************************************
       0160-FIND-PERIOD-OPEN-DATE.
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
                                   AND (NOT RUN-FOUND
                                   OR HIST-DATE NOT > WS-BUSINESS-DATE)
                               MOVE HIST-DATE TO WS-PERIOD-OPEN-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORY-FILE
           MOVE 'N' TO WS-HIST-EOF.

      ******************************************************************
      * Counts the APPLIED adjustments SUMACCUM would still add to
      * the expected counts of their (old) bucket numbers.
      ******************************************************************
       0170-COUNT-PERIOD-ADJUSTMENTS.
           OPEN INPUT ADJUST-REGISTER-FILE
           IF WS-ADJRG-STATUS = "00"
               PERFORM UNTIL ADJRG-EOF
                   READ ADJUST-REGISTER-FILE
                       AT END
                           SET ADJRG-EOF TO TRUE
                       NOT AT END
                           IF ADJRG-STATUS = "APPLIED"
                                   AND ADJRG-DATE
                                       NOT < WS-PERIOD-OPEN-DATE
                               ADD 1 TO WS-PERIOD-ADJUSTMENTS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ADJUST-REGISTER-FILE.

      ******************************************************************
      * Every file is renumbered against the bucket count, so the
      * run is refused rather than reorganizing on the default.
      ******************************************************************
       0200-READ-CONFIG.
           MOVE 0 TO WS-OLD-BUCKET-COUNT
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CONFIG-BUCKET-COUNT NUMERIC
                               AND CONFIG-BUCKET-COUNT > 0
                               AND CONFIG-BUCKET-COUNT
                                   NOT > WS-MAX-BUCKETS
                           MOVE CONFIG-BUCKET-COUNT
                               TO WS-OLD-BUCKET-COUNT
                       END-IF
               END-READ
           END-IF
           CLOSE CONFIG-FILE
           IF WS-OLD-BUCKET-COUNT = 0
               DISPLAY "SUMREORG REFUSED - BKTCFG MISSING OR OUT OF "
                   "RANGE 1 TO " WS-MAX-BUCKETS
                   ", CURRENT BUCKET COUNT UNKNOWN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OLD-BUCKET-COUNT TO WS-BUCKET-COUNT.

       0250-INIT-WORK-TABLES.
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > WS-MAX-BUCKETS
               MOVE 'N' TO WS-ROLE-MAPPED-SW(WS-ROLE-IDX)
               MOVE 0 TO WS-ROLE-LAST-LINE(WS-ROLE-IDX)
               MOVE 'N' TO WS-ROLE-MOVED-IN-SW(WS-ROLE-IDX)
               MOVE 'N' TO WS-ROLE-TARGETED-SW(WS-ROLE-IDX)
               MOVE 'N' TO WS-ROLE-GIVEN-SW(WS-ROLE-IDX)
               MOVE 0 TO WS-ROLE-SOURCE(WS-ROLE-IDX)
               MOVE 0 TO WS-ROLE-SOURCE-LINE(WS-ROLE-IDX)
               SET WS-NEW-IDX TO WS-ROLE-IDX
               MOVE 0 TO WS-NEW-COUNT(WS-NEW-IDX)
               MOVE 0 TO WS-NEW-AMT(WS-NEW-IDX)
               MOVE 0 TO WS-NEW-REV(WS-NEW-IDX)
               MOVE 0 TO WS-NEW-REV-AMT(WS-NEW-IDX)
               SET WS-PER-IDX TO WS-ROLE-IDX
               MOVE 'N' TO WS-PER-USED-SW(WS-PER-IDX)
               MOVE 0 TO WS-PER-COUNT(WS-PER-IDX)
               MOVE 0 TO WS-PER-AMT(WS-PER-IDX)
               SET WS-MST-IDX TO WS-ROLE-IDX
               MOVE 'N' TO WS-MST-PRESENT-SW(WS-MST-IDX)
               SET WS-AML-IDX TO WS-ROLE-IDX
               MOVE 'N' TO WS-AML-PRESENT-SW(WS-AML-IDX)
               SET WS-VRL-IDX TO WS-ROLE-IDX
               MOVE 'N' TO WS-VRL-PRESENT-SW(WS-VRL-IDX)
               SET WS-GRP-IDX TO WS-ROLE-IDX
               MOVE 'N' TO WS-GRP-PRESENT-SW(WS-GRP-IDX)
               SET WS-GLB-IDX TO WS-ROLE-IDX
               MOVE 'N' TO WS-GLB-PRESENT-SW(WS-GLB-IDX)
           END-PERFORM
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > 9
               MOVE 'N' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
               MOVE ZEROS TO WS-FIL-BEFORE-RECS(WS-FIL-IDX)
               MOVE ZEROS TO WS-FIL-AFTER-RECS(WS-FIL-IDX)
               MOVE ZEROS TO WS-FIL-CHANGED-RECS(WS-FIL-IDX)
               MOVE ZEROS TO WS-FIL-BEFORE-COUNT(WS-FIL-IDX)
               MOVE ZEROS TO WS-FIL-AFTER-COUNT(WS-FIL-IDX)
               MOVE ZEROS TO WS-FIL-BEFORE-AMT(WS-FIL-IDX)
               MOVE ZEROS TO WS-FIL-AFTER-AMT(WS-FIL-IDX)
               MOVE ZEROS TO WS-FIL-BEFORE-REV(WS-FIL-IDX)
               MOVE ZEROS TO WS-FIL-AFTER-REV(WS-FIL-IDX)
               MOVE ZEROS TO WS-FIL-BEFORE-REV-AMT(WS-FIL-IDX)
               MOVE ZEROS TO WS-FIL-AFTER-REV-AMT(WS-FIL-IDX)
               MOVE SPACES TO WS-FIL-RESULT(WS-FIL-IDX)
           END-PERFORM
           MOVE "SUMCKPT" TO WS-FIL-NAME(1)
           MOVE "SUMHIST" TO WS-FIL-NAME(2)
           MOVE "SUMBUDG" TO WS-FIL-NAME(3)
           MOVE "SUMBKTM" TO WS-FIL-NAME(4)
           MOVE "AMTLIMS" TO WS-FIL-NAME(5)
           MOVE "VARLIMS" TO WS-FIL-NAME(6)
           MOVE "SUMGRPM" TO WS-FIL-NAME(7)
           MOVE "GLMAP" TO WS-FIL-NAME(8)
           MOVE "SUMRMAP" TO WS-FIL-NAME(9).

       0300-LOAD-REORG-MAP.
           OPEN INPUT REORG-MAP-FILE
           IF WS-REORG-STATUS NOT = "00"
               CLOSE REORG-MAP-FILE
               DISPLAY "SUMREORG REFUSED - REORGMAP NOT AVAILABLE, "
                   "FILE STATUS " WS-REORG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL REORG-EOF
               READ REORG-MAP-FILE
                   AT END
                       SET REORG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MAP-LINES-READ
                       IF REORG-REC NOT = SPACES
                           PERFORM 0350-STORE-MAP-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REORG-MAP-FILE
           IF WS-MAP-COUNT = 0 AND WS-MAP-ERRORS = 0
               DISPLAY "SUMREORG REFUSED - REORGMAP IS EMPTY, "
                   "NOTHING TO REORGANIZE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Checks that need only the line itself.  A line in error is
      * reported and not stored; the run is refused after the whole
      * map has been read so every error shows at once.
      ******************************************************************
       0350-STORE-MAP-LINE.
           SET LINE-OK TO TRUE
           MOVE WS-MAP-LINES-READ TO WS-ERROR-LINE
           IF REORG-EFF-DATE NOT NUMERIC
               SET LINE-BAD TO TRUE
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-ERROR-TEXT
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(REORG-EFF-DATE) NOT = 0
                   SET LINE-BAD TO TRUE
                   MOVE "EFFECTIVE DATE NOT A VALID DATE"
                       TO WS-ERROR-TEXT
               ELSE
                   IF WS-EFF-DATE = 0
                       MOVE REORG-EFF-DATE TO WS-EFF-DATE
                   END-IF
                   IF REORG-EFF-DATE NOT = WS-EFF-DATE
                       SET LINE-BAD TO TRUE
                       MOVE "EFFECTIVE DATE DIFFERS FROM FIRST LINE"
                           TO WS-ERROR-TEXT
                   END-IF
               END-IF
           END-IF
           IF LINE-OK
               IF REORG-OLD-BUCKET NOT NUMERIC
                       OR REORG-OLD-BUCKET < 1
                       OR REORG-OLD-BUCKET > WS-OLD-BUCKET-COUNT
                   SET LINE-BAD TO TRUE
                   MOVE "OLD BUCKET NOT A CURRENT BUCKET"
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF LINE-OK
               IF REORG-NEW-BUCKET NOT NUMERIC
                       OR REORG-NEW-BUCKET < 1
                       OR REORG-NEW-BUCKET > WS-MAX-BUCKETS
                   SET LINE-BAD TO TRUE
                   MOVE "NEW BUCKET OUT OF RANGE" TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF LINE-OK
               IF NOT REORG-MOVE AND NOT REORG-MERGE
                       AND NOT REORG-SPLIT
                   SET LINE-BAD TO TRUE
                   MOVE "ACTION NOT M, G OR S" TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF LINE-OK
               IF REORG-OLD-BUCKET = REORG-NEW-BUCKET
                   SET LINE-BAD TO TRUE
                   MOVE "OLD AND NEW BUCKET ARE THE SAME"
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF LINE-OK AND REORG-SPLIT
               IF REORG-PCT NOT NUMERIC
                       OR REORG-PCT < 1 OR REORG-PCT > 99
                   SET LINE-BAD TO TRUE
                   MOVE "SPLIT PERCENTAGE NOT 1 TO 99"
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF LINE-OK AND WS-MAP-COUNT NOT < WS-MAX-MAP-LINES
               SET LINE-BAD TO TRUE
               MOVE "MORE THAN 500 MAPPING LINES" TO WS-ERROR-TEXT
           END-IF
           IF LINE-BAD
               PERFORM 0490-REPORT-MAP-ERROR
           ELSE
               ADD 1 TO WS-MAP-COUNT
               SET WS-MAP-IDX TO WS-MAP-COUNT
               MOVE WS-MAP-LINES-READ TO WS-MAP-LINE-NO(WS-MAP-IDX)
               MOVE REORG-OLD-BUCKET TO WS-MAP-OLD(WS-MAP-IDX)
               MOVE REORG-ACTION TO WS-MAP-ACTION(WS-MAP-IDX)
               MOVE REORG-NEW-BUCKET TO WS-MAP-NEW(WS-MAP-IDX)
               IF REORG-SPLIT
                   MOVE REORG-PCT TO WS-MAP-PCT(WS-MAP-IDX)
               ELSE
                   MOVE 100 TO WS-MAP-PCT(WS-MAP-IDX)
               END-IF
               MOVE REORG-NEW-NAME TO WS-MAP-NAME(WS-MAP-IDX)
               MOVE 'N' TO WS-MAP-PRIMARY-SW(WS-MAP-IDX)
               MOVE ZEROS TO WS-MAP-CKPT-COUNT(WS-MAP-IDX)
               MOVE ZEROS TO WS-MAP-CKPT-AMT(WS-MAP-IDX)
           END-IF.

      ******************************************************************
      * Checks across the map.  An old bucket may appear once, or on
      * two or more split lines to different targets totalling 100
      * percent.  A move must land on a number that is not live
      * after the reorganization and that no other move uses; a
      * merge must land on a number that is.  The new bucket count
      * is the highest number live after the reorganization.
      ******************************************************************
       0400-VALIDATE-REORG-MAP.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM 0410-CHECK-OLD-BUCKET-LINE
           END-PERFORM
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               SET WS-ROLE-IDX TO WS-MAP-OLD(WS-MAP-IDX)
               IF NOT MAP-SPLIT(WS-MAP-IDX)
                   MOVE 'Y' TO WS-MAP-PRIMARY-SW(WS-MAP-IDX)
               ELSE
                   IF WS-ROLE-LAST-LINE(WS-ROLE-IDX) = WS-MAP-IDX
                       PERFORM 0420-CHECK-SPLIT-GROUP
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               SET WS-ROLE-IDX TO WS-MAP-NEW(WS-MAP-IDX)
               MOVE 'Y' TO WS-ROLE-TARGETED-SW(WS-ROLE-IDX)
               IF MAP-MOVE(WS-MAP-IDX)
                   PERFORM 0430-CHECK-MOVE-TARGET
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF MAP-MERGE(WS-MAP-IDX)
                   PERFORM 0440-CHECK-MERGE-TARGET
               END-IF
           END-PERFORM
           PERFORM 0450-SET-NEW-BUCKET-COUNT
           IF RUN-FOUND AND WS-EFF-DATE > 0
                   AND WS-EFF-DATE NOT > WS-BUSINESS-DATE
               MOVE 0 TO WS-ERROR-LINE
               MOVE "EFFECTIVE DATE NOT AFTER THE SUMRUNC RUN"
                   TO WS-ERROR-TEXT
               PERFORM 0490-REPORT-MAP-ERROR
           END-IF.

       0410-CHECK-OLD-BUCKET-LINE.
           SET WS-ROLE-IDX TO WS-MAP-OLD(WS-MAP-IDX)
           IF BUCKET-MAPPED(WS-ROLE-IDX)
               SET WS-MAP-IDX2 TO WS-ROLE-LAST-LINE(WS-ROLE-IDX)
               IF NOT MAP-SPLIT(WS-MAP-IDX)
                       OR NOT MAP-SPLIT(WS-MAP-IDX2)
                   MOVE WS-MAP-LINE-NO(WS-MAP-IDX) TO WS-ERROR-LINE
                   MOVE "OLD BUCKET MAPPED MORE THAN ONCE"
                       TO WS-ERROR-TEXT
                   PERFORM 0490-REPORT-MAP-ERROR
               ELSE
                   PERFORM VARYING WS-MAP-IDX2 FROM 1 BY 1
                           UNTIL WS-MAP-IDX2 NOT < WS-MAP-IDX
                       IF WS-MAP-OLD(WS-MAP-IDX2)
                                   = WS-MAP-OLD(WS-MAP-IDX)
                               AND WS-MAP-NEW(WS-MAP-IDX2)
                                   = WS-MAP-NEW(WS-MAP-IDX)
                           MOVE WS-MAP-LINE-NO(WS-MAP-IDX)
                               TO WS-ERROR-LINE
                           MOVE "SPLIT TARGET REPEATED"
                               TO WS-ERROR-TEXT
                           PERFORM 0490-REPORT-MAP-ERROR
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           MOVE 'Y' TO WS-ROLE-MAPPED-SW(WS-ROLE-IDX)
           SET WS-ROLE-LAST-LINE(WS-ROLE-IDX) TO WS-MAP-IDX.

      ******************************************************************
      * Entered on the last line of a split.  The line with the
      * largest share (the first, on a tie) is the one SUMREPAR and
      * SUMRMAP follow.
      ******************************************************************
       0420-CHECK-SPLIT-GROUP.
           MOVE 0 TO WS-SPLIT-PCT-TOTAL
           MOVE 0 TO WS-BEST-PCT
           MOVE 0 TO WS-BEST-LINE
           PERFORM VARYING WS-MAP-IDX2 FROM 1 BY 1
                   UNTIL WS-MAP-IDX2 > WS-MAP-IDX
               IF WS-MAP-OLD(WS-MAP-IDX2) = WS-MAP-OLD(WS-MAP-IDX)
                   ADD WS-MAP-PCT(WS-MAP-IDX2) TO WS-SPLIT-PCT-TOTAL
                   IF WS-MAP-PCT(WS-MAP-IDX2) > WS-BEST-PCT
                       MOVE WS-MAP-PCT(WS-MAP-IDX2) TO WS-BEST-PCT
                       SET WS-BEST-LINE TO WS-MAP-IDX2
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SPLIT-PCT-TOTAL NOT = 100
               MOVE WS-MAP-LINE-NO(WS-MAP-IDX) TO WS-ERROR-LINE
               MOVE "SPLIT PERCENTAGES DO NOT TOTAL 100"
                   TO WS-ERROR-TEXT
               PERFORM 0490-REPORT-MAP-ERROR
           END-IF
           IF WS-BEST-LINE > 0
               MOVE 'Y' TO WS-MAP-PRIMARY-SW(WS-BEST-LINE)
           END-IF.

       0430-CHECK-MOVE-TARGET.
           IF WS-MAP-NEW(WS-MAP-IDX) NOT > WS-OLD-BUCKET-COUNT
                   AND NOT BUCKET-MAPPED(WS-ROLE-IDX)
               MOVE WS-MAP-LINE-NO(WS-MAP-IDX) TO WS-ERROR-LINE
               MOVE "MOVE TARGET IS A LIVE BUCKET, USE G TO MERGE"
                   TO WS-ERROR-TEXT
               PERFORM 0490-REPORT-MAP-ERROR
           ELSE
               IF BUCKET-MOVED-IN(WS-ROLE-IDX)
                   MOVE WS-MAP-LINE-NO(WS-MAP-IDX) TO WS-ERROR-LINE
                   MOVE "TWO MOVES TO THE SAME NEW BUCKET"
                       TO WS-ERROR-TEXT
                   PERFORM 0490-REPORT-MAP-ERROR
               END-IF
           END-IF
           MOVE 'Y' TO WS-ROLE-MOVED-IN-SW(WS-ROLE-IDX).

       0440-CHECK-MERGE-TARGET.
           SET WS-ROLE-IDX TO WS-MAP-NEW(WS-MAP-IDX)
           IF WS-MAP-NEW(WS-MAP-IDX) NOT > WS-OLD-BUCKET-COUNT
                   AND NOT BUCKET-MAPPED(WS-ROLE-IDX)
               CONTINUE
           ELSE
               IF NOT BUCKET-MOVED-IN(WS-ROLE-IDX)
                   MOVE WS-MAP-LINE-NO(WS-MAP-IDX) TO WS-ERROR-LINE
                   MOVE "MERGE TARGET NOT LIVE AFTER REORGANIZING"
                       TO WS-ERROR-TEXT
                   PERFORM 0490-REPORT-MAP-ERROR
               END-IF
           END-IF.

       0450-SET-NEW-BUCKET-COUNT.
           MOVE 0 TO WS-NEW-BUCKET-COUNT
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > WS-OLD-BUCKET-COUNT
               IF NOT BUCKET-MAPPED(WS-ROLE-IDX)
                   SET WS-NEW-BUCKET-COUNT TO WS-ROLE-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-NEW(WS-MAP-IDX) > WS-NEW-BUCKET-COUNT
                   MOVE WS-MAP-NEW(WS-MAP-IDX) TO WS-NEW-BUCKET-COUNT
               END-IF
           END-PERFORM.

      ******************************************************************
      * One reorganization per effective date: a date already on the
      * crosswalk means this map has been applied before.
      ******************************************************************
       0480-CHECK-CROSSWALK.
           OPEN INPUT CROSSWALK-FILE
           IF WS-XWALK-STATUS = "00"
               PERFORM UNTIL XWALK-EOF
                   READ CROSSWALK-FILE
                       AT END
                           SET XWALK-EOF TO TRUE
                       NOT AT END
                           IF XWALK-EFF-DATE = WS-EFF-DATE
                                   AND WS-EFF-DATE > 0
                               SET XWALK-EOF TO TRUE
                               MOVE 0 TO WS-ERROR-LINE
                               MOVE "EFFECTIVE DATE ALREADY ON SUMXWALK"
                                   TO WS-ERROR-TEXT
                               PERFORM 0490-REPORT-MAP-ERROR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CROSSWALK-FILE.

       0490-REPORT-MAP-ERROR.
           ADD 1 TO WS-MAP-ERRORS
           IF WS-ERROR-LINE > 0
               DISPLAY "SUMREORG MAP ERROR - LINE " WS-ERROR-LINE
                   " " WS-ERROR-TEXT
           ELSE
               DISPLAY "SUMREORG MAP ERROR - " WS-ERROR-TEXT
                   " " WS-EFF-DATE
           END-IF.

      ******************************************************************
      * Live checkpoint: buckets off the map keep their figures,
      * mapped buckets are shared out over their map lines.
      * Records past the current bucket count are stale and are
      * dropped, as every other reader of SUMCKPT ignores them.
      ******************************************************************
       0500-REORG-CHECKPOINT.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-BUCKET-COUNT
               MOVE 0 TO WS-SUM(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-AMT(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-REV(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-REV-AMT(WS-SUM-IDX)
           END-PERFORM
           SET WS-FIL-IDX TO 1
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
               PERFORM UNTIL CKPT-EOF
                   READ CHECKPOINT-FILE
                       AT END
                           SET CKPT-EOF TO TRUE
                       NOT AT END
                           PERFORM 0510-APPLY-CHECKPOINT-RECORD
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SUMREORG WARNING - SUMCKPT NOT AVAILABLE, "
                   "REORGANIZING FROM ZERO TOTALS"
           END-IF
           CLOSE CHECKPOINT-FILE
           IF WS-STALE-CKPT > 0
               DISPLAY "SUMREORG WARNING - " WS-STALE-CKPT
                   " STALE SUMCKPT RECORD(S) PAST BUCKET COUNT "
                   WS-OLD-BUCKET-COUNT " DROPPED"
           END-IF
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-BUCKET-COUNT
               ADD WS-SUM(WS-SUM-IDX)
                   TO WS-FIL-BEFORE-COUNT(WS-FIL-IDX)
               ADD WS-SUM-AMT(WS-SUM-IDX)
                   TO WS-FIL-BEFORE-AMT(WS-FIL-IDX)
               ADD WS-SUM-REV(WS-SUM-IDX)
                   TO WS-FIL-BEFORE-REV(WS-FIL-IDX)
               ADD WS-SUM-REV-AMT(WS-SUM-IDX)
                   TO WS-FIL-BEFORE-REV-AMT(WS-FIL-IDX)
               SET WS-ROLE-IDX TO WS-SUM-IDX
               IF BUCKET-MAPPED(WS-ROLE-IDX)
                   PERFORM 0520-DISTRIBUTE-CHECKPOINT
               ELSE
                   SET WS-NEW-IDX TO WS-SUM-IDX
                   ADD WS-SUM(WS-SUM-IDX) TO WS-NEW-COUNT(WS-NEW-IDX)
                   ADD WS-SUM-AMT(WS-SUM-IDX)
                       TO WS-NEW-AMT(WS-NEW-IDX)
                   ADD WS-SUM-REV(WS-SUM-IDX)
                       TO WS-NEW-REV(WS-NEW-IDX)
                   ADD WS-SUM-REV-AMT(WS-SUM-IDX)
                       TO WS-NEW-REV-AMT(WS-NEW-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-BUCKET-COUNT
               ADD 1 TO WS-FIL-AFTER-RECS(WS-FIL-IDX)
               ADD WS-NEW-COUNT(WS-NEW-IDX)
                   TO WS-FIL-AFTER-COUNT(WS-FIL-IDX)
               ADD WS-NEW-AMT(WS-NEW-IDX)
                   TO WS-FIL-AFTER-AMT(WS-FIL-IDX)
               ADD WS-NEW-REV(WS-NEW-IDX)
                   TO WS-FIL-AFTER-REV(WS-FIL-IDX)
               ADD WS-NEW-REV-AMT(WS-NEW-IDX)
                   TO WS-FIL-AFTER-REV-AMT(WS-FIL-IDX)
               IF WS-NEW-COUNT(WS-NEW-IDX) > WS-MAX-COUNT
                       OR WS-NEW-AMT(WS-NEW-IDX) > WS-MAX-AMT
                       OR WS-NEW-REV(WS-NEW-IDX) > WS-MAX-COUNT
                       OR WS-NEW-REV-AMT(WS-NEW-IDX) > WS-MAX-AMT
                   ADD 1 TO WS-CAPACITY-ERRORS
                   DISPLAY "SUMREORG ERROR - SUMCKPT BUCKET "
                       WS-NEW-IDX " WOULD EXCEED BUCKET CAPACITY"
               END-IF
           END-PERFORM.

       0510-APPLY-CHECKPOINT-RECORD.
           ADD 1 TO WS-FIL-BEFORE-RECS(WS-FIL-IDX)
           IF CKPT-COUNTER < 1 OR CKPT-COUNTER > WS-BUCKET-COUNT
               ADD 1 TO WS-STALE-CKPT
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

       0520-DISTRIBUTE-CHECKPOINT.
           SET WS-DIST-BUCKET TO WS-SUM-IDX
           MOVE WS-SUM(WS-SUM-IDX) TO WS-DIST-COUNT
           MOVE WS-SUM-AMT(WS-SUM-IDX) TO WS-DIST-AMT
           MOVE WS-SUM-REV(WS-SUM-IDX) TO WS-DIST-REV
           MOVE WS-SUM-REV-AMT(WS-SUM-IDX) TO WS-DIST-REV-AMT
           PERFORM 0850-SPLIT-VALUES
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-OLD(WS-MAP-IDX) = WS-DIST-BUCKET
                   SET WS-NEW-IDX TO WS-MAP-NEW(WS-MAP-IDX)
                   ADD WS-MAP-SHARE-COUNT(WS-MAP-IDX)
                       TO WS-NEW-COUNT(WS-NEW-IDX)
                   ADD WS-MAP-SHARE-AMT(WS-MAP-IDX)
                       TO WS-NEW-AMT(WS-NEW-IDX)
                   ADD WS-MAP-SHARE-REV(WS-MAP-IDX)
                       TO WS-NEW-REV(WS-NEW-IDX)
                   ADD WS-MAP-SHARE-REV-AMT(WS-MAP-IDX)
                       TO WS-NEW-REV-AMT(WS-NEW-IDX)
                   MOVE WS-MAP-SHARE-COUNT(WS-MAP-IDX)
                       TO WS-MAP-CKPT-COUNT(WS-MAP-IDX)
                   MOVE WS-MAP-SHARE-AMT(WS-MAP-IDX)
                       TO WS-MAP-CKPT-AMT(WS-MAP-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Closed-period history is rebuilt onto SUMHSTNW one period at
      * a time.  SUMPEROL appends each period's buckets together, so
      * a period is complete when the date changes; the period is
      * then written with one record per new bucket that received
      * figures.  Records with no usable bucket number are carried
      * across as they are.
      ******************************************************************
       0550-REORG-HISTORY.
           SET WS-FIL-IDX TO 2
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
               OPEN OUTPUT HISTORY-WORK-FILE
               PERFORM UNTIL HIST-EOF
                   READ HISTORY-FILE
                       AT END
                           SET HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 0560-POST-HISTORY-RECORD
                   END-READ
               END-PERFORM
               PERFORM 0570-FLUSH-HISTORY-PERIOD
               CLOSE HISTORY-WORK-FILE
           END-IF
           CLOSE HISTORY-FILE.

       0560-POST-HISTORY-RECORD.
           ADD 1 TO WS-FIL-BEFORE-RECS(WS-FIL-IDX)
           ADD HIST-COUNT TO WS-FIL-BEFORE-COUNT(WS-FIL-IDX)
           ADD HIST-AMT TO WS-FIL-BEFORE-AMT(WS-FIL-IDX)
           IF HIST-DATE NOT = WS-PERIOD-DATE
               PERFORM 0570-FLUSH-HISTORY-PERIOD
               MOVE HIST-DATE TO WS-PERIOD-DATE
           END-IF
           IF HIST-BUCKET NOT NUMERIC OR HIST-BUCKET < 1
               MOVE HIST-REC TO HSTNW-REC
               WRITE HSTNW-REC
               ADD 1 TO WS-FIL-AFTER-RECS(WS-FIL-IDX)
               ADD HIST-COUNT TO WS-FIL-AFTER-COUNT(WS-FIL-IDX)
               ADD HIST-AMT TO WS-FIL-AFTER-AMT(WS-FIL-IDX)
           ELSE
               SET WS-ROLE-IDX TO HIST-BUCKET
               IF BUCKET-MAPPED(WS-ROLE-IDX)
                   MOVE HIST-BUCKET TO WS-DIST-BUCKET
                   MOVE HIST-COUNT TO WS-DIST-COUNT
                   MOVE HIST-AMT TO WS-DIST-AMT
                   MOVE 0 TO WS-DIST-REV
                   MOVE 0 TO WS-DIST-REV-AMT
                   PERFORM 0850-SPLIT-VALUES
                   PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                           UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       IF WS-MAP-OLD(WS-MAP-IDX) = WS-DIST-BUCKET
                           MOVE WS-MAP-NEW(WS-MAP-IDX)
                               TO WS-POST-BUCKET
                           MOVE WS-MAP-SHARE-COUNT(WS-MAP-IDX)
                               TO WS-POST-COUNT
                           MOVE WS-MAP-SHARE-AMT(WS-MAP-IDX)
                               TO WS-POST-AMT
                           PERFORM 0580-ADD-TO-PERIOD
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE HIST-BUCKET TO WS-POST-BUCKET
                   MOVE HIST-COUNT TO WS-POST-COUNT
                   MOVE HIST-AMT TO WS-POST-AMT
                   PERFORM 0580-ADD-TO-PERIOD
               END-IF
           END-IF.

       0570-FLUSH-HISTORY-PERIOD.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PERIOD-HIGH
               IF PERIOD-BUCKET-USED(WS-PER-IDX)
                   IF WS-PER-COUNT(WS-PER-IDX) > WS-MAX-COUNT
                           OR WS-PER-AMT(WS-PER-IDX) > WS-MAX-AMT
                       ADD 1 TO WS-CAPACITY-ERRORS
                       DISPLAY "SUMREORG ERROR - SUMHIST "
                           WS-PERIOD-DATE " BUCKET " WS-PER-IDX
                           " WOULD EXCEED BUCKET CAPACITY"
                   END-IF
                   MOVE SPACES TO HSTNW-REC
                   MOVE WS-PERIOD-DATE TO HSTNW-DATE
                   SET HSTNW-BUCKET TO WS-PER-IDX
                   MOVE WS-PER-COUNT(WS-PER-IDX) TO HSTNW-COUNT
                   MOVE WS-PER-AMT(WS-PER-IDX) TO HSTNW-AMT
                   WRITE HSTNW-REC
                   ADD 1 TO WS-FIL-AFTER-RECS(WS-FIL-IDX)
                   ADD WS-PER-COUNT(WS-PER-IDX)
                       TO WS-FIL-AFTER-COUNT(WS-FIL-IDX)
                   ADD WS-PER-AMT(WS-PER-IDX)
                       TO WS-FIL-AFTER-AMT(WS-FIL-IDX)
                   MOVE 'N' TO WS-PER-USED-SW(WS-PER-IDX)
                   MOVE 0 TO WS-PER-COUNT(WS-PER-IDX)
                   MOVE 0 TO WS-PER-AMT(WS-PER-IDX)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PERIOD-HIGH.

       0580-ADD-TO-PERIOD.
           SET WS-PER-IDX TO WS-POST-BUCKET
           MOVE 'Y' TO WS-PER-USED-SW(WS-PER-IDX)
           ADD WS-POST-COUNT TO WS-PER-COUNT(WS-PER-IDX)
           ADD WS-POST-AMT TO WS-PER-AMT(WS-PER-IDX)
           IF WS-POST-BUCKET > WS-PERIOD-HIGH
               MOVE WS-POST-BUCKET TO WS-PERIOD-HIGH
           END-IF.

      ******************************************************************
      * Budgets are held whole, since the rebuilt file must be
      * written back in key order.
      ******************************************************************
       0600-REORG-BUDGETS.
           SET WS-FIL-IDX TO 3
           OPEN INPUT BUDGET-FILE
           IF WS-BUDG-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
               PERFORM UNTIL BUDG-EOF
                   READ BUDGET-FILE NEXT
                       AT END
                           SET BUDG-EOF TO TRUE
                       NOT AT END
                           PERFORM 0610-POST-BUDGET-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BUDGET-FILE
           PERFORM VARYING WS-NBG-IDX FROM 1 BY 1
                   UNTIL WS-NBG-IDX > WS-BUDGET-COUNT
               ADD 1 TO WS-FIL-AFTER-RECS(WS-FIL-IDX)
               ADD WS-NBG-COUNT(WS-NBG-IDX)
                   TO WS-FIL-AFTER-COUNT(WS-FIL-IDX)
               ADD WS-NBG-AMT(WS-NBG-IDX)
                   TO WS-FIL-AFTER-AMT(WS-FIL-IDX)
               IF WS-NBG-COUNT(WS-NBG-IDX) > WS-MAX-BUDG-COUNT
                       OR WS-NBG-AMT(WS-NBG-IDX) > WS-MAX-BUDG-AMT
                   ADD 1 TO WS-CAPACITY-ERRORS
                   DISPLAY "SUMREORG ERROR - SUMBUDG BUCKET "
                       WS-NBG-BUCKET(WS-NBG-IDX) " PERIOD "
                       WS-NBG-PERIOD(WS-NBG-IDX)
                       " WOULD EXCEED BUDGET CAPACITY"
               END-IF
           END-PERFORM.

       0610-POST-BUDGET-RECORD.
           ADD 1 TO WS-FIL-BEFORE-RECS(WS-FIL-IDX)
           ADD BUDG-COUNT TO WS-FIL-BEFORE-COUNT(WS-FIL-IDX)
           ADD BUDG-AMT TO WS-FIL-BEFORE-AMT(WS-FIL-IDX)
           MOVE BUDG-PERIOD TO WS-NBG-WANT-PERIOD
           SET WS-ROLE-IDX TO 1
           IF BUDG-BUCKET > 0
               SET WS-ROLE-IDX TO BUDG-BUCKET
           END-IF
           IF BUDG-BUCKET > 0 AND BUCKET-MAPPED(WS-ROLE-IDX)
               MOVE BUDG-BUCKET TO WS-DIST-BUCKET
               MOVE BUDG-COUNT TO WS-DIST-COUNT
               MOVE BUDG-AMT TO WS-DIST-AMT
               MOVE 0 TO WS-DIST-REV
               MOVE 0 TO WS-DIST-REV-AMT
               PERFORM 0850-SPLIT-VALUES
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   IF WS-MAP-OLD(WS-MAP-IDX) = WS-DIST-BUCKET
                       MOVE WS-MAP-NEW(WS-MAP-IDX)
                           TO WS-NBG-WANT-BUCKET
                       MOVE WS-MAP-SHARE-COUNT(WS-MAP-IDX)
                           TO WS-POST-COUNT
                       MOVE WS-MAP-SHARE-AMT(WS-MAP-IDX)
                           TO WS-POST-AMT
                       PERFORM 0620-ADD-TO-BUDGET
                   END-IF
               END-PERFORM
           ELSE
               MOVE BUDG-BUCKET TO WS-NBG-WANT-BUCKET
               MOVE BUDG-COUNT TO WS-POST-COUNT
               MOVE BUDG-AMT TO WS-POST-AMT
               PERFORM 0620-ADD-TO-BUDGET
           END-IF.

       0620-ADD-TO-BUDGET.
           MOVE 0 TO WS-NBG-LOW-SUB
           PERFORM VARYING WS-NBG-IDX FROM 1 BY 1
                   UNTIL WS-NBG-IDX > WS-BUDGET-COUNT
                       OR WS-NBG-LOW-SUB > 0
               IF WS-NBG-KEY(WS-NBG-IDX) = WS-NBG-WANT-KEY
                   SET WS-NBG-LOW-SUB TO WS-NBG-IDX
               END-IF
           END-PERFORM
           IF WS-NBG-LOW-SUB = 0
               IF WS-BUDGET-COUNT < WS-MAX-BUDGETS
                   ADD 1 TO WS-BUDGET-COUNT
                   MOVE WS-BUDGET-COUNT TO WS-NBG-LOW-SUB
                   SET WS-NBG-IDX TO WS-NBG-LOW-SUB
                   MOVE WS-NBG-WANT-KEY TO WS-NBG-KEY(WS-NBG-IDX)
                   MOVE 0 TO WS-NBG-COUNT(WS-NBG-IDX)
                   MOVE 0 TO WS-NBG-AMT(WS-NBG-IDX)
                   MOVE 'N' TO WS-NBG-WRITTEN-SW(WS-NBG-IDX)
               ELSE
                   IF NOT WORK-TABLE-FULL
                       DISPLAY "SUMREORG ERROR - MORE THAN "
                           WS-MAX-BUDGETS " SUMBUDG ENTRIES"
                   END-IF
                   SET WORK-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF WS-NBG-LOW-SUB > 0
               SET WS-NBG-IDX TO WS-NBG-LOW-SUB
               ADD WS-POST-COUNT TO WS-NBG-COUNT(WS-NBG-IDX)
               ADD WS-POST-AMT TO WS-NBG-AMT(WS-NBG-IDX)
           END-IF.

      ******************************************************************
      * Parameter files are read whole, one entry per bucket.  A
      * second entry for the same bucket replaces the first, and an
      * entry with no usable bucket number is dropped; both show on
      * the report as fewer entries after than before.
      ******************************************************************
       0650-LOAD-PARAMETER-FILES.
           SET WS-FIL-IDX TO 4
           OPEN INPUT BUCKET-MASTER-FILE
           IF WS-BKTM-STATUS NOT = "00"
               DISPLAY "SUMREORG REFUSED - SUMBKTM NOT AVAILABLE, "
                   "FILE STATUS " WS-BKTM-STATUS
                   ", NOTHING CHANGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
           PERFORM UNTIL BKTM-EOF
               READ BUCKET-MASTER-FILE
                   AT END
                       SET BKTM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FIL-BEFORE-RECS(WS-FIL-IDX)
                       IF BKTM-BUCKET NUMERIC AND BKTM-BUCKET > 0
                           SET WS-MST-IDX TO BKTM-BUCKET
                           MOVE 'Y' TO WS-MST-PRESENT-SW(WS-MST-IDX)
                           MOVE BKTM-NAME TO WS-MST-NAME(WS-MST-IDX)
                           MOVE BKTM-ACTIVE-FLAG
                               TO WS-MST-FLAG(WS-MST-IDX)
                           MOVE BKTM-EFF-DATE
                               TO WS-MST-EFF-DATE(WS-MST-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUCKET-MASTER-FILE
           PERFORM 0660-LOAD-AMOUNT-LIMITS
           PERFORM 0670-LOAD-VARIANCE-LIMITS
           PERFORM 0680-LOAD-GROUP-MASTER
           PERFORM 0690-LOAD-GL-MAP
           PERFORM 0700-LOAD-REMAP-FILE.

       0660-LOAD-AMOUNT-LIMITS.
           SET WS-FIL-IDX TO 5
           OPEN INPUT AMOUNT-LIMITS-FILE
           IF WS-AMTLIM-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
               PERFORM UNTIL AMTLIM-EOF
                   READ AMOUNT-LIMITS-FILE
                       AT END
                           SET AMTLIM-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FIL-BEFORE-RECS(WS-FIL-IDX)
                           IF AMTLIM-BUCKET NUMERIC
                                   AND AMTLIM-BUCKET > 0
                               SET WS-AML-IDX TO AMTLIM-BUCKET
                               MOVE 'Y'
                                   TO WS-AML-PRESENT-SW(WS-AML-IDX)
                               MOVE AMTLIM-MIN TO WS-AML-MIN(WS-AML-IDX)
                               MOVE AMTLIM-MAX TO WS-AML-MAX(WS-AML-IDX)
                               MOVE AMTLIM-ZERO-FLAG
                                   TO WS-AML-ZERO-FLAG(WS-AML-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AMOUNT-LIMITS-FILE.

       0670-LOAD-VARIANCE-LIMITS.
           SET WS-FIL-IDX TO 6
           OPEN INPUT VARIANCE-LIMITS-FILE
           IF WS-LIMITS-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
               PERFORM UNTIL LIMITS-EOF
                   READ VARIANCE-LIMITS-FILE
                       AT END
                           SET LIMITS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FIL-BEFORE-RECS(WS-FIL-IDX)
                           IF LIMIT-BUCKET NUMERIC
                                   AND LIMIT-BUCKET > 0
                               SET WS-VRL-IDX TO LIMIT-BUCKET
                               MOVE 'Y'
                                   TO WS-VRL-PRESENT-SW(WS-VRL-IDX)
                               MOVE LIMIT-TOLERANCE-PCT
                                   TO WS-VRL-TOLERANCE(WS-VRL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE VARIANCE-LIMITS-FILE.

       0680-LOAD-GROUP-MASTER.
           SET WS-FIL-IDX TO 7
           OPEN INPUT GROUP-MASTER-FILE
           IF WS-GRPM-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
               PERFORM UNTIL GRPM-EOF
                   READ GROUP-MASTER-FILE
                       AT END
                           SET GRPM-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FIL-BEFORE-RECS(WS-FIL-IDX)
                           IF GRPM-BUCKET NUMERIC
                                   AND GRPM-BUCKET > 0
                               SET WS-GRP-IDX TO GRPM-BUCKET
                               MOVE 'Y'
                                   TO WS-GRP-PRESENT-SW(WS-GRP-IDX)
                               MOVE GRPM-GROUP-CODE
                                   TO WS-GRP-CODE(WS-GRP-IDX)
                               MOVE GRPM-GROUP-NAME
                                   TO WS-GRP-NAME(WS-GRP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GROUP-MASTER-FILE.

       0690-LOAD-GL-MAP.
           SET WS-FIL-IDX TO 8
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
               PERFORM UNTIL GLMAP-EOF
                   READ GL-MAP-FILE
                       AT END
                           SET GLMAP-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FIL-BEFORE-RECS(WS-FIL-IDX)
                           PERFORM 0695-STORE-GL-MAP-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GL-MAP-FILE.

       0695-STORE-GL-MAP-ENTRY.
           IF GLMAP-BUCKET-ENTRY
               IF GLMAP-BUCKET-KEY NUMERIC AND GLMAP-BUCKET-KEY > 0
                   SET WS-GLB-IDX TO GLMAP-BUCKET-KEY
                   MOVE 'Y' TO WS-GLB-PRESENT-SW(WS-GLB-IDX)
                   MOVE GLMAP-DEBIT-ACCT TO WS-GLB-DEBIT(WS-GLB-IDX)
                   MOVE GLMAP-CREDIT-ACCT TO WS-GLB-CREDIT(WS-GLB-IDX)
                   MOVE GLMAP-COST-CENTRE
                       TO WS-GLB-COST-CENTRE(WS-GLB-IDX)
               END-IF
           ELSE
               IF WS-GL-OTHER-COUNT < WS-MAX-GL-OTHER
                   ADD 1 TO WS-GL-OTHER-COUNT
                   SET WS-GLO-IDX TO WS-GL-OTHER-COUNT
                   MOVE GLMAP-REC TO WS-GL-OTHER-ENTRY(WS-GLO-IDX)
               ELSE
                   IF NOT WORK-TABLE-FULL
                       DISPLAY "SUMREORG ERROR - MORE THAN "
                           WS-MAX-GL-OTHER " GLMAP GROUP ENTRIES"
                   END-IF
                   SET WORK-TABLE-FULL TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * SUMRMAP keys are old category codes, not buckets, so only
      * the targets are renumbered.  An old code that is now a live
      * bucket number will be accepted as that bucket by SUMACCUM
      * and its entry is no longer used; it is warned about.
      ******************************************************************
       0700-LOAD-REMAP-FILE.
           SET WS-FIL-IDX TO 9
           OPEN INPUT REMAP-FILE
           IF WS-REMAP-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT-SW(WS-FIL-IDX)
               PERFORM UNTIL REMAP-EOF
                   READ REMAP-FILE
                       AT END
                           SET REMAP-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FIL-BEFORE-RECS(WS-FIL-IDX)
                           PERFORM 0710-STORE-REMAP-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REMAP-FILE.

       0710-STORE-REMAP-ENTRY.
           IF WS-REMAP-COUNT NOT < WS-MAX-REMAPS
               IF NOT WORK-TABLE-FULL
                   DISPLAY "SUMREORG ERROR - MORE THAN "
                       WS-MAX-REMAPS " SUMRMAP ENTRIES"
               END-IF
               SET WORK-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-REMAP-COUNT
               SET WS-RMP-IDX TO WS-REMAP-COUNT
               MOVE REMAP-OLD-CODE TO WS-RMP-OLD-CODE(WS-RMP-IDX)
               MOVE REMAP-NEW-BUCKET TO WS-RMP-NEW-BUCKET(WS-RMP-IDX)
               IF REMAP-NEW-BUCKET NUMERIC AND REMAP-NEW-BUCKET > 0
                   SET WS-ROLE-IDX TO REMAP-NEW-BUCKET
                   IF BUCKET-MAPPED(WS-ROLE-IDX)
                       PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                           IF WS-MAP-OLD(WS-MAP-IDX) = REMAP-NEW-BUCKET
                                   AND MAP-PRIMARY(WS-MAP-IDX)
                               MOVE WS-MAP-NEW(WS-MAP-IDX)
                                   TO WS-RMP-NEW-BUCKET(WS-RMP-IDX)
                           END-IF
                       END-PERFORM
                       ADD 1 TO WS-FIL-CHANGED-RECS(WS-FIL-IDX)
                   END-IF
               END-IF
               IF REMAP-OLD-CODE NUMERIC
                       AND REMAP-OLD-CODE > WS-OLD-BUCKET-COUNT
                       AND REMAP-OLD-CODE NOT > WS-NEW-BUCKET-COUNT
                   ADD 1 TO WS-WARNINGS
                   DISPLAY "SUMREORG WARNING - SUMRMAP OLD CODE "
                       REMAP-OLD-CODE " IS NOW A LIVE BUCKET, "
                       "ITS ENTRY WILL NO LONGER BE USED"
               END-IF
           END-IF.

      ******************************************************************
      * Works out, for one parameter file, which old entry each
      * bucket number takes.  The caller sets GIVEN for every bucket
      * the file has an entry for.  A bucket off the map keeps its
      * own entry unless the map sends figures to it from outside
      * the current range; a move brings the old bucket's entry
      * with it; a number made by a merge or split that has no entry
      * takes the entry of the first old bucket mapped to it.
      ******************************************************************
       0750-RESOLVE-ENTRY-SOURCES.
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > WS-MAX-BUCKETS
               MOVE 0 TO WS-ROLE-SOURCE(WS-ROLE-IDX)
               MOVE 0 TO WS-ROLE-SOURCE-LINE(WS-ROLE-IDX)
               IF ENTRY-GIVEN(WS-ROLE-IDX)
                       AND NOT BUCKET-MAPPED(WS-ROLE-IDX)
                   IF WS-ROLE-IDX NOT > WS-OLD-BUCKET-COUNT
                           OR NOT BUCKET-TARGETED(WS-ROLE-IDX)
                       SET WS-ROLE-SOURCE(WS-ROLE-IDX)
                           TO WS-ROLE-IDX
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               SET WS-ROLE-IDX TO WS-MAP-OLD(WS-MAP-IDX)
               IF MAP-MOVE(WS-MAP-IDX) AND ENTRY-GIVEN(WS-ROLE-IDX)
                   SET WS-ROLE-IDX TO WS-MAP-NEW(WS-MAP-IDX)
                   MOVE WS-MAP-OLD(WS-MAP-IDX)
                       TO WS-ROLE-SOURCE(WS-ROLE-IDX)
                   SET WS-ROLE-SOURCE-LINE(WS-ROLE-IDX)
                       TO WS-MAP-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               SET WS-ROLE-IDX TO WS-MAP-OLD(WS-MAP-IDX)
               IF NOT MAP-MOVE(WS-MAP-IDX) AND ENTRY-GIVEN(WS-ROLE-IDX)
                   SET WS-ROLE-IDX TO WS-MAP-NEW(WS-MAP-IDX)
                   IF WS-ROLE-SOURCE(WS-ROLE-IDX) = 0
                       MOVE WS-MAP-OLD(WS-MAP-IDX)
                           TO WS-ROLE-SOURCE(WS-ROLE-IDX)
                       SET WS-ROLE-SOURCE-LINE(WS-ROLE-IDX)
                           TO WS-MAP-IDX
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Every file that carries money must balance on count and
      * amount; the record counts may differ where buckets combine.
      ******************************************************************
       0800-VERIFY-CONTROL-TOTALS.
           MOVE 0 TO WS-OUT-OF-BALANCE
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > 3
               PERFORM 0810-CHECK-FILE-BALANCE
           END-PERFORM.

       0810-CHECK-FILE-BALANCE.
           MOVE "BALANCED" TO WS-FIL-RESULT(WS-FIL-IDX)
           IF NOT FILE-PRESENT(WS-FIL-IDX)
               MOVE "NOT PRESENT" TO WS-FIL-RESULT(WS-FIL-IDX)
           END-IF
           IF WS-FIL-BEFORE-COUNT(WS-FIL-IDX)
                   NOT = WS-FIL-AFTER-COUNT(WS-FIL-IDX)
               OR WS-FIL-BEFORE-AMT(WS-FIL-IDX)
                   NOT = WS-FIL-AFTER-AMT(WS-FIL-IDX)
               OR WS-FIL-BEFORE-REV(WS-FIL-IDX)
                   NOT = WS-FIL-AFTER-REV(WS-FIL-IDX)
               OR WS-FIL-BEFORE-REV-AMT(WS-FIL-IDX)
                   NOT = WS-FIL-AFTER-REV-AMT(WS-FIL-IDX)
               MOVE "OUT OF BALANCE" TO WS-FIL-RESULT(WS-FIL-IDX)
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF.

      ******************************************************************
      * Shares out WS-DIST-BUCKET's figures over its map lines.  A
      * move or merge line carries 100 percent; each split line but
      * the last takes its percentage, rounded down, and the last
      * takes what is left.
      ******************************************************************
       0850-SPLIT-VALUES.
           MOVE WS-DIST-COUNT TO WS-LEFT-COUNT
           MOVE WS-DIST-AMT TO WS-LEFT-AMT
           MOVE WS-DIST-REV TO WS-LEFT-REV
           MOVE WS-DIST-REV-AMT TO WS-LEFT-REV-AMT
           SET WS-ROLE-IDX TO WS-DIST-BUCKET
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-OLD(WS-MAP-IDX) = WS-DIST-BUCKET
                   IF WS-MAP-IDX = WS-ROLE-LAST-LINE(WS-ROLE-IDX)
                       MOVE WS-LEFT-COUNT
                           TO WS-MAP-SHARE-COUNT(WS-MAP-IDX)
                       MOVE WS-LEFT-AMT
                           TO WS-MAP-SHARE-AMT(WS-MAP-IDX)
                       MOVE WS-LEFT-REV
                           TO WS-MAP-SHARE-REV(WS-MAP-IDX)
                       MOVE WS-LEFT-REV-AMT
                           TO WS-MAP-SHARE-REV-AMT(WS-MAP-IDX)
                   ELSE
                       COMPUTE WS-MAP-SHARE-COUNT(WS-MAP-IDX) =
                           WS-DIST-COUNT * WS-MAP-PCT(WS-MAP-IDX) / 100
                       COMPUTE WS-MAP-SHARE-AMT(WS-MAP-IDX) =
                           WS-DIST-AMT * WS-MAP-PCT(WS-MAP-IDX) / 100
                       COMPUTE WS-MAP-SHARE-REV(WS-MAP-IDX) =
                           WS-DIST-REV * WS-MAP-PCT(WS-MAP-IDX) / 100
                       COMPUTE WS-MAP-SHARE-REV-AMT(WS-MAP-IDX) =
                           WS-DIST-REV-AMT * WS-MAP-PCT(WS-MAP-IDX)
                               / 100
                       SUBTRACT WS-MAP-SHARE-COUNT(WS-MAP-IDX)
                           FROM WS-LEFT-COUNT
                       SUBTRACT WS-MAP-SHARE-AMT(WS-MAP-IDX)
                           FROM WS-LEFT-AMT
                       SUBTRACT WS-MAP-SHARE-REV(WS-MAP-IDX)
                           FROM WS-LEFT-REV
                       SUBTRACT WS-MAP-SHARE-REV-AMT(WS-MAP-IDX)
                           FROM WS-LEFT-REV-AMT
                   END-IF
               END-IF
           END-PERFORM.

       0900-APPLY-REORGANIZATION.
           PERFORM 0910-WRITE-CHECKPOINT
           PERFORM 0920-COPY-BACK-HISTORY
           PERFORM 0930-WRITE-BUDGETS
           PERFORM 0940-WRITE-BUCKET-MASTER
           PERFORM 0950-WRITE-AMOUNT-LIMITS
           PERFORM 0955-WRITE-VARIANCE-LIMITS
           PERFORM 0960-WRITE-GROUP-MASTER
           PERFORM 0965-WRITE-GL-MAP
           PERFORM 0970-WRITE-REMAP-FILE
           IF WS-NEW-BUCKET-COUNT NOT = WS-OLD-BUCKET-COUNT
               OPEN OUTPUT CONFIG-FILE
               MOVE WS-NEW-BUCKET-COUNT TO CONFIG-BUCKET-COUNT
               WRITE CONFIG-REC
               CLOSE CONFIG-FILE
           END-IF
           PERFORM 0980-WRITE-CROSSWALK.

      ******************************************************************
      * The new checkpoint, with a type 'O' audit record per bucket
      * carrying its new running values so the SUMAUDIT trail
      * replays to the reorganized figures.
      ******************************************************************
       0910-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-BUCKET-COUNT
               MOVE SPACES TO CKPT-REC
               SET CKPT-COUNTER TO WS-NEW-IDX
               MOVE WS-NEW-COUNT(WS-NEW-IDX) TO CKPT-AMOUNT
               MOVE WS-NEW-AMT(WS-NEW-IDX) TO CKPT-AMT
               MOVE WS-NEW-REV(WS-NEW-IDX) TO CKPT-REV-COUNT
               MOVE WS-NEW-REV-AMT(WS-NEW-IDX) TO CKPT-REV-AMT
               WRITE CKPT-REC
               MOVE SPACES TO AUDIT-REC
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               SET AUDIT-COUNTER TO WS-NEW-IDX
               MOVE WS-NEW-COUNT(WS-NEW-IDX) TO AUDIT-RESULT
               MOVE WS-NEW-AMT(WS-NEW-IDX) TO AUDIT-AMT
               MOVE 'O' TO AUDIT-TXN-TYPE
               MOVE WS-NEW-REV(WS-NEW-IDX) TO AUDIT-REV-COUNT
               MOVE WS-NEW-REV-AMT(WS-NEW-IDX) TO AUDIT-REV-AMT
               WRITE AUDIT-REC
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           CLOSE AUDIT-FILE.

       0920-COPY-BACK-HISTORY.
           IF FILE-PRESENT(2)
               OPEN INPUT HISTORY-WORK-FILE
               IF WS-HSTNW-STATUS NOT = "00"
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY "SUMREORG ERROR - SUMHSTNW NOT READABLE, "
                       "SUMHIST LEFT UNCHANGED"
               ELSE
                   OPEN OUTPUT HISTORY-FILE
                   PERFORM UNTIL HSTNW-EOF
                       READ HISTORY-WORK-FILE
                           AT END
                               SET HSTNW-EOF TO TRUE
                           NOT AT END
                               MOVE HSTNW-REC TO HIST-REC
                               WRITE HIST-REC
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
               CLOSE HISTORY-WORK-FILE
           END-IF.

       0930-WRITE-BUDGETS.
           IF FILE-PRESENT(3)
               OPEN OUTPUT BUDGET-FILE
               PERFORM WS-BUDGET-COUNT TIMES
                   PERFORM 0935-WRITE-LOWEST-BUDGET
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       0935-WRITE-LOWEST-BUDGET.
           MOVE 0 TO WS-NBG-LOW-SUB
           MOVE HIGH-VALUES TO WS-NBG-LOW-KEY
           PERFORM VARYING WS-NBG-IDX FROM 1 BY 1
                   UNTIL WS-NBG-IDX > WS-BUDGET-COUNT
               IF NOT BUDGET-WRITTEN(WS-NBG-IDX)
                       AND WS-NBG-KEY(WS-NBG-IDX) < WS-NBG-LOW-KEY
                   MOVE WS-NBG-KEY(WS-NBG-IDX) TO WS-NBG-LOW-KEY
                   SET WS-NBG-LOW-SUB TO WS-NBG-IDX
               END-IF
           END-PERFORM
           IF WS-NBG-LOW-SUB > 0
               SET WS-NBG-IDX TO WS-NBG-LOW-SUB
               MOVE 'Y' TO WS-NBG-WRITTEN-SW(WS-NBG-IDX)
               MOVE WS-NBG-BUCKET(WS-NBG-IDX) TO BUDG-BUCKET
               MOVE WS-NBG-PERIOD(WS-NBG-IDX) TO BUDG-PERIOD
               MOVE WS-NBG-COUNT(WS-NBG-IDX) TO BUDG-COUNT
               MOVE WS-NBG-AMT(WS-NBG-IDX) TO BUDG-AMT
               WRITE BUDG-REC
                   INVALID KEY
                       ADD 1 TO WS-WRITE-ERRORS
                       DISPLAY "SUMREORG ERROR - SUMBUDG WRITE FAILED "
                           "FOR " BUDG-KEY ", STATUS " WS-BUDG-STATUS
               END-WRITE
           END-IF.

      ******************************************************************
      * A moved bucket keeps its master record (renamed when the map
      * gives a name) under the new number; a number made by a merge
      * or split with no record of its own takes the old bucket's,
      * active, named from the map when given.  A retired number
      * still inside the new bucket count stays on file, inactive;
      * past it, the record is dropped.  The file is written back in
      * bucket order.
      ******************************************************************
       0940-WRITE-BUCKET-MASTER.
           SET WS-FIL-IDX TO 4
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > WS-MAX-BUCKETS
               SET WS-MST-IDX TO WS-ROLE-IDX
               MOVE WS-MST-PRESENT-SW(WS-MST-IDX)
                   TO WS-ROLE-GIVEN-SW(WS-ROLE-IDX)
           END-PERFORM
           PERFORM 0750-RESOLVE-ENTRY-SOURCES
           OPEN OUTPUT BUCKET-MASTER-FILE
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > WS-MAX-BUCKETS
               IF WS-ROLE-SOURCE(WS-ROLE-IDX) > 0
                   PERFORM 0945-BUILD-MASTER-RECORD
               ELSE
                   IF BUCKET-MAPPED(WS-ROLE-IDX)
                           AND ENTRY-GIVEN(WS-ROLE-IDX)
                           AND WS-ROLE-IDX NOT > WS-NEW-BUCKET-COUNT
                       SET WS-MST-IDX TO WS-ROLE-IDX
                       SET BKTM-BUCKET TO WS-ROLE-IDX
                       MOVE WS-MST-NAME(WS-MST-IDX) TO BKTM-NAME
                       MOVE 'I' TO BKTM-ACTIVE-FLAG
                       MOVE WS-EFF-DATE TO BKTM-EFF-DATE
                       ADD 1 TO WS-FIL-CHANGED-RECS(WS-FIL-IDX)
                       PERFORM 0948-WRITE-MASTER-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BUCKET-MASTER-FILE.

       0945-BUILD-MASTER-RECORD.
           SET WS-MST-IDX TO WS-ROLE-SOURCE(WS-ROLE-IDX)
           SET BKTM-BUCKET TO WS-ROLE-IDX
           MOVE WS-MST-NAME(WS-MST-IDX) TO BKTM-NAME
           MOVE WS-MST-FLAG(WS-MST-IDX) TO BKTM-ACTIVE-FLAG
           MOVE WS-MST-EFF-DATE(WS-MST-IDX) TO BKTM-EFF-DATE
           IF WS-ROLE-SOURCE-LINE(WS-ROLE-IDX) > 0
               SET WS-MAP-IDX TO WS-ROLE-SOURCE-LINE(WS-ROLE-IDX)
               MOVE WS-EFF-DATE TO BKTM-EFF-DATE
               IF WS-MAP-NAME(WS-MAP-IDX) NOT = SPACES
                   MOVE WS-MAP-NAME(WS-MAP-IDX) TO BKTM-NAME
               END-IF
               IF NOT MAP-MOVE(WS-MAP-IDX)
                   MOVE 'A' TO BKTM-ACTIVE-FLAG
               END-IF
               ADD 1 TO WS-FIL-CHANGED-RECS(WS-FIL-IDX)
           END-IF
           PERFORM 0948-WRITE-MASTER-RECORD.

       0948-WRITE-MASTER-RECORD.
           WRITE BKTM-REC
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY "SUMREORG ERROR - SUMBKTM WRITE FAILED FOR "
                       BKTM-BUCKET ", STATUS " WS-BKTM-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-FIL-AFTER-RECS(WS-FIL-IDX)
           END-WRITE.

       0950-WRITE-AMOUNT-LIMITS.
           SET WS-FIL-IDX TO 5
           IF FILE-PRESENT(WS-FIL-IDX)
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-ROLE-IDX > WS-MAX-BUCKETS
                   SET WS-AML-IDX TO WS-ROLE-IDX
                   MOVE WS-AML-PRESENT-SW(WS-AML-IDX)
                       TO WS-ROLE-GIVEN-SW(WS-ROLE-IDX)
               END-PERFORM
               PERFORM 0750-RESOLVE-ENTRY-SOURCES
               OPEN OUTPUT AMOUNT-LIMITS-FILE
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-ROLE-IDX > WS-MAX-BUCKETS
                   IF WS-ROLE-SOURCE(WS-ROLE-IDX) > 0
                       SET WS-AML-IDX TO WS-ROLE-SOURCE(WS-ROLE-IDX)
                       MOVE SPACES TO AMTLIM-REC
                       SET AMTLIM-BUCKET TO WS-ROLE-IDX
                       MOVE WS-AML-MIN(WS-AML-IDX) TO AMTLIM-MIN
                       MOVE WS-AML-MAX(WS-AML-IDX) TO AMTLIM-MAX
                       MOVE WS-AML-ZERO-FLAG(WS-AML-IDX)
                           TO AMTLIM-ZERO-FLAG
                       WRITE AMTLIM-REC
                       PERFORM 0990-COUNT-ENTRY-WRITTEN
                   END-IF
               END-PERFORM
               CLOSE AMOUNT-LIMITS-FILE
           END-IF.

       0955-WRITE-VARIANCE-LIMITS.
           SET WS-FIL-IDX TO 6
           IF FILE-PRESENT(WS-FIL-IDX)
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-ROLE-IDX > WS-MAX-BUCKETS
                   SET WS-VRL-IDX TO WS-ROLE-IDX
                   MOVE WS-VRL-PRESENT-SW(WS-VRL-IDX)
                       TO WS-ROLE-GIVEN-SW(WS-ROLE-IDX)
               END-PERFORM
               PERFORM 0750-RESOLVE-ENTRY-SOURCES
               OPEN OUTPUT VARIANCE-LIMITS-FILE
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-ROLE-IDX > WS-MAX-BUCKETS
                   IF WS-ROLE-SOURCE(WS-ROLE-IDX) > 0
                       SET WS-VRL-IDX TO WS-ROLE-SOURCE(WS-ROLE-IDX)
                       MOVE SPACES TO LIMITS-REC
                       SET LIMIT-BUCKET TO WS-ROLE-IDX
                       MOVE WS-VRL-TOLERANCE(WS-VRL-IDX)
                           TO LIMIT-TOLERANCE-PCT
                       WRITE LIMITS-REC
                       PERFORM 0990-COUNT-ENTRY-WRITTEN
                   END-IF
               END-PERFORM
               CLOSE VARIANCE-LIMITS-FILE
           END-IF.

       0960-WRITE-GROUP-MASTER.
           SET WS-FIL-IDX TO 7
           IF FILE-PRESENT(WS-FIL-IDX)
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-ROLE-IDX > WS-MAX-BUCKETS
                   SET WS-GRP-IDX TO WS-ROLE-IDX
                   MOVE WS-GRP-PRESENT-SW(WS-GRP-IDX)
                       TO WS-ROLE-GIVEN-SW(WS-ROLE-IDX)
               END-PERFORM
               PERFORM 0750-RESOLVE-ENTRY-SOURCES
               OPEN OUTPUT GROUP-MASTER-FILE
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-ROLE-IDX > WS-MAX-BUCKETS
                   IF WS-ROLE-SOURCE(WS-ROLE-IDX) > 0
                       SET WS-GRP-IDX TO WS-ROLE-SOURCE(WS-ROLE-IDX)
                       MOVE SPACES TO GRPM-REC
                       SET GRPM-BUCKET TO WS-ROLE-IDX
                       MOVE WS-GRP-CODE(WS-GRP-IDX) TO GRPM-GROUP-CODE
                       MOVE WS-GRP-NAME(WS-GRP-IDX) TO GRPM-GROUP-NAME
                       WRITE GRPM-REC
                       PERFORM 0990-COUNT-ENTRY-WRITTEN
                   END-IF
               END-PERFORM
               CLOSE GROUP-MASTER-FILE
           END-IF.

       0965-WRITE-GL-MAP.
           SET WS-FIL-IDX TO 8
           IF FILE-PRESENT(WS-FIL-IDX)
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-ROLE-IDX > WS-MAX-BUCKETS
                   SET WS-GLB-IDX TO WS-ROLE-IDX
                   MOVE WS-GLB-PRESENT-SW(WS-GLB-IDX)
                       TO WS-ROLE-GIVEN-SW(WS-ROLE-IDX)
               END-PERFORM
               PERFORM 0750-RESOLVE-ENTRY-SOURCES
               OPEN OUTPUT GL-MAP-FILE
               PERFORM VARYING WS-GLO-IDX FROM 1 BY 1
                       UNTIL WS-GLO-IDX > WS-GL-OTHER-COUNT
                   MOVE WS-GL-OTHER-ENTRY(WS-GLO-IDX) TO GLMAP-REC
                   WRITE GLMAP-REC
                   ADD 1 TO WS-FIL-AFTER-RECS(WS-FIL-IDX)
               END-PERFORM
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-ROLE-IDX > WS-MAX-BUCKETS
                   IF WS-ROLE-SOURCE(WS-ROLE-IDX) > 0
                       SET WS-GLB-IDX TO WS-ROLE-SOURCE(WS-ROLE-IDX)
                       MOVE SPACES TO GLMAP-REC
                       MOVE 'B' TO GLMAP-TYPE
                       SET GLMAP-BUCKET-KEY TO WS-ROLE-IDX
                       MOVE WS-GLB-DEBIT(WS-GLB-IDX)
                           TO GLMAP-DEBIT-ACCT
                       MOVE WS-GLB-CREDIT(WS-GLB-IDX)
                           TO GLMAP-CREDIT-ACCT
                       MOVE WS-GLB-COST-CENTRE(WS-GLB-IDX)
                           TO GLMAP-COST-CENTRE
                       WRITE GLMAP-REC
                       PERFORM 0990-COUNT-ENTRY-WRITTEN
                   END-IF
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

       0970-WRITE-REMAP-FILE.
           SET WS-FIL-IDX TO 9
           IF FILE-PRESENT(WS-FIL-IDX)
               OPEN OUTPUT REMAP-FILE
               PERFORM VARYING WS-RMP-IDX FROM 1 BY 1
                       UNTIL WS-RMP-IDX > WS-REMAP-COUNT
                   MOVE SPACES TO REMAP-REC
                   MOVE WS-RMP-OLD-CODE(WS-RMP-IDX) TO REMAP-OLD-CODE
                   MOVE WS-RMP-NEW-BUCKET(WS-RMP-IDX)
                       TO REMAP-NEW-BUCKET
                   WRITE REMAP-REC
                   ADD 1 TO WS-FIL-AFTER-RECS(WS-FIL-IDX)
               END-PERFORM
               CLOSE REMAP-FILE
           END-IF.

       0980-WRITE-CROSSWALK.
           OPEN EXTEND CROSSWALK-FILE
           IF WS-XWALK-STATUS NOT = "00"
               OPEN OUTPUT CROSSWALK-FILE
           END-IF
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               MOVE SPACES TO XWALK-REC
               MOVE WS-EFF-DATE TO XWALK-EFF-DATE
               MOVE WS-MAP-OLD(WS-MAP-IDX) TO XWALK-OLD-BUCKET
               MOVE WS-MAP-ACTION(WS-MAP-IDX) TO XWALK-ACTION
               MOVE WS-MAP-NEW(WS-MAP-IDX) TO XWALK-NEW-BUCKET
               MOVE WS-MAP-PCT(WS-MAP-IDX) TO XWALK-PCT
               IF MAP-PRIMARY(WS-MAP-IDX)
                   MOVE 'Y' TO XWALK-PRIMARY
               ELSE
                   MOVE 'N' TO XWALK-PRIMARY
               END-IF
               MOVE WS-CURRENT-STAMP TO XWALK-TIMESTAMP
               WRITE XWALK-REC
           END-PERFORM
           CLOSE CROSSWALK-FILE.

       0990-COUNT-ENTRY-WRITTEN.
           ADD 1 TO WS-FIL-AFTER-RECS(WS-FIL-IDX)
           IF WS-ROLE-SOURCE-LINE(WS-ROLE-IDX) > 0
               ADD 1 TO WS-FIL-CHANGED-RECS(WS-FIL-IDX)
           END-IF.

      ******************************************************************
      * The money files are read back once written, so the after
      * figures on the report are those the live files now hold.
      ******************************************************************
       1000-RECOUNT-LIVE-FILES.
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > 3
               MOVE ZEROS TO WS-FIL-AFTER-RECS(WS-FIL-IDX)
               MOVE ZEROS TO WS-FIL-AFTER-COUNT(WS-FIL-IDX)
               MOVE ZEROS TO WS-FIL-AFTER-AMT(WS-FIL-IDX)
               MOVE ZEROS TO WS-FIL-AFTER-REV(WS-FIL-IDX)
               MOVE ZEROS TO WS-FIL-AFTER-REV-AMT(WS-FIL-IDX)
           END-PERFORM
           SET WS-FIL-IDX TO 1
           MOVE 'N' TO WS-CKPT-EOF
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               PERFORM UNTIL CKPT-EOF
                   READ CHECKPOINT-FILE
                       AT END
                           SET CKPT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FIL-AFTER-RECS(WS-FIL-IDX)
                           ADD CKPT-AMOUNT
                               TO WS-FIL-AFTER-COUNT(WS-FIL-IDX)
                           ADD CKPT-AMT TO WS-FIL-AFTER-AMT(WS-FIL-IDX)
                           ADD CKPT-REV-COUNT
                               TO WS-FIL-AFTER-REV(WS-FIL-IDX)
                           ADD CKPT-REV-AMT
                               TO WS-FIL-AFTER-REV-AMT(WS-FIL-IDX)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CHECKPOINT-FILE
           SET WS-FIL-IDX TO 2
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL HIST-EOF
                   READ HISTORY-FILE
                       AT END
                           SET HIST-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FIL-AFTER-RECS(WS-FIL-IDX)
                           ADD HIST-COUNT
                               TO WS-FIL-AFTER-COUNT(WS-FIL-IDX)
                           ADD HIST-AMT TO WS-FIL-AFTER-AMT(WS-FIL-IDX)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORY-FILE
           SET WS-FIL-IDX TO 3
           MOVE 'N' TO WS-BUDG-EOF
           OPEN INPUT BUDGET-FILE
           IF WS-BUDG-STATUS = "00"
               PERFORM UNTIL BUDG-EOF
                   READ BUDGET-FILE NEXT
                       AT END
                           SET BUDG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FIL-AFTER-RECS(WS-FIL-IDX)
                           ADD BUDG-COUNT
                               TO WS-FIL-AFTER-COUNT(WS-FIL-IDX)
                           ADD BUDG-AMT TO WS-FIL-AFTER-AMT(WS-FIL-IDX)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BUDGET-FILE
           PERFORM 0800-VERIFY-CONTROL-TOTALS.

       1100-PRINT-CONTROL-REPORT.
           DISPLAY "SUMREORG - BUCKET REORGANIZATION EFFECTIVE "
               WS-EFF-DATE " (" WS-REPORT-STAGE ")"
           DISPLAY "  BUCKET COUNT " WS-OLD-BUCKET-COUNT
               " TO " WS-NEW-BUCKET-COUNT
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               MOVE WS-MAP-OLD(WS-MAP-IDX) TO WS-MPL-OLD
               EVALUATE TRUE
                   WHEN MAP-MOVE(WS-MAP-IDX)
                       MOVE "MOVE" TO WS-MPL-ACTION
                   WHEN MAP-MERGE(WS-MAP-IDX)
                       MOVE "MERGE" TO WS-MPL-ACTION
                   WHEN OTHER
                       MOVE "SPLIT" TO WS-MPL-ACTION
               END-EVALUATE
               MOVE WS-MAP-NEW(WS-MAP-IDX) TO WS-MPL-NEW
               MOVE WS-MAP-PCT(WS-MAP-IDX) TO WS-MPL-PCT
               MOVE WS-MAP-CKPT-COUNT(WS-MAP-IDX) TO WS-MPL-COUNT
               MOVE WS-MAP-CKPT-AMT(WS-MAP-IDX) TO WS-MPL-AMT
               DISPLAY WS-MAP-LINE
           END-PERFORM
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > 3
               PERFORM 1110-PRINT-MONEY-FILE
           END-PERFORM
           PERFORM VARYING WS-FIL-IDX FROM 4 BY 1
                   UNTIL WS-FIL-IDX > 9
               MOVE WS-FIL-NAME(WS-FIL-IDX) TO WS-ENT-NAME
               MOVE WS-FIL-BEFORE-RECS(WS-FIL-IDX) TO WS-ENT-BEFORE
               MOVE WS-FIL-AFTER-RECS(WS-FIL-IDX) TO WS-ENT-AFTER
               MOVE WS-FIL-CHANGED-RECS(WS-FIL-IDX) TO WS-ENT-CHANGED
               IF FILE-PRESENT(WS-FIL-IDX)
                   DISPLAY WS-ENTRY-LINE
               ELSE
                   DISPLAY "  " WS-FIL-NAME(WS-FIL-IDX)
                       " NOT PRESENT, NOT CHANGED"
               END-IF
           END-PERFORM
           IF WS-OUT-OF-BALANCE > 0
               DISPLAY "SUMREORG - " WS-OUT-OF-BALANCE
                   " FILE(S) OUT OF BALANCE"
           ELSE
               DISPLAY "SUMREORG - ALL FILES BALANCE, COUNTS AND "
                   "AMOUNTS PRESERVED"
           END-IF
           IF WS-REPORT-STAGE = "APPLIED"
               IF WS-NEW-BUCKET-COUNT NOT = WS-OLD-BUCKET-COUNT
                   DISPLAY "  BKTCFG REWRITTEN WITH BUCKET COUNT "
                       WS-NEW-BUCKET-COUNT
               END-IF
               DISPLAY "  " WS-MAP-COUNT
                   " MAPPING LINE(S) APPENDED TO SUMXWALK"
           END-IF.

       1110-PRINT-MONEY-FILE.
           MOVE WS-FIL-NAME(WS-FIL-IDX) TO WS-CNT-NAME
           MOVE WS-FIL-BEFORE-RECS(WS-FIL-IDX) TO WS-CNT-BEFORE
           MOVE WS-FIL-AFTER-RECS(WS-FIL-IDX) TO WS-CNT-AFTER
           MOVE WS-FIL-RESULT(WS-FIL-IDX) TO WS-CNT-RESULT
           DISPLAY WS-COUNT-LINE
           IF FILE-PRESENT(WS-FIL-IDX)
               MOVE "COUNT" TO WS-FIG-LABEL
               MOVE WS-FIL-BEFORE-COUNT(WS-FIL-IDX) TO WS-FIG-BEFORE
               MOVE WS-FIL-AFTER-COUNT(WS-FIL-IDX) TO WS-FIG-AFTER
               DISPLAY WS-FIGURE-LINE
               MOVE "AMOUNT" TO WS-FIG-LABEL
               MOVE WS-FIL-BEFORE-AMT(WS-FIL-IDX) TO WS-FIG-BEFORE
               MOVE WS-FIL-AFTER-AMT(WS-FIL-IDX) TO WS-FIG-AFTER
               DISPLAY WS-FIGURE-LINE
           END-IF
           IF WS-FIL-IDX = 1 AND FILE-PRESENT(WS-FIL-IDX)
               MOVE "REV COUNT" TO WS-FIG-LABEL
               MOVE WS-FIL-BEFORE-REV(WS-FIL-IDX) TO WS-FIG-BEFORE
               MOVE WS-FIL-AFTER-REV(WS-FIL-IDX) TO WS-FIG-AFTER
               DISPLAY WS-FIGURE-LINE
               MOVE "REV AMOUNT" TO WS-FIG-LABEL
               MOVE WS-FIL-BEFORE-REV-AMT(WS-FIL-IDX) TO WS-FIG-BEFORE
               MOVE WS-FIL-AFTER-REV-AMT(WS-FIL-IDX) TO WS-FIG-AFTER
               DISPLAY WS-FIGURE-LINE
           END-IF.
