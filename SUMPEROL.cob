      * PERPARM layout (one line):  period-end-date(8)
      * SUMHIST layout:  date(8) space bucket(4) space count(5)
      *                  space amount(9v99)
      * History carries the net count and amount; the reversed
      * figures on SUMCKPT are zeroed with the rest at the reset.
      * The reset is also written to SUMAUDIT as one type 'P' record
      * per bucket carrying the zeroed running values, so a RECOVER
      * replay after a period close starts the new period from zero
      * and the trail still agrees with SUMCKPT.
      *
      * SUMTREND reads SUMHIST to report each bucket against its
      * prior periods.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "SUMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM-FILE.
           05  CKPT-AMOUNT                 PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  CKPT-AMT                    PIC 9(9)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  CKPT-REV-COUNT              PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  CKPT-REV-AMT                PIC 9(9)V99.

       FD  HISTORY-FILE.
       01  HIST-REC.
           05  FILLER                      PIC X VALUE SPACE.
           05  HIST-AMT                    PIC 9(9)V99.

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

           05  WS-CONFIG-STATUS            PIC XX VALUE SPACES.
           05  WS-CKPT-STATUS              PIC XX VALUE SPACES.
           05  WS-HIST-STATUS              PIC XX VALUE SPACES.
           05  WS-AUDIT-STATUS             PIC XX VALUE SPACES.

       01  WS-EOF-FLAGS.
           05  WS-CKPT-EOF                 PIC X VALUE 'N'.
           CLOSE HISTORY-FILE.

       0600-RESET-CHECKPOINT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           OPEN OUTPUT CHECKPOINT-FILE
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-BUCKET-COUNT
               SET CKPT-COUNTER TO WS-SUM-IDX
               MOVE 0 TO CKPT-AMOUNT
               MOVE 0 TO CKPT-AMT
               MOVE 0 TO CKPT-REV-COUNT
               MOVE 0 TO CKPT-REV-AMT
               WRITE CKPT-REC
               MOVE SPACES TO AUDIT-REC
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               SET AUDIT-COUNTER TO WS-SUM-IDX
               MOVE 0 TO AUDIT-RESULT
               MOVE 0 TO AUDIT-AMT
               MOVE 'P' TO AUDIT-TXN-TYPE
               MOVE 0 TO AUDIT-REV-COUNT
               MOVE 0 TO AUDIT-REV-AMT
               WRITE AUDIT-REC
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           CLOSE AUDIT-FILE.

       0700-PRINT-ROLLOVER-REPORT.
           DISPLAY "SUMPEROL - PERIOD-END ROLLOVER REPORT"
