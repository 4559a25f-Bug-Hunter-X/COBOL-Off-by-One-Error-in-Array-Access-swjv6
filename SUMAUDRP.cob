      *
      * Reads the SUMAUDIT trail written by SUMACCUM (one record per
      * bucket ADD, carrying the timestamp, bucket number and the
      * running count and amount after the ADD; SUMADJST adds type
      * 'A' records in the same layout for manual adjustments,
      * SUMPEROL type 'P' records for the period-end reset and
      * SUMREORG type 'O' records for a bucket reorganization) and
      * produces a per-bucket per-day activity summary for the date
      * range and bucket selection given on AUDPARM.  ADDS counts the
      * transaction records only (type S, R, C, or blank on a trail
      * written before the type existed); adjustment, period reset
      * and reorganization records are counted in columns of their
      * own, though every record still moves the end count and
      * amount on to its running values.  In the same
      * pass it splits the trail on the retention cutoff date:
      * records older than the cutoff are archived to SUMAUDAR and
      * the records to keep are rewritten to SUMAUDNW; when a cutoff
      * was given the kept records are then copied back over SUMAUDIT
      * in the same run, so the purge completes without a manual copy
      * step and SUMAUDNW remains behind as the work copy.
      *
      * AUDPARM layout (one line):
      *   from-date(8) space to-date(8) space bucket(4) space
           05  AUDIT-RESULT                PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  AUDIT-AMT                   PIC 9(9)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  AUDIT-TXN-TYPE              PIC X.
               88  AUDIT-ADJUSTMENT        VALUE 'A'.
               88  AUDIT-PERIOD-RESET      VALUE 'P'.
               88  AUDIT-REORGANIZATION    VALUE 'O'.
           05  FILLER                      PIC X VALUE SPACE.
           05  AUDIT-REV-COUNT             PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  AUDIT-REV-AMT               PIC 9(9)V99.

       FD  AUDIT-ARCHIVE-FILE.
       01  ARCHIVE-REC                     PIC X(64).

       FD  AUDIT-KEEP-FILE.
       01  KEEP-REC                        PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
                   15  WS-SUMM-DATE        PIC 9(8).
                   15  WS-SUMM-BUCKET      PIC 9(4).
                   15  WS-SUMM-ADDS        PIC 9(9).
                   15  WS-SUMM-ADJS        PIC 9(5).
                   15  WS-SUMM-RESETS      PIC 9(5).
                   15  WS-SUMM-REORGS      PIC 9(5).
                   15  WS-SUMM-END-COUNT   PIC 9(5).
                   15  WS-SUMM-END-AMT     PIC 9(9)V99.

           05  WS-SUMM-RPT-BUCKET          PIC ZZZ9.
           05  FILLER                      PIC X(8) VALUE "  ADDS =".
           05  WS-SUMM-RPT-ADDS            PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(7) VALUE "  ADJ =".
           05  WS-SUMM-RPT-ADJS            PIC ZZZZ9.
           05  FILLER                      PIC X(9) VALUE "  RESET =".
           05  WS-SUMM-RPT-RESETS          PIC ZZZZ9.
           05  FILLER                      PIC X(9) VALUE "  REORG =".
           05  WS-SUMM-RPT-REORGS          PIC ZZZZ9.
           05  FILLER                      PIC X(13)
               VALUE "  END COUNT =".
           05  WS-SUMM-RPT-END-COUNT       PIC ZZZZ9.
                       AND WS-SUMM-BUCKET(WS-SUMM-IDX)
                           = AUDIT-COUNTER
                   SET ENTRY-FOUND TO TRUE
                   PERFORM 0380-COUNT-AUDIT-TYPE
                   MOVE AUDIT-RESULT
                       TO WS-SUMM-END-COUNT(WS-SUMM-IDX)
                   MOVE AUDIT-AMT
                       TO WS-SUMM-DATE(WS-SUMM-IDX)
                   MOVE AUDIT-COUNTER
                       TO WS-SUMM-BUCKET(WS-SUMM-IDX)
                   MOVE 0 TO WS-SUMM-ADDS(WS-SUMM-IDX)
                   MOVE 0 TO WS-SUMM-ADJS(WS-SUMM-IDX)
                   MOVE 0 TO WS-SUMM-RESETS(WS-SUMM-IDX)
                   MOVE 0 TO WS-SUMM-REORGS(WS-SUMM-IDX)
                   PERFORM 0380-COUNT-AUDIT-TYPE
                   MOVE AUDIT-RESULT
                       TO WS-SUMM-END-COUNT(WS-SUMM-IDX)
                   MOVE AUDIT-AMT
               END-IF
           END-IF.

       0380-COUNT-AUDIT-TYPE.
           EVALUATE TRUE
               WHEN AUDIT-ADJUSTMENT
                   ADD 1 TO WS-SUMM-ADJS(WS-SUMM-IDX)
               WHEN AUDIT-PERIOD-RESET
                   ADD 1 TO WS-SUMM-RESETS(WS-SUMM-IDX)
               WHEN AUDIT-REORGANIZATION
                   ADD 1 TO WS-SUMM-REORGS(WS-SUMM-IDX)
               WHEN OTHER
                   ADD 1 TO WS-SUMM-ADDS(WS-SUMM-IDX)
           END-EVALUATE.

       0400-CLOSE-AUDIT-FILES.
           CLOSE AUDIT-FILE
           CLOSE AUDIT-ARCHIVE-FILE
                   TO WS-SUMM-RPT-BUCKET
               MOVE WS-SUMM-ADDS(WS-SUMM-IDX)
                   TO WS-SUMM-RPT-ADDS
               MOVE WS-SUMM-ADJS(WS-SUMM-IDX)
                   TO WS-SUMM-RPT-ADJS
               MOVE WS-SUMM-RESETS(WS-SUMM-IDX)
                   TO WS-SUMM-RPT-RESETS
               MOVE WS-SUMM-REORGS(WS-SUMM-IDX)
                   TO WS-SUMM-RPT-REORGS
               MOVE WS-SUMM-END-COUNT(WS-SUMM-IDX)
                   TO WS-SUMM-RPT-END-COUNT
               MOVE WS-SUMM-END-AMT(WS-SUMM-IDX)
