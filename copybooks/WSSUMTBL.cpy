      * or rebuild the WS-SUM buckets so the OCCURS size and the
      * subscript/index item stay in lock step across programs.
      *
      * Each bucket entry carries four accumulators: WS-SUM is the
      * net transaction count and WS-SUM-AMT the net monetary total
      * that moved through the bucket, after reversals and credits
      * have been backed out.  WS-SUM-REV is the number of reversals
      * backed out of the bucket and WS-SUM-REV-AMT the money backed
      * out by reversals and credits together, so the gross figures
      * are always net plus reversed.  Programs that only care about
      * net counts may ignore the other three, but any program that
      * rebuilds or checkpoints the table must carry all four.
      *
      * WS-BUCKET-COUNT drives the table size at run time (see
      * 0200-READ-CONFIG in SUMACCUM) instead of a hard-coded OCCURS
                   INDEXED BY WS-SUM-IDX.
                   15  WS-SUM          PIC 9(5).
                   15  WS-SUM-AMT      PIC 9(9)V99.
                   15  WS-SUM-REV      PIC 9(5).
                   15  WS-SUM-REV-AMT  PIC 9(9)V99.
