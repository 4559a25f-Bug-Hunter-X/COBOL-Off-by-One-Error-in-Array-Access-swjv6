           05  REJECT-SOURCE-ID            PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJECT-REASON               PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJECT-TXN-TYPE             PIC X.

       FD  LIFECYCLE-LOG-FILE.
       01  LIFECYCLE-REC.
