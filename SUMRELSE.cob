           05  BUCKET-HOLD-NAME            PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-HOLD-GROUP           PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-HOLD-GROSS-COUNT     PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-HOLD-GROSS-AMT       PIC 9(10)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-HOLD-REV-COUNT       PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  BUCKET-HOLD-REV-AMT         PIC 9(9)V99.

       FD  BUCKET-OUT-FILE.
       01  BUCKET-OUT-REC                  PIC X(102).

       FD  RELEASE-AUDIT-FILE.
       01  RELEASE-AUDIT-REC.
