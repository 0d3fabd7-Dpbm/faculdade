               88 PC-CHANGE-ACCEPTED VALUE "A".
               88 PC-CHANGE-REJECTED VALUE "R".
               88 PC-CHANGE-FAILED VALUE "F".
           05 PC-OLD-BATCH-CUTOFF PIC 9(4).
           05 PC-OLD-STEP-TARGET PIC 9(5) OCCURS 8 TIMES.
           05 PC-NEW-BATCH-CUTOFF PIC 9(4).
           05 PC-NEW-STEP-TARGET PIC 9(5) OCCURS 8 TIMES.
