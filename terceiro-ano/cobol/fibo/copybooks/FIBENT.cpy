               88 EN-BATCH-ALLOWED VALUE "Y".
           05 EN-ALLOW-RANGE PIC X(1).
               88 EN-RANGE-ALLOWED VALUE "Y".
           05 EN-INTOUT-DD PIC X(8).
