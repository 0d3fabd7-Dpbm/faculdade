       01 FIB-OPERATOR-RECORD.
           05 OP-OPERATOR-ID PIC X(8).
           05 OP-ALLOW-CACHE-MAINT PIC X(1).
               88 OP-CACHE-MAINT-ALLOWED VALUE "Y".
