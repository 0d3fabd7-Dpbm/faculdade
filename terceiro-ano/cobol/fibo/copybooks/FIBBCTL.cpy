       01 FIB-BILLING-CONTROL-RECORD.
           05 BC-BILLING-MONTH PIC X(6).
           05 BC-POSTING-DATE PIC X(8).
