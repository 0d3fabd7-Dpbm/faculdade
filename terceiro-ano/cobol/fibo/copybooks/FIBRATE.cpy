       01 FIB-RATE-RECORD.
           05 RA-REQUESTOR-ID PIC X(8).
               88 RA-DEFAULT-RATES VALUE "*DEFAULT".
           05 RA-COMPUTE-RATE PIC 9(3)V9(4).
           05 RA-CACHE-HIT-RATE PIC 9(3)V9(4).
           05 RA-RANGE-RATE PIC 9(3)V9(4).
           05 RA-REJECT-RATE PIC 9(3)V9(4).
           05 RA-CHARGE-ACCOUNT PIC X(12).
           05 RA-INCOME-ACCOUNT PIC X(12).
