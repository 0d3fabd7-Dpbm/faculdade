           05 CK-RECORDS-PROCESSED PIC 9(4).
           05 CK-LAST-N-COMPLETED PIC 9(2).
           05 CK-CHECKPOINT-DATE PIC X(8).
           05 CK-RUN-NUMBER PIC 9(6).
