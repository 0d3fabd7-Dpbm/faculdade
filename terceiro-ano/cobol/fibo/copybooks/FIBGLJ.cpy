       01 FIB-GL-JOURNAL-RECORD.
           05 GJ-POSTING-DATE PIC X(8).
           05 GJ-BILLING-MONTH PIC X(6).
           05 GJ-ACCOUNT PIC X(12).
           05 GJ-DEBIT-CREDIT PIC X(1).
               88 GJ-DEBIT VALUE "D".
               88 GJ-CREDIT VALUE "C".
           05 GJ-AMOUNT PIC 9(9)V99.
           05 GJ-SOURCE PIC X(8).
           05 GJ-DESCRIPTION PIC X(30).
