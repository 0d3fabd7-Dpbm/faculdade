       01 FIB-REJECT-RECORD.
           05 RJ-REQUEST-IMAGE PIC X(13).
           05 RJ-REASON-CODE PIC X(2).
               88 RJ-NON-NUMERIC-N VALUE "01".
               88 RJ-N-OUT-OF-RANGE VALUE "02".
               88 RJ-RANGE-REVERSED VALUE "04".
               88 RJ-OVERFLOW-AT-COMPUTE VALUE "05".
               88 RJ-RANGE-NOT-AUTHORIZED VALUE "06".
               88 RJ-REQUESTOR-NOT-ENTITLED VALUE "07".
           05 RJ-RUN-DATE PIC X(8).
           05 RJ-RUN-NUMBER PIC 9(6).
