           05 AK-DISPOSITION PIC X(1).
               88 AK-ACCEPTED VALUE "A".
               88 AK-REJECTED VALUE "R".
           05 AK-RUN-NUMBER PIC 9(6).
           05 AK-REQUESTOR-ID PIC X(8).
           05 AK-SEQUENCE-TYPE PIC X(1).
