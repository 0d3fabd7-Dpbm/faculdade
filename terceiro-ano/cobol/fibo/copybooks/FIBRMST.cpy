       01 FIB-RUN-MASTER-RECORD.
           05 RM-RUN-NUMBER PIC 9(6).
           05 RM-START-DATE PIC X(8).
           05 RM-START-TIME PIC X(6).
           05 RM-END-DATE PIC X(8).
           05 RM-END-TIME PIC X(6).
           05 RM-RUN-CONTROL-CARD PIC X(18).
           05 RM-RUN-STATUS PIC X(1).
               88 RM-RUN-STARTED VALUE "S".
               88 RM-RUN-COMPLETED VALUE "C".
           05 RM-RETURN-CODE PIC 9(2).
           05 RM-RESTART-COUNT PIC 9(2).
       01 FIB-RUN-MASTER-CONTROL-RECORD.
           05 RM-CONTROL-KEY PIC 9(6).
           05 RM-LAST-RUN-NUMBER PIC 9(6).
           05 RM-LAST-AUDIT-SEQUENCE PIC 9(9).
           05 RM-LAST-AUDIT-CHECK PIC 9(9).
           05 FILLER PIC X(27).
