       01 FIB-STEP-TIMING-RECORD.
           05 TM-PROGRAM-NAME PIC X(8).
           05 TM-EVENT PIC X(1).
               88 TM-STEP-START VALUE "S".
               88 TM-STEP-END VALUE "E".
           05 TM-DATE PIC X(8).
           05 TM-TIME PIC X(6).
           05 TM-RETURN-CODE PIC 9(2).
           05 TM-RUN-NUMBER PIC 9(6).
