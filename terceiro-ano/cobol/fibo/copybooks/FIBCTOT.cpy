       01 FIB-CONTROL-TOTAL-RECORD.
           05 CT-SOURCE-PROGRAM PIC X(8).
               88 CT-FROM-FIBBAL VALUE "FIBBAL".
               88 CT-FROM-FIBCKVER VALUE "FIBCKVER".
               88 CT-FROM-FIBACKRP VALUE "FIBACKRP".
               88 CT-FROM-FIBNSUM VALUE "FIBNSUM".
           05 CT-RUN-DATE PIC X(8).
           05 CT-RUN-TIME PIC X(6).
           05 CT-RETURN-CODE PIC 9(2).
           05 CT-ITEMS-CHECKED PIC 9(6).
           05 CT-EXCEPTION-COUNT PIC 9(6).
           05 CT-ERROR-COUNT PIC 9(6).
