       01 FIB-QUEUE-RECORD.
           05 QU-QUEUE-ID PIC 9(8).
           05 QU-EFFECTIVE-DATE PIC X(8).
           05 QU-HOLD-FLAG PIC X(1).
               88 QU-HELD VALUE "H".
               88 QU-RELEASED VALUE "R".
           05 QU-QUEUE-STATUS PIC X(1).
               88 QU-QUEUED VALUE "Q".
               88 QU-DELIVERED VALUE "D".
               88 QU-CANCELLED VALUE "C".
           05 QU-REQUEST-IMAGE PIC X(13).
           05 QU-QUEUED-TIMESTAMP PIC X(14).
           05 QU-DELIVERED-DATE PIC X(8).
       01 FIB-QUEUE-CONTROL-RECORD.
           05 QU-CONTROL-KEY PIC 9(8).
           05 QU-LAST-QUEUE-ID PIC 9(8).
           05 FILLER PIC X(37).
