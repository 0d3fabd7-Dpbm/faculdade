       01 FIB-QUEUE-INPUT-RECORD.
           05 QI-EFFECTIVE-DATE PIC X(8).
           05 QI-HOLD-FLAG PIC X(1).
           05 QI-REQUEST-IMAGE PIC X(13).
