       01 FIB-QUEUE-RELEASE-CONTROL-RECORD.
           05 QR-PROCESS-DATE PIC X(8).
