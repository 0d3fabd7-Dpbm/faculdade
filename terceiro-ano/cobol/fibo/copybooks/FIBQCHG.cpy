       01 FIB-QUEUE-CHANGE-RECORD.
           05 QC-CHANGED-BY PIC X(8).
           05 QC-TIMESTAMP PIC X(14).
           05 QC-QUEUE-ID PIC 9(8).
           05 QC-ACTION PIC X(1).
               88 QC-ACTION-QUEUE VALUE "Q".
               88 QC-ACTION-HOLD VALUE "H".
               88 QC-ACTION-RELEASE VALUE "R".
               88 QC-ACTION-CANCEL VALUE "C".
               88 QC-ACTION-DELIVER VALUE "D".
           05 QC-OLD-HOLD-FLAG PIC X(1).
           05 QC-OLD-QUEUE-STATUS PIC X(1).
           05 QC-NEW-HOLD-FLAG PIC X(1).
           05 QC-NEW-QUEUE-STATUS PIC X(1).
           05 QC-EFFECTIVE-DATE PIC X(8).
           05 QC-REQUEST-IMAGE PIC X(13).
           05 QC-STATUS PIC X(1).
               88 QC-CHANGE-ACCEPTED VALUE "A".
               88 QC-CHANGE-REJECTED VALUE "R".
               88 QC-CHANGE-FAILED VALUE "F".
