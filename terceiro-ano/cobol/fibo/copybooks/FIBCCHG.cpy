       01 FIB-CACHE-CHANGE-RECORD.
           05 CG-CHANGED-BY PIC X(8).
           05 CG-TIMESTAMP PIC X(14).
           05 CG-N-KEY PIC 9(2).
           05 CG-SEQUENCE-TYPE PIC X(1).
           05 CG-ACTION PIC X(1).
               88 CG-ACTION-DELETE VALUE "D".
               88 CG-ACTION-INVALIDATE VALUE "I".
               88 CG-ACTION-RECOMPUTE VALUE "R".
               88 CG-ACTION-PIN VALUE "P".
               88 CG-ACTION-UNPIN VALUE "U".
           05 CG-BEFORE-IMAGE.
               10 CG-OLD-RESULT PIC 9(21).
               10 CG-OLD-USE-COUNT PIC 9(6).
               10 CG-OLD-LAST-REF-DATE PIC X(8).
               10 CG-OLD-ENTRY-STATUS PIC X(1).
               10 CG-OLD-PIN-FLAG PIC X(1).
           05 CG-AFTER-IMAGE.
               10 CG-NEW-RESULT PIC 9(21).
               10 CG-NEW-USE-COUNT PIC 9(6).
               10 CG-NEW-LAST-REF-DATE PIC X(8).
               10 CG-NEW-ENTRY-STATUS PIC X(1).
               10 CG-NEW-PIN-FLAG PIC X(1).
           05 CG-STATUS PIC X(1).
               88 CG-CHANGE-ACCEPTED VALUE "A".
               88 CG-CHANGE-REJECTED VALUE "R".
               88 CG-CHANGE-FAILED VALUE "F".
