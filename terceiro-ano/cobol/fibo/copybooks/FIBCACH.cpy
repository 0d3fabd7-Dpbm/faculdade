       01 FIB-CACHE-RECORD.
           05 CA-KEY.
               10 CA-SEQUENCE-TYPE PIC X(1).
                   88 CA-FIBONACCI-ENTRY VALUE "F".
                   88 CA-LUCAS-ENTRY VALUE "L".
               10 CA-N-KEY PIC 9(2).
           05 CA-RESULT PIC 9(21).
           05 CA-USE-COUNT PIC 9(6).
           05 CA-LAST-REF-DATE PIC X(8).
           05 CA-ENTRY-STATUS PIC X(1).
               88 CA-ENTRY-INVALIDATED VALUE "I".
           05 CA-PIN-FLAG PIC X(1).
               88 CA-ENTRY-PINNED VALUE "P".
