       01 FIB-INTERFACE-OUT-RECORD.
           05 IO-RECORD-TYPE PIC X(1).
               88 IO-HEADER-RECORD VALUE "H".
               88 IO-DETAIL-RECORD VALUE "D".
               88 IO-TRAILER-RECORD VALUE "T".
           05 IO-N PIC 9(2).
           05 IO-RESULT PIC 9(21).
           05 IO-STATUS PIC X(1).
           05 IO-RUN-DATE PIC X(8).
           05 IO-RUN-NUMBER PIC 9(6).
           05 IO-REQUESTOR-ID PIC X(8).
           05 IO-SEQUENCE-TYPE PIC X(1).
               88 IO-FIBONACCI-RESULT VALUE "F" SPACE.
               88 IO-LUCAS-RESULT VALUE "L".
       01 FIB-INTERFACE-HEADER-RECORD.
           05 IH-RECORD-TYPE PIC X(1).
           05 IH-TRANSMISSION-SEQ PIC 9(8).
           05 IH-RUN-DATE PIC X(8).
           05 IH-RUN-NUMBER PIC 9(6).
           05 IH-FEED-DD PIC X(8).
           05 FILLER PIC X(17).
       01 FIB-INTERFACE-TRAILER-RECORD.
           05 IT-RECORD-TYPE PIC X(1).
           05 IT-TRANSMISSION-SEQ PIC 9(8).
           05 IT-RECORD-COUNT PIC 9(8).
           05 IT-HASH-TOTAL PIC 9(24).
           05 FILLER PIC X(7).
