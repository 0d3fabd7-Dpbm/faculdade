       01 FIB-FEED-RELEASE-RECORD.
           05 FL-FEED-DD PIC X(8).
           05 FL-TRANSMISSION-SEQ PIC 9(8).
           05 FL-RUN-NUMBER PIC 9(6).
           05 FL-RUN-DATE PIC X(8).
           05 FL-RECORD-COUNT PIC 9(8).
           05 FL-RELEASE-DATE PIC X(8).
