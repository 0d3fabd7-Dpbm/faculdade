       01 FIB-FEED-CONTROL-RECORD.
           05 FC-FEED-DD PIC X(8).
           05 FC-LAST-SEQ-SENT PIC 9(8).
           05 FC-LAST-SENT-RUN PIC 9(6).
           05 FC-LAST-SENT-DATE PIC X(8).
           05 FC-LAST-SEQ-RELEASED PIC 9(8).
           05 FC-LAST-RELEASE-DATE PIC X(8).
