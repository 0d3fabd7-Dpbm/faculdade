       IDENTIFICATION DIVISION.
       PROGRAM-ID. FibonacciQueueListing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QueueFile ASSIGN TO "REQQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QU-QUEUE-ID
               FILE STATUS IS WS-Queue-Status.
           SELECT ReportFile ASSIGN TO "QLISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  QueueFile.
           COPY "FIBQUE.cpy".

       FD  ReportFile
           RECORD CONTAINS 132 CHARACTERS.
       01 ReportLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Queue-Status PIC XX VALUE "00".
           88 WS-Queue-EOF VALUE "10".
       01 WS-Report-Status PIC XX VALUE "00".

       COPY "FIBBREC.cpy".

       01 WS-Today PIC X(8).

       01 WS-Held-Count PIC 9(6) VALUE ZERO.
       01 WS-Due-Count PIC 9(6) VALUE ZERO.
       01 WS-Future-Count PIC 9(6) VALUE ZERO.
       01 WS-Delivered-Count PIC 9(6) VALUE ZERO.
       01 WS-Cancelled-Count PIC 9(6) VALUE ZERO.

       01 Report-Header-1.
           05 FILLER PIC X(40) VALUE
               "REQUEST QUEUE LISTING".
           05 FILLER PIC X(7) VALUE "AS OF: ".
           05 RH-Today PIC X(8).

       01 Column-Header-Line.
           05 FILLER PIC X(10) VALUE "QUEUE ID".
           05 FILLER PIC X(10) VALUE "EFFECTIVE".
           05 FILLER PIC X(11) VALUE "STATUS".
           05 FILLER PIC X(6) VALUE "TYPE".
           05 FILLER PIC X(6) VALUE "FROM".
           05 FILLER PIC X(6) VALUE "TO".
           05 FILLER PIC X(10) VALUE "REQUESTOR".
           05 FILLER PIC X(16) VALUE "QUEUED AT".
           05 FILLER PIC X(10) VALUE "RELEASED".

       01 Detail-Line.
           05 DL-Queue-Id PIC ZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-Effective-Date PIC X(10).
           05 DL-Status PIC X(11).
           05 DL-Request-Type PIC X(6).
           05 DL-N-From PIC X(6).
           05 DL-N-To PIC X(6).
           05 DL-Requestor-Id PIC X(10).
           05 DL-Queued-At PIC X(16).
           05 DL-Delivered-Date PIC X(10).

       01 Trailer-Line-1.
           05 FILLER PIC X(32) VALUE "QUEUED - ON HOLD: ".
           05 TL-Held PIC ZZZZZ9.

       01 Trailer-Line-2.
           05 FILLER PIC X(32) VALUE "QUEUED - DUE FOR NEXT RELEASE: ".
           05 TL-Due PIC ZZZZZ9.

       01 Trailer-Line-3.
           05 FILLER PIC X(32) VALUE "QUEUED - NOT YET DUE: ".
           05 TL-Future PIC ZZZZZ9.

       01 Trailer-Line-4.
           05 FILLER PIC X(32) VALUE "RELEASED TO INFILE: ".
           05 TL-Delivered PIC ZZZZZ9.

       01 Trailer-Line-5.
           05 FILLER PIC X(32) VALUE "CANCELLED: ".
           05 TL-Cancelled PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MainLine.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN OUTPUT ReportFile.
           MOVE WS-Today TO RH-Today.
           WRITE ReportLine FROM Report-Header-1.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Column-Header-Line.
           OPEN INPUT QueueFile.
           IF WS-Queue-Status = "00" THEN
                   PERFORM UNTIL WS-Queue-EOF
                       READ QueueFile NEXT RECORD
                           AT END
                               SET WS-Queue-EOF TO TRUE
                           NOT AT END
                               IF QU-QUEUE-ID NOT = ZERO THEN
                                       PERFORM ListOneQueueEntry
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE QueueFile
           ELSE
                   DISPLAY "NO REQUEST QUEUE REQQUEUE FOUND - "
                       "NOTHING TO LIST"
           END-IF.
           PERFORM WriteTrailer.
           CLOSE ReportFile.
           STOP RUN.

       ListOneQueueEntry.
           EVALUATE TRUE
               WHEN QU-CANCELLED
                   MOVE "CANCELLED" TO DL-Status
                   ADD 1 TO WS-Cancelled-Count
               WHEN QU-DELIVERED
                   MOVE "RELEASED" TO DL-Status
                   ADD 1 TO WS-Delivered-Count
               WHEN QU-HELD
                   MOVE "HELD" TO DL-Status
                   ADD 1 TO WS-Held-Count
               WHEN QU-EFFECTIVE-DATE > WS-Today
                   MOVE "QUEUED" TO DL-Status
                   ADD 1 TO WS-Future-Count
               WHEN OTHER
                   MOVE "DUE" TO DL-Status
                   ADD 1 TO WS-Due-Count
           END-EVALUATE.
           MOVE QU-REQUEST-IMAGE TO FIB-BATCH-INPUT-RECORD.
           MOVE QU-QUEUE-ID TO DL-Queue-Id.
           MOVE QU-EFFECTIVE-DATE TO DL-Effective-Date.
           MOVE BI-REQUEST-TYPE TO DL-Request-Type.
           MOVE BI-N-FROM TO DL-N-From.
           IF BI-RANGE-REQUEST THEN
                   MOVE BI-N-TO TO DL-N-To
           ELSE
                   MOVE SPACES TO DL-N-To
           END-IF.
           MOVE BI-REQUESTOR-ID TO DL-Requestor-Id.
           MOVE QU-QUEUED-TIMESTAMP TO DL-Queued-At.
           MOVE QU-DELIVERED-DATE TO DL-Delivered-Date.
           WRITE ReportLine FROM Detail-Line.

       WriteTrailer.
           MOVE WS-Held-Count TO TL-Held.
           MOVE WS-Due-Count TO TL-Due.
           MOVE WS-Future-Count TO TL-Future.
           MOVE WS-Delivered-Count TO TL-Delivered.
           MOVE WS-Cancelled-Count TO TL-Cancelled.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Trailer-Line-1.
           WRITE ReportLine FROM Trailer-Line-2.
           WRITE ReportLine FROM Trailer-Line-3.
           WRITE ReportLine FROM Trailer-Line-4.
           WRITE ReportLine FROM Trailer-Line-5.
