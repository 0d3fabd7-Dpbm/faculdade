           SELECT CacheFile ASSIGN TO "FIBCACHE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-Cache-Status.
           SELECT ResultsFile ASSIGN TO "RESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "FIBCACH.cpy".

       FD  ResultsFile
           RECORD CONTAINS 38 CHARACTERS.
           COPY "FIBREC.cpy".

       FD  ResultsArchiveFile
           RECORD CONTAINS 38 CHARACTERS.
       01 FIB-RESULT-ARCHIVE-RECORD.
           05 FA-N PIC 9(2).
           05 FA-COMPUTED-VALUE PIC 9(21).
           05 FA-COMPUTED-DATE PIC X(8).
           05 FA-RUN-NUMBER PIC 9(6).
           05 FA-SEQUENCE-TYPE PIC X(1).
               88 FA-FIBONACCI-RESULT VALUE "F" SPACE.
               88 FA-LUCAS-RESULT VALUE "L".

       FD  AuditFile
           RECORD CONTAINS 72 CHARACTERS.
           COPY "FIBAUD.cpy".

       WORKING-STORAGE SECTION.

       01 WS-N-Buffer PIC X(2).
       01 WS-Target-N PIC 9(2).
       01 WS-Sequence-Type PIC X(1).
           88 WS-Fibonacci-Sequence VALUE "F".
           88 WS-Lucas-Sequence VALUE "L".
       01 WS-Sequence-Name PIC X(9).
       01 WS-Match-Switch PIC X VALUE "N".
           88 WS-Sequence-Matches VALUE "Y".
       01 WS-Valid-Switch PIC X VALUE "Y".
           88 WS-Valid-N VALUE "Y".
           88 WS-Invalid-N VALUE "N".
       01 WS-Last-Requestor PIC X(8).
       01 WS-Last-Status PIC X(1).
       01 WS-Last-Timestamp PIC X(14).
       01 WS-Last-Run-Number PIC 9(6).
       01 WS-Audit-Run-Number PIC 9(6).

       PROCEDURE DIVISION.
       MainLine.
           STOP RUN.

       RunOneInquiry.
           DISPLAY "ENTER SEQUENCE (F=FIBONACCI, L=LUCAS): "
               WITH NO ADVANCING.
           ACCEPT WS-Sequence-Type.
           IF WS-Sequence-Type = SPACE THEN
                   SET WS-Fibonacci-Sequence TO TRUE
           END-IF.
           DISPLAY "ENTER N TO LOOK UP: " WITH NO ADVANCING.
           ACCEPT WS-N-Buffer.
           PERFORM ValidateN.
           IF WS-Lucas-Sequence THEN
                   MOVE "LUCAS" TO WS-Sequence-Name
           ELSE
                   MOVE "FIBONACCI" TO WS-Sequence-Name
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-Lucas-Sequence AND NOT WS-Fibonacci-Sequence
                   DISPLAY "REJECTED - SEQUENCE MUST BE F OR L: "
                       WS-Sequence-Type
               WHEN WS-Invalid-N
                   DISPLAY "REJECTED - INVALID N VALUE: "
                       WS-N-Buffer
               WHEN OTHER
                   DISPLAY "---- INQUIRY FOR " WS-Sequence-Name
                       " N = " WS-Target-N " ----"
                   PERFORM ShowCacheEntry
                   PERFORM ShowResultsHistory
                   DISPLAY "INCLUDE ARCHIVED RESULTS? (Y/N): "
                           PERFORM ShowArchiveHistory
                   END-IF
                   PERFORM ShowLatestAuditActivity
           END-EVALUATE.

       ValidateN.
           IF WS-N-Buffer(2:1) = SPACE THEN
       ShowCacheEntry.
           OPEN INPUT CacheFile.
           IF WS-Cache-Status = "00" THEN
                   MOVE WS-Sequence-Type TO CA-SEQUENCE-TYPE
                   MOVE WS-Target-N TO CA-N-KEY
                   READ CacheFile
                       INVALID KEY
                               WS-Target-N
                       NOT INVALID KEY
                           DISPLAY "FIBCACHE: VALUE " CA-RESULT
                           IF CA-ENTRY-INVALIDATED THEN
                                   DISPLAY "FIBCACHE: ENTRY IS "
                                       "INVALIDATED - RECOMPUTED ON "
                                       "NEXT USE"
                           END-IF
                           IF CA-ENTRY-PINNED THEN
                                   DISPLAY "FIBCACHE: ENTRY IS PINNED"
                           END-IF
                   END-READ
                   CLOSE CacheFile
           ELSE
           END-IF.

       ShowOneResultRecord.
           MOVE "N" TO WS-Match-Switch.
           IF (WS-Lucas-Sequence AND FR-LUCAS-RESULT)
                   OR (WS-Fibonacci-Sequence
                       AND FR-FIBONACCI-RESULT) THEN
                   SET WS-Sequence-Matches TO TRUE
           END-IF.
           IF FR-N = WS-Target-N AND WS-Sequence-Matches THEN
                   DISPLAY "RESULTS: VALUE " FR-COMPUTED-VALUE
                       " COMPUTED " FR-COMPUTED-DATE
                       " RUN " FR-RUN-NUMBER
                   ADD 1 TO WS-Result-Count
           END-IF.

           END-IF.

       ShowOneArchiveRecord.
           MOVE "N" TO WS-Match-Switch.
           IF (WS-Lucas-Sequence AND FA-LUCAS-RESULT)
                   OR (WS-Fibonacci-Sequence
                       AND FA-FIBONACCI-RESULT) THEN
                   SET WS-Sequence-Matches TO TRUE
           END-IF.
           IF FA-N = WS-Target-N AND WS-Sequence-Matches THEN
                   DISPLAY "RESULTARC: VALUE " FA-COMPUTED-VALUE
                       " COMPUTED " FA-COMPUTED-DATE
                       " RUN " FA-RUN-NUMBER
                   ADD 1 TO WS-Archive-Count
           END-IF.

       ShowLatestAuditActivity.
           MOVE "N" TO WS-Audit-Found-Switch.
           MOVE SPACES TO WS-Last-Timestamp.
           MOVE ZERO TO WS-Last-Run-Number.
           OPEN INPUT AuditFile.
           IF WS-Audit-Status = "00" THEN
                   PERFORM UNTIL WS-Audit-EOF
                       "NOT SHOWN"
           END-IF.
           IF WS-Audit-Activity-Found THEN
                   DISPLAY "AUDITLOG: LAST ACTIVITY RUN "
                       WS-Last-Run-Number " AT " WS-Last-Timestamp
                       " BY " WS-Last-Requestor
                       " STATUS " WS-Last-Status
           ELSE
                   DISPLAY "AUDITLOG: NO ACTIVITY FOUND FOR N = "
           END-IF.

       CheckOneAuditRecord.
           IF AU-RUN-NUMBER IS NUMERIC THEN
                   MOVE AU-RUN-NUMBER TO WS-Audit-Run-Number
           ELSE
                   MOVE ZERO TO WS-Audit-Run-Number
           END-IF.
           MOVE "N" TO WS-Match-Switch.
           IF (WS-Lucas-Sequence AND AU-LUCAS-REQUEST)
                   OR (WS-Fibonacci-Sequence
                       AND AU-FIBONACCI-REQUEST) THEN
                   SET WS-Sequence-Matches TO TRUE
           END-IF.
           IF AU-N-REQUESTED = WS-N-Buffer
                   AND WS-Sequence-Matches
                   AND WS-Audit-Run-Number >= WS-Last-Run-Number THEN
                   SET WS-Audit-Activity-Found TO TRUE
                   MOVE AU-REQUESTOR-ID TO WS-Last-Requestor
                   MOVE AU-STATUS TO WS-Last-Status
                   MOVE AU-TIMESTAMP TO WS-Last-Timestamp
                   MOVE WS-Audit-Run-Number TO WS-Last-Run-Number
           END-IF.
