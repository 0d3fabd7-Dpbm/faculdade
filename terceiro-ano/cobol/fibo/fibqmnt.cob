       IDENTIFICATION DIVISION.
       PROGRAM-ID. FibonacciQueueMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QueueFile ASSIGN TO "REQQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QU-QUEUE-ID
               FILE STATUS IS WS-Queue-Status.
           SELECT QueueChangeFile ASSIGN TO "QUEUECHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Queue-Change-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  QueueFile.
           COPY "FIBQUE.cpy".

       FD  QueueChangeFile
           RECORD CONTAINS 57 CHARACTERS.
           COPY "FIBQCHG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Queue-Status PIC XX VALUE "00".
       01 WS-Queue-Change-Status PIC XX VALUE "00".

       01 WS-Changed-By PIC X(8).
       01 WS-Queue-Id-Buffer PIC X(8).
       01 WS-Id-Length PIC 9(2).
       01 WS-Target-Queue-Id PIC 9(8) VALUE ZERO.
       01 WS-Action PIC X(1).
           88 WS-Action-Hold VALUE "H".
           88 WS-Action-Release VALUE "R".
           88 WS-Action-Cancel VALUE "C".

       01 WS-Record-Switch PIC X VALUE "N".
           88 WS-Record-Exists VALUE "Y".

       01 WS-Old-Hold-Flag PIC X(1) VALUE SPACE.
       01 WS-Old-Queue-Status PIC X(1) VALUE SPACE.
       01 WS-New-Hold-Flag PIC X(1) VALUE SPACE.
       01 WS-New-Queue-Status PIC X(1) VALUE SPACE.
       01 WS-Effective-Date PIC X(8) VALUE SPACES.
       01 WS-Request-Image PIC X(13) VALUE SPACES.

       01 WS-Valid-Switch PIC X VALUE "Y".
           88 WS-Change-Valid VALUE "Y".
           88 WS-Change-Invalid VALUE "N".

       01 WS-Write-Error-Switch PIC X VALUE "N".
           88 WS-Write-Error-Detected VALUE "Y".

       PROCEDURE DIVISION.
       MainLine.
           DISPLAY "ENTER YOUR USER/JOB ID: " WITH NO ADVANCING.
           ACCEPT WS-Changed-By.
           DISPLAY "ENTER QUEUE ID TO MAINTAIN: " WITH NO ADVANCING.
           ACCEPT WS-Queue-Id-Buffer.
           PERFORM EditQueueIdBuffer.
           PERFORM OpenQueueFile.
           PERFORM ReadQueueEntry.
           PERFORM DisplayQueueEntry.
           SET WS-Change-Valid TO TRUE.
           IF WS-Record-Exists THEN
                   DISPLAY "ENTER ACTION (H=HOLD, R=RELEASE, "
                       "C=CANCEL): " WITH NO ADVANCING
                   ACCEPT WS-Action
                   PERFORM ValidateAction
           ELSE
                   MOVE SPACE TO WS-Action
                   SET WS-Change-Invalid TO TRUE
           END-IF.
           IF WS-Change-Valid THEN
                   PERFORM ApplyAction
                   IF WS-Write-Error-Detected THEN
                           DISPLAY "REQQUEUE NOT UPDATED - SEE "
                               "ERRORS ABOVE"
                           MOVE 12 TO RETURN-CODE
                   ELSE
                           DISPLAY "REQQUEUE UPDATED FOR QUEUE ID "
                               WS-Target-Queue-Id
                   END-IF
           ELSE
                   DISPLAY "REQQUEUE NOT CHANGED - CORRECT THE "
                       "ERRORS ABOVE AND TRY AGAIN"
           END-IF.
           CLOSE QueueFile.
           PERFORM WriteChangeLogRecord.
           STOP RUN.

       EditQueueIdBuffer.
           IF WS-Queue-Id-Buffer = SPACES THEN
                   DISPLAY "REJECTED - QUEUE ID MAY NOT BE BLANK"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM VARYING WS-Id-Length FROM 8 BY -1
                   UNTIL WS-Queue-Id-Buffer(WS-Id-Length:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-Queue-Id-Buffer(1:WS-Id-Length) IS NOT NUMERIC THEN
                   DISPLAY "REJECTED - QUEUE ID MUST BE NUMERIC: "
                       WS-Queue-Id-Buffer
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE WS-Queue-Id-Buffer(1:WS-Id-Length)
               TO WS-Target-Queue-Id.
           IF WS-Target-Queue-Id = ZERO THEN
                   DISPLAY "REJECTED - QUEUE ID 0 IS THE QUEUE "
                       "CONTROL RECORD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.

       OpenQueueFile.
           OPEN I-O QueueFile.
           IF WS-Queue-Status NOT = "00" THEN
                   DISPLAY "ERROR OPENING REQQUEUE - STATUS "
                       WS-Queue-Status
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.

       ReadQueueEntry.
           MOVE WS-Target-Queue-Id TO QU-QUEUE-ID.
           READ QueueFile
               INVALID KEY
                   MOVE "N" TO WS-Record-Switch
               NOT INVALID KEY
                   MOVE "Y" TO WS-Record-Switch
                   MOVE QU-HOLD-FLAG TO WS-Old-Hold-Flag
                   MOVE QU-QUEUE-STATUS TO WS-Old-Queue-Status
                   MOVE QU-EFFECTIVE-DATE TO WS-Effective-Date
                   MOVE QU-REQUEST-IMAGE TO WS-Request-Image
           END-READ.
           MOVE WS-Old-Hold-Flag TO WS-New-Hold-Flag.
           MOVE WS-Old-Queue-Status TO WS-New-Queue-Status.

       DisplayQueueEntry.
           IF WS-Record-Exists THEN
                   DISPLAY "CURRENT QU-EFFECTIVE-DATE ...... "
                       QU-EFFECTIVE-DATE
                   DISPLAY "CURRENT QU-HOLD-FLAG ........... "
                       QU-HOLD-FLAG
                   DISPLAY "CURRENT QU-QUEUE-STATUS ........ "
                       QU-QUEUE-STATUS
                   DISPLAY "CURRENT QU-REQUEST-IMAGE ....... "
                       QU-REQUEST-IMAGE
                   DISPLAY "QUEUED AT ...................... "
                       QU-QUEUED-TIMESTAMP
                   IF QU-DELIVERED THEN
                           DISPLAY "RELEASED TO INFILE ON ......."
                               "... " QU-DELIVERED-DATE
                   END-IF
           ELSE
                   DISPLAY "REJECTED - QUEUE ID NOT ON REQQUEUE: "
                       WS-Target-Queue-Id
           END-IF.

       ValidateAction.
           EVALUATE TRUE
               WHEN NOT WS-Action-Hold AND NOT WS-Action-Release
                       AND NOT WS-Action-Cancel
                   DISPLAY "REJECTED - ACTION MUST BE H, R OR C"
                   SET WS-Change-Invalid TO TRUE
               WHEN NOT QU-QUEUED
                   DISPLAY "REJECTED - REQUEST IS NO LONGER QUEUED "
                       "(STATUS " QU-QUEUE-STATUS ")"
                   SET WS-Change-Invalid TO TRUE
               WHEN WS-Action-Hold AND QU-HELD
                   DISPLAY "REJECTED - REQUEST IS ALREADY HELD"
                   SET WS-Change-Invalid TO TRUE
               WHEN WS-Action-Release AND QU-RELEASED
                   DISPLAY "REJECTED - REQUEST IS NOT HELD"
                   SET WS-Change-Invalid TO TRUE
           END-EVALUATE.

       ApplyAction.
           EVALUATE TRUE
               WHEN WS-Action-Hold
                   SET QU-HELD TO TRUE
               WHEN WS-Action-Release
                   SET QU-RELEASED TO TRUE
               WHEN WS-Action-Cancel
                   SET QU-CANCELLED TO TRUE
           END-EVALUATE.
           MOVE QU-HOLD-FLAG TO WS-New-Hold-Flag.
           MOVE QU-QUEUE-STATUS TO WS-New-Queue-Status.
           REWRITE FIB-QUEUE-RECORD
               INVALID KEY
                   SET WS-Write-Error-Detected TO TRUE
           END-REWRITE.
           IF WS-Write-Error-Detected THEN
                   DISPLAY "ERROR WRITING REQQUEUE - STATUS "
                       WS-Queue-Status
           END-IF.

       WriteChangeLogRecord.
           MOVE WS-Changed-By TO QC-CHANGED-BY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO QC-TIMESTAMP.
           MOVE WS-Target-Queue-Id TO QC-QUEUE-ID.
           MOVE WS-Action TO QC-ACTION.
           MOVE WS-Old-Hold-Flag TO QC-OLD-HOLD-FLAG.
           MOVE WS-Old-Queue-Status TO QC-OLD-QUEUE-STATUS.
           MOVE WS-New-Hold-Flag TO QC-NEW-HOLD-FLAG.
           MOVE WS-New-Queue-Status TO QC-NEW-QUEUE-STATUS.
           MOVE WS-Effective-Date TO QC-EFFECTIVE-DATE.
           MOVE WS-Request-Image TO QC-REQUEST-IMAGE.
           EVALUATE TRUE
               WHEN WS-Write-Error-Detected
                   MOVE "F" TO QC-STATUS
               WHEN WS-Change-Valid
                   MOVE "A" TO QC-STATUS
               WHEN OTHER
                   MOVE "R" TO QC-STATUS
           END-EVALUATE.
           OPEN EXTEND QueueChangeFile.
           IF WS-Queue-Change-Status = "35" THEN
                   OPEN OUTPUT QueueChangeFile
           END-IF.
           WRITE FIB-QUEUE-CHANGE-RECORD.
           IF WS-Queue-Change-Status NOT = "00" THEN
                   DISPLAY "ERROR WRITING QUEUE CHANGE LOG - "
                       "STATUS " WS-Queue-Change-Status
           END-IF.
           CLOSE QueueChangeFile.
