       IDENTIFICATION DIVISION.
       PROGRAM-ID. FibonacciQueueRelease.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QueueReleaseControlFile ASSIGN TO "QRELCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Release-Control-Status.
           SELECT QueueInputFile ASSIGN TO "QUEUEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Queue-Input-Status.
           SELECT QueueFile ASSIGN TO "REQQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QU-QUEUE-ID
               FILE STATUS IS WS-Queue-Status.
           SELECT RequestFile ASSIGN TO "INFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Request-Status.
           SELECT QueueChangeFile ASSIGN TO "QUEUECHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Queue-Change-Status.
           SELECT ReportFile ASSIGN TO "QRELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT StepTimingFile ASSIGN TO "STEPTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Step-Timing-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  QueueReleaseControlFile
           RECORD CONTAINS 8 CHARACTERS.
           COPY "FIBQRCTL.cpy".

       FD  QueueInputFile
           RECORD CONTAINS 22 CHARACTERS.
           COPY "FIBQIN.cpy".

       FD  QueueFile.
           COPY "FIBQUE.cpy".

       FD  RequestFile
           RECORD CONTAINS 13 CHARACTERS.
           COPY "FIBBREC.cpy".

       FD  QueueChangeFile
           RECORD CONTAINS 57 CHARACTERS.
           COPY "FIBQCHG.cpy".

       FD  ReportFile
           RECORD CONTAINS 132 CHARACTERS.
       01 ReportLine PIC X(132).

       FD  StepTimingFile
           RECORD CONTAINS 31 CHARACTERS.
           COPY "FIBSTIM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Step-Timing-Status PIC XX VALUE "00".
       01 WS-Release-Control-Status PIC XX VALUE "00".
       01 WS-Queue-Input-Status PIC XX VALUE "00".
           88 WS-Queue-Input-EOF VALUE "10".
       01 WS-Queue-Status PIC XX VALUE "00".
           88 WS-Queue-EOF VALUE "10".
       01 WS-Request-Status PIC XX VALUE "00".
       01 WS-Queue-Change-Status PIC XX VALUE "00".
       01 WS-Report-Status PIC XX VALUE "00".

       01 WS-Process-Date PIC X(8).
       01 WS-Check-Date PIC X(8).
       01 WS-Check-Date-Parts REDEFINES WS-Check-Date.
           05 WS-Check-Year PIC 9(4).
           05 WS-Check-Month PIC 9(2).
           05 WS-Check-Day PIC 9(2).
       01 WS-Date-Switch PIC X VALUE "Y".
           88 WS-Date-Valid VALUE "Y".
           88 WS-Date-Invalid VALUE "N".

       01 WS-Write-Error-Switch PIC X VALUE "N".
           88 WS-Write-Error-Detected VALUE "Y".

       01 WS-Queue-Id PIC 9(8).
       01 WS-Old-Hold-Flag PIC X(1).
       01 WS-Old-Queue-Status PIC X(1).
       01 WS-Change-Action PIC X(1).
       01 WS-Input-Reason PIC X(30).

       01 WS-Loaded-Count PIC 9(6) VALUE ZERO.
       01 WS-Load-Reject-Count PIC 9(6) VALUE ZERO.
       01 WS-Delivered-Count PIC 9(6) VALUE ZERO.
       01 WS-Held-Count PIC 9(6) VALUE ZERO.
       01 WS-Future-Count PIC 9(6) VALUE ZERO.

       01 Report-Header-1.
           05 FILLER PIC X(40) VALUE
               "REQUEST QUEUE RELEASE REPORT".
           05 FILLER PIC X(17) VALUE "PROCESSING DATE: ".
           05 RH-Process-Date PIC X(8).

       01 Column-Header-Line.
           05 FILLER PIC X(10) VALUE "QUEUE ID".
           05 FILLER PIC X(10) VALUE "EFFECTIVE".
           05 FILLER PIC X(6) VALUE "HOLD".
           05 FILLER PIC X(15) VALUE "REQUEST".
           05 FILLER PIC X(12) VALUE "ACTION".
           05 FILLER PIC X(30) VALUE "REASON".

       01 Detail-Line.
           05 DL-Queue-Id PIC ZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-Effective-Date PIC X(10).
           05 DL-Hold-Flag PIC X(6).
           05 DL-Request PIC X(15).
           05 DL-Action PIC X(12).
           05 DL-Reason PIC X(30).

       01 Trailer-Line-1.
           05 FILLER PIC X(32) VALUE "NEW REQUESTS QUEUED: ".
           05 TL-Loaded PIC ZZZZZ9.

       01 Trailer-Line-2.
           05 FILLER PIC X(32) VALUE "QUEUEIN RECORDS REJECTED: ".
           05 TL-Load-Rejects PIC ZZZZZ9.

       01 Trailer-Line-3.
           05 FILLER PIC X(32) VALUE "DUE REQUESTS MOVED TO INFILE: ".
           05 TL-Delivered PIC ZZZZZ9.

       01 Trailer-Line-4.
           05 FILLER PIC X(32) VALUE "REQUESTS LEFT ON HOLD: ".
           05 TL-Held PIC ZZZZZ9.

       01 Trailer-Line-5.
           05 FILLER PIC X(32) VALUE "REQUESTS NOT YET DUE: ".
           05 TL-Future PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MainLine.
           PERFORM WriteStepStart.
           PERFORM GetProcessDate.
           PERFORM OpenQueueFile.
           OPEN EXTEND QueueChangeFile.
           IF WS-Queue-Change-Status = "35" THEN
                   OPEN OUTPUT QueueChangeFile
           END-IF.
           OPEN OUTPUT ReportFile.
           MOVE WS-Process-Date TO RH-Process-Date.
           WRITE ReportLine FROM Report-Header-1.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Column-Header-Line.
           PERFORM LoadNewRequests.
           PERFORM ReleaseDueRequests.
           CLOSE QueueFile.
           CLOSE QueueChangeFile.
           PERFORM WriteTrailer.
           CLOSE ReportFile.
           PERFORM SetReturnCode.
           PERFORM WriteStepEnd.
           STOP RUN.

       GetProcessDate.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Process-Date.
           OPEN INPUT QueueReleaseControlFile.
           IF WS-Release-Control-Status = "00" THEN
                   READ QueueReleaseControlFile
                       AT END
                           MOVE SPACES TO QR-PROCESS-DATE
                   END-READ
                   CLOSE QueueReleaseControlFile
                   IF QR-PROCESS-DATE NOT = SPACES THEN
                           MOVE QR-PROCESS-DATE TO WS-Check-Date
                           PERFORM ValidateCheckDate
                           IF WS-Date-Invalid THEN
                                   DISPLAY "INVALID QRELCTL CARD - "
                                       "PROCESSING DATE MUST BE "
                                       "YYYYMMDD: " QR-PROCESS-DATE
                                       " - RUN ABORTED"
                                   MOVE 16 TO RETURN-CODE
                                   PERFORM WriteStepEnd
                                   STOP RUN
                           END-IF
                           MOVE QR-PROCESS-DATE TO WS-Process-Date
                   END-IF
           END-IF.

       ValidateCheckDate.
           SET WS-Date-Valid TO TRUE.
           IF WS-Check-Date IS NOT NUMERIC THEN
                   SET WS-Date-Invalid TO TRUE
           ELSE
                   IF WS-Check-Year < 1900
                           OR WS-Check-Month < 1
                           OR WS-Check-Month > 12
                           OR WS-Check-Day < 1
                           OR WS-Check-Day > 31 THEN
                           SET WS-Date-Invalid TO TRUE
                   END-IF
           END-IF.

       OpenQueueFile.
           OPEN I-O QueueFile.
           IF WS-Queue-Status = "35" THEN
                   OPEN OUTPUT QueueFile
                   CLOSE QueueFile
                   OPEN I-O QueueFile
           END-IF.
           IF WS-Queue-Status NOT = "00" THEN
                   DISPLAY "ERROR OPENING REQUEST QUEUE REQQUEUE - "
                       "STATUS " WS-Queue-Status " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WriteStepEnd
                   STOP RUN
           END-IF.

       LoadNewRequests.
           OPEN INPUT QueueInputFile.
           IF WS-Queue-Input-Status = "00" THEN
                   PERFORM UNTIL WS-Queue-Input-EOF
                       READ QueueInputFile
                           AT END
                               SET WS-Queue-Input-EOF TO TRUE
                           NOT AT END
                               PERFORM LoadOneRequest
                       END-READ
                   END-PERFORM
                   CLOSE QueueInputFile
                   IF NOT WS-Write-Error-Detected THEN
                           OPEN OUTPUT QueueInputFile
                           CLOSE QueueInputFile
                   END-IF
           ELSE
                   DISPLAY "NO QUEUEIN FILE FOUND - NO NEW "
                       "REQUESTS QUEUED"
           END-IF.

       LoadOneRequest.
           MOVE SPACES TO WS-Input-Reason.
           MOVE QI-EFFECTIVE-DATE TO WS-Check-Date.
           PERFORM ValidateCheckDate.
           EVALUATE TRUE
               WHEN WS-Date-Invalid
                   MOVE "INVALID EFFECTIVE DATE" TO WS-Input-Reason
               WHEN QI-HOLD-FLAG NOT = SPACE AND NOT = "H"
                       AND NOT = "R"
                   MOVE "HOLD FLAG MUST BE H, R OR BLANK"
                       TO WS-Input-Reason
               WHEN QI-REQUEST-IMAGE = SPACES
                   MOVE "BLANK REQUEST" TO WS-Input-Reason
           END-EVALUATE.
           IF WS-Input-Reason NOT = SPACES THEN
                   ADD 1 TO WS-Load-Reject-Count
                   MOVE ZERO TO DL-Queue-Id
                   MOVE QI-EFFECTIVE-DATE TO DL-Effective-Date
                   MOVE QI-HOLD-FLAG TO DL-Hold-Flag
                   MOVE QI-REQUEST-IMAGE TO DL-Request
                   MOVE "REJECTED" TO DL-Action
                   MOVE WS-Input-Reason TO DL-Reason
                   WRITE ReportLine FROM Detail-Line
           ELSE
                   PERFORM AllocateQueueId
                   IF NOT WS-Write-Error-Detected THEN
                           PERFORM AddQueueRecord
                   END-IF
           END-IF.

       AllocateQueueId.
           MOVE ZERO TO QU-QUEUE-ID.
           READ QueueFile
               INVALID KEY
                   MOVE ZERO TO QU-CONTROL-KEY
                   MOVE 1 TO QU-LAST-QUEUE-ID
                   WRITE FIB-QUEUE-CONTROL-RECORD
                       INVALID KEY
                           PERFORM QueueUpdateFailed
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO QU-LAST-QUEUE-ID
                   REWRITE FIB-QUEUE-CONTROL-RECORD
                       INVALID KEY
                           PERFORM QueueUpdateFailed
                   END-REWRITE
           END-READ.
           MOVE QU-LAST-QUEUE-ID TO WS-Queue-Id.

       AddQueueRecord.
           MOVE WS-Queue-Id TO QU-QUEUE-ID.
           MOVE QI-EFFECTIVE-DATE TO QU-EFFECTIVE-DATE.
           IF QI-HOLD-FLAG = "H" THEN
                   SET QU-HELD TO TRUE
           ELSE
                   SET QU-RELEASED TO TRUE
           END-IF.
           SET QU-QUEUED TO TRUE.
           MOVE QI-REQUEST-IMAGE TO QU-REQUEST-IMAGE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO QU-QUEUED-TIMESTAMP.
           MOVE SPACES TO QU-DELIVERED-DATE.
           WRITE FIB-QUEUE-RECORD
               INVALID KEY
                   PERFORM QueueUpdateFailed
           END-WRITE.
           MOVE SPACE TO WS-Old-Hold-Flag.
           MOVE SPACE TO WS-Old-Queue-Status.
           MOVE "Q" TO WS-Change-Action.
           PERFORM WriteQueueChangeRecord.
           IF NOT WS-Write-Error-Detected THEN
                   ADD 1 TO WS-Loaded-Count
                   MOVE "QUEUED" TO DL-Action
                   MOVE SPACES TO DL-Reason
                   PERFORM WriteQueueDetailLine
           END-IF.

       ReleaseDueRequests.
           OPEN EXTEND RequestFile.
           IF WS-Request-Status = "35" THEN
                   OPEN OUTPUT RequestFile
           END-IF.
           IF WS-Request-Status NOT = "00" THEN
                   DISPLAY "ERROR OPENING INFILE - STATUS "
                       WS-Request-Status " - NOTHING RELEASED"
                   SET WS-Write-Error-Detected TO TRUE
           ELSE
                   MOVE ZERO TO QU-QUEUE-ID
                   START QueueFile KEY IS GREATER THAN QU-QUEUE-ID
                       INVALID KEY
                           SET WS-Queue-EOF TO TRUE
                   END-START
                   PERFORM UNTIL WS-Queue-EOF
                       READ QueueFile NEXT RECORD
                           AT END
                               SET WS-Queue-EOF TO TRUE
                           NOT AT END
                               PERFORM ReleaseOneRequest
                       END-READ
                   END-PERFORM
                   CLOSE RequestFile
           END-IF.

       ReleaseOneRequest.
           IF QU-QUEUED THEN
                   EVALUATE TRUE
                       WHEN QU-HELD
                           ADD 1 TO WS-Held-Count
                       WHEN QU-EFFECTIVE-DATE > WS-Process-Date
                           ADD 1 TO WS-Future-Count
                       WHEN OTHER
                           PERFORM DeliverOneRequest
                   END-EVALUATE
           END-IF.

       DeliverOneRequest.
           MOVE QU-REQUEST-IMAGE TO FIB-BATCH-INPUT-RECORD.
           WRITE FIB-BATCH-INPUT-RECORD.
           IF WS-Request-Status NOT = "00" THEN
                   DISPLAY "ERROR WRITING INFILE - STATUS "
                       WS-Request-Status
                   SET WS-Write-Error-Detected TO TRUE
           ELSE
                   MOVE QU-HOLD-FLAG TO WS-Old-Hold-Flag
                   MOVE QU-QUEUE-STATUS TO WS-Old-Queue-Status
                   SET QU-DELIVERED TO TRUE
                   MOVE WS-Process-Date TO QU-DELIVERED-DATE
                   REWRITE FIB-QUEUE-RECORD
                       INVALID KEY
                           PERFORM QueueUpdateFailed
                   END-REWRITE
                   MOVE "D" TO WS-Change-Action
                   PERFORM WriteQueueChangeRecord
                   ADD 1 TO WS-Delivered-Count
                   MOVE "RELEASED" TO DL-Action
                   MOVE SPACES TO DL-Reason
                   PERFORM WriteQueueDetailLine
           END-IF.

       QueueUpdateFailed.
           DISPLAY "ERROR UPDATING REQUEST QUEUE REQQUEUE - STATUS "
               WS-Queue-Status.
           SET WS-Write-Error-Detected TO TRUE.

       WriteQueueChangeRecord.
           MOVE "FIBQREL" TO QC-CHANGED-BY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO QC-TIMESTAMP.
           MOVE QU-QUEUE-ID TO QC-QUEUE-ID.
           MOVE WS-Change-Action TO QC-ACTION.
           MOVE WS-Old-Hold-Flag TO QC-OLD-HOLD-FLAG.
           MOVE WS-Old-Queue-Status TO QC-OLD-QUEUE-STATUS.
           MOVE QU-HOLD-FLAG TO QC-NEW-HOLD-FLAG.
           MOVE QU-QUEUE-STATUS TO QC-NEW-QUEUE-STATUS.
           MOVE QU-EFFECTIVE-DATE TO QC-EFFECTIVE-DATE.
           MOVE QU-REQUEST-IMAGE TO QC-REQUEST-IMAGE.
           IF WS-Write-Error-Detected THEN
                   MOVE "F" TO QC-STATUS
           ELSE
                   MOVE "A" TO QC-STATUS
           END-IF.
           WRITE FIB-QUEUE-CHANGE-RECORD.
           IF WS-Queue-Change-Status NOT = "00" THEN
                   DISPLAY "ERROR WRITING QUEUE CHANGE LOG - "
                       "STATUS " WS-Queue-Change-Status
           END-IF.

       WriteQueueDetailLine.
           MOVE QU-QUEUE-ID TO DL-Queue-Id.
           MOVE QU-EFFECTIVE-DATE TO DL-Effective-Date.
           MOVE QU-HOLD-FLAG TO DL-Hold-Flag.
           MOVE QU-REQUEST-IMAGE TO DL-Request.
           WRITE ReportLine FROM Detail-Line.

       WriteTrailer.
           MOVE WS-Loaded-Count TO TL-Loaded.
           MOVE WS-Load-Reject-Count TO TL-Load-Rejects.
           MOVE WS-Delivered-Count TO TL-Delivered.
           MOVE WS-Held-Count TO TL-Held.
           MOVE WS-Future-Count TO TL-Future.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Trailer-Line-1.
           WRITE ReportLine FROM Trailer-Line-2.
           WRITE ReportLine FROM Trailer-Line-3.
           WRITE ReportLine FROM Trailer-Line-4.
           WRITE ReportLine FROM Trailer-Line-5.

       SetReturnCode.
           EVALUATE TRUE
               WHEN WS-Write-Error-Detected
                   MOVE 12 TO RETURN-CODE
               WHEN WS-Load-Reject-Count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       WriteStepStart.
           SET TM-STEP-START TO TRUE.
           MOVE ZERO TO TM-RETURN-CODE.
           PERFORM WriteStepTimingRecord.

       WriteStepEnd.
           SET TM-STEP-END TO TRUE.
           MOVE RETURN-CODE TO TM-RETURN-CODE.
           PERFORM WriteStepTimingRecord.

       WriteStepTimingRecord.
           MOVE "FIBQREL" TO TM-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TM-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TM-TIME.
           MOVE ZERO TO TM-RUN-NUMBER.
           OPEN EXTEND StepTimingFile.
           IF WS-Step-Timing-Status = "35" THEN
                   OPEN OUTPUT StepTimingFile
           END-IF.
           WRITE FIB-STEP-TIMING-RECORD.
           IF WS-Step-Timing-Status NOT = "00" THEN
                   DISPLAY "ERROR WRITING STEP TIMING LOG STEPTIME - "
                       "STATUS " WS-Step-Timing-Status
           END-IF.
           CLOSE StepTimingFile.
