           SELECT CacheFile ASSIGN TO "FIBCACHE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-Cache-Status.
           SELECT ControlTotalFile ASSIGN TO "NITECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Total-Status.
           SELECT ReportFile ASSIGN TO "CKVERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT StepTimingFile ASSIGN TO "STEPTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Step-Timing-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CacheFile.
           COPY "FIBCACH.cpy".

       FD  ControlTotalFile
           RECORD CONTAINS 42 CHARACTERS.
           COPY "FIBCTOT.cpy".

       FD  ReportFile
           RECORD CONTAINS 132 CHARACTERS.
       01 ReportLine PIC X(132).

       FD  StepTimingFile
           RECORD CONTAINS 31 CHARACTERS.
           COPY "FIBSTIM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Step-Timing-Status PIC XX VALUE "00".
       01 n PIC 9(2).
       COPY "FIBCALC.cpy".

       01 WS-Cache-Status PIC XX VALUE "00".
           88 WS-Cache-EOF VALUE "10".
       01 WS-Report-Status PIC XX VALUE "00".
       01 WS-Control-Total-Status PIC XX VALUE "00".

       01 WS-Overflow-Switch PIC X VALUE "N".
           88 WS-Overflow-Detected VALUE "Y".
       01 WS-Match-Count PIC 9(4) VALUE ZERO.
       01 WS-Mismatch-Count PIC 9(4) VALUE ZERO.
       01 WS-Invalid-Count PIC 9(4) VALUE ZERO.
       01 WS-Invalidated-Count PIC 9(4) VALUE ZERO.

       01 Report-Header-1.
           05 FILLER PIC X(38) VALUE

       01 Column-Header-Line.
           05 FILLER PIC X(6) VALUE "N".
           05 FILLER PIC X(11) VALUE "SEQUENCE".
           05 FILLER PIC X(24) VALUE "CACHED VALUE".
           05 FILLER PIC X(24) VALUE "RECOMPUTED VALUE".
           05 FILLER PIC X(20) VALUE "STATUS".
       01 Detail-Line.
           05 DL-N PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-Sequence PIC X(11).
           05 DL-Cache-Value PIC Z(20)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-Recomputed-Value PIC Z(20)9.
           05 FILLER PIC X(24) VALUE "INVALID CACHE ENTRIES: ".
           05 TL-Invalid PIC ZZZ9.

       01 Trailer-Line-5.
           05 FILLER PIC X(24) VALUE "INVALIDATED - SKIPPED: ".
           05 TL-Invalidated PIC ZZZ9.

       PROCEDURE DIVISION.
       MainLine.
           PERFORM WriteStepStart.
           OPEN OUTPUT ReportFile.
           WRITE ReportLine FROM Report-Header-1.
           WRITE ReportLine FROM SPACES.
           END-IF.
           PERFORM WriteTrailer.
           CLOSE ReportFile.
           PERFORM SetReturnCode.
           PERFORM WriteControlTotals.
           PERFORM WriteStepEnd.
           STOP RUN.

       VerifyOneCacheEntry.
           MOVE CA-N-KEY TO n.
           MOVE CA-N-KEY TO DL-N.
           MOVE CA-RESULT TO DL-Cache-Value.
           EVALUATE TRUE
               WHEN CA-LUCAS-ENTRY
                   MOVE "LUCAS" TO DL-Sequence
                   PERFORM ComputeOneLucas
               WHEN CA-FIBONACCI-ENTRY
                   MOVE "FIBONACCI" TO DL-Sequence
                   PERFORM ComputeOneFibonacci
               WHEN OTHER
                   MOVE CA-SEQUENCE-TYPE TO DL-Sequence
                   MOVE ZERO TO Result
                   MOVE "N" TO WS-Overflow-Switch
           END-EVALUATE.
           IF WS-Overflow-Detected THEN
                   MOVE ZERO TO DL-Recomputed-Value
           ELSE
                   MOVE Result TO DL-Recomputed-Value
           END-IF.
           EVALUATE TRUE
               WHEN CA-ENTRY-INVALIDATED
                   MOVE "INVALIDATED - SKIPPED" TO DL-Status
                   ADD 1 TO WS-Invalidated-Count
               WHEN NOT CA-LUCAS-ENTRY AND NOT CA-FIBONACCI-ENTRY
                   ADD 1 TO WS-Checked-Count
                   MOVE "UNKNOWN SEQUENCE TYPE" TO DL-Status
                   ADD 1 TO WS-Invalid-Count
               WHEN WS-Overflow-Detected
                   ADD 1 TO WS-Checked-Count
                   MOVE "OVERFLOW - CACHE INVALID" TO DL-Status
                   ADD 1 TO WS-Invalid-Count
               WHEN Result = CA-RESULT
                   ADD 1 TO WS-Checked-Count
                   MOVE "MATCH" TO DL-Status
                   ADD 1 TO WS-Match-Count
               WHEN OTHER
                   ADD 1 TO WS-Checked-Count
                   MOVE "MISMATCH" TO DL-Status
                   ADD 1 TO WS-Mismatch-Count
           END-EVALUATE.
           WRITE ReportLine FROM Detail-Line.

       WriteTrailer.
           MOVE WS-Match-Count TO TL-Matched.
           MOVE WS-Mismatch-Count TO TL-Mismatched.
           MOVE WS-Invalid-Count TO TL-Invalid.
           MOVE WS-Invalidated-Count TO TL-Invalidated.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Trailer-Line-1.
           WRITE ReportLine FROM Trailer-Line-2.
           WRITE ReportLine FROM Trailer-Line-3.
           WRITE ReportLine FROM Trailer-Line-4.
           WRITE ReportLine FROM Trailer-Line-5.

       SetReturnCode.
           IF WS-Mismatch-Count > 0 THEN
                   MOVE 8 TO RETURN-CODE
           ELSE
                   IF WS-Invalid-Count > 0 THEN
                           MOVE 4 TO RETURN-CODE
                   ELSE
                           MOVE 0 TO RETURN-CODE
                   END-IF
           END-IF.

       WriteControlTotals.
           MOVE "FIBCKVER" TO CT-SOURCE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CT-RUN-TIME.
           MOVE RETURN-CODE TO CT-RETURN-CODE.
           MOVE WS-Checked-Count TO CT-ITEMS-CHECKED.
           MOVE WS-Mismatch-Count TO CT-EXCEPTION-COUNT.
           MOVE WS-Invalid-Count TO CT-ERROR-COUNT.
           OPEN EXTEND ControlTotalFile.
           IF WS-Control-Total-Status = "35" THEN
                   OPEN OUTPUT ControlTotalFile
           END-IF.
           WRITE FIB-CONTROL-TOTAL-RECORD.
           IF WS-Control-Total-Status NOT = "00" THEN
                   DISPLAY "ERROR WRITING CONTROL TOTALS NITECTL - "
                       "STATUS " WS-Control-Total-Status
           END-IF.
           CLOSE ControlTotalFile.

       ComputeOneFibonacci.
           MOVE 1 TO FirstValue.
                          OR WS-Overflow-Detected
           END-IF.

       ComputeOneLucas.
           MOVE 2 TO FirstValue.
           MOVE 1 TO SecondValue.
           MOVE "N" TO WS-Overflow-Switch.
           EVALUATE n
               WHEN 0
                   MOVE 2 TO Result
               WHEN 1
                   MOVE 1 TO Result
               WHEN OTHER
                   MOVE n TO WS-Current-N
                   SUBTRACT 1 FROM WS-Current-N
                   PERFORM Fibonacci
                       VARYING WS-Iteration FROM 1 BY 1
                       UNTIL WS-Iteration > WS-Current-N
                          OR WS-Overflow-Detected
           END-EVALUATE.

       Fibonacci.
           COMPUTE WS-Sum-Check = FirstValue+SecondValue.
           IF WS-Sum-Check > WS-Overflow-Threshold THEN
                   MOVE SecondValue TO FirstValue
                   MOVE Result TO SecondValue
           END-IF.

       WriteStepStart.
           SET TM-STEP-START TO TRUE.
           MOVE ZERO TO TM-RETURN-CODE.
           PERFORM WriteStepTimingRecord.

       WriteStepEnd.
           SET TM-STEP-END TO TRUE.
           MOVE RETURN-CODE TO TM-RETURN-CODE.
           PERFORM WriteStepTimingRecord.

       WriteStepTimingRecord.
           MOVE "FIBCKVER" TO TM-PROGRAM-NAME.
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
