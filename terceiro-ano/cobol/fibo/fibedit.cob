           SELECT CleanFile ASSIGN TO "EDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Clean-Status.
           SELECT RunControlFile ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Control-Status.
           SELECT EntitleFile ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-REQUESTOR-ID
               FILE STATUS IS WS-Entitle-Status.
           SELECT ReportFile ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT StepTimingFile ASSIGN TO "STEPTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Step-Timing-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  InputFile
           RECORD CONTAINS 13 CHARACTERS.
           COPY "FIBBREC.cpy".

       FD  CleanFile
           RECORD CONTAINS 13 CHARACTERS.
       01 CleanRequestRecord PIC X(13).

       FD  RunControlFile
           RECORD CONTAINS 18 CHARACTERS.
           COPY "FIBRCTL.cpy".

       FD  EntitleFile.
           COPY "FIBENT.cpy".

       FD  ReportFile
           RECORD CONTAINS 132 CHARACTERS.
       01 ReportLine PIC X(132).

       FD  StepTimingFile
           RECORD CONTAINS 31 CHARACTERS.
           COPY "FIBSTIM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Step-Timing-Status PIC XX VALUE "00".
       01 WS-Input-Status PIC XX VALUE "00".
           88 WS-Input-EOF VALUE "10".
       01 WS-Clean-Status PIC XX VALUE "00".
       01 WS-Report-Status PIC XX VALUE "00".
       01 WS-Run-Control-Status PIC XX VALUE "00".
       01 WS-Entitle-Status PIC XX VALUE "00".
       01 WS-Entitle-Open-Switch PIC X VALUE "N".
           88 WS-Entitle-File-Open VALUE "Y".

       01 WS-Default-Requestor PIC X(8) VALUE SPACES.

       01 WS-Input-File-Missing PIC X VALUE "N".
           88 WS-Input-File-Not-Found VALUE "Y".
       01 WS-Request-Table.
           05 WS-Request-Entry OCCURS 1000 TIMES
                   INDEXED BY WS-Request-Idx.
               10 ET-Request-Image PIC X(13).
               10 FILLER REDEFINES ET-Request-Image.
                   15 ET-Request-Type PIC X(1).
                       88 ET-Single-Request VALUE "S" "L".
                       88 ET-Range-Request VALUE "R" "M".
                       88 ET-Lucas-Request VALUE "L" "M".
                   15 ET-N-From PIC X(2).
                   15 ET-N-To PIC X(2).
                   15 ET-Requestor-Id PIC X(8).
               10 ET-Disposition PIC X(1).
                   88 ET-Keep VALUE "K".
                   88 ET-Drop-Invalid VALUE "I".
                   88 ET-Drop-Duplicate VALUE "D".
                   88 ET-Drop-Covered VALUE "C".
                   88 ET-Drop-Not-Entitled VALUE "E".

       01 WS-Scan-Idx PIC 9(4).
       01 WS-Check-Idx PIC 9(4).
       01 WS-Covering-Type PIC X(1).
       01 WS-Drop-Reason PIC X(40).

       01 WS-Read-Count PIC 9(4) VALUE ZERO.
       01 WS-Invalid-Count PIC 9(4) VALUE ZERO.
       01 WS-Duplicate-Count PIC 9(4) VALUE ZERO.
       01 WS-Covered-Count PIC 9(4) VALUE ZERO.
       01 WS-Entitle-Count PIC 9(4) VALUE ZERO.
       01 WS-Passed-Count PIC 9(4) VALUE ZERO.

       01 Report-Header-1.
               "INPUT REQUEST EDIT AND DEDUPLICATION RUN".

       01 Column-Header-Line.
           05 FILLER PIC X(18) VALUE "REQUEST".
           05 FILLER PIC X(14) VALUE "DISPOSITION".
           05 FILLER PIC X(40) VALUE "REASON".

       01 Detail-Line.
           05 DL-Request PIC X(13).
           05 FILLER PIC X(5) VALUE SPACES.
           05 DL-Disposition PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-Reason PIC X(40).

       01 Trailer-Line-1.
           05 FILLER PIC X(28) VALUE "DROPPED - COVERED BY RANGE: ".
           05 TL-Covered PIC ZZZ9.

       01 Trailer-Line-6.
           05 FILLER PIC X(28) VALUE "DROPPED - NOT ENTITLED: ".
           05 TL-Not-Entitled PIC ZZZ9.

       01 Table-Full-Line.
           05 FILLER PIC X(28) VALUE "PASSED THROUGH UNEDITED: ".
           05 TF-Passed PIC ZZZ9.

       PROCEDURE DIVISION.
       MainLine.
           PERFORM WriteStepStart.
           OPEN OUTPUT ReportFile.
           WRITE ReportLine FROM Report-Header-1.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Column-Header-Line.
           OPEN OUTPUT CleanFile.
           PERFORM ReadRunControl.
           PERFORM LoadRequestTable.
           IF NOT WS-Input-File-Not-Found THEN
                   PERFORM ValidateAllRequests
           CLOSE CleanFile.
           CLOSE ReportFile.
           PERFORM SetReturnCode.
           PERFORM WriteStepEnd.
           STOP RUN.

       ReadRunControl.
           OPEN INPUT RunControlFile.
           IF WS-Run-Control-Status = "00" THEN
                   READ RunControlFile
                       NOT AT END
                           MOVE RC-REQUESTOR-ID
                               TO WS-Default-Requestor
                   END-READ
                   CLOSE RunControlFile
           ELSE
                   DISPLAY "NO RUNCTL CARD FOUND - REQUESTS WITH "
                       "NO REQUESTOR ID ARE LEFT UNASSIGNED"
           END-IF.

       LoadRequestTable.
           OPEN INPUT InputFile.
           IF WS-Input-Status = "35" THEN

       StoreOneRequest.
           ADD 1 TO WS-Read-Count.
           IF BI-REQUESTOR-ID = SPACES THEN
                   MOVE WS-Default-Requestor TO BI-REQUESTOR-ID
           END-IF.
           IF WS-Request-Count < 1000 THEN
                   ADD 1 TO WS-Request-Count
                   SET WS-Request-Idx TO WS-Request-Count
           END-IF.

       ValidateAllRequests.
           OPEN INPUT EntitleFile.
           IF WS-Entitle-Status = "00" THEN
                   SET WS-Entitle-File-Open TO TRUE
           ELSE
                   DISPLAY "NO ENTITLEMENT FILE FOUND - "
                       "REQUESTOR ENTITLEMENT NOT EDITED"
           END-IF.
           PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
                   UNTIL WS-Scan-Idx > WS-Request-Count
               SET WS-Request-Idx TO WS-Scan-Idx
               PERFORM ValidateOneRequest
               IF ET-Keep(WS-Request-Idx)
                       AND WS-Entitle-File-Open THEN
                       PERFORM CheckRequestEntitlement
               END-IF
           END-PERFORM.
           IF WS-Entitle-File-Open THEN
                   CLOSE EntitleFile
           END-IF.

       CheckRequestEntitlement.
           MOVE ET-Requestor-Id(WS-Request-Idx) TO EN-REQUESTOR-ID.
           READ EntitleFile
               INVALID KEY
                   MOVE "REQUESTOR NOT ON ENTITLEMENT MASTER"
                       TO WS-Drop-Reason
                   PERFORM DropNotEntitled
               NOT INVALID KEY
                   PERFORM ApplyRequestEntitlement
           END-READ.

       ApplyRequestEntitlement.
           EVALUATE TRUE
               WHEN NOT EN-ACTIVE
                   MOVE "REQUESTOR INACTIVE ON ENTITLEMENT MASTER"
                       TO WS-Drop-Reason
                   PERFORM DropNotEntitled
               WHEN NOT EN-BATCH-ALLOWED
                   MOVE "REQUESTOR NOT AUTHORIZED FOR BATCH"
                       TO WS-Drop-Reason
                   PERFORM DropNotEntitled
               WHEN ET-Range-Request(WS-Request-Idx)
                       AND NOT EN-RANGE-ALLOWED
                   MOVE "RANGE NOT AUTHORIZED FOR REQUESTOR"
                       TO WS-Drop-Reason
                   PERFORM DropNotEntitled
               WHEN ET-Single-Request(WS-Request-Idx)
                       AND ET-N-From(WS-Request-Idx) > EN-MAX-N
                   MOVE "N EXCEEDS REQUESTOR MAXIMUM"
                       TO WS-Drop-Reason
                   PERFORM DropNotEntitled
               WHEN ET-Range-Request(WS-Request-Idx)
                       AND ET-N-To(WS-Request-Idx) > EN-MAX-N
                   MOVE "RANGE EXCEEDS REQUESTOR MAXIMUM N"
                       TO WS-Drop-Reason
                   PERFORM DropNotEntitled
           END-EVALUATE.

       DropNotEntitled.
           SET ET-Drop-Not-Entitled(WS-Request-Idx) TO TRUE.
           PERFORM ReportDroppedRequest.

       ValidateOneRequest.
           EVALUATE TRUE
                   END-IF
               WHEN OTHER
                   SET ET-Drop-Invalid(WS-Request-Idx) TO TRUE
                   MOVE "REQUEST TYPE MUST BE S, R, L OR M"
                       TO WS-Drop-Reason
                   PERFORM ReportDroppedRequest
           END-EVALUATE.
               SET WS-Request-Idx TO WS-Scan-Idx
               IF ET-Keep(WS-Request-Idx)
                       AND ET-Single-Request(WS-Request-Idx) THEN
                       IF ET-Lucas-Request(WS-Request-Idx) THEN
                               MOVE "M" TO WS-Covering-Type
                       ELSE
                               MOVE "R" TO WS-Covering-Type
                       END-IF
                       PERFORM CheckOneForCoverage
               END-IF
           END-PERFORM.
                   UNTIL WS-Check-Idx > WS-Request-Count
                   OR NOT ET-Keep(WS-Request-Idx)
               IF ET-Keep(WS-Check-Idx)
                       AND ET-Request-Type(WS-Check-Idx)
                           = WS-Covering-Type
                       AND ET-Requestor-Id(WS-Check-Idx)
                           = ET-Requestor-Id(WS-Request-Idx)
                       AND ET-N-From(WS-Request-Idx)
                           >= ET-N-From(WS-Check-Idx)
                       AND ET-N-From(WS-Request-Idx)
                           <= ET-N-To(WS-Check-Idx) THEN
                       SET ET-Drop-Covered(WS-Request-Idx) TO TRUE
                       MOVE "SINGLE COVERED BY SAME REQUESTOR RANGE"
                           TO WS-Drop-Reason
                       PERFORM ReportDroppedRequest
               END-IF
               WHEN ET-Drop-Covered(WS-Request-Idx)
                   MOVE "MERGED" TO DL-Disposition
                   ADD 1 TO WS-Covered-Count
               WHEN ET-Drop-Not-Entitled(WS-Request-Idx)
                   MOVE "NOT ENTITLED" TO DL-Disposition
                   ADD 1 TO WS-Entitle-Count
           END-EVALUATE.
           MOVE WS-Drop-Reason TO DL-Reason.
           WRITE ReportLine FROM Detail-Line.
           MOVE WS-Invalid-Count TO TL-Invalid.
           MOVE WS-Duplicate-Count TO TL-Duplicate.
           MOVE WS-Covered-Count TO TL-Covered.
           MOVE WS-Entitle-Count TO TL-Not-Entitled.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Trailer-Line-1.
           WRITE ReportLine FROM Trailer-Line-2.
           WRITE ReportLine FROM Trailer-Line-3.
           WRITE ReportLine FROM Trailer-Line-4.
           WRITE ReportLine FROM Trailer-Line-5.
           WRITE ReportLine FROM Trailer-Line-6.
           IF WS-Request-Table-Full THEN
                   MOVE WS-Passed-Count TO TF-Passed
                   WRITE ReportLine FROM Table-Full-Line
                   MOVE 12 TO RETURN-CODE
               WHEN WS-Input-File-Not-Found
                   MOVE 8 TO RETURN-CODE
               WHEN WS-Invalid-Count > 0 OR WS-Entitle-Count > 0
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
           MOVE "FIBEDIT" TO TM-PROGRAM-NAME.
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
