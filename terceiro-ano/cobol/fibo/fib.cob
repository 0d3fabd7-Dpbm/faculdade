           SELECT CacheFile ASSIGN TO "FIBCACHE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-Cache-Status.
           SELECT AuditFile ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-File-Status.
           SELECT AuditArchiveFile ASSIGN TO "AUDITARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Archive-Status.
           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parameter-Status.
           SELECT InterfaceOutFile ASSIGN USING WS-Feed-DD-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Interface-Out-Status.
           SELECT RunControlFile ASSIGN TO "RUNCTL"
               FILE STATUS IS WS-Run-Stats-Status.
           SELECT EntitleFile ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-REQUESTOR-ID
               FILE STATUS IS WS-Entitle-Status.
           SELECT FeedControlFile ASSIGN TO "FEEDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-FEED-DD
               FILE STATUS IS WS-Feed-Control-Status.
           SELECT RunMasterFile ASSIGN TO "RUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-RUN-NUMBER
               FILE STATUS IS WS-Run-Master-Status.
           SELECT StepTimingFile ASSIGN TO "STEPTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Step-Timing-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  InputFile
           RECORD CONTAINS 13 CHARACTERS.
           COPY "FIBBREC.cpy".

       FD  ResultsFile
           RECORD CONTAINS 38 CHARACTERS.
           COPY "FIBREC.cpy".

       FD  CheckpointFile
           RECORD CONTAINS 20 CHARACTERS.
           COPY "FIBCHK.cpy".

       FD  CacheFile.
           COPY "FIBCACH.cpy".

       FD  AuditFile
           RECORD CONTAINS 72 CHARACTERS.
           COPY "FIBAUD.cpy".

       FD  AuditArchiveFile
           RECORD CONTAINS 72 CHARACTERS.
       01 AuditArchiveRecord PIC X(72).

       FD  ParameterFile
           RECORD CONTAINS 54 CHARACTERS.
           COPY "FIBPARM.cpy".

       FD  InterfaceOutFile
           RECORD CONTAINS 48 CHARACTERS.
           COPY "FIBIFC.cpy".

       FD  RunControlFile
           COPY "FIBRCTL.cpy".

       FD  RejectFile
           RECORD CONTAINS 29 CHARACTERS.
           COPY "FIBREJ.cpy".

       FD  RunStatsFile
           RECORD CONTAINS 68 CHARACTERS.
           COPY "FIBSTAT.cpy".

       FD  EntitleFile.
           COPY "FIBENT.cpy".

       FD  FeedControlFile.
           COPY "FIBFCTL.cpy".

       FD  RunMasterFile.
           COPY "FIBRMST.cpy".

       FD  StepTimingFile
           RECORD CONTAINS 31 CHARACTERS.
           COPY "FIBSTIM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Step-Timing-Status PIC XX VALUE "00".
       01 n PIC 9(2).
       COPY "FIBCALC.cpy".

           88 WS-Invalid-N VALUE "N".
       01 WS-Min-N PIC 9(2) VALUE 0.
       01 WS-Max-N PIC 9(2) VALUE 99.
       01 WS-Parm-Max-N PIC 9(2) VALUE 99.

       01 WS-Overflow-Switch PIC X VALUE "N".
           88 WS-Overflow-Detected VALUE "Y".
       01 WS-Cache-Status PIC XX VALUE "00".
       01 WS-Cache-Hit-Switch PIC X VALUE "N".
           88 WS-Cache-Hit VALUE "Y".
       01 WS-Cache-Invalid-Switch PIC X VALUE "N".
           88 WS-Cache-Entry-Invalidated VALUE "Y".

       01 WS-Audit-File-Status PIC XX VALUE "00".
           88 WS-Audit-File-EOF VALUE "10".
       01 WS-Audit-Archive-Status PIC XX VALUE "00".
           88 WS-Audit-Archive-EOF VALUE "10".
       01 WS-Audit-Sequence PIC 9(9) VALUE ZERO.
       01 WS-Audit-Check-Value PIC 9(9) VALUE ZERO.
       01 WS-Chain-Value PIC 9(9).
       01 WS-Chain-Work PIC 9(12).
       01 WS-Chain-Quotient PIC 9(12).
       01 WS-Chain-Idx PIC 9(3).
       01 WS-Requestor-Id PIC X(8).
       01 WS-Run-Requestor-Id PIC X(8).
       01 WS-Audit-Status PIC X.
       01 WS-Request-Type PIC X VALUE SPACE.
       01 WS-Sequence-Type PIC X VALUE "F".
           88 WS-Fibonacci-Sequence VALUE "F".
           88 WS-Lucas-Sequence VALUE "L".

       01 WS-Parameter-Status PIC XX VALUE "00".

       01 WS-Interface-Out-Status PIC XX VALUE "00".
           88 WS-Interface-Out-EOF VALUE "10".
       01 WS-Feed-Control-Status PIC XX VALUE "00".
       01 WS-Feed-Control-Switch PIC X VALUE "N".
           88 WS-Feed-Control-Open VALUE "Y".
       01 WS-Current-Feed PIC 9(3) VALUE ZERO.
       01 WS-Feed-DD-Name PIC X(8) VALUE "INTOUT".
       01 WS-Requestor-Feed-DD PIC X(8) VALUE "INTOUT".
       01 WS-Feed-Open-Switch PIC X VALUE "N".
           88 WS-Feed-Open VALUE "Y".
       01 WS-Feed-Found-Switch PIC X VALUE "N".
           88 WS-Feed-Found VALUE "Y".
       01 WS-Feed-Count PIC 9(3) VALUE ZERO.
       01 WS-Feed-Table.
           05 WS-Feed-Entry OCCURS 200 TIMES
                   INDEXED BY WS-Feed-Idx.
               10 FT-DD-Name PIC X(8).
               10 FT-Transmission-Seq PIC 9(8).
               10 FT-Record-Count PIC 9(8).
               10 FT-Hash-Total PIC 9(24).
               10 FT-Trailer-Switch PIC X(1).
                   88 FT-Trailer-Written VALUE "Y".
       01 WS-Run-Control-Status PIC XX VALUE "00".
       01 WS-Run-Control-Card PIC X(18).
       01 WS-Run-Master-Status PIC XX VALUE "00".
       01 WS-Run-Number PIC 9(6) VALUE ZERO.
       01 WS-Restart-Run-Number PIC 9(6) VALUE ZERO.
       01 WS-Reject-File-Status PIC XX VALUE "00".
       01 WS-Reject-Reason PIC X(2) VALUE SPACES.
       01 WS-Run-Stats-Status PIC XX VALUE "00".
           88 WS-Request-Denied VALUE "N".
       01 WS-Range-Allowed-Switch PIC X VALUE "Y".
           88 WS-Range-Allowed VALUE "Y".
       01 WS-Entitle-Open-Switch PIC X VALUE "N".
           88 WS-Entitle-File-Open VALUE "Y".
       01 WS-Entitle-EOF-Switch PIC X VALUE "N".
           88 WS-Entitle-EOF VALUE "Y".
       01 WS-Checked-Requestor PIC X(8) VALUE HIGH-VALUES.
       01 WS-Record-Entitle-Switch PIC X VALUE "Y".
           88 WS-Record-Entitled VALUE "Y".
           88 WS-Record-Not-Entitled VALUE "N".
       01 WS-Requestor-Max-N PIC 9(2) VALUE 99.
       01 WS-Records-Read PIC 9(4) VALUE ZERO.
       01 WS-Single-Count PIC 9(4) VALUE ZERO.
       01 WS-Range-Count PIC 9(4) VALUE ZERO.
       MainLine.
           PERFORM ReadRunControl.
           PERFORM ReadParameterFile.
           IF WS-Batch-Mode THEN
                   PERFORM ReadCheckpoint
           END-IF.
           PERFORM AssignRunNumber.
           PERFORM WriteStepStart.
           PERFORM FindAuditChainEnd.
           OPEN EXTEND ResultsFile.
           IF WS-Results-Status = "35" THEN
                   OPEN OUTPUT ResultsFile
           IF WS-Audit-File-Status = "35" THEN
                   OPEN OUTPUT AuditFile
           END-IF.
           IF WS-Interactive-Mode THEN
                   PERFORM CheckEntitlement
           END-IF.
           IF WS-Request-Denied THEN
                   DISPLAY "DENIED - REQUESTOR NOT ENTITLED FOR "
                       "THIS RUN: " WS-Requestor-Id
                   MOVE SPACES TO WS-N-Buffer
                   MOVE ZERO TO Result
                   MOVE "D" TO WS-Audit-Status
                   ADD 1 TO WS-Reject-Count
                   PERFORM WriteAuditRecord
           ELSE
                   EVALUATE TRUE
           CLOSE AuditFile.
           PERFORM WriteRunStats.
           PERFORM SetReturnCode.
           PERFORM CompleteRunMaster.
           PERFORM WriteStepEnd.
           STOP RUN.

       ProcessInteractive.
           PERFORM WriteAuditRecord.

       ProcessBatch.
           OPEN INPUT InputFile.
           IF WS-Input-Status = "35" THEN
                   MOVE "Y" TO WS-Input-File-Missing
           CLOSE InputFile.

       ProcessBatchRecords.
           OPEN INPUT EntitleFile.
           IF WS-Entitle-Status = "00" THEN
                   SET WS-Entitle-File-Open TO TRUE
           ELSE
                   DISPLAY "NO ENTITLEMENT FILE FOUND - "
                       "PROCESSING UNDER GLOBAL RULES"
           END-IF.
           OPEN I-O FeedControlFile.
           IF WS-Feed-Control-Status = "35" THEN
                   OPEN OUTPUT FeedControlFile
                   CLOSE FeedControlFile
                   OPEN I-O FeedControlFile
           END-IF.
           IF WS-Feed-Control-Status = "00" THEN
                   SET WS-Feed-Control-Open TO TRUE
           ELSE
                   DISPLAY "ERROR OPENING FEED CONTROL FILE FEEDCTL - "
                       "STATUS " WS-Feed-Control-Status
                   SET WS-Write-Error-Detected TO TRUE
           END-IF.
           OPEN EXTEND RejectFile.
           IF WS-Reject-File-Status = "35" THEN
               READ InputFile
                   AT END
                       MOVE "Y" TO WS-No-More-Input
                   NOT AT END
                       PERFORM SetRecordRequestor
               END-READ
           END-PERFORM.
           PERFORM UNTIL WS-Input-Exhausted
               END-READ
           END-PERFORM.
           PERFORM WriteCheckpoint.
           IF WS-Feed-Open THEN
                   CLOSE InterfaceOutFile
                   MOVE "N" TO WS-Feed-Open-Switch
           END-IF.
           PERFORM StartIdleFeeds.
           PERFORM VARYING WS-Current-Feed FROM 1 BY 1
                   UNTIL WS-Current-Feed > WS-Feed-Count
               PERFORM WriteFeedTrailer
           END-PERFORM.
           IF WS-Entitle-File-Open THEN
                   CLOSE EntitleFile
           END-IF.
           IF WS-Feed-Control-Open THEN
                   CLOSE FeedControlFile
           END-IF.
           CLOSE RejectFile.

       ProcessOneBatchRecord.
           ADD 1 TO WS-Records-Read.
           PERFORM SetRecordRequestor.
           MOVE BI-REQUEST-TYPE TO WS-Request-Type.
           IF BI-LUCAS-REQUEST THEN
                   SET WS-Lucas-Sequence TO TRUE
           ELSE
                   SET WS-Fibonacci-Sequence TO TRUE
           END-IF.
           PERFORM ValidateBatchRecord.
           EVALUATE TRUE
               WHEN WS-Batch-Record-Invalid
                   PERFORM RejectBatchRecord
               WHEN WS-Record-Not-Entitled
                   PERFORM DenyRequestorRecord
               WHEN BI-Range-Request AND NOT WS-Range-Allowed
                   PERFORM DenyBatchRecord
               WHEN BI-Range-Request
                   PERFORM WriteCheckpoint
           END-IF.

       SetRecordRequestor.
           IF BI-REQUESTOR-ID = SPACES THEN
                   MOVE WS-Run-Requestor-Id TO WS-Requestor-Id
           ELSE
                   MOVE BI-REQUESTOR-ID TO WS-Requestor-Id
           END-IF.
           IF WS-Requestor-Id NOT = WS-Checked-Requestor THEN
                   PERFORM CheckRecordEntitlement
                   MOVE WS-Requestor-Id TO WS-Checked-Requestor
           END-IF.
           MOVE WS-Requestor-Max-N TO WS-Max-N.
           IF NOT WS-Feed-Open
                   OR WS-Requestor-Feed-DD NOT = WS-Feed-DD-Name THEN
                   PERFORM SwitchRequestorFeed
           END-IF.

       CheckRecordEntitlement.
           SET WS-Record-Entitled TO TRUE.
           MOVE "Y" TO WS-Range-Allowed-Switch.
           MOVE WS-Parm-Max-N TO WS-Requestor-Max-N.
           MOVE "INTOUT" TO WS-Requestor-Feed-DD.
           IF WS-Entitle-File-Open THEN
                   MOVE WS-Requestor-Id TO EN-REQUESTOR-ID
                   READ EntitleFile
                       INVALID KEY
                           SET WS-Record-Not-Entitled TO TRUE
                           DISPLAY "REQUESTOR NOT ON ENTITLEMENT "
                               "MASTER: " WS-Requestor-Id
                       NOT INVALID KEY
                           PERFORM ApplyRecordEntitlement
                   END-READ
           END-IF.

       ApplyRecordEntitlement.
           IF NOT EN-ACTIVE THEN
                   SET WS-Record-Not-Entitled TO TRUE
                   DISPLAY "REQUESTOR INACTIVE ON ENTITLEMENT "
                       "MASTER: " WS-Requestor-Id
           END-IF.
           IF NOT EN-BATCH-ALLOWED THEN
                   SET WS-Record-Not-Entitled TO TRUE
                   DISPLAY "REQUESTOR NOT AUTHORIZED FOR BATCH "
                       "MODE: " WS-Requestor-Id
           END-IF.
           IF EN-MAX-N < WS-Requestor-Max-N THEN
                   MOVE EN-MAX-N TO WS-Requestor-Max-N
           END-IF.
           MOVE EN-ALLOW-RANGE TO WS-Range-Allowed-Switch.
           IF EN-INTOUT-DD NOT = SPACES THEN
                   MOVE EN-INTOUT-DD TO WS-Requestor-Feed-DD
           END-IF.

       SwitchRequestorFeed.
           IF WS-Feed-Open THEN
                   CLOSE InterfaceOutFile
                   MOVE "N" TO WS-Feed-Open-Switch
           END-IF.
           MOVE WS-Requestor-Feed-DD TO WS-Feed-DD-Name.
           MOVE "N" TO WS-Feed-Found-Switch.
           SET WS-Feed-Idx TO 1.
           PERFORM UNTIL WS-Feed-Idx > WS-Feed-Count
                   OR WS-Feed-Found
               IF FT-DD-Name(WS-Feed-Idx) = WS-Feed-DD-Name THEN
                       SET WS-Feed-Found TO TRUE
               ELSE
                       SET WS-Feed-Idx UP BY 1
               END-IF
           END-PERFORM.
           IF WS-Feed-Found THEN
                   SET WS-Current-Feed TO WS-Feed-Idx
                   OPEN EXTEND InterfaceOutFile
                   PERFORM CheckFeedOpen
           ELSE
                   IF WS-Feed-Count < 200 THEN
                           PERFORM StartFeedGeneration
                   ELSE
                           DISPLAY "INTERFACE FEED TABLE FULL - "
                               "FEED " WS-Feed-DD-Name " NOT WRITTEN"
                           SET WS-Write-Error-Detected TO TRUE
                   END-IF
           END-IF.

       StartFeedGeneration.
           ADD 1 TO WS-Feed-Count.
           MOVE WS-Feed-Count TO WS-Current-Feed.
           MOVE WS-Feed-DD-Name TO FT-DD-Name(WS-Current-Feed).
           MOVE ZERO TO FT-Transmission-Seq(WS-Current-Feed).
           MOVE ZERO TO FT-Record-Count(WS-Current-Feed).
           MOVE ZERO TO FT-Hash-Total(WS-Current-Feed).
           MOVE "N" TO FT-Trailer-Switch(WS-Current-Feed).
           IF WS-Skip-Count > 0 THEN
                   PERFORM RecoverFeedTotals
                   OPEN EXTEND InterfaceOutFile
                   IF WS-Interface-Out-Status = "35" THEN
                           OPEN OUTPUT InterfaceOutFile
                   END-IF
           ELSE
                   OPEN OUTPUT InterfaceOutFile
           END-IF.
           PERFORM CheckFeedOpen.
           IF WS-Feed-Open
                   AND FT-Transmission-Seq(WS-Current-Feed) = ZERO THEN
                   PERFORM AssignTransmissionSeq
                   PERFORM WriteFeedHeader
           END-IF.

       StartIdleFeeds.
           MOVE "INTOUT" TO WS-Requestor-Feed-DD.
           PERFORM StartIdleFeed.
           IF WS-Entitle-File-Open THEN
                   MOVE LOW-VALUES TO EN-REQUESTOR-ID
                   MOVE "N" TO WS-Entitle-EOF-Switch
                   START EntitleFile
                       KEY IS NOT LESS THAN EN-REQUESTOR-ID
                       INVALID KEY
                           SET WS-Entitle-EOF TO TRUE
                   END-START
                   PERFORM UNTIL WS-Entitle-EOF
                       READ EntitleFile NEXT RECORD
                           AT END
                               SET WS-Entitle-EOF TO TRUE
                           NOT AT END
                               IF EN-INTOUT-DD NOT = SPACES THEN
                                       MOVE EN-INTOUT-DD
                                           TO WS-Requestor-Feed-DD
                                       PERFORM StartIdleFeed
                               END-IF
                       END-READ
                   END-PERFORM
           END-IF.

       StartIdleFeed.
           MOVE WS-Requestor-Feed-DD TO WS-Feed-DD-Name.
           MOVE "N" TO WS-Feed-Found-Switch.
           SET WS-Feed-Idx TO 1.
           PERFORM UNTIL WS-Feed-Idx > WS-Feed-Count
                   OR WS-Feed-Found
               IF FT-DD-Name(WS-Feed-Idx) = WS-Feed-DD-Name THEN
                       SET WS-Feed-Found TO TRUE
               ELSE
                       SET WS-Feed-Idx UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-Feed-Found THEN
                   IF WS-Feed-Count < 200 THEN
                           PERFORM StartFeedGeneration
                           IF WS-Feed-Open THEN
                                   CLOSE InterfaceOutFile
                                   MOVE "N" TO WS-Feed-Open-Switch
                           END-IF
                   ELSE
                           DISPLAY "INTERFACE FEED TABLE FULL - "
                               "FEED " WS-Feed-DD-Name " NOT WRITTEN"
                           SET WS-Write-Error-Detected TO TRUE
                   END-IF
           END-IF.

       CheckFeedOpen.
           IF WS-Interface-Out-Status = "00" THEN
                   SET WS-Feed-Open TO TRUE
           ELSE
                   DISPLAY "ERROR OPENING INTERFACE OUT FILE "
                       WS-Feed-DD-Name " - STATUS "
                       WS-Interface-Out-Status
                   SET WS-Write-Error-Detected TO TRUE
           END-IF.

       RecoverFeedTotals.
           OPEN INPUT InterfaceOutFile.
           IF WS-Interface-Out-Status = "00" THEN
                   PERFORM UNTIL WS-Interface-Out-EOF
                       READ InterfaceOutFile
                           AT END
                               SET WS-Interface-Out-EOF TO TRUE
                           NOT AT END
                               PERFORM RecoverOneFeedRecord
                       END-READ
                   END-PERFORM
                   CLOSE InterfaceOutFile
                   DISPLAY "RESTART - FEED " WS-Feed-DD-Name
                       " SEQUENCE " FT-Transmission-Seq(WS-Current-Feed)
                       " HOLDS " FT-Record-Count(WS-Current-Feed)
                       " RECORD(S)"
           END-IF.
           MOVE "00" TO WS-Interface-Out-Status.

       RecoverOneFeedRecord.
           EVALUATE TRUE
               WHEN IO-HEADER-RECORD
                   MOVE IH-TRANSMISSION-SEQ
                       TO FT-Transmission-Seq(WS-Current-Feed)
               WHEN IO-TRAILER-RECORD
                   SET FT-Trailer-Written(WS-Current-Feed) TO TRUE
               WHEN OTHER
                   ADD 1 TO FT-Record-Count(WS-Current-Feed)
                   ADD IO-RESULT TO FT-Hash-Total(WS-Current-Feed)
           END-EVALUATE.

       AssignTransmissionSeq.
           IF WS-Feed-Control-Open THEN
                   MOVE WS-Feed-DD-Name TO FC-FEED-DD
                   READ FeedControlFile
                       INVALID KEY
                           MOVE WS-Feed-DD-Name TO FC-FEED-DD
                           MOVE 1 TO FC-LAST-SEQ-SENT
                           MOVE ZERO TO FC-LAST-SEQ-RELEASED
                           MOVE SPACES TO FC-LAST-RELEASE-DATE
                           PERFORM SetFeedControlSent
                           WRITE FIB-FEED-CONTROL-RECORD
                               INVALID KEY
                                   PERFORM FeedControlUpdateFailed
                           END-WRITE
                       NOT INVALID KEY
                           IF FC-LAST-SENT-RUN NOT = WS-Run-Number THEN
                                   ADD 1 TO FC-LAST-SEQ-SENT
                           END-IF
                           PERFORM SetFeedControlSent
                           REWRITE FIB-FEED-CONTROL-RECORD
                               INVALID KEY
                                   PERFORM FeedControlUpdateFailed
                           END-REWRITE
                   END-READ
                   MOVE FC-LAST-SEQ-SENT
                       TO FT-Transmission-Seq(WS-Current-Feed)
           END-IF.

       SetFeedControlSent.
           MOVE WS-Run-Number TO FC-LAST-SENT-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FC-LAST-SENT-DATE.

       FeedControlUpdateFailed.
           DISPLAY "ERROR UPDATING FEED CONTROL FILE FEEDCTL - "
               "STATUS " WS-Feed-Control-Status
               " - FEED " WS-Feed-DD-Name.
           SET WS-Write-Error-Detected TO TRUE.

       WriteFeedHeader.
           MOVE SPACES TO FIB-INTERFACE-HEADER-RECORD.
           SET IO-HEADER-RECORD TO TRUE.
           MOVE FT-Transmission-Seq(WS-Current-Feed)
               TO IH-TRANSMISSION-SEQ.
           MOVE FUNCTION CURRENT-DATE(1:8) TO IH-RUN-DATE.
           MOVE WS-Run-Number TO IH-RUN-NUMBER.
           MOVE WS-Feed-DD-Name TO IH-FEED-DD.
           WRITE FIB-INTERFACE-HEADER-RECORD.
           IF WS-Interface-Out-Status NOT = "00" THEN
                   DISPLAY "ERROR WRITING INTERFACE OUT HEADER "
                       WS-Feed-DD-Name " - STATUS "
                       WS-Interface-Out-Status
                   SET WS-Write-Error-Detected TO TRUE
           END-IF.

       WriteFeedTrailer.
           IF NOT FT-Trailer-Written(WS-Current-Feed) THEN
                   MOVE FT-DD-Name(WS-Current-Feed) TO WS-Feed-DD-Name
                   OPEN EXTEND InterfaceOutFile
                   IF WS-Interface-Out-Status = "00" THEN
                           PERFORM BuildFeedTrailer
                           WRITE FIB-INTERFACE-TRAILER-RECORD
                           IF WS-Interface-Out-Status NOT = "00" THEN
                                   DISPLAY "ERROR WRITING INTERFACE "
                                       "OUT TRAILER " WS-Feed-DD-Name
                                       " - STATUS "
                                       WS-Interface-Out-Status
                                   SET WS-Write-Error-Detected TO TRUE
                           END-IF
                           CLOSE InterfaceOutFile
                   ELSE
                           DISPLAY "ERROR OPENING INTERFACE OUT FILE "
                               WS-Feed-DD-Name " FOR TRAILER - STATUS "
                               WS-Interface-Out-Status
                           SET WS-Write-Error-Detected TO TRUE
                   END-IF
           END-IF.

       BuildFeedTrailer.
           MOVE SPACES TO FIB-INTERFACE-TRAILER-RECORD.
           SET IO-TRAILER-RECORD TO TRUE.
           MOVE FT-Transmission-Seq(WS-Current-Feed)
               TO IT-TRANSMISSION-SEQ.
           MOVE FT-Record-Count(WS-Current-Feed) TO IT-RECORD-COUNT.
           MOVE FT-Hash-Total(WS-Current-Feed) TO IT-HASH-TOTAL.

       ValidateBatchRecord.
           SET WS-Batch-Record-Valid TO TRUE.
           MOVE SPACES TO WS-Reject-Reason.
           PERFORM WriteAuditRecord.
           PERFORM WriteInterfaceOutRecord.

       DenyRequestorRecord.
           DISPLAY "DENIED - REQUESTOR NOT ENTITLED: "
               FIB-BATCH-INPUT-RECORD.
           MOVE BI-N-FROM TO WS-N-Buffer.
           MOVE ZERO TO Result.
           MOVE "D" TO WS-Audit-Status.
           MOVE "07" TO WS-Reject-Reason.
           ADD 1 TO WS-Reject-Count.
           PERFORM WriteRejectRecord.
           PERFORM WriteAuditRecord.
           PERFORM WriteInterfaceOutRecord.

       ProcessOneN.
           PERFORM ValidateN.
           IF WS-Valid-N THEN
                   MOVE WS-N-Buffer TO n
                   PERFORM ComputeWithCache
                   IF NOT WS-Overflow-Detected THEN
                           IF WS-Lucas-Sequence THEN
                                   DISPLAY "lucas of " n " is " Result
                           ELSE
                                   DISPLAY "fibonacci of " n " is "
                                       Result
                           END-IF
                           PERFORM WriteResultRecord
                           MOVE "S" TO WS-Audit-Status
                           ADD 1 TO WS-Success-Count
       WriteRunStats.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ST-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ST-RUN-TIME.
           MOVE WS-Run-Number TO ST-RUN-NUMBER.
           MOVE WS-Run-Requestor-Id TO ST-REQUESTOR-ID.
           MOVE WS-Records-Read TO ST-RECORDS-READ.
           MOVE WS-Single-Count TO ST-SINGLE-COUNT.
           MOVE WS-Range-Count TO ST-RANGE-COUNT.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE FIB-RUN-CONTROL-RECORD TO WS-Run-Control-Card.
           CLOSE RunControlFile.
           MOVE RC-REQUESTOR-ID TO WS-Requestor-Id.
           MOVE RC-REQUESTOR-ID TO WS-Run-Requestor-Id.
           MOVE RC-RUN-MODE TO WS-Run-Mode.
           MOVE RC-RESTART-FLAG TO WS-Restart-Switch.
           IF WS-Requestor-Id = SPACES THEN
           END-IF.
           MOVE EN-ALLOW-RANGE TO WS-Range-Allowed-Switch.

       AssignRunNumber.
           OPEN I-O RunMasterFile.
           IF WS-Run-Master-Status = "35" THEN
                   OPEN OUTPUT RunMasterFile
                   CLOSE RunMasterFile
                   OPEN I-O RunMasterFile
           END-IF.
           IF WS-Run-Master-Status NOT = "00" THEN
                   DISPLAY "ERROR OPENING RUN MASTER RUNMAST - "
                       "STATUS " WS-Run-Master-Status
                       " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WriteStepStart
                   PERFORM WriteStepEnd
                   STOP RUN
           END-IF.
           IF WS-Restart-Run-Number > ZERO THEN
                   PERFORM ResumeRunMaster
           ELSE
                   PERFORM AllocateRunNumber
           END-IF.
           CLOSE RunMasterFile.
           DISPLAY "RUN NUMBER " WS-Run-Number.

       AllocateRunNumber.
           MOVE ZERO TO RM-RUN-NUMBER.
           READ RunMasterFile
               INVALID KEY
                   MOVE ZERO TO RM-CONTROL-KEY
                   MOVE 1 TO RM-LAST-RUN-NUMBER
                   MOVE ZERO TO RM-LAST-AUDIT-SEQUENCE
                   MOVE ZERO TO RM-LAST-AUDIT-CHECK
                   WRITE FIB-RUN-MASTER-CONTROL-RECORD
                       INVALID KEY
                           PERFORM RunMasterUpdateFailed
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO RM-LAST-RUN-NUMBER
                   REWRITE FIB-RUN-MASTER-CONTROL-RECORD
                       INVALID KEY
                           PERFORM RunMasterUpdateFailed
                   END-REWRITE
           END-READ.
           MOVE RM-LAST-RUN-NUMBER TO WS-Run-Number.
           PERFORM BuildRunMasterRecord.
           WRITE FIB-RUN-MASTER-RECORD
               INVALID KEY
                   PERFORM RunMasterUpdateFailed
           END-WRITE.

       ResumeRunMaster.
           MOVE WS-Restart-Run-Number TO WS-Run-Number.
           MOVE WS-Run-Number TO RM-RUN-NUMBER.
           READ RunMasterFile
               INVALID KEY
                   PERFORM BuildRunMasterRecord
                   WRITE FIB-RUN-MASTER-RECORD
                       INVALID KEY
                           PERFORM RunMasterUpdateFailed
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO RM-RESTART-COUNT
                   SET RM-RUN-STARTED TO TRUE
                   REWRITE FIB-RUN-MASTER-RECORD
                       INVALID KEY
                           PERFORM RunMasterUpdateFailed
                   END-REWRITE
           END-READ.
           DISPLAY "RESTARTING RUN NUMBER " WS-Run-Number
               " FROM CHECKPOINT".

       BuildRunMasterRecord.
           MOVE SPACES TO FIB-RUN-MASTER-RECORD.
           MOVE WS-Run-Number TO RM-RUN-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RM-START-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RM-START-TIME.
           MOVE WS-Run-Control-Card TO RM-RUN-CONTROL-CARD.
           SET RM-RUN-STARTED TO TRUE.
           MOVE ZERO TO RM-RETURN-CODE.
           MOVE ZERO TO RM-RESTART-COUNT.

       RunMasterUpdateFailed.
           DISPLAY "ERROR UPDATING RUN MASTER RUNMAST - STATUS "
               WS-Run-Master-Status " - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.
           PERFORM WriteStepStart.
           PERFORM WriteStepEnd.
           STOP RUN.

       CompleteRunMaster.
           OPEN I-O RunMasterFile.
           IF WS-Run-Master-Status NOT = "00" THEN
                   DISPLAY "ERROR OPENING RUN MASTER RUNMAST - "
                       "STATUS " WS-Run-Master-Status
                       " - RUN " WS-Run-Number " NOT MARKED COMPLETE"
                   MOVE 12 TO RETURN-CODE
           ELSE
                   MOVE WS-Run-Number TO RM-RUN-NUMBER
                   READ RunMasterFile
                       INVALID KEY
                           DISPLAY "RUN " WS-Run-Number
                               " MISSING FROM RUN MASTER RUNMAST"
                           MOVE 12 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM MarkRunComplete
                   END-READ
                   PERFORM RecordAuditChainEnd
                   CLOSE RunMasterFile
           END-IF.

       MarkRunComplete.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RM-END-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RM-END-TIME.
           SET RM-RUN-COMPLETED TO TRUE.
           MOVE RETURN-CODE TO RM-RETURN-CODE.
           REWRITE FIB-RUN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING RUN MASTER RUNMAST - "
                       "STATUS " WS-Run-Master-Status
                   MOVE 12 TO RETURN-CODE
           END-REWRITE.

       RecordAuditChainEnd.
           MOVE ZERO TO RM-RUN-NUMBER.
           READ RunMasterFile
               INVALID KEY
                   DISPLAY "RUN MASTER CONTROL RECORD MISSING - "
                       "AUDIT CHAIN END NOT RECORDED"
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-Audit-Sequence TO RM-LAST-AUDIT-SEQUENCE
                   MOVE WS-Audit-Check-Value TO RM-LAST-AUDIT-CHECK
                   REWRITE FIB-RUN-MASTER-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RUN MASTER "
                               "RUNMAST - STATUS " WS-Run-Master-Status
                           MOVE 12 TO RETURN-CODE
                   END-REWRITE
           END-READ.

       ReadParameterFile.
           OPEN INPUT ParameterFile.
           IF WS-Parameter-Status = "00" THEN
                   DISPLAY "NO PARAMETER FILE FOUND - "
                       "USING DEFAULT RULES"
           END-IF.
           MOVE WS-Max-N TO WS-Parm-Max-N.
           IF WS-Checkpoint-Freq = ZERO THEN
                   DISPLAY "INVALID CHECKPOINT FREQUENCY IN "
                       "PARMFILE - DEFAULTING TO 5"
                                           TO WS-Skip-Count
                                       MOVE CK-RECORDS-PROCESSED
                                           TO WS-Records-Processed
                                       PERFORM SaveRestartRunNumber
                               END-READ
                           END-PERFORM
                           CLOSE CheckpointFile
                   END-IF
           END-IF.

       SaveRestartRunNumber.
           IF CK-RUN-NUMBER IS NUMERIC THEN
                   MOVE CK-RUN-NUMBER TO WS-Restart-Run-Number
           END-IF.

       WriteCheckpoint.
           MOVE WS-Records-Processed TO CK-RECORDS-PROCESSED.
           MOVE WS-N-Buffer TO CK-LAST-N-COMPLETED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CK-CHECKPOINT-DATE.
           MOVE WS-Run-Number TO CK-RUN-NUMBER.
           OPEN OUTPUT CheckpointFile.
           WRITE FIB-CHECKPOINT-RECORD.
           IF WS-Checkpoint-Status NOT = "00" THEN
           CLOSE CheckpointFile.

       WriteInterfaceOutRecord.
           SET IO-DETAIL-RECORD TO TRUE.
           MOVE WS-N-Buffer TO IO-N.
           MOVE Result TO IO-RESULT.
           MOVE WS-Audit-Status TO IO-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO IO-RUN-DATE.
           MOVE WS-Run-Number TO IO-RUN-NUMBER.
           MOVE WS-Requestor-Id TO IO-REQUESTOR-ID.
           MOVE WS-Sequence-Type TO IO-SEQUENCE-TYPE.
           ADD 1 TO WS-Intout-Count.
           IF WS-Feed-Open THEN
                   ADD 1 TO FT-Record-Count(WS-Current-Feed)
                   ADD Result TO FT-Hash-Total(WS-Current-Feed)
                   WRITE FIB-INTERFACE-OUT-RECORD
                   IF WS-Interface-Out-Status NOT = "00" THEN
                           DISPLAY "ERROR WRITING INTERFACE OUT FILE "
                               WS-Feed-DD-Name " - STATUS "
                               WS-Interface-Out-Status
                           SET WS-Write-Error-Detected TO TRUE
                   END-IF
           END-IF.

       WriteRejectRecord.
           MOVE FIB-BATCH-INPUT-RECORD TO RJ-REQUEST-IMAGE.
           MOVE WS-Reject-Reason TO RJ-REASON-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RJ-RUN-DATE.
           MOVE WS-Run-Number TO RJ-RUN-NUMBER.
           WRITE FIB-REJECT-RECORD.
           IF WS-Reject-File-Status NOT = "00" THEN
                   DISPLAY "ERROR WRITING REJECT FILE - STATUS "
           MOVE Result TO AU-RESULT.
           MOVE WS-Audit-Status TO AU-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP.
           MOVE WS-Run-Number TO AU-RUN-NUMBER.
           MOVE WS-Request-Type TO AU-REQUEST-TYPE.
           MOVE WS-Sequence-Type TO AU-SEQUENCE-TYPE.
           COMPUTE AU-SEQUENCE-NUMBER = WS-Audit-Sequence + 1.
           PERFORM ComputeAuditCheckValue.
           MOVE WS-Chain-Value TO AU-CHECK-VALUE.
           WRITE FIB-AUDIT-RECORD.
           IF WS-Audit-File-Status NOT = "00" THEN
                   DISPLAY "ERROR WRITING AUDIT LOG - STATUS "
                       WS-Audit-File-Status
                   SET WS-Write-Error-Detected TO TRUE
           ELSE
                   MOVE AU-SEQUENCE-NUMBER TO WS-Audit-Sequence
                   MOVE AU-CHECK-VALUE TO WS-Audit-Check-Value
           END-IF.

       ComputeAuditCheckValue.
           MOVE WS-Audit-Check-Value TO WS-Chain-Value.
           PERFORM AddChainByte
               VARYING WS-Chain-Idx FROM 1 BY 1
               UNTIL WS-Chain-Idx > 62.
           IF AU-SEQUENCE-TYPE NOT = SPACE THEN
                   MOVE 72 TO WS-Chain-Idx
                   PERFORM AddChainByte
           END-IF.

       AddChainByte.
           COMPUTE WS-Chain-Work = WS-Chain-Value * 256
               + FUNCTION ORD(FIB-AUDIT-RECORD(WS-Chain-Idx:1)).
           DIVIDE WS-Chain-Work BY 999999937
               GIVING WS-Chain-Quotient REMAINDER WS-Chain-Value.

       FindAuditChainEnd.
           OPEN INPUT AuditFile.
           IF WS-Audit-File-Status = "00" THEN
                   PERFORM UNTIL WS-Audit-File-EOF
                       READ AuditFile
                           AT END
                               SET WS-Audit-File-EOF TO TRUE
                           NOT AT END
                               PERFORM KeepAuditChainEnd
                       END-READ
                   END-PERFORM
                   CLOSE AuditFile
           END-IF.
           IF WS-Audit-Sequence = ZERO THEN
                   OPEN INPUT AuditArchiveFile
                   IF WS-Audit-Archive-Status = "00" THEN
                           PERFORM UNTIL WS-Audit-Archive-EOF
                               READ AuditArchiveFile
                                   INTO FIB-AUDIT-RECORD
                                   AT END
                                       SET WS-Audit-Archive-EOF TO TRUE
                                   NOT AT END
                                       PERFORM KeepAuditChainEnd
                               END-READ
                           END-PERFORM
                           CLOSE AuditArchiveFile
                   END-IF
           END-IF.
           PERFORM CheckRunMasterChainEnd.

       KeepAuditChainEnd.
           IF AU-SEQUENCE-NUMBER IS NUMERIC
                   AND AU-SEQUENCE-NUMBER > ZERO
                   AND AU-CHECK-VALUE IS NUMERIC THEN
                   MOVE AU-SEQUENCE-NUMBER TO WS-Audit-Sequence
                   MOVE AU-CHECK-VALUE TO WS-Audit-Check-Value
           END-IF.

       CheckRunMasterChainEnd.
           OPEN INPUT RunMasterFile.
           IF WS-Run-Master-Status = "00" THEN
                   MOVE ZERO TO RM-RUN-NUMBER
                   READ RunMasterFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RM-LAST-AUDIT-SEQUENCE IS NUMERIC
                                   AND RM-LAST-AUDIT-CHECK IS NUMERIC
                                   AND RM-LAST-AUDIT-SEQUENCE
                                       > WS-Audit-Sequence THEN
                                   DISPLAY "AUDIT LOG ENDS AT SEQUENCE "
                                       WS-Audit-Sequence
                                       " BUT RUNMAST RECORDS "
                                       RM-LAST-AUDIT-SEQUENCE
                                       " - CONTINUING FROM RUNMAST"
                                   MOVE RM-LAST-AUDIT-SEQUENCE
                                       TO WS-Audit-Sequence
                                   MOVE RM-LAST-AUDIT-CHECK
                                       TO WS-Audit-Check-Value
                           END-IF
                   END-READ
                   CLOSE RunMasterFile
           END-IF.

       WriteResultRecord.
           MOVE n TO FR-N.
           MOVE Result TO FR-COMPUTED-VALUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FR-COMPUTED-DATE.
           MOVE WS-Run-Number TO FR-RUN-NUMBER.
           MOVE WS-Sequence-Type TO FR-SEQUENCE-TYPE.
           WRITE FIB-RESULT-RECORD.
           IF WS-Results-Status NOT = "00" THEN
                   DISPLAY "ERROR WRITING RESULTS FILE - STATUS "

       ComputeWithCache.
           MOVE "N" TO WS-Cache-Hit-Switch.
           MOVE "N" TO WS-Cache-Invalid-Switch.
           MOVE "N" TO WS-Overflow-Switch.
           MOVE WS-Sequence-Type TO CA-SEQUENCE-TYPE.
           MOVE n TO CA-N-KEY.
           READ CacheFile KEY IS CA-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CA-ENTRY-INVALIDATED THEN
                           MOVE "Y" TO WS-Cache-Invalid-Switch
                   ELSE
                           MOVE CA-RESULT TO Result
                           MOVE "Y" TO WS-Cache-Hit-Switch
                   END-IF
           END-READ.
           IF WS-Cache-Hit THEN
                   ADD 1 TO WS-Cache-Hit-Count
                   END-REWRITE
           ELSE
                   ADD 1 TO WS-Cache-Miss-Count
                   IF WS-Lucas-Sequence THEN
                           PERFORM ComputeOneLucas
                   ELSE
                           PERFORM ComputeOneFibonacci
                   END-IF
                   IF NOT WS-Overflow-Detected THEN
                           IF WS-Cache-Entry-Invalidated THEN
                                   PERFORM RefreshCache
                           ELSE
                                   PERFORM StoreCache
                           END-IF
                   END-IF
           END-IF.

       StoreCache.
           MOVE WS-Sequence-Type TO CA-SEQUENCE-TYPE.
           MOVE n TO CA-N-KEY.
           MOVE Result TO CA-RESULT.
           MOVE 1 TO CA-USE-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CA-LAST-REF-DATE.
           MOVE SPACE TO CA-ENTRY-STATUS.
           MOVE SPACE TO CA-PIN-FLAG.
           WRITE FIB-CACHE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       RefreshCache.
           MOVE Result TO CA-RESULT.
           ADD 1 TO CA-USE-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CA-LAST-REF-DATE.
           MOVE SPACE TO CA-ENTRY-STATUS.
           REWRITE FIB-CACHE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       ComputeOneFibonacci.
           MOVE 1 TO FirstValue.
           MOVE 1 TO SecondValue.
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
           IF WS-Batch-Mode THEN
                   MOVE "FIB" TO TM-PROGRAM-NAME
                   MOVE FUNCTION CURRENT-DATE(1:8) TO TM-DATE
                   MOVE FUNCTION CURRENT-DATE(9:6) TO TM-TIME
                   MOVE WS-Run-Number TO TM-RUN-NUMBER
                   OPEN EXTEND StepTimingFile
                   IF WS-Step-Timing-Status = "35" THEN
                           OPEN OUTPUT StepTimingFile
                   END-IF
                   WRITE FIB-STEP-TIMING-RECORD
                   IF WS-Step-Timing-Status NOT = "00" THEN
                           DISPLAY "ERROR WRITING STEP TIMING LOG "
                               "STEPTIME - STATUS "
                               WS-Step-Timing-Status
                   END-IF
                   CLOSE StepTimingFile
           END-IF.
