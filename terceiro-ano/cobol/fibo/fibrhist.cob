       IDENTIFICATION DIVISION.
       PROGRAM-ID. FibonacciRunHistory.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunMasterFile ASSIGN TO "RUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-RUN-NUMBER
               FILE STATUS IS WS-Run-Master-Status.
           SELECT RunStatsFile ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Stats-Status.
           SELECT AuditFile ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
           SELECT AuditArchiveFile ASSIGN TO "AUDITARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Archive-Status.
           SELECT ResultsFile ASSIGN TO "RESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Results-Status.
           SELECT ResultsArchiveFile ASSIGN TO "RESULTARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Results-Archive-Status.
           SELECT InterfaceOutFile ASSIGN USING WS-Feed-DD-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Interface-Out-Status.
           SELECT EntitleFile ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-REQUESTOR-ID
               FILE STATUS IS WS-Entitle-Status.
           SELECT RejectFile ASSIGN TO "REJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reject-Status.
           SELECT CheckpointFile ASSIGN TO "CHKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Checkpoint-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RunMasterFile.
           COPY "FIBRMST.cpy".

       FD  RunStatsFile
           RECORD CONTAINS 68 CHARACTERS.
           COPY "FIBSTAT.cpy".

       FD  AuditFile
           RECORD CONTAINS 72 CHARACTERS.
       01 AuditRecord PIC X(72).

       FD  AuditArchiveFile
           RECORD CONTAINS 72 CHARACTERS.
       01 AuditArchiveRecord PIC X(72).

       FD  ResultsFile
           RECORD CONTAINS 38 CHARACTERS.
       01 ResultsRecord PIC X(38).

       FD  ResultsArchiveFile
           RECORD CONTAINS 38 CHARACTERS.
       01 ResultsArchiveRecord PIC X(38).

       FD  InterfaceOutFile
           RECORD CONTAINS 48 CHARACTERS.
           COPY "FIBIFC.cpy".

       FD  EntitleFile.
           COPY "FIBENT.cpy".

       FD  RejectFile
           RECORD CONTAINS 29 CHARACTERS.
           COPY "FIBREJ.cpy".

       FD  CheckpointFile
           RECORD CONTAINS 20 CHARACTERS.
           COPY "FIBCHK.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Run-Master-Status PIC XX VALUE "00".
       01 WS-Run-Stats-Status PIC XX VALUE "00".
           88 WS-Run-Stats-EOF VALUE "10".
       01 WS-Audit-Status PIC XX VALUE "00".
           88 WS-Audit-EOF VALUE "10".
       01 WS-Audit-Archive-Status PIC XX VALUE "00".
           88 WS-Audit-Archive-EOF VALUE "10".
       01 WS-Results-Status PIC XX VALUE "00".
           88 WS-Results-EOF VALUE "10".
       01 WS-Results-Archive-Status PIC XX VALUE "00".
           88 WS-Results-Archive-EOF VALUE "10".
       01 WS-Interface-Out-Status PIC XX VALUE "00".
           88 WS-Interface-Out-EOF VALUE "10".
       01 WS-Entitle-Status PIC XX VALUE "00".
           88 WS-Entitle-EOF VALUE "10".
       01 WS-Reject-Status PIC XX VALUE "00".
           88 WS-Reject-EOF VALUE "10".
       01 WS-Checkpoint-Status PIC XX VALUE "00".
           88 WS-Checkpoint-EOF VALUE "10".

       COPY "FIBRCTL.cpy".
       COPY "FIBAUD.cpy".
       COPY "FIBREC.cpy".

       01 WS-Run-Buffer PIC X(6).
       01 WS-Run-Shift PIC X(6).
       01 WS-Target-Run-Number PIC 9(6).
       01 WS-Valid-Switch PIC X VALUE "Y".
           88 WS-Valid-Run VALUE "Y".
           88 WS-Invalid-Run VALUE "N".

       01 WS-Archive-Switch PIC X VALUE "N".
           88 WS-Archive-Requested VALUE "Y" "y".

       01 WS-Continue-Switch PIC X VALUE "Y".
           88 WS-Continue-Requested VALUE "Y" "y".

       01 WS-Stats-Count PIC 9(4) VALUE ZERO.
       01 WS-Audit-Count PIC 9(6) VALUE ZERO.
       01 WS-Audit-Archive-Count PIC 9(6) VALUE ZERO.
       01 WS-Result-Count PIC 9(6) VALUE ZERO.
       01 WS-Result-Archive-Count PIC 9(6) VALUE ZERO.
       01 WS-Interface-Out-Count PIC 9(6) VALUE ZERO.
       01 WS-Reject-Count PIC 9(6) VALUE ZERO.
       01 WS-Checkpoint-Count PIC 9(6) VALUE ZERO.

       01 WS-Feed-DD-Name PIC X(8) VALUE "INTOUT".
       01 WS-Feed-Count PIC 9(3) VALUE ZERO.
       01 WS-Feed-Found-Switch PIC X VALUE "N".
           88 WS-Feed-Found VALUE "Y".
       01 WS-Feed-Table.
           05 WS-Feed-Entry OCCURS 200 TIMES
                   INDEXED BY WS-Feed-Idx.
               10 FT-DD-Name PIC X(8).
       01 WS-Feed-Number PIC 9(3).
       01 WS-Generation-Switch PIC X VALUE "N".
           88 WS-In-Target-Generation VALUE "Y".

       PROCEDURE DIVISION.
       MainLine.
           PERFORM LoadFeedTable.
           PERFORM UNTIL NOT WS-Continue-Requested
               PERFORM RunOneInquiry
               DISPLAY "ANOTHER RUN? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-Continue-Switch
           END-PERFORM.
           STOP RUN.

       RunOneInquiry.
           DISPLAY "ENTER RUN NUMBER TO LOOK UP: " WITH NO ADVANCING.
           ACCEPT WS-Run-Buffer.
           PERFORM ValidateRunNumber.
           IF WS-Invalid-Run THEN
                   DISPLAY "REJECTED - INVALID RUN NUMBER: "
                       WS-Run-Buffer
           ELSE
                   DISPLAY "---- HISTORY FOR RUN " WS-Target-Run-Number
                       " ----"
                   PERFORM ShowRunMasterEntry
                   PERFORM ShowRunStats
                   PERFORM ShowAuditActivity
                   PERFORM ShowResults
                   PERFORM ShowInterfaceOut
                   PERFORM ShowRejects
                   PERFORM ShowCheckpoints
                   DISPLAY "INCLUDE ARCHIVED OUTPUTS? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-Archive-Switch
                   IF WS-Archive-Requested THEN
                           PERFORM ShowAuditArchive
                           PERFORM ShowResultsArchive
                   END-IF
           END-IF.

       ValidateRunNumber.
           SET WS-Valid-Run TO TRUE.
           PERFORM UNTIL WS-Run-Buffer = SPACES
                   OR WS-Run-Buffer(6:1) NOT = SPACE
               MOVE WS-Run-Buffer TO WS-Run-Shift
               MOVE WS-Run-Shift(1:5) TO WS-Run-Buffer(2:5)
               MOVE SPACE TO WS-Run-Buffer(1:1)
           END-PERFORM.
           INSPECT WS-Run-Buffer REPLACING LEADING SPACE BY "0".
           IF WS-Run-Buffer IS NOT NUMERIC THEN
                   SET WS-Invalid-Run TO TRUE
           ELSE
                   MOVE WS-Run-Buffer TO WS-Target-Run-Number
                   IF WS-Target-Run-Number = ZERO THEN
                           SET WS-Invalid-Run TO TRUE
                   END-IF
           END-IF.

       ShowRunMasterEntry.
           OPEN INPUT RunMasterFile.
           IF WS-Run-Master-Status = "00" THEN
                   MOVE WS-Target-Run-Number TO RM-RUN-NUMBER
                   READ RunMasterFile
                       INVALID KEY
                           DISPLAY "RUNMAST: NO ENTRY FOR RUN "
                               WS-Target-Run-Number
                       NOT INVALID KEY
                           PERFORM DisplayRunMasterEntry
                   END-READ
                   CLOSE RunMasterFile
           ELSE
                   DISPLAY "NO RUNMAST FILE FOUND - RUN CONTROL "
                       "NOT SHOWN"
           END-IF.

       DisplayRunMasterEntry.
           MOVE RM-RUN-CONTROL-CARD TO FIB-RUN-CONTROL-RECORD.
           DISPLAY "RUNMAST: STARTED " RM-START-DATE " "
               RM-START-TIME " STATUS " RM-RUN-STATUS
               " RC " RM-RETURN-CODE
               " RESTARTS " RM-RESTART-COUNT.
           IF RM-RUN-COMPLETED THEN
                   DISPLAY "RUNMAST: ENDED " RM-END-DATE " "
                       RM-END-TIME
           ELSE
                   DISPLAY "RUNMAST: RUN NOT MARKED COMPLETE"
           END-IF.
           DISPLAY "RUNCTL: REQUESTOR " RC-REQUESTOR-ID
               " MODE " RC-RUN-MODE
               " RESTART " RC-RESTART-FLAG
               " ARCHIVE CUTOFF " RC-ARCHIVE-CUTOFF.

       ShowRunStats.
           MOVE ZERO TO WS-Stats-Count.
           OPEN INPUT RunStatsFile.
           IF WS-Run-Stats-Status = "00" THEN
                   PERFORM UNTIL WS-Run-Stats-EOF
                       READ RunStatsFile
                           AT END
                               SET WS-Run-Stats-EOF TO TRUE
                           NOT AT END
                               PERFORM ShowOneRunStatsRecord
                       END-READ
                   END-PERFORM
                   CLOSE RunStatsFile
                   MOVE "00" TO WS-Run-Stats-Status
           ELSE
                   DISPLAY "NO RUNSTATS FILE FOUND - COUNTS "
                       "NOT SHOWN"
           END-IF.
           IF WS-Stats-Count = ZERO THEN
                   DISPLAY "RUNSTATS: NO RECORD FOUND FOR RUN "
                       WS-Target-Run-Number
           END-IF.

       ShowOneRunStatsRecord.
           IF ST-RUN-NUMBER = WS-Target-Run-Number THEN
                   DISPLAY "RUNSTATS: READ " ST-RECORDS-READ
                       " SINGLE " ST-SINGLE-COUNT
                       " RANGE " ST-RANGE-COUNT
                       " EXPANDED " ST-EXPANDED-COUNT
                   DISPLAY "RUNSTATS: SUCCESS " ST-SUCCESS-COUNT
                       " REJECT " ST-REJECT-COUNT
                       " OVERFLOW " ST-OVERFLOW-COUNT
                       " INTOUT " ST-INTOUT-COUNT
                       " HITS " ST-CACHE-HIT-COUNT
                       " MISSES " ST-CACHE-MISS-COUNT
                   ADD 1 TO WS-Stats-Count
           END-IF.

       ShowAuditActivity.
           MOVE ZERO TO WS-Audit-Count.
           OPEN INPUT AuditFile.
           IF WS-Audit-Status = "00" THEN
                   PERFORM UNTIL WS-Audit-EOF
                       READ AuditFile INTO FIB-AUDIT-RECORD
                           AT END
                               SET WS-Audit-EOF TO TRUE
                           NOT AT END
                               PERFORM ShowOneAuditRecord
                       END-READ
                   END-PERFORM
                   CLOSE AuditFile
                   MOVE "00" TO WS-Audit-Status
           ELSE
                   DISPLAY "NO AUDITLOG FOUND - ACTIVITY "
                       "NOT SHOWN"
           END-IF.
           DISPLAY "AUDITLOG: " WS-Audit-Count " RECORD(S) FOR RUN "
               WS-Target-Run-Number.

       ShowOneAuditRecord.
           IF AU-RUN-NUMBER = WS-Target-Run-Number THEN
                   DISPLAY "AUDITLOG: N " AU-N-REQUESTED
                       " SEQ " AU-SEQUENCE-TYPE
                       " RESULT " AU-RESULT
                       " STATUS " AU-STATUS
                       " AT " AU-TIMESTAMP
                       " BY " AU-REQUESTOR-ID
                   ADD 1 TO WS-Audit-Count
           END-IF.

       ShowAuditArchive.
           MOVE ZERO TO WS-Audit-Archive-Count.
           OPEN INPUT AuditArchiveFile.
           IF WS-Audit-Archive-Status = "00" THEN
                   PERFORM UNTIL WS-Audit-Archive-EOF
                       READ AuditArchiveFile INTO FIB-AUDIT-RECORD
                           AT END
                               SET WS-Audit-Archive-EOF TO TRUE
                           NOT AT END
                               PERFORM ShowOneAuditArchiveRecord
                       END-READ
                   END-PERFORM
                   CLOSE AuditArchiveFile
                   MOVE "00" TO WS-Audit-Archive-Status
           ELSE
                   DISPLAY "NO AUDIT ARCHIVE FOUND - ARCHIVED "
                       "ACTIVITY NOT SHOWN"
           END-IF.
           DISPLAY "AUDITARC: " WS-Audit-Archive-Count
               " RECORD(S) FOR RUN " WS-Target-Run-Number.

       ShowOneAuditArchiveRecord.
           IF AU-RUN-NUMBER = WS-Target-Run-Number THEN
                   DISPLAY "AUDITARC: N " AU-N-REQUESTED
                       " SEQ " AU-SEQUENCE-TYPE
                       " RESULT " AU-RESULT
                       " STATUS " AU-STATUS
                       " AT " AU-TIMESTAMP
                       " BY " AU-REQUESTOR-ID
                   ADD 1 TO WS-Audit-Archive-Count
           END-IF.

       ShowResults.
           MOVE ZERO TO WS-Result-Count.
           OPEN INPUT ResultsFile.
           IF WS-Results-Status = "00" THEN
                   PERFORM UNTIL WS-Results-EOF
                       READ ResultsFile INTO FIB-RESULT-RECORD
                           AT END
                               SET WS-Results-EOF TO TRUE
                           NOT AT END
                               PERFORM ShowOneResultRecord
                       END-READ
                   END-PERFORM
                   CLOSE ResultsFile
                   MOVE "00" TO WS-Results-Status
           ELSE
                   DISPLAY "NO RESULTS FILE FOUND - RESULTS "
                       "NOT SHOWN"
           END-IF.
           DISPLAY "RESULTS: " WS-Result-Count " RECORD(S) FOR RUN "
               WS-Target-Run-Number.

       ShowOneResultRecord.
           IF FR-RUN-NUMBER = WS-Target-Run-Number THEN
                   DISPLAY "RESULTS: N " FR-N
                       " SEQ " FR-SEQUENCE-TYPE
                       " VALUE " FR-COMPUTED-VALUE
                       " COMPUTED " FR-COMPUTED-DATE
                   ADD 1 TO WS-Result-Count
           END-IF.

       ShowResultsArchive.
           MOVE ZERO TO WS-Result-Archive-Count.
           OPEN INPUT ResultsArchiveFile.
           IF WS-Results-Archive-Status = "00" THEN
                   PERFORM UNTIL WS-Results-Archive-EOF
                       READ ResultsArchiveFile INTO FIB-RESULT-RECORD
                           AT END
                               SET WS-Results-Archive-EOF TO TRUE
                           NOT AT END
                               PERFORM ShowOneResultArchiveRecord
                       END-READ
                   END-PERFORM
                   CLOSE ResultsArchiveFile
                   MOVE "00" TO WS-Results-Archive-Status
           ELSE
                   DISPLAY "NO RESULTS ARCHIVE FOUND - ARCHIVED "
                       "RESULTS NOT SHOWN"
           END-IF.
           DISPLAY "RESULTARC: " WS-Result-Archive-Count
               " RECORD(S) FOR RUN " WS-Target-Run-Number.

       ShowOneResultArchiveRecord.
           IF FR-RUN-NUMBER = WS-Target-Run-Number THEN
                   DISPLAY "RESULTARC: N " FR-N
                       " SEQ " FR-SEQUENCE-TYPE
                       " VALUE " FR-COMPUTED-VALUE
                       " COMPUTED " FR-COMPUTED-DATE
                   ADD 1 TO WS-Result-Archive-Count
           END-IF.

       LoadFeedTable.
           MOVE "INTOUT" TO WS-Feed-DD-Name.
           PERFORM AddFeedEntry.
           OPEN INPUT EntitleFile.
           IF WS-Entitle-Status = "00" THEN
                   PERFORM UNTIL WS-Entitle-EOF
                       READ EntitleFile NEXT RECORD
                           AT END
                               SET WS-Entitle-EOF TO TRUE
                           NOT AT END
                               IF EN-INTOUT-DD NOT = SPACES THEN
                                       MOVE EN-INTOUT-DD
                                           TO WS-Feed-DD-Name
                                       PERFORM AddFeedEntry
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EntitleFile
           ELSE
                   DISPLAY "NO ENTITLEMENT FILE FOUND - ONLY THE "
                       "DEFAULT INTOUT FEED WILL BE SHOWN"
           END-IF.

       AddFeedEntry.
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
           IF NOT WS-Feed-Found AND WS-Feed-Count < 200 THEN
                   ADD 1 TO WS-Feed-Count
                   SET WS-Feed-Idx TO WS-Feed-Count
                   MOVE WS-Feed-DD-Name TO FT-DD-Name(WS-Feed-Idx)
           END-IF.

       ShowInterfaceOut.
           PERFORM VARYING WS-Feed-Number FROM 1 BY 1
                   UNTIL WS-Feed-Number > WS-Feed-Count
               SET WS-Feed-Idx TO WS-Feed-Number
               MOVE FT-DD-Name(WS-Feed-Idx) TO WS-Feed-DD-Name
               PERFORM ShowOneFeed
           END-PERFORM.

       ShowOneFeed.
           MOVE ZERO TO WS-Interface-Out-Count.
           MOVE "00" TO WS-Interface-Out-Status.
           OPEN INPUT InterfaceOutFile.
           IF WS-Interface-Out-Status = "00" THEN
                   PERFORM UNTIL WS-Interface-Out-EOF
                       READ InterfaceOutFile
                           AT END
                               SET WS-Interface-Out-EOF TO TRUE
                           NOT AT END
                               PERFORM ShowOneInterfaceOutRecord
                       END-READ
                   END-PERFORM
                   CLOSE InterfaceOutFile
                   MOVE "00" TO WS-Interface-Out-Status
           ELSE
                   DISPLAY "NO " WS-Feed-DD-Name " FILE FOUND - FEED "
                       "NOT SHOWN"
           END-IF.
           DISPLAY WS-Feed-DD-Name ": " WS-Interface-Out-Count
               " RECORD(S) FOR RUN " WS-Target-Run-Number.

       ShowOneInterfaceOutRecord.
           EVALUATE TRUE
               WHEN IO-HEADER-RECORD
                   MOVE "N" TO WS-Generation-Switch
                   IF IH-RUN-NUMBER = WS-Target-Run-Number THEN
                           SET WS-In-Target-Generation TO TRUE
                           DISPLAY WS-Feed-DD-Name
                               ": TRANSMISSION SEQUENCE "
                               IH-TRANSMISSION-SEQ
                               " RUN DATE " IH-RUN-DATE
                   END-IF
               WHEN IO-TRAILER-RECORD
                   IF WS-In-Target-Generation THEN
                           DISPLAY WS-Feed-DD-Name
                               ": TRAILER COUNT " IT-RECORD-COUNT
                               " HASH " IT-HASH-TOTAL
                   END-IF
                   MOVE "N" TO WS-Generation-Switch
               WHEN IO-RUN-NUMBER = WS-Target-Run-Number
                   DISPLAY WS-Feed-DD-Name ": N " IO-N
                       " SEQ " IO-SEQUENCE-TYPE
                       " RESULT " IO-RESULT
                       " FOR " IO-REQUESTOR-ID
                       " STATUS " IO-STATUS
                   ADD 1 TO WS-Interface-Out-Count
           END-EVALUATE.

       ShowRejects.
           MOVE ZERO TO WS-Reject-Count.
           OPEN INPUT RejectFile.
           IF WS-Reject-Status = "00" THEN
                   PERFORM UNTIL WS-Reject-EOF
                       READ RejectFile
                           AT END
                               SET WS-Reject-EOF TO TRUE
                           NOT AT END
                               PERFORM ShowOneRejectRecord
                       END-READ
                   END-PERFORM
                   CLOSE RejectFile
                   MOVE "00" TO WS-Reject-Status
           ELSE
                   DISPLAY "NO REJECTS FILE FOUND - REJECTS "
                       "NOT SHOWN"
           END-IF.
           DISPLAY "REJECTS: " WS-Reject-Count
               " RECORD(S) FOR RUN " WS-Target-Run-Number.

       ShowOneRejectRecord.
           IF RJ-RUN-NUMBER = WS-Target-Run-Number THEN
                   DISPLAY "REJECTS: REQUEST " RJ-REQUEST-IMAGE
                       " REASON " RJ-REASON-CODE
                   ADD 1 TO WS-Reject-Count
           END-IF.

       ShowCheckpoints.
           MOVE ZERO TO WS-Checkpoint-Count.
           OPEN INPUT CheckpointFile.
           IF WS-Checkpoint-Status = "00" THEN
                   PERFORM UNTIL WS-Checkpoint-EOF
                       READ CheckpointFile
                           AT END
                               SET WS-Checkpoint-EOF TO TRUE
                           NOT AT END
                               PERFORM ShowOneCheckpointRecord
                       END-READ
                   END-PERFORM
                   CLOSE CheckpointFile
                   MOVE "00" TO WS-Checkpoint-Status
           ELSE
                   DISPLAY "NO CHKPT FILE FOUND - CHECKPOINTS "
                       "NOT SHOWN"
           END-IF.
           DISPLAY "CHKPT: " WS-Checkpoint-Count
               " RECORD(S) FOR RUN " WS-Target-Run-Number.

       ShowOneCheckpointRecord.
           IF CK-RUN-NUMBER = WS-Target-Run-Number THEN
                   DISPLAY "CHKPT: PROCESSED " CK-RECORDS-PROCESSED
                       " LAST N " CK-LAST-N-COMPLETED
                       " DATE " CK-CHECKPOINT-DATE
                   ADD 1 TO WS-Checkpoint-Count
           END-IF.
