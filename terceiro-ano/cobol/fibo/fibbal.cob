           SELECT RunStatsFile ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Stats-Status.
           SELECT AuditFile ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
           SELECT AuditArchiveFile ASSIGN TO "AUDITARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Archive-Status.
           SELECT RunMasterFile ASSIGN TO "RUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-RUN-NUMBER
               FILE STATUS IS WS-Run-Master-Status.
           SELECT ControlTotalFile ASSIGN TO "NITECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Total-Status.
           SELECT ReportFile ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT StepTimingFile ASSIGN TO "STEPTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Step-Timing-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RunStatsFile
           RECORD CONTAINS 68 CHARACTERS.
           COPY "FIBSTAT.cpy".

       FD  AuditFile
           RECORD CONTAINS 72 CHARACTERS.
       01 AuditRecord PIC X(72).

       FD  AuditArchiveFile
           RECORD CONTAINS 72 CHARACTERS.
       01 AuditArchiveRecord PIC X(72).

       FD  RunMasterFile.
           COPY "FIBRMST.cpy".

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
       01 WS-Run-Stats-Status PIC XX VALUE "00".
           88 WS-Run-Stats-EOF VALUE "10".
       01 WS-Audit-Status PIC XX VALUE "00".
           88 WS-Audit-EOF VALUE "10".
       01 WS-Audit-Archive-Status PIC XX VALUE "00".
           88 WS-Audit-Archive-EOF VALUE "10".
       01 WS-Report-Status PIC XX VALUE "00".
       01 WS-Control-Total-Status PIC XX VALUE "00".
       01 WS-Run-Master-Status PIC XX VALUE "00".
       01 WS-Run-Master-Switch PIC X VALUE "N".
           88 WS-Run-Master-Open VALUE "Y".

       COPY "FIBAUD.cpy".

       01 WS-Tally-Count PIC 9(4) VALUE ZERO.
       01 WS-Tally-Full-Switch PIC X VALUE "N".
           88 WS-Tally-Table-Full VALUE "Y".
       01 WS-Tally-Found-Switch PIC X VALUE "N".
           88 WS-Tally-Found VALUE "Y".

       01 WS-Audit-Tally-Table.
           05 WS-Audit-Tally-Entry OCCURS 2000 TIMES
                   INDEXED BY WS-Tally-Idx.
               10 AT-Run-Number PIC 9(6).
               10 AT-Audit-Count PIC 9(6).
               10 AT-Stats-Records PIC 9(4).
               10 AT-Stats-Requests PIC 9(6).
               10 AT-Record-Error-Switch PIC X(1).
                   88 AT-Record-Error VALUE "Y".

       01 WS-Search-Run-Number PIC 9(6).
       01 WS-Restart-Count PIC 9(2).

       01 WS-Requests-Out PIC 9(5).
       01 WS-Computed-Total PIC 9(5).
           88 WS-Run-In-Balance VALUE "Y".
           88 WS-Run-Out-Of-Balance VALUE "N".

       01 WS-Records-Checked PIC 9(4) VALUE ZERO.
       01 WS-Records-Flagged PIC 9(4) VALUE ZERO.
       01 WS-Unnumbered-Checked PIC 9(4) VALUE ZERO.
       01 WS-Unnumbered-Flagged PIC 9(4) VALUE ZERO.
       01 WS-Runs-Checked PIC 9(4) VALUE ZERO.
       01 WS-Runs-Flagged PIC 9(4) VALUE ZERO.
       01 WS-Runs-Restarted PIC 9(4) VALUE ZERO.
       01 WS-Latest-Run-Number PIC 9(6) VALUE ZERO.
       01 WS-Latest-Run-Flagged PIC 9(4) VALUE ZERO.

       01 Report-Header-1.
           05 FILLER PIC X(40) VALUE
               "RUN CONTROL TOTALS AND BALANCING REPORT".

       01 Column-Header-Line.
           05 FILLER PIC X(8) VALUE "RUN NO".
           05 FILLER PIC X(10) VALUE "RUN DATE".
           05 FILLER PIC X(8) VALUE "TIME".
           05 FILLER PIC X(10) VALUE "REQUESTOR".
           05 FILLER PIC X(20) VALUE "STATUS".

       01 Detail-Line.
           05 DL-Run-Number PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-Run-Date PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-Run-Time PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-Status PIC X(20).

       01 Run-Header-Line.
           05 FILLER PIC X(40) VALUE
               "AUDIT BALANCE BY RUN NUMBER".

       01 Run-Column-Line.
           05 FILLER PIC X(12) VALUE "RUN NO".
           05 FILLER PIC X(8) VALUE "RUNSTATS".
           05 FILLER PIC X(10) VALUE "REQUESTS".
           05 FILLER PIC X(10) VALUE "AUDIT".
           05 FILLER PIC X(10) VALUE "RESTARTS".
           05 FILLER PIC X(40) VALUE "STATUS".

       01 Run-Line.
           05 RL-Run-Number PIC 9(6).
           05 FILLER PIC X(6) VALUE SPACES.
           05 RL-Stats-Records PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RL-Requests PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RL-Audit PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RL-Restarts PIC X(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RL-Status PIC X(40).

       01 Trailer-Line-1.
           05 FILLER PIC X(40) VALUE "RUNSTATS RECORDS CHECKED: ".
           05 TL-Records-Checked PIC ZZZ9.

       01 Trailer-Line-2.
           05 FILLER PIC X(40) VALUE
               "RUNSTATS RECORDS OUT OF BALANCE: ".
           05 TL-Records-Flagged PIC ZZZ9.

       01 Trailer-Line-3.
           05 FILLER PIC X(40) VALUE "RUNS CHECKED: ".
           05 TL-Checked PIC ZZZ9.

       01 Trailer-Line-4.
           05 FILLER PIC X(40) VALUE "RUNS OUT OF BALANCE: ".
           05 TL-Flagged PIC ZZZ9.

       01 Trailer-Line-5.
           05 FILLER PIC X(40) VALUE
               "RESTARTED RUNS - AUDIT INCLUDES REWORK: ".
           05 TL-Restarted PIC ZZZ9.

       01 Trailer-Line-6.
           05 FILLER PIC X(40) VALUE "LATEST RUN ON RUNMAST: ".
           05 TL-Latest-Run PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-Latest-Status PIC X(20).

       PROCEDURE DIVISION.
       MainLine.
           PERFORM WriteStepStart.
           OPEN OUTPUT ReportFile.
           WRITE ReportLine FROM Report-Header-1.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Column-Header-Line.
           PERFORM TallyAuditArchive.
           PERFORM TallyAuditLog.
           OPEN INPUT RunStatsFile.
           IF WS-Run-Stats-Status = "00" THEN
                   PERFORM UNTIL WS-Run-Stats-EOF
                   DISPLAY "NO RUN STATISTICS FILE FOUND - "
                       "NOTHING TO BALANCE"
           END-IF.
           PERFORM BalanceRunsAgainstAudit.
           PERFORM WriteTrailer.
           CLOSE ReportFile.
           IF WS-Runs-Flagged > 0 OR WS-Unnumbered-Flagged > 0 THEN
                   MOVE 4 TO RETURN-CODE
           ELSE
                   MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM WriteControlTotals.
           PERFORM WriteStepEnd.
           STOP RUN.

       BalanceOneRun.
           ADD 1 TO WS-Records-Checked.
           SET WS-Run-In-Balance TO TRUE.
           COMPUTE WS-Requests-Out = ST-SUCCESS-COUNT
               + ST-REJECT-COUNT + ST-OVERFLOW-COUNT.
           IF WS-Cache-Total NOT = WS-Computed-Total THEN
                   SET WS-Run-Out-Of-Balance TO TRUE
           END-IF.
           PERFORM AddRunStatsToTally.
           PERFORM WriteDetailLine.

       AddRunStatsToTally.
           IF ST-RUN-NUMBER IS NUMERIC AND ST-RUN-NUMBER > ZERO THEN
                   MOVE ST-RUN-NUMBER TO WS-Search-Run-Number
                   PERFORM FindRunTally
                   IF NOT WS-Tally-Found THEN
                           PERFORM AddRunTally
                   END-IF
                   IF WS-Tally-Found THEN
                           ADD 1 TO AT-Stats-Records(WS-Tally-Idx)
                           ADD WS-Requests-Out
                               TO AT-Stats-Requests(WS-Tally-Idx)
                           IF WS-Run-Out-Of-Balance THEN
                                   SET AT-Record-Error(WS-Tally-Idx)
                                       TO TRUE
                           END-IF
                   ELSE
                           ADD 1 TO WS-Unnumbered-Checked
                           IF WS-Run-Out-Of-Balance THEN
                                   ADD 1 TO WS-Unnumbered-Flagged
                           END-IF
                   END-IF
           ELSE
                   ADD 1 TO WS-Unnumbered-Checked
                   IF WS-Run-Out-Of-Balance THEN
                           ADD 1 TO WS-Unnumbered-Flagged
                   END-IF
           END-IF.

       BalanceRunsAgainstAudit.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Run-Header-Line.
           WRITE ReportLine FROM Run-Column-Line.
           OPEN INPUT RunMasterFile.
           IF WS-Run-Master-Status = "00" THEN
                   SET WS-Run-Master-Open TO TRUE
                   PERFORM GetLatestRunNumber
           ELSE
                   DISPLAY "RUN MASTER RUNMAST NOT AVAILABLE - STATUS "
                       WS-Run-Master-Status
                       " - RESTARTED RUNS AND THE LATEST RUN "
                       "CANNOT BE RECOGNISED"
           END-IF.
           SET WS-Tally-Idx TO 1.
           PERFORM UNTIL WS-Tally-Idx > WS-Tally-Count
               IF AT-Stats-Records(WS-Tally-Idx) > ZERO THEN
                       PERFORM BalanceOneRunNumber
               END-IF
               SET WS-Tally-Idx UP BY 1
           END-PERFORM.
           IF WS-Run-Master-Open THEN
                   CLOSE RunMasterFile
           END-IF.

       BalanceOneRunNumber.
           ADD 1 TO WS-Runs-Checked.
           PERFORM GetRestartCount.
           MOVE AT-Run-Number(WS-Tally-Idx) TO RL-Run-Number.
           MOVE AT-Stats-Records(WS-Tally-Idx) TO RL-Stats-Records.
           MOVE AT-Stats-Requests(WS-Tally-Idx) TO RL-Requests.
           MOVE AT-Audit-Count(WS-Tally-Idx) TO RL-Audit.
           IF WS-Run-Master-Open THEN
                   MOVE WS-Restart-Count TO RL-Restarts
           ELSE
                   MOVE "N/A" TO RL-Restarts
           END-IF.
           EVALUATE TRUE
               WHEN AT-Record-Error(WS-Tally-Idx)
                   MOVE "OUT OF BALANCE - SEE RUNSTATS LINES"
                       TO RL-Status
                   PERFORM FlagRunOutOfBalance
               WHEN AT-Audit-Count(WS-Tally-Idx)
                       = AT-Stats-Requests(WS-Tally-Idx)
                   MOVE "IN BALANCE" TO RL-Status
               WHEN WS-Restart-Count > ZERO
                       AND AT-Audit-Count(WS-Tally-Idx)
                           > AT-Stats-Requests(WS-Tally-Idx)
                   MOVE "RESTARTED - AUDIT INCLUDES REWORK"
                       TO RL-Status
                   ADD 1 TO WS-Runs-Restarted
               WHEN OTHER
                   MOVE "OUT OF BALANCE WITH AUDIT TRAIL"
                       TO RL-Status
                   PERFORM FlagRunOutOfBalance
           END-EVALUATE.
           WRITE ReportLine FROM Run-Line.

       FlagRunOutOfBalance.
           ADD 1 TO WS-Runs-Flagged.
           IF WS-Latest-Run-Number > ZERO
                   AND AT-Run-Number(WS-Tally-Idx)
                       = WS-Latest-Run-Number THEN
                   ADD 1 TO WS-Latest-Run-Flagged
           END-IF.

       GetLatestRunNumber.
           MOVE ZERO TO RM-RUN-NUMBER.
           READ RunMasterFile
               INVALID KEY
                   MOVE ZERO TO WS-Latest-Run-Number
               NOT INVALID KEY
                   MOVE RM-LAST-RUN-NUMBER TO WS-Latest-Run-Number
           END-READ.

       GetRestartCount.
           MOVE ZERO TO WS-Restart-Count.
           IF WS-Run-Master-Open THEN
                   MOVE AT-Run-Number(WS-Tally-Idx) TO RM-RUN-NUMBER
                   READ RunMasterFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RM-RESTART-COUNT IS NUMERIC THEN
                                   MOVE RM-RESTART-COUNT
                                       TO WS-Restart-Count
                           END-IF
                   END-READ
           END-IF.

       TallyAuditArchive.
           OPEN INPUT AuditArchiveFile.
           IF WS-Audit-Archive-Status = "00" THEN
                   PERFORM UNTIL WS-Audit-Archive-EOF
                       READ AuditArchiveFile INTO FIB-AUDIT-RECORD
                           AT END
                               SET WS-Audit-Archive-EOF TO TRUE
                           NOT AT END
                               PERFORM TallyOneAuditRecord
                       END-READ
                   END-PERFORM
                   CLOSE AuditArchiveFile
           ELSE
                   DISPLAY "NO AUDIT ARCHIVE FOUND - BALANCING "
                       "AGAINST AUDITLOG ONLY"
           END-IF.

       TallyAuditLog.
           OPEN INPUT AuditFile.
           IF WS-Audit-Status = "00" THEN
                   PERFORM UNTIL WS-Audit-EOF
                       READ AuditFile INTO FIB-AUDIT-RECORD
                           AT END
                               SET WS-Audit-EOF TO TRUE
                           NOT AT END
                               PERFORM TallyOneAuditRecord
                       END-READ
                   END-PERFORM
                   CLOSE AuditFile
           ELSE
                   DISPLAY "NO AUDITLOG FOUND - BALANCING AGAINST "
                       "AUDIT ARCHIVE ONLY"
           END-IF.

       TallyOneAuditRecord.
           IF AU-RUN-NUMBER IS NUMERIC AND AU-RUN-NUMBER > ZERO THEN
                   MOVE AU-RUN-NUMBER TO WS-Search-Run-Number
                   PERFORM FindRunTally
                   IF NOT WS-Tally-Found THEN
                           PERFORM AddRunTally
                   END-IF
                   IF WS-Tally-Found THEN
                           ADD 1 TO AT-Audit-Count(WS-Tally-Idx)
                   END-IF
           END-IF.

       FindRunTally.
           MOVE "N" TO WS-Tally-Found-Switch.
           IF WS-Tally-Count > 0 THEN
                   SET WS-Tally-Idx TO WS-Tally-Count
                   IF AT-Run-Number(WS-Tally-Idx)
                           = WS-Search-Run-Number THEN
                           SET WS-Tally-Found TO TRUE
                   END-IF
           END-IF.
           IF NOT WS-Tally-Found THEN
                   SET WS-Tally-Idx TO 1
                   PERFORM UNTIL WS-Tally-Idx > WS-Tally-Count
                           OR WS-Tally-Found
                       IF AT-Run-Number(WS-Tally-Idx)
                               = WS-Search-Run-Number THEN
                               SET WS-Tally-Found TO TRUE
                       ELSE
                               SET WS-Tally-Idx UP BY 1
                       END-IF
                   END-PERFORM
           END-IF.

       AddRunTally.
           IF WS-Tally-Count < 2000 THEN
                   ADD 1 TO WS-Tally-Count
                   SET WS-Tally-Idx TO WS-Tally-Count
                   MOVE WS-Search-Run-Number
                       TO AT-Run-Number(WS-Tally-Idx)
                   MOVE ZERO TO AT-Audit-Count(WS-Tally-Idx)
                   MOVE ZERO TO AT-Stats-Records(WS-Tally-Idx)
                   MOVE ZERO TO AT-Stats-Requests(WS-Tally-Idx)
                   MOVE "N" TO AT-Record-Error-Switch(WS-Tally-Idx)
                   SET WS-Tally-Found TO TRUE
           ELSE
                   SET WS-Tally-Table-Full TO TRUE
           END-IF.

       WriteDetailLine.
           MOVE ST-RUN-NUMBER TO DL-Run-Number.
           MOVE ST-RUN-DATE TO DL-Run-Date.
           MOVE ST-RUN-TIME TO DL-Run-Time.
           MOVE ST-REQUESTOR-ID TO DL-Requestor.
                   MOVE "IN BALANCE" TO DL-Status
           ELSE
                   MOVE "OUT OF BALANCE" TO DL-Status
                   ADD 1 TO WS-Records-Flagged
           END-IF.
           WRITE ReportLine FROM Detail-Line.

       WriteTrailer.
           MOVE WS-Records-Checked TO TL-Records-Checked.
           MOVE WS-Records-Flagged TO TL-Records-Flagged.
           MOVE WS-Runs-Checked TO TL-Checked.
           MOVE WS-Runs-Flagged TO TL-Flagged.
           MOVE WS-Runs-Restarted TO TL-Restarted.
           MOVE WS-Latest-Run-Number TO TL-Latest-Run.
           EVALUATE TRUE
               WHEN WS-Latest-Run-Number = ZERO
                   MOVE "NOT KNOWN" TO TL-Latest-Status
               WHEN WS-Latest-Run-Flagged > ZERO
                   MOVE "OUT OF BALANCE" TO TL-Latest-Status
               WHEN OTHER
                   MOVE "NOT FLAGGED" TO TL-Latest-Status
           END-EVALUATE.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Trailer-Line-1.
           WRITE ReportLine FROM Trailer-Line-2.
           WRITE ReportLine FROM Trailer-Line-3.
           WRITE ReportLine FROM Trailer-Line-4.
           WRITE ReportLine FROM Trailer-Line-5.
           WRITE ReportLine FROM Trailer-Line-6.
           IF WS-Tally-Table-Full THEN
                   DISPLAY "AUDIT TALLY TABLE FULL - SOME RUNS NOT "
                       "BALANCED AGAINST THE AUDIT TRAIL"
           END-IF.

       WriteControlTotals.
           MOVE "FIBBAL" TO CT-SOURCE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CT-RUN-TIME.
           MOVE RETURN-CODE TO CT-RETURN-CODE.
           COMPUTE CT-ITEMS-CHECKED =
               WS-Runs-Checked + WS-Unnumbered-Checked.
           MOVE WS-Latest-Run-Flagged TO CT-EXCEPTION-COUNT.
           COMPUTE CT-ERROR-COUNT =
               WS-Runs-Flagged + WS-Unnumbered-Flagged.
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

       WriteStepStart.
           SET TM-STEP-START TO TRUE.
           MOVE ZERO TO TM-RETURN-CODE.
           PERFORM WriteStepTimingRecord.

       WriteStepEnd.
           SET TM-STEP-END TO TRUE.
           MOVE RETURN-CODE TO TM-RETURN-CODE.
           PERFORM WriteStepTimingRecord.

       WriteStepTimingRecord.
           MOVE "FIBBAL" TO TM-PROGRAM-NAME.
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
