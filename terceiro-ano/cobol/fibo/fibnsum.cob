       IDENTIFICATION DIVISION.
       PROGRAM-ID. FibonacciNightSummary.

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
           SELECT RejectFile ASSIGN TO "REJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reject-Status.
           SELECT ControlTotalFile ASSIGN TO "NITECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Total-Status.
           SELECT ReportFile ASSIGN TO "NSUMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT StepTimingFile ASSIGN TO "STEPTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Step-Timing-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RunMasterFile.
           COPY "FIBRMST.cpy".

       FD  RunStatsFile
           RECORD CONTAINS 68 CHARACTERS.
           COPY "FIBSTAT.cpy".

       FD  RejectFile
           RECORD CONTAINS 29 CHARACTERS.
           COPY "FIBREJ.cpy".

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
       01 WS-Run-Master-Status PIC XX VALUE "00".
       01 WS-Run-Stats-Status PIC XX VALUE "00".
           88 WS-Run-Stats-EOF VALUE "10".
       01 WS-Reject-Status PIC XX VALUE "00".
           88 WS-Reject-EOF VALUE "10".
       01 WS-Control-Total-Status PIC XX VALUE "00".
           88 WS-Control-Total-EOF VALUE "10".
       01 WS-Report-Status PIC XX VALUE "00".

       01 WS-Today PIC 9(8).
       01 WS-Now PIC X(6).
       01 WS-Today-Integer PIC 9(8).
       01 WS-Run-Start-Date PIC 9(8).
       01 WS-Run-Start-Integer PIC 9(8).
       01 WS-Run-Start-Stamp PIC X(14) VALUE SPACES.
       01 WS-Check-Stamp PIC X(14).

       01 WS-Run-Number PIC 9(6) VALUE ZERO.
       01 WS-Run-Switch PIC X VALUE "N".
           88 WS-Run-Found VALUE "Y".
       01 WS-Run-Status-Text PIC X(12) VALUE SPACES.
       01 WS-Run-Completed-Switch PIC X VALUE "N".
           88 WS-Run-Completed VALUE "Y".
           COPY "FIBRCTL.cpy".

       01 WS-Stats-Switch PIC X VALUE "N".
           88 WS-Stats-Found VALUE "Y".
       01 WS-Night-Totals.
           05 WS-Records-Read PIC 9(6) VALUE ZERO.
           05 WS-Success-Count PIC 9(6) VALUE ZERO.
           05 WS-Reject-Count PIC 9(6) VALUE ZERO.
           05 WS-Overflow-Count PIC 9(6) VALUE ZERO.
           05 WS-Intout-Count PIC 9(6) VALUE ZERO.
           05 WS-Cache-Hit-Count PIC 9(6) VALUE ZERO.

       01 WS-Reason-Descriptions.
           05 FILLER PIC X(30) VALUE "NON-NUMERIC N".
           05 FILLER PIC X(30) VALUE "N OUT OF RANGE".
           05 FILLER PIC X(30) VALUE "INVALID REQUEST TYPE".
           05 FILLER PIC X(30) VALUE "RANGE FROM GREATER THAN TO".
           05 FILLER PIC X(30) VALUE "OVERFLOW AT COMPUTE".
           05 FILLER PIC X(30) VALUE "RANGE NOT AUTHORIZED".
           05 FILLER PIC X(30) VALUE "REQUESTOR NOT ENTITLED".
           05 FILLER PIC X(30) VALUE "OTHER / UNKNOWN REASON".
       01 WS-Reason-Table REDEFINES WS-Reason-Descriptions.
           05 WS-Reason-Description PIC X(30) OCCURS 8 TIMES.
       01 WS-Reason-Counts.
           05 WS-Reason-Count PIC 9(6) OCCURS 8 TIMES.
       01 WS-Reason-Idx PIC 9(2).
       01 WS-Reason-Total PIC 9(6) VALUE ZERO.

       01 WS-Balance-Totals.
           05 WS-Bal-Switch PIC X VALUE "N".
               88 WS-Bal-Found VALUE "Y".
           05 WS-Bal-Record PIC X(42).
       01 WS-Verify-Totals.
           05 WS-Ver-Switch PIC X VALUE "N".
               88 WS-Ver-Found VALUE "Y".
           05 WS-Ver-Record PIC X(42).
       01 WS-Ack-Totals.
           05 WS-Ack-Switch PIC X VALUE "N".
               88 WS-Ack-Found VALUE "Y".
           05 WS-Ack-Record PIC X(42).
       01 WS-Summary-Totals.
           05 WS-Sum-Switch PIC X VALUE "N".
               88 WS-Sum-Found VALUE "Y".
           05 WS-Last-Summarized-Run PIC 9(6) VALUE ZERO.
           05 WS-Last-Summarized-Date PIC X(8) VALUE SPACES.

       01 WS-Severity PIC 9(2).
       01 WS-Earlier-Flagged PIC 9(6).
       01 WS-Exception-Text PIC X(100).
       01 WS-Overall-RC PIC 9(2) VALUE ZERO.
       01 WS-Exception-Count PIC 9(2) VALUE ZERO.
       01 WS-Exception-Table.
           05 WS-Exception-Entry OCCURS 20 TIMES
                   INDEXED BY WS-Exc-Idx.
               10 EX-Severity PIC 9(2).
               10 EX-Text PIC X(100).
       01 WS-Exception-Overflow-Switch PIC X VALUE "N".
           88 WS-Exception-Table-Full VALUE "Y".

       01 Report-Header-1.
           05 FILLER PIC X(44) VALUE
               "NIGHTLY OPERATIONS EXCEPTION SUMMARY".
           05 FILLER PIC X(7) VALUE "AS OF: ".
           05 RH-Today PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RH-Now PIC X(6).

       01 Run-Line-1.
           05 FILLER PIC X(14) VALUE "TONIGHT'S RUN ".
           05 RL-Run-Number PIC 9(6).
           05 FILLER PIC X(10) VALUE "  STARTED ".
           05 RL-Start-Date PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-Start-Time PIC X(6).
           05 FILLER PIC X(8) VALUE "  ENDED ".
           05 RL-End-Date PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-End-Time PIC X(6).
           05 FILLER PIC X(9) VALUE "  STATUS ".
           05 RL-Status PIC X(12).
           05 FILLER PIC X(5) VALUE "  RC ".
           05 RL-Return-Code PIC Z9.
           05 FILLER PIC X(11) VALUE "  RESTARTS ".
           05 RL-Restarts PIC Z9.

       01 Run-Line-None.
           05 FILLER PIC X(44) VALUE
               "TONIGHT'S RUN - NO RUN FOUND ON RUNMAST".

       01 Stats-Header-Line.
           05 FILLER PIC X(40) VALUE
               "RUN STATISTICS (RUNSTATS)".

       01 Stats-Line.
           05 FILLER PIC X(6) VALUE "READ ".
           05 SL-Read PIC ZZZZZ9.
           05 FILLER PIC X(11) VALUE "  SUCCESS ".
           05 SL-Success PIC ZZZZZ9.
           05 FILLER PIC X(11) VALUE "  REJECTS ".
           05 SL-Rejects PIC ZZZZZ9.
           05 FILLER PIC X(13) VALUE "  OVERFLOWS ".
           05 SL-Overflows PIC ZZZZZ9.
           05 FILLER PIC X(10) VALUE "  INTOUT ".
           05 SL-Intout PIC ZZZZZ9.
           05 FILLER PIC X(14) VALUE "  CACHE HITS ".
           05 SL-Hits PIC ZZZZZ9.

       01 Stats-Line-None.
           05 FILLER PIC X(44) VALUE
               "NO RUNSTATS RECORD FOR TONIGHT'S RUN".

       01 Reason-Header-Line.
           05 FILLER PIC X(40) VALUE
               "REJECTS BY REASON (REJECTS)".

       01 Reason-Line.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RS-Code PIC X(4).
           05 RS-Description PIC X(32).
           05 RS-Count PIC ZZZZZ9.

       01 Reason-Total-Line.
           05 FILLER PIC X(38) VALUE "  TOTAL REJECTS".
           05 RT-Count PIC ZZZZZ9.

       01 Control-Header-Line.
           05 FILLER PIC X(40) VALUE
               "CONTROL CHECKS (NITECTL)".

       01 Control-Column-Line.
           05 FILLER PIC X(26) VALUE "  CHECK".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(8) VALUE "TIME".
           05 FILLER PIC X(4) VALUE "RC".
           05 FILLER PIC X(10) VALUE "CHECKED".
           05 FILLER PIC X(12) VALUE "EXCEPTIONS".
           05 FILLER PIC X(8) VALUE "ERRORS".
           05 FILLER PIC X(40) VALUE "COUNTS ARE".

       01 Control-Line.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-Check PIC X(24).
           05 CL-Date PIC X(10).
           05 CL-Time PIC X(8).
           05 CL-Return-Code PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-Checked PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CL-Exceptions PIC ZZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 CL-Errors PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-Meaning PIC X(40).

       01 Exception-Header-Line.
           05 FILLER PIC X(40) VALUE "EXCEPTIONS".

       01 Exception-Line.
           05 FILLER PIC X(4) VALUE "  RC".
           05 EL-Severity PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-Text PIC X(100).

       01 Exception-Line-None.
           05 FILLER PIC X(40) VALUE
               "  NONE - NIGHT COMPLETED CLEAN".

       01 Overall-Line.
           05 FILLER PIC X(22) VALUE "OVERALL RETURN CODE: ".
           05 OL-Return-Code PIC Z9.
           05 FILLER PIC X(3) VALUE " - ".
           05 OL-Meaning PIC X(40).

       PROCEDURE DIVISION.
       MainLine.
           PERFORM WriteStepStart.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Now.
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Today).
           INITIALIZE WS-Reason-Counts.
           PERFORM FindTonightsRun.
           IF WS-Run-Found THEN
                   PERFORM SumRunStatistics
                   PERFORM SumRejectsByReason
           END-IF.
           PERFORM LoadControlTotals.
           PERFORM CheckRunIsNew.
           PERFORM CheckBalancing.
           PERFORM CheckCacheVerify.
           PERFORM CheckAcknowledgments.
           PERFORM WriteSummaryReport.
           MOVE WS-Overall-RC TO RETURN-CODE.
           PERFORM WriteControlTotals.
           PERFORM WriteStepEnd.
           STOP RUN.

       FindTonightsRun.
           OPEN INPUT RunMasterFile.
           IF WS-Run-Master-Status NOT = "00" THEN
                   MOVE 12 TO WS-Severity
                   MOVE "RUN MASTER RUNMAST COULD NOT BE OPENED"
                       TO WS-Exception-Text
                   PERFORM AddException
           ELSE
                   MOVE ZERO TO RM-RUN-NUMBER
                   READ RunMasterFile
                       INVALID KEY
                           MOVE ZERO TO WS-Run-Number
                       NOT INVALID KEY
                           MOVE RM-LAST-RUN-NUMBER TO WS-Run-Number
                   END-READ
                   IF WS-Run-Number > ZERO THEN
                           MOVE WS-Run-Number TO RM-RUN-NUMBER
                           READ RunMasterFile
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   SET WS-Run-Found TO TRUE
                           END-READ
                   END-IF
                   IF WS-Run-Found THEN
                           PERFORM CheckTonightsRun
                   ELSE
                           MOVE 12 TO WS-Severity
                           MOVE "NO RUN FOUND ON RUN MASTER RUNMAST"
                               TO WS-Exception-Text
                           PERFORM AddException
                   END-IF
                   CLOSE RunMasterFile
           END-IF.

       CheckTonightsRun.
           MOVE RM-RUN-NUMBER TO RL-Run-Number.
           MOVE RM-START-DATE TO RL-Start-Date.
           MOVE RM-START-TIME TO RL-Start-Time.
           MOVE RM-RETURN-CODE TO RL-Return-Code.
           MOVE RM-RESTART-COUNT TO RL-Restarts.
           STRING RM-START-DATE RM-START-TIME DELIMITED BY SIZE
               INTO WS-Run-Start-Stamp.
           IF RM-RUN-COMPLETED THEN
                   SET WS-Run-Completed TO TRUE
                   MOVE "COMPLETED" TO WS-Run-Status-Text
                   MOVE RM-END-DATE TO RL-End-Date
                   MOVE RM-END-TIME TO RL-End-Time
           ELSE
                   MOVE "NOT ENDED" TO WS-Run-Status-Text
                   MOVE SPACES TO RL-End-Date
                   MOVE SPACES TO RL-End-Time
           END-IF.
           MOVE WS-Run-Status-Text TO RL-Status.
           IF RM-START-DATE IS NUMERIC THEN
                   MOVE RM-START-DATE TO WS-Run-Start-Date
                   COMPUTE WS-Run-Start-Integer =
                       FUNCTION INTEGER-OF-DATE(WS-Run-Start-Date)
           ELSE
                   MOVE ZERO TO WS-Run-Start-Integer
           END-IF.
           IF WS-Today-Integer - WS-Run-Start-Integer > 1 THEN
                   MOVE 12 TO WS-Severity
                   MOVE SPACES TO WS-Exception-Text
                   STRING "LATEST RUN ON RUNMAST STARTED "
                       RM-START-DATE
                       " - FIB DID NOT START A RUN TONIGHT"
                       DELIMITED BY SIZE INTO WS-Exception-Text
                   PERFORM AddException
           END-IF.
           MOVE RM-RUN-CONTROL-CARD TO FIB-RUN-CONTROL-RECORD.
           IF RC-RUN-MODE NOT = "B" AND RC-RUN-MODE NOT = "b" THEN
                   MOVE 12 TO WS-Severity
                   MOVE SPACES TO WS-Exception-Text
                   STRING "LATEST RUN ON RUNMAST WAS NOT A BATCH RUN "
                       "(RUN MODE " RC-RUN-MODE ", REQUESTOR "
                       RC-REQUESTOR-ID ") - NIGHTLY FIB DID NOT RUN"
                       DELIMITED BY SIZE INTO WS-Exception-Text
                   PERFORM AddException
           END-IF.
           IF NOT RM-RUN-COMPLETED THEN
                   MOVE 12 TO WS-Severity
                   MOVE "FIB RUN DID NOT COMPLETE - RESTART IT"
                       TO WS-Exception-Text
                   PERFORM AddException
           ELSE
                   IF RM-RETURN-CODE > ZERO THEN
                           MOVE RM-RETURN-CODE TO WS-Severity
                           MOVE SPACES TO WS-Exception-Text
                           STRING "FIB RUN ENDED WITH RC "
                               RM-RETURN-CODE
                               " - SEE THE FIB JOB LOG"
                               DELIMITED BY SIZE INTO WS-Exception-Text
                           PERFORM AddException
                   END-IF
           END-IF.

       SumRunStatistics.
           OPEN INPUT RunStatsFile.
           IF WS-Run-Stats-Status = "00" THEN
                   PERFORM UNTIL WS-Run-Stats-EOF
                       READ RunStatsFile
                           AT END
                               SET WS-Run-Stats-EOF TO TRUE
                           NOT AT END
                               IF ST-RUN-NUMBER = WS-Run-Number THEN
                                       PERFORM AddRunStatistics
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RunStatsFile
           END-IF.
           IF WS-Stats-Found THEN
                   IF WS-Reject-Count > ZERO THEN
                           MOVE 4 TO WS-Severity
                           MOVE SPACES TO WS-Exception-Text
                           STRING "REQUESTS REJECTED BY FIB: "
                               WS-Reject-Count
                               " - SEE REJECTS BY REASON"
                               DELIMITED BY SIZE INTO WS-Exception-Text
                           PERFORM AddException
                   END-IF
                   IF WS-Overflow-Count > ZERO THEN
                           MOVE 4 TO WS-Severity
                           MOVE SPACES TO WS-Exception-Text
                           STRING "REQUESTS OVERFLOWED AT COMPUTE: "
                               WS-Overflow-Count
                               DELIMITED BY SIZE INTO WS-Exception-Text
                           PERFORM AddException
                   END-IF
           ELSE
                   IF WS-Run-Completed THEN
                           MOVE 8 TO WS-Severity
                           MOVE "NO RUNSTATS RECORD FOR TONIGHT'S RUN"
                               TO WS-Exception-Text
                           PERFORM AddException
                   END-IF
           END-IF.

       AddRunStatistics.
           SET WS-Stats-Found TO TRUE.
           ADD ST-RECORDS-READ TO WS-Records-Read.
           ADD ST-SUCCESS-COUNT TO WS-Success-Count.
           ADD ST-REJECT-COUNT TO WS-Reject-Count.
           ADD ST-OVERFLOW-COUNT TO WS-Overflow-Count.
           ADD ST-INTOUT-COUNT TO WS-Intout-Count.
           ADD ST-CACHE-HIT-COUNT TO WS-Cache-Hit-Count.

       SumRejectsByReason.
           OPEN INPUT RejectFile.
           IF WS-Reject-Status = "00" THEN
                   PERFORM UNTIL WS-Reject-EOF
                       READ RejectFile
                           AT END
                               SET WS-Reject-EOF TO TRUE
                           NOT AT END
                               IF RJ-RUN-NUMBER = WS-Run-Number THEN
                                       PERFORM TallyOneReject
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RejectFile
           END-IF.

       TallyOneReject.
           IF RJ-REASON-CODE IS NUMERIC
                   AND RJ-REASON-CODE >= "01"
                   AND RJ-REASON-CODE <= "07" THEN
                   MOVE RJ-REASON-CODE TO WS-Reason-Idx
           ELSE
                   MOVE 8 TO WS-Reason-Idx
           END-IF.
           ADD 1 TO WS-Reason-Count(WS-Reason-Idx).
           ADD 1 TO WS-Reason-Total.

       LoadControlTotals.
           OPEN INPUT ControlTotalFile.
           IF WS-Control-Total-Status = "00" THEN
                   PERFORM UNTIL WS-Control-Total-EOF
                       READ ControlTotalFile
                           AT END
                               SET WS-Control-Total-EOF TO TRUE
                           NOT AT END
                               PERFORM KeepLatestControlTotal
                       END-READ
                   END-PERFORM
                   CLOSE ControlTotalFile
           ELSE
                   MOVE 8 TO WS-Severity
                   MOVE "CONTROL TOTALS FILE NITECTL NOT FOUND"
                       TO WS-Exception-Text
                   PERFORM AddException
           END-IF.

       KeepLatestControlTotal.
           EVALUATE TRUE
               WHEN CT-FROM-FIBBAL
                   SET WS-Bal-Found TO TRUE
                   MOVE FIB-CONTROL-TOTAL-RECORD TO WS-Bal-Record
               WHEN CT-FROM-FIBCKVER
                   SET WS-Ver-Found TO TRUE
                   MOVE FIB-CONTROL-TOTAL-RECORD TO WS-Ver-Record
               WHEN CT-FROM-FIBACKRP
                   SET WS-Ack-Found TO TRUE
                   MOVE FIB-CONTROL-TOTAL-RECORD TO WS-Ack-Record
               WHEN CT-FROM-FIBNSUM
                   SET WS-Sum-Found TO TRUE
                   MOVE CT-ITEMS-CHECKED TO WS-Last-Summarized-Run
                   MOVE CT-RUN-DATE TO WS-Last-Summarized-Date
           END-EVALUATE.

       CheckRunIsNew.
           IF WS-Run-Found AND WS-Sum-Found
                   AND WS-Run-Number <= WS-Last-Summarized-Run THEN
                   MOVE 12 TO WS-Severity
                   MOVE SPACES TO WS-Exception-Text
                   STRING "RUN " WS-Run-Number
                       " ALREADY SUMMARIZED ON "
                       WS-Last-Summarized-Date
                       " - NO NEW FIB RUN SINCE THE LAST SUMMARY"
                       DELIMITED BY SIZE INTO WS-Exception-Text
                   PERFORM AddException
           END-IF.

       CheckBalancing.
           IF WS-Bal-Found THEN
                   MOVE WS-Bal-Record TO FIB-CONTROL-TOTAL-RECORD
                   PERFORM CheckRanTonight
                   IF CT-EXCEPTION-COUNT > ZERO THEN
                           MOVE 8 TO WS-Severity
                           MOVE SPACES TO WS-Exception-Text
                           STRING "TONIGHT'S RUN OUT OF BALANCE "
                               "(FIBBAL) - SEE BALRPT"
                               DELIMITED BY SIZE INTO WS-Exception-Text
                           PERFORM AddException
                   END-IF
                   IF CT-ERROR-COUNT > CT-EXCEPTION-COUNT THEN
                           MOVE ZERO TO WS-Severity
                           COMPUTE WS-Earlier-Flagged =
                               CT-ERROR-COUNT - CT-EXCEPTION-COUNT
                           MOVE SPACES TO WS-Exception-Text
                           STRING "EARLIER RUNS STILL OUT OF BALANCE "
                               "(FIBBAL): "
                               WS-Earlier-Flagged
                               " - SEE BALRPT (INFORMATION ONLY)"
                               DELIMITED BY SIZE INTO WS-Exception-Text
                           PERFORM AddException
                   END-IF
           ELSE
                   MOVE 8 TO WS-Severity
                   MOVE "NO BALANCING RESULT FROM FIBBAL"
                       TO WS-Exception-Text
                   PERFORM AddException
           END-IF.

       CheckCacheVerify.
           IF WS-Ver-Found THEN
                   MOVE WS-Ver-Record TO FIB-CONTROL-TOTAL-RECORD
                   PERFORM CheckRanTonight
                   IF CT-EXCEPTION-COUNT > ZERO THEN
                           MOVE 8 TO WS-Severity
                           MOVE SPACES TO WS-Exception-Text
                           STRING "FIBCACHE ENTRIES MISMATCHED "
                               "(FIBCKVER): " CT-EXCEPTION-COUNT
                               " - SEE CKVERRPT, CORRECT WITH FIBCMNT"
                               DELIMITED BY SIZE INTO WS-Exception-Text
                           PERFORM AddException
                   END-IF
                   IF CT-ERROR-COUNT > ZERO THEN
                           MOVE 4 TO WS-Severity
                           MOVE SPACES TO WS-Exception-Text
                           STRING "FIBCACHE ENTRIES INVALID "
                               "(FIBCKVER): " CT-ERROR-COUNT
                               " - SEE CKVERRPT"
                               DELIMITED BY SIZE INTO WS-Exception-Text
                           PERFORM AddException
                   END-IF
           ELSE
                   MOVE 8 TO WS-Severity
                   MOVE "NO CACHE VERIFY RESULT FROM FIBCKVER"
                       TO WS-Exception-Text
                   PERFORM AddException
           END-IF.

       CheckAcknowledgments.
           IF WS-Ack-Found THEN
                   MOVE WS-Ack-Record TO FIB-CONTROL-TOTAL-RECORD
                   IF CT-EXCEPTION-COUNT > ZERO THEN
                           MOVE 4 TO WS-Severity
                           MOVE SPACES TO WS-Exception-Text
                           STRING "UNACKNOWLEDGED INTOUT RECORDS AS OF "
                               CT-RUN-DATE ": " CT-EXCEPTION-COUNT
                               " - SEE AGERPT"
                               DELIMITED BY SIZE INTO WS-Exception-Text
                           PERFORM AddException
                   END-IF
                   IF CT-ERROR-COUNT > ZERO THEN
                           MOVE 8 TO WS-Severity
                           MOVE SPACES TO WS-Exception-Text
                           STRING "FEED CONTROL TOTAL/SEQUENCE ERRORS "
                               "(FIBACKRP): " CT-ERROR-COUNT
                               " - SEE AGERPT"
                               DELIMITED BY SIZE INTO WS-Exception-Text
                           PERFORM AddException
                   END-IF
           ELSE
                   MOVE 4 TO WS-Severity
                   MOVE "NO ACKNOWLEDGMENT RECONCILIATION FROM FIBACKRP"
                       TO WS-Exception-Text
                   PERFORM AddException
           END-IF.

       CheckRanTonight.
           STRING CT-RUN-DATE CT-RUN-TIME DELIMITED BY SIZE
               INTO WS-Check-Stamp.
           IF WS-Run-Found AND WS-Check-Stamp < WS-Run-Start-Stamp THEN
                   MOVE 8 TO WS-Severity
                   MOVE SPACES TO WS-Exception-Text
                   STRING CT-SOURCE-PROGRAM
                       " DID NOT RUN TONIGHT - LAST RAN "
                       CT-RUN-DATE " " CT-RUN-TIME
                       DELIMITED BY SIZE INTO WS-Exception-Text
                   PERFORM AddException
           END-IF.

       AddException.
           IF WS-Severity > WS-Overall-RC THEN
                   MOVE WS-Severity TO WS-Overall-RC
           END-IF.
           IF WS-Exception-Count < 20 THEN
                   ADD 1 TO WS-Exception-Count
                   SET WS-Exc-Idx TO WS-Exception-Count
                   MOVE WS-Severity TO EX-Severity(WS-Exc-Idx)
                   MOVE WS-Exception-Text TO EX-Text(WS-Exc-Idx)
           ELSE
                   SET WS-Exception-Table-Full TO TRUE
           END-IF.

       WriteSummaryReport.
           OPEN OUTPUT ReportFile.
           MOVE WS-Today TO RH-Today.
           MOVE WS-Now TO RH-Now.
           WRITE ReportLine FROM Report-Header-1.
           WRITE ReportLine FROM SPACES.
           IF WS-Run-Found THEN
                   WRITE ReportLine FROM Run-Line-1
           ELSE
                   WRITE ReportLine FROM Run-Line-None
           END-IF.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Stats-Header-Line.
           IF WS-Stats-Found THEN
                   MOVE WS-Records-Read TO SL-Read
                   MOVE WS-Success-Count TO SL-Success
                   MOVE WS-Reject-Count TO SL-Rejects
                   MOVE WS-Overflow-Count TO SL-Overflows
                   MOVE WS-Intout-Count TO SL-Intout
                   MOVE WS-Cache-Hit-Count TO SL-Hits
                   WRITE ReportLine FROM Stats-Line
           ELSE
                   WRITE ReportLine FROM Stats-Line-None
           END-IF.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Reason-Header-Line.
           PERFORM VARYING WS-Reason-Idx FROM 1 BY 1
                   UNTIL WS-Reason-Idx > 8
               PERFORM WriteReasonLine
           END-PERFORM.
           MOVE WS-Reason-Total TO RT-Count.
           WRITE ReportLine FROM Reason-Total-Line.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Control-Header-Line.
           WRITE ReportLine FROM Control-Column-Line.
           PERFORM WriteControlLines.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Exception-Header-Line.
           IF WS-Exception-Count = ZERO THEN
                   WRITE ReportLine FROM Exception-Line-None
           ELSE
                   PERFORM VARYING WS-Exc-Idx FROM 1 BY 1
                           UNTIL WS-Exc-Idx > WS-Exception-Count
                       MOVE EX-Severity(WS-Exc-Idx) TO EL-Severity
                       MOVE EX-Text(WS-Exc-Idx) TO EL-Text
                       WRITE ReportLine FROM Exception-Line
                   END-PERFORM
           END-IF.
           IF WS-Exception-Table-Full THEN
                   MOVE ZERO TO EL-Severity
                   MOVE "MORE EXCEPTIONS THAN FIT - SEE STEP REPORTS"
                       TO EL-Text
                   WRITE ReportLine FROM Exception-Line
           END-IF.
           WRITE ReportLine FROM SPACES.
           MOVE WS-Overall-RC TO OL-Return-Code.
           EVALUATE TRUE
               WHEN WS-Overall-RC = ZERO
                   MOVE "NIGHT COMPLETED CLEAN" TO OL-Meaning
               WHEN WS-Overall-RC < 8
                   MOVE "WARNINGS - REVIEW THIS MORNING" TO OL-Meaning
               WHEN WS-Overall-RC < 12
                   MOVE "EXCEPTIONS - ACTION REQUIRED" TO OL-Meaning
               WHEN OTHER
                   MOVE "NIGHTLY RUN FAILED - CALL OUT" TO OL-Meaning
           END-EVALUATE.
           WRITE ReportLine FROM Overall-Line.
           CLOSE ReportFile.

       WriteReasonLine.
           IF WS-Reason-Idx < 8 THEN
                   MOVE WS-Reason-Idx TO RS-Code
           ELSE
                   MOVE "??" TO RS-Code
           END-IF.
           MOVE WS-Reason-Description(WS-Reason-Idx) TO RS-Description.
           MOVE WS-Reason-Count(WS-Reason-Idx) TO RS-Count.
           WRITE ReportLine FROM Reason-Line.

       WriteControlLines.
           MOVE "FIBBAL BALANCING" TO CL-Check.
           MOVE "RUNS / TONIGHT OUT / ALL OUT OF BALANCE"
               TO CL-Meaning.
           MOVE WS-Bal-Record TO FIB-CONTROL-TOTAL-RECORD.
           IF WS-Bal-Found THEN
                   PERFORM WriteOneControlLine
           ELSE
                   PERFORM WriteMissingControlLine
           END-IF.
           MOVE "FIBCKVER CACHE VERIFY" TO CL-Check.
           MOVE "KEYS / MISMATCHED / INVALID" TO CL-Meaning.
           MOVE WS-Ver-Record TO FIB-CONTROL-TOTAL-RECORD.
           IF WS-Ver-Found THEN
                   PERFORM WriteOneControlLine
           ELSE
                   PERFORM WriteMissingControlLine
           END-IF.
           MOVE "FIBACKRP ACK RECON" TO CL-Check.
           MOVE "SENT / UNACKNOWLEDGED / FEED ERRORS" TO CL-Meaning.
           MOVE WS-Ack-Record TO FIB-CONTROL-TOTAL-RECORD.
           IF WS-Ack-Found THEN
                   PERFORM WriteOneControlLine
           ELSE
                   PERFORM WriteMissingControlLine
           END-IF.

       WriteOneControlLine.
           MOVE CT-RUN-DATE TO CL-Date.
           MOVE CT-RUN-TIME TO CL-Time.
           MOVE CT-RETURN-CODE TO CL-Return-Code.
           MOVE CT-ITEMS-CHECKED TO CL-Checked.
           MOVE CT-EXCEPTION-COUNT TO CL-Exceptions.
           MOVE CT-ERROR-COUNT TO CL-Errors.
           WRITE ReportLine FROM Control-Line.

       WriteMissingControlLine.
           MOVE "NOT RUN" TO CL-Date.
           MOVE SPACES TO CL-Time.
           MOVE ZERO TO CL-Return-Code.
           MOVE ZERO TO CL-Checked.
           MOVE ZERO TO CL-Exceptions.
           MOVE ZERO TO CL-Errors.
           WRITE ReportLine FROM Control-Line.

       WriteControlTotals.
           MOVE "FIBNSUM" TO CT-SOURCE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CT-RUN-TIME.
           MOVE WS-Overall-RC TO CT-RETURN-CODE.
           IF WS-Run-Found THEN
                   MOVE WS-Run-Number TO CT-ITEMS-CHECKED
           ELSE
                   MOVE WS-Last-Summarized-Run TO CT-ITEMS-CHECKED
           END-IF.
           MOVE WS-Exception-Count TO CT-EXCEPTION-COUNT.
           MOVE ZERO TO CT-ERROR-COUNT.
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
           MOVE "FIBNSUM" TO TM-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TM-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TM-TIME.
           MOVE WS-Run-Number TO TM-RUN-NUMBER.
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
