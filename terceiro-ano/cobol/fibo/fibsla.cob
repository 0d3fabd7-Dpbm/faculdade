       IDENTIFICATION DIVISION.
       PROGRAM-ID. FibonacciStepSlaReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SlaControlFile ASSIGN TO "SLACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sla-Control-Status.
           SELECT StepTimingFile ASSIGN TO "STEPTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Step-Timing-Status.
           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parameter-Status.
           SELECT ReportFile ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SlaControlFile
           RECORD CONTAINS 8 CHARACTERS.
           COPY "FIBSCTL.cpy".

       FD  StepTimingFile
           RECORD CONTAINS 31 CHARACTERS.
           COPY "FIBSTIM.cpy".

       FD  ParameterFile
           RECORD CONTAINS 54 CHARACTERS.
           COPY "FIBPARM.cpy".

       FD  ReportFile
           RECORD CONTAINS 132 CHARACTERS.
       01 ReportLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Sla-Control-Status PIC XX VALUE "00".
       01 WS-Step-Timing-Status PIC XX VALUE "00".
           88 WS-Step-Timing-EOF VALUE "10".
       01 WS-Parameter-Status PIC XX VALUE "00".
       01 WS-Report-Status PIC XX VALUE "00".

       01 WS-Report-Date PIC X(8).
       01 WS-Check-Date PIC X(8).
       01 WS-Check-Date-Parts REDEFINES WS-Check-Date.
           05 WS-Check-Year PIC 9(4).
           05 WS-Check-Month PIC 9(2).
           05 WS-Check-Day PIC 9(2).
       01 WS-Date-Switch PIC X VALUE "Y".
           88 WS-Date-Valid VALUE "Y".
           88 WS-Date-Invalid VALUE "N".

       01 WS-Report-Integer PIC 9(8).
       01 WS-Window-Start-Integer PIC 9(8).
       01 WS-Record-Integer PIC 9(8).
       01 WS-Window-Days PIC 9(2) VALUE 7.

       01 WS-Batch-Cutoff PIC 9(4) VALUE ZERO.
       01 WS-Batch-Cutoff-Parts REDEFINES WS-Batch-Cutoff.
           05 WS-Cutoff-Hours PIC 9(2).
           05 WS-Cutoff-Minutes PIC 9(2).
       01 WS-Step-Targets.
           05 WS-Step-Target PIC 9(5) OCCURS 8 TIMES VALUE ZERO.

       01 WS-Step-Name-Values.
           05 FILLER PIC X(8) VALUE "FIBQREL".
           05 FILLER PIC X(8) VALUE "FIBEDIT".
           05 FILLER PIC X(8) VALUE "FIB".
           05 FILLER PIC X(8) VALUE "FIBRPT".
           05 FILLER PIC X(8) VALUE "FIBBAL".
           05 FILLER PIC X(8) VALUE "FIBCKVER".
           05 FILLER PIC X(8) VALUE "FIBNSUM".
           05 FILLER PIC X(8) VALUE "FIBACKRP".
       01 WS-Step-Name-Table REDEFINES WS-Step-Name-Values.
           05 WS-Step-Name PIC X(8) OCCURS 8 TIMES.
       01 WS-First-Step PIC 9(2) VALUE 1.
       01 WS-Last-Night-Step PIC 9(2) VALUE 7.

       01 WS-Step-Idx PIC 9(2).
       01 WS-Night-Idx PIC 9(2).
       01 WS-Night-Count PIC 9(2) VALUE ZERO.
       01 WS-Window-Switch PIC X VALUE "N".
           88 WS-In-Window VALUE "Y".
           88 WS-Out-Of-Window VALUE "N".

       01 WS-Night-Table.
           05 WS-Night OCCURS 7 TIMES.
               10 NT-Night-Date PIC X(8).
               10 NT-Step OCCURS 8 TIMES.
                   15 NT-Step-Status PIC X(1).
                       88 NT-Step-Not-Run VALUE SPACE.
                       88 NT-Step-Started VALUE "S".
                       88 NT-Step-Ended VALUE "E".
                   15 NT-Start-Date PIC X(8).
                   15 NT-Start-Time PIC X(6).
                   15 NT-End-Date PIC X(8).
                   15 NT-End-Time PIC X(6).
                   15 NT-Return-Code PIC 9(2).
                   15 NT-Elapsed PIC 9(6).

       01 WS-Calc-Date PIC 9(8).
       01 WS-Calc-Time PIC 9(6).
       01 WS-Calc-Time-Parts REDEFINES WS-Calc-Time.
           05 WS-Calc-Hours PIC 9(2).
           05 WS-Calc-Minutes PIC 9(2).
           05 WS-Calc-Seconds-Part PIC 9(2).
       01 WS-Calc-Seconds PIC 9(11).
       01 WS-Start-Seconds PIC 9(11).
       01 WS-End-Seconds PIC 9(11).
       01 WS-Deadline-Seconds PIC 9(11).
       01 WS-Deadline-Integer PIC 9(8).
       01 WS-Deadline-Date PIC 9(8).
       01 WS-Cutoff-Seconds PIC 9(5).
       01 WS-Day-Seconds PIC 9(5).

       01 WS-Trend-Count PIC 9(2).
       01 WS-Trend-Total PIC 9(8).
       01 WS-Trend-Maximum PIC 9(6).
       01 WS-Trend-Latest PIC 9(6).
       01 WS-Trend-Average PIC 9(6).
       01 WS-Earlier-Total PIC 9(8).
       01 WS-Earlier-Average PIC 9(6).
       01 WS-Cell-Edit PIC ZZZZZZZ9.

       01 WS-Late-Count PIC 9(4) VALUE ZERO.
       01 WS-Incomplete-Count PIC 9(4) VALUE ZERO.
       01 WS-Over-Target-Count PIC 9(4) VALUE ZERO.
       01 WS-Missing-End-Count PIC 9(4) VALUE ZERO.
       01 WS-Rising-Count PIC 9(4) VALUE ZERO.
       01 WS-Ignored-Count PIC 9(6) VALUE ZERO.
       01 WS-Overall-RC PIC 9(2) VALUE ZERO.

       01 Report-Header-1.
           05 FILLER PIC X(40) VALUE
               "BATCH WINDOW SLA REPORT".
           05 FILLER PIC X(13) VALUE "WEEK ENDING: ".
           05 RH-Report-Date PIC X(8).
           05 FILLER PIC X(16) VALUE "  BATCH CUTOFF: ".
           05 RH-Cutoff PIC X(14).

       01 Night-Header-Line.
           05 FILLER PIC X(40) VALUE
               "NIGHTLY BATCH WINDOW (FIBQREL - FIBNSUM)".

       01 Night-Column-Line.
           05 FILLER PIC X(10) VALUE "NIGHT".
           05 FILLER PIC X(8) VALUE "STARTED".
           05 FILLER PIC X(10) VALUE "FINISHED".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ELAPSED".
           05 FILLER PIC X(10) VALUE "DEADLINE".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "RESULT".

       01 Night-Line.
           05 NL-Night-Date PIC X(10).
           05 NL-Start-Time PIC X(8).
           05 NL-Finish-Date PIC X(10).
           05 NL-Finish-Time PIC X(8).
           05 NL-Elapsed PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 NL-Deadline-Date PIC X(10).
           05 NL-Deadline-Time PIC X(8).
           05 NL-Result PIC X(20).

       01 Night-Line-None.
           05 FILLER PIC X(60) VALUE
               "  NO NIGHTLY RUNS ON STEPTIME FOR THE WEEK".

       01 Step-Header-Line.
           05 FILLER PIC X(40) VALUE
               "STEP ELAPSED TIME AGAINST TARGET".

       01 Step-Column-Line.
           05 FILLER PIC X(10) VALUE "NIGHT".
           05 FILLER PIC X(10) VALUE "STEP".
           05 FILLER PIC X(10) VALUE "STARTED".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ENDED".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "RC".
           05 FILLER PIC X(10) VALUE "ELAPSED".
           05 FILLER PIC X(10) VALUE "TARGET".
           05 FILLER PIC X(16) VALUE "RESULT".

       01 Step-Line.
           05 SL-Night-Date PIC X(10).
           05 SL-Step PIC X(10).
           05 SL-Start-Date PIC X(10).
           05 SL-Start-Time PIC X(8).
           05 SL-End-Date PIC X(10).
           05 SL-End-Time PIC X(8).
           05 SL-Return-Code PIC Z9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SL-Elapsed PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SL-Target PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SL-Result PIC X(16).

       01 Trend-Header-Line.
           05 FILLER PIC X(60) VALUE
               "STEP ELAPSED SECONDS BY NIGHT (OLDEST FIRST)".

       01 Trend-Column-Line.
           05 FILLER PIC X(10) VALUE "STEP".
           05 TC-Night-Date PIC X(9) OCCURS 7 TIMES.
           05 FILLER PIC X(9) VALUE "  AVERAGE".
           05 FILLER PIC X(9) VALUE "  MAXIMUM".
           05 FILLER PIC X(9) VALUE "   LATEST".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "TREND".

       01 Trend-Line.
           05 TL-Step PIC X(10).
           05 TL-Cell PIC X(9) OCCURS 7 TIMES.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-Average PIC ZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-Maximum PIC ZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-Latest PIC ZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-Trend PIC X(8).

       01 Trailer-Line-1.
           05 FILLER PIC X(32) VALUE "NIGHTS REPORTED: ".
           05 TR-Nights PIC ZZZ9.

       01 Trailer-Line-2.
           05 FILLER PIC X(32) VALUE "NIGHTS FINISHED AFTER CUTOFF: ".
           05 TR-Late PIC ZZZ9.

       01 Trailer-Line-3.
           05 FILLER PIC X(32) VALUE "NIGHTS NOT COMPLETED: ".
           05 TR-Incomplete PIC ZZZ9.

       01 Trailer-Line-4.
           05 FILLER PIC X(32) VALUE "STEPS OVER TARGET: ".
           05 TR-Over-Target PIC ZZZ9.

       01 Trailer-Line-5.
           05 FILLER PIC X(32) VALUE "STEPS WITH NO END RECORD: ".
           05 TR-Missing-End PIC ZZZ9.

       01 Trailer-Line-6.
           05 FILLER PIC X(32) VALUE "STEPS TRENDING UPWARD: ".
           05 TR-Rising PIC ZZZ9.

       01 Overall-Line.
           05 FILLER PIC X(22) VALUE "OVERALL RETURN CODE: ".
           05 OL-Return-Code PIC Z9.
           05 FILLER PIC X(3) VALUE " - ".
           05 OL-Meaning PIC X(40).

       PROCEDURE DIVISION.
       MainLine.
           PERFORM GetReportDate.
           PERFORM ReadSlaParms.
           INITIALIZE WS-Night-Table.
           PERFORM LoadStepTimings.
           IF WS-Ignored-Count > ZERO THEN
                   DISPLAY "STEPTIME RECORDS IGNORED (UNKNOWN STEP, "
                       "BAD DATE OR END WITH NO START): "
                       WS-Ignored-Count
           END-IF.
           OPEN OUTPUT ReportFile.
           PERFORM WriteReportHeader.
           PERFORM WriteNightSection.
           PERFORM WriteStepSection.
           PERFORM WriteTrendSection.
           PERFORM WriteTrailer.
           CLOSE ReportFile.
           MOVE WS-Overall-RC TO RETURN-CODE.
           STOP RUN.

       GetReportDate.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Report-Date.
           OPEN INPUT SlaControlFile.
           IF WS-Sla-Control-Status = "00" THEN
                   READ SlaControlFile
                       AT END
                           MOVE SPACES TO SC-REPORT-DATE
                   END-READ
                   CLOSE SlaControlFile
                   IF SC-REPORT-DATE NOT = SPACES THEN
                           MOVE SC-REPORT-DATE TO WS-Check-Date
                           PERFORM ValidateCheckDate
                           IF WS-Date-Invalid THEN
                                   DISPLAY "INVALID SLACTL CARD - "
                                       "REPORT DATE MUST BE "
                                       "YYYYMMDD: " SC-REPORT-DATE
                                       " - RUN ABORTED"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                           END-IF
                           MOVE SC-REPORT-DATE TO WS-Report-Date
                   END-IF
           END-IF.
           MOVE WS-Report-Date TO WS-Calc-Date.
           COMPUTE WS-Report-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Calc-Date).
           COMPUTE WS-Window-Start-Integer =
               WS-Report-Integer - WS-Window-Days + 1.

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

       ReadSlaParms.
           OPEN INPUT ParameterFile.
           IF WS-Parameter-Status = "00" THEN
                   READ ParameterFile
                       NOT AT END
                           PERFORM KeepSlaParms
                   END-READ
                   CLOSE ParameterFile
           ELSE
                   DISPLAY "NO PARAMETER FILE PARMFILE FOUND - "
                       "NO CUTOFF OR STEP TARGETS APPLIED"
           END-IF.

       KeepSlaParms.
           IF PM-BATCH-CUTOFF IS NUMERIC THEN
                   MOVE PM-BATCH-CUTOFF TO WS-Batch-Cutoff
           END-IF.
           IF WS-Cutoff-Hours > 23 OR WS-Cutoff-Minutes > 59 THEN
                   DISPLAY "INVALID PM-BATCH-CUTOFF IN PARMFILE - "
                       WS-Batch-Cutoff " - NO CUTOFF APPLIED"
                   MOVE ZERO TO WS-Batch-Cutoff
           END-IF.
           PERFORM VARYING WS-Step-Idx FROM 1 BY 1
                   UNTIL WS-Step-Idx > 8
               IF PM-STEP-TARGET(WS-Step-Idx) IS NUMERIC THEN
                       MOVE PM-STEP-TARGET(WS-Step-Idx)
                           TO WS-Step-Target(WS-Step-Idx)
               END-IF
           END-PERFORM.
           COMPUTE WS-Cutoff-Seconds =
               WS-Cutoff-Hours * 3600 + WS-Cutoff-Minutes * 60.

       LoadStepTimings.
           OPEN INPUT StepTimingFile.
           IF WS-Step-Timing-Status = "00" THEN
                   PERFORM UNTIL WS-Step-Timing-EOF
                       READ StepTimingFile
                           AT END
                               SET WS-Step-Timing-EOF TO TRUE
                           NOT AT END
                               PERFORM ProcessTimingRecord
                       END-READ
                   END-PERFORM
                   CLOSE StepTimingFile
           ELSE
                   DISPLAY "NO STEP TIMING LOG STEPTIME FOUND - "
                       "NOTHING TO REPORT"
           END-IF.

       ProcessTimingRecord.
           PERFORM VARYING WS-Step-Idx FROM 1 BY 1
                   UNTIL WS-Step-Idx > 8
                   OR WS-Step-Name(WS-Step-Idx) = TM-PROGRAM-NAME
               CONTINUE
           END-PERFORM.
           IF WS-Step-Idx > 8
                   OR TM-DATE IS NOT NUMERIC
                   OR TM-TIME IS NOT NUMERIC
                   OR (NOT TM-STEP-START AND NOT TM-STEP-END) THEN
                   ADD 1 TO WS-Ignored-Count
           ELSE
                   IF WS-Step-Idx = WS-First-Step
                           AND TM-STEP-START THEN
                           PERFORM StartNight
                   END-IF
                   IF WS-In-Window THEN
                           PERFORM RecordStepEvent
                   END-IF
           END-IF.

       StartNight.
           MOVE TM-DATE TO WS-Calc-Date.
           COMPUTE WS-Record-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Calc-Date).
           IF WS-Record-Integer < WS-Window-Start-Integer
                   OR WS-Record-Integer > WS-Report-Integer THEN
                   SET WS-Out-Of-Window TO TRUE
           ELSE
                   SET WS-In-Window TO TRUE
                   IF WS-Night-Count = ZERO
                           OR NT-Night-Date(WS-Night-Count)
                               NOT = TM-DATE THEN
                           IF WS-Night-Count < 7 THEN
                                   ADD 1 TO WS-Night-Count
                                   MOVE TM-DATE
                                       TO NT-Night-Date(WS-Night-Count)
                           ELSE
                                   SET WS-Out-Of-Window TO TRUE
                           END-IF
                   END-IF
           END-IF.

       RecordStepEvent.
           MOVE WS-Night-Count TO WS-Night-Idx.
           IF TM-STEP-START THEN
                   SET NT-Step-Started(WS-Night-Idx, WS-Step-Idx)
                       TO TRUE
                   MOVE TM-DATE TO NT-Start-Date(WS-Night-Idx,
                       WS-Step-Idx)
                   MOVE TM-TIME TO NT-Start-Time(WS-Night-Idx,
                       WS-Step-Idx)
                   MOVE SPACES TO NT-End-Date(WS-Night-Idx,
                       WS-Step-Idx)
                   MOVE SPACES TO NT-End-Time(WS-Night-Idx,
                       WS-Step-Idx)
                   MOVE ZERO TO NT-Return-Code(WS-Night-Idx,
                       WS-Step-Idx)
                   MOVE ZERO TO NT-Elapsed(WS-Night-Idx, WS-Step-Idx)
           ELSE
                   IF NT-Step-Started(WS-Night-Idx, WS-Step-Idx) THEN
                           SET NT-Step-Ended(WS-Night-Idx,
                               WS-Step-Idx) TO TRUE
                           MOVE TM-DATE TO NT-End-Date(WS-Night-Idx,
                               WS-Step-Idx)
                           MOVE TM-TIME TO NT-End-Time(WS-Night-Idx,
                               WS-Step-Idx)
                           MOVE TM-RETURN-CODE
                               TO NT-Return-Code(WS-Night-Idx,
                                   WS-Step-Idx)
                           PERFORM ComputeStepElapsed
                   ELSE
                           ADD 1 TO WS-Ignored-Count
                   END-IF
           END-IF.

       ComputeStepElapsed.
           MOVE NT-Start-Date(WS-Night-Idx, WS-Step-Idx)
               TO WS-Calc-Date.
           MOVE NT-Start-Time(WS-Night-Idx, WS-Step-Idx)
               TO WS-Calc-Time.
           PERFORM ComputeStampSeconds.
           MOVE WS-Calc-Seconds TO WS-Start-Seconds.
           MOVE NT-End-Date(WS-Night-Idx, WS-Step-Idx)
               TO WS-Calc-Date.
           MOVE NT-End-Time(WS-Night-Idx, WS-Step-Idx)
               TO WS-Calc-Time.
           PERFORM ComputeStampSeconds.
           MOVE WS-Calc-Seconds TO WS-End-Seconds.
           IF WS-End-Seconds < WS-Start-Seconds THEN
                   MOVE ZERO TO NT-Elapsed(WS-Night-Idx, WS-Step-Idx)
           ELSE
                   COMPUTE NT-Elapsed(WS-Night-Idx, WS-Step-Idx) =
                       WS-End-Seconds - WS-Start-Seconds
           END-IF.

       ComputeStampSeconds.
           COMPUTE WS-Day-Seconds =
               WS-Calc-Hours * 3600 + WS-Calc-Minutes * 60
               + WS-Calc-Seconds-Part.
           COMPUTE WS-Calc-Seconds =
               FUNCTION INTEGER-OF-DATE(WS-Calc-Date) * 86400
               + WS-Day-Seconds.

       WriteReportHeader.
           MOVE WS-Report-Date TO RH-Report-Date.
           IF WS-Batch-Cutoff = ZERO THEN
                   MOVE "NONE SET" TO RH-Cutoff
           ELSE
                   MOVE SPACES TO RH-Cutoff
                   STRING WS-Cutoff-Hours ":" WS-Cutoff-Minutes
                       DELIMITED BY SIZE INTO RH-Cutoff
           END-IF.
           WRITE ReportLine FROM Report-Header-1.
           WRITE ReportLine FROM SPACES.

       WriteNightSection.
           WRITE ReportLine FROM Night-Header-Line.
           WRITE ReportLine FROM Night-Column-Line.
           IF WS-Night-Count = ZERO THEN
                   WRITE ReportLine FROM Night-Line-None
           END-IF.
           PERFORM VARYING WS-Night-Idx FROM 1 BY 1
                   UNTIL WS-Night-Idx > WS-Night-Count
               PERFORM WriteNightLine
           END-PERFORM.
           WRITE ReportLine FROM SPACES.

       WriteNightLine.
           MOVE NT-Night-Date(WS-Night-Idx) TO NL-Night-Date.
           MOVE NT-Start-Time(WS-Night-Idx, WS-First-Step)
               TO NL-Start-Time.
           MOVE NT-Start-Date(WS-Night-Idx, WS-First-Step)
               TO WS-Calc-Date.
           MOVE NT-Start-Time(WS-Night-Idx, WS-First-Step)
               TO WS-Calc-Time.
           PERFORM ComputeStampSeconds.
           MOVE WS-Calc-Seconds TO WS-Start-Seconds.
           PERFORM ComputeNightDeadline.
           IF NT-Step-Ended(WS-Night-Idx, WS-Last-Night-Step) THEN
                   MOVE NT-End-Date(WS-Night-Idx, WS-Last-Night-Step)
                       TO NL-Finish-Date
                   MOVE NT-End-Time(WS-Night-Idx, WS-Last-Night-Step)
                       TO NL-Finish-Time
                   MOVE NT-End-Date(WS-Night-Idx, WS-Last-Night-Step)
                       TO WS-Calc-Date
                   MOVE NT-End-Time(WS-Night-Idx, WS-Last-Night-Step)
                       TO WS-Calc-Time
                   PERFORM ComputeStampSeconds
                   MOVE WS-Calc-Seconds TO WS-End-Seconds
                   IF WS-End-Seconds < WS-Start-Seconds THEN
                           MOVE ZERO TO NL-Elapsed
                   ELSE
                           COMPUTE NL-Elapsed =
                               WS-End-Seconds - WS-Start-Seconds
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-Batch-Cutoff = ZERO
                           MOVE "NO CUTOFF SET" TO NL-Result
                       WHEN WS-End-Seconds > WS-Deadline-Seconds
                           MOVE "LATE" TO NL-Result
                           ADD 1 TO WS-Late-Count
                           MOVE 8 TO WS-Overall-RC
                       WHEN OTHER
                           MOVE "ON TIME" TO NL-Result
                   END-EVALUATE
           ELSE
                   MOVE SPACES TO NL-Finish-Date
                   MOVE SPACES TO NL-Finish-Time
                   MOVE ZERO TO NL-Elapsed
                   MOVE "INCOMPLETE" TO NL-Result
                   ADD 1 TO WS-Incomplete-Count
                   IF WS-Overall-RC < 4 THEN
                           MOVE 4 TO WS-Overall-RC
                   END-IF
           END-IF.
           WRITE ReportLine FROM Night-Line.

       ComputeNightDeadline.
           IF WS-Batch-Cutoff = ZERO THEN
                   MOVE ZERO TO WS-Deadline-Seconds
                   MOVE SPACES TO NL-Deadline-Date
                   MOVE SPACES TO NL-Deadline-Time
           ELSE
                   COMPUTE WS-Deadline-Integer =
                       FUNCTION INTEGER-OF-DATE(WS-Calc-Date)
                   IF WS-Day-Seconds >= WS-Cutoff-Seconds THEN
                           ADD 1 TO WS-Deadline-Integer
                   END-IF
                   COMPUTE WS-Deadline-Seconds =
                       WS-Deadline-Integer * 86400 + WS-Cutoff-Seconds
                   COMPUTE WS-Deadline-Date =
                       FUNCTION DATE-OF-INTEGER(WS-Deadline-Integer)
                   MOVE WS-Deadline-Date TO NL-Deadline-Date
                   MOVE SPACES TO NL-Deadline-Time
                   STRING WS-Batch-Cutoff "00"
                       DELIMITED BY SIZE INTO NL-Deadline-Time
           END-IF.

       WriteStepSection.
           WRITE ReportLine FROM Step-Header-Line.
           WRITE ReportLine FROM Step-Column-Line.
           PERFORM VARYING WS-Night-Idx FROM 1 BY 1
                   UNTIL WS-Night-Idx > WS-Night-Count
               PERFORM VARYING WS-Step-Idx FROM 1 BY 1
                       UNTIL WS-Step-Idx > 8
                   PERFORM WriteStepLine
               END-PERFORM
           END-PERFORM.
           WRITE ReportLine FROM SPACES.

       WriteStepLine.
           MOVE NT-Night-Date(WS-Night-Idx) TO SL-Night-Date.
           MOVE WS-Step-Name(WS-Step-Idx) TO SL-Step.
           MOVE NT-Start-Date(WS-Night-Idx, WS-Step-Idx)
               TO SL-Start-Date.
           MOVE NT-Start-Time(WS-Night-Idx, WS-Step-Idx)
               TO SL-Start-Time.
           MOVE NT-End-Date(WS-Night-Idx, WS-Step-Idx) TO SL-End-Date.
           MOVE NT-End-Time(WS-Night-Idx, WS-Step-Idx) TO SL-End-Time.
           MOVE NT-Return-Code(WS-Night-Idx, WS-Step-Idx)
               TO SL-Return-Code.
           MOVE NT-Elapsed(WS-Night-Idx, WS-Step-Idx) TO SL-Elapsed.
           MOVE WS-Step-Target(WS-Step-Idx) TO SL-Target.
           EVALUATE TRUE
               WHEN NT-Step-Not-Run(WS-Night-Idx, WS-Step-Idx)
                   MOVE "NOT RUN" TO SL-Result
               WHEN NT-Step-Started(WS-Night-Idx, WS-Step-Idx)
                   MOVE "NO END RECORD" TO SL-Result
                   ADD 1 TO WS-Missing-End-Count
                   IF WS-Overall-RC < 4 THEN
                           MOVE 4 TO WS-Overall-RC
                   END-IF
               WHEN WS-Step-Target(WS-Step-Idx) = ZERO
                   MOVE "NO TARGET" TO SL-Result
               WHEN NT-Elapsed(WS-Night-Idx, WS-Step-Idx)
                       > WS-Step-Target(WS-Step-Idx)
                   MOVE "OVER TARGET" TO SL-Result
                   ADD 1 TO WS-Over-Target-Count
                   IF WS-Overall-RC < 4 THEN
                           MOVE 4 TO WS-Overall-RC
                   END-IF
               WHEN OTHER
                   MOVE "WITHIN TARGET" TO SL-Result
           END-EVALUATE.
           WRITE ReportLine FROM Step-Line.

       WriteTrendSection.
           WRITE ReportLine FROM Trend-Header-Line.
           PERFORM VARYING WS-Night-Idx FROM 1 BY 1
                   UNTIL WS-Night-Idx > 7
               IF WS-Night-Idx > WS-Night-Count THEN
                       MOVE SPACES TO TC-Night-Date(WS-Night-Idx)
               ELSE
                       MOVE NT-Night-Date(WS-Night-Idx)
                           TO TC-Night-Date(WS-Night-Idx)
               END-IF
           END-PERFORM.
           WRITE ReportLine FROM Trend-Column-Line.
           PERFORM VARYING WS-Step-Idx FROM 1 BY 1
                   UNTIL WS-Step-Idx > 8
               PERFORM WriteTrendLine
           END-PERFORM.

       WriteTrendLine.
           MOVE WS-Step-Name(WS-Step-Idx) TO TL-Step.
           MOVE ZERO TO WS-Trend-Count.
           MOVE ZERO TO WS-Trend-Total.
           MOVE ZERO TO WS-Trend-Maximum.
           MOVE ZERO TO WS-Trend-Latest.
           PERFORM VARYING WS-Night-Idx FROM 1 BY 1
                   UNTIL WS-Night-Idx > 7
               IF WS-Night-Idx <= WS-Night-Count
                       AND NT-Step-Ended(WS-Night-Idx, WS-Step-Idx)
                       THEN
                       MOVE NT-Elapsed(WS-Night-Idx, WS-Step-Idx)
                           TO WS-Cell-Edit
                       MOVE WS-Cell-Edit TO TL-Cell(WS-Night-Idx)
                       PERFORM AddTrendValue
               ELSE
                       MOVE SPACES TO TL-Cell(WS-Night-Idx)
                       IF WS-Night-Idx <= WS-Night-Count THEN
                               MOVE "       -" TO TL-Cell(WS-Night-Idx)
                       END-IF
               END-IF
           END-PERFORM.
           IF WS-Trend-Count = ZERO THEN
                   MOVE ZERO TO TL-Average
                   MOVE ZERO TO TL-Maximum
                   MOVE ZERO TO TL-Latest
                   MOVE "NO DATA" TO TL-Trend
           ELSE
                   COMPUTE WS-Trend-Average ROUNDED =
                       WS-Trend-Total / WS-Trend-Count
                   MOVE WS-Trend-Average TO TL-Average
                   MOVE WS-Trend-Maximum TO TL-Maximum
                   MOVE WS-Trend-Latest TO TL-Latest
                   PERFORM SetTrendDirection
           END-IF.
           WRITE ReportLine FROM Trend-Line.

       AddTrendValue.
           ADD 1 TO WS-Trend-Count.
           ADD NT-Elapsed(WS-Night-Idx, WS-Step-Idx) TO WS-Trend-Total.
           IF NT-Elapsed(WS-Night-Idx, WS-Step-Idx)
                   > WS-Trend-Maximum THEN
                   MOVE NT-Elapsed(WS-Night-Idx, WS-Step-Idx)
                       TO WS-Trend-Maximum
           END-IF.
           MOVE NT-Elapsed(WS-Night-Idx, WS-Step-Idx)
               TO WS-Trend-Latest.

       SetTrendDirection.
           IF WS-Trend-Count < 2 THEN
                   MOVE "TOO FEW" TO TL-Trend
           ELSE
                   COMPUTE WS-Earlier-Total =
                       WS-Trend-Total - WS-Trend-Latest
                   COMPUTE WS-Earlier-Average ROUNDED =
                       WS-Earlier-Total / (WS-Trend-Count - 1)
                   EVALUATE TRUE
                       WHEN WS-Trend-Latest * 100
                               > WS-Earlier-Average * 110
                           MOVE "RISING" TO TL-Trend
                           ADD 1 TO WS-Rising-Count
                       WHEN WS-Trend-Latest * 100
                               < WS-Earlier-Average * 90
                           MOVE "FALLING" TO TL-Trend
                       WHEN OTHER
                           MOVE "STEADY" TO TL-Trend
                   END-EVALUATE
           END-IF.

       WriteTrailer.
           MOVE WS-Night-Count TO TR-Nights.
           MOVE WS-Late-Count TO TR-Late.
           MOVE WS-Incomplete-Count TO TR-Incomplete.
           MOVE WS-Over-Target-Count TO TR-Over-Target.
           MOVE WS-Missing-End-Count TO TR-Missing-End.
           MOVE WS-Rising-Count TO TR-Rising.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Trailer-Line-1.
           WRITE ReportLine FROM Trailer-Line-2.
           WRITE ReportLine FROM Trailer-Line-3.
           WRITE ReportLine FROM Trailer-Line-4.
           WRITE ReportLine FROM Trailer-Line-5.
           WRITE ReportLine FROM Trailer-Line-6.
           MOVE WS-Overall-RC TO OL-Return-Code.
           EVALUATE WS-Overall-RC
               WHEN ZERO
                   MOVE "ALL NIGHTS ON TIME AND WITHIN TARGET"
                       TO OL-Meaning
               WHEN 4
                   MOVE "STEPS OVER TARGET OR NOT COMPLETED"
                       TO OL-Meaning
               WHEN OTHER
                   MOVE "BATCH WINDOW CUTOFF MISSED"
                       TO OL-Meaning
           END-EVALUATE.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Overall-Line.
