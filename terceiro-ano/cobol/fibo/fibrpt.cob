           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parameter-Status.
           SELECT StepTimingFile ASSIGN TO "STEPTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Step-Timing-Status.

       DATA DIVISION.
       FILE SECTION.
       01 ReportLine PIC X(132).

       FD  ParameterFile
           RECORD CONTAINS 54 CHARACTERS.
           COPY "FIBPARM.cpy".

       FD  StepTimingFile
           RECORD CONTAINS 31 CHARACTERS.
           COPY "FIBSTIM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Step-Timing-Status PIC XX VALUE "00".
       01 WS-Report-Status PIC XX VALUE "00".
       01 WS-Parameter-Status PIC XX VALUE "00".


       PROCEDURE DIVISION.
       MainLine.
           PERFORM WriteStepStart.
           PERFORM ReadParameterFile.
           OPEN OUTPUT ReportFile.
           PERFORM VARYING n FROM WS-Range-Low BY 1
           END-PERFORM.
           PERFORM WriteTrailer.
           CLOSE ReportFile.
           PERFORM WriteStepEnd.
           STOP RUN.

       ReadParameterFile.
           MOVE WS-Total-Count TO TL-Count.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Trailer-Line.

       WriteStepStart.
           SET TM-STEP-START TO TRUE.
           MOVE ZERO TO TM-RETURN-CODE.
           PERFORM WriteStepTimingRecord.

       WriteStepEnd.
           SET TM-STEP-END TO TRUE.
           MOVE RETURN-CODE TO TM-RETURN-CODE.
           PERFORM WriteStepTimingRecord.

       WriteStepTimingRecord.
           MOVE "FIBRPT" TO TM-PROGRAM-NAME.
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
