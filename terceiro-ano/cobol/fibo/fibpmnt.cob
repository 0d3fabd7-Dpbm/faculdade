       DATA DIVISION.
       FILE SECTION.
       FD  ParameterFile
           RECORD CONTAINS 54 CHARACTERS.
           COPY "FIBPARM.cpy".

       FD  ParmChangeFile
           RECORD CONTAINS 131 CHARACTERS.
           COPY "FIBPCHG.cpy".

       WORKING-STORAGE SECTION.

       01 WS-Parm-Buffer PIC X(2).

       01 WS-Old-Batch-Cutoff PIC 9(4) VALUE ZERO.
       01 WS-Old-Step-Targets.
           05 WS-Old-Step-Target PIC 9(5) OCCURS 8 TIMES VALUE ZERO.
       01 WS-New-Batch-Cutoff PIC 9(4) VALUE ZERO.
       01 WS-New-Step-Targets.
           05 WS-New-Step-Target PIC 9(5) OCCURS 8 TIMES VALUE ZERO.

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
       01 WS-Step-Index PIC 9(2).

       01 WS-Sla-Answer PIC X(1).
           88 WS-Change-Sla VALUE "Y" "y".
       01 WS-Sla-Buffer PIC X(5).
       01 WS-Sla-Length PIC 9(2).
       01 WS-Sla-Value PIC 9(5).
       01 WS-Cutoff-Hours PIC 9(3).
       01 WS-Cutoff-Minutes PIC 9(2).

       01 WS-Valid-Switch PIC X VALUE "Y".
           88 WS-Change-Valid VALUE "Y".
           88 WS-Change-Invalid VALUE "N".
                               TO WS-Old-Checkpoint-Freq
                           MOVE PM-REPORT-LOW TO WS-Old-Report-Low
                           MOVE PM-REPORT-HIGH TO WS-Old-Report-High
                           PERFORM ReadCurrentSlaParms
                   END-READ
                   CLOSE ParameterFile
           ELSE
                       "STARTING FROM DEFAULT RULES"
           END-IF.

       ReadCurrentSlaParms.
           IF PM-BATCH-CUTOFF IS NUMERIC THEN
                   MOVE PM-BATCH-CUTOFF TO WS-Old-Batch-Cutoff
           END-IF.
           PERFORM VARYING WS-Step-Index FROM 1 BY 1
                   UNTIL WS-Step-Index > 8
               IF PM-STEP-TARGET(WS-Step-Index) IS NUMERIC THEN
                       MOVE PM-STEP-TARGET(WS-Step-Index)
                           TO WS-Old-Step-Target(WS-Step-Index)
               END-IF
           END-PERFORM.

       DisplayCurrentParms.
           DISPLAY "CURRENT PM-MAX-N ........ " WS-Old-Max-N.
           DISPLAY "CURRENT PM-MIN-N ........ " WS-Old-Min-N.
           DISPLAY "CURRENT PM-CHECKPOINT-FREQ " WS-Old-Checkpoint-Freq.
           DISPLAY "CURRENT PM-REPORT-LOW .... " WS-Old-Report-Low.
           DISPLAY "CURRENT PM-REPORT-HIGH ... " WS-Old-Report-High.
           DISPLAY "CURRENT PM-BATCH-CUTOFF .. " WS-Old-Batch-Cutoff
               " (HHMM, 0000 = NO CUTOFF)".
           PERFORM VARYING WS-Step-Index FROM 1 BY 1
                   UNTIL WS-Step-Index > 8
               DISPLAY "CURRENT TARGET SECONDS ... "
                   WS-Step-Name(WS-Step-Index) " "
                   WS-Old-Step-Target(WS-Step-Index)
           END-PERFORM.

       AcceptNewParms.
           DISPLAY "ENTER NEW PM-MAX-N: " WITH NO ADVANCING.
           ACCEPT WS-Parm-Buffer.
           PERFORM EditParmBuffer.
           MOVE WS-Parm-Buffer TO WS-New-Report-High.
           MOVE WS-Old-Batch-Cutoff TO WS-New-Batch-Cutoff.
           MOVE WS-Old-Step-Targets TO WS-New-Step-Targets.
           DISPLAY "CHANGE BATCH WINDOW CUTOFF AND STEP TARGETS? "
               "(Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Sla-Answer.
           IF WS-Change-Sla THEN
                   PERFORM AcceptNewSlaParms
           END-IF.

       AcceptNewSlaParms.
           DISPLAY "ENTER NEW PM-BATCH-CUTOFF (HHMM): "
               WITH NO ADVANCING.
           ACCEPT WS-Sla-Buffer.
           PERFORM EditSlaBuffer.
           IF WS-Sla-Length > 4 THEN
                   DISPLAY "REJECTED - PM-BATCH-CUTOFF MUST BE HHMM: "
                       WS-Sla-Buffer
                   SET WS-Change-Invalid TO TRUE
                   MOVE ZERO TO WS-Sla-Value
           END-IF.
           MOVE WS-Sla-Value TO WS-New-Batch-Cutoff.
           PERFORM VARYING WS-Step-Index FROM 1 BY 1
                   UNTIL WS-Step-Index > 8
               DISPLAY "ENTER NEW TARGET SECONDS FOR "
                   WS-Step-Name(WS-Step-Index) ": "
                   WITH NO ADVANCING
               ACCEPT WS-Sla-Buffer
               PERFORM EditSlaBuffer
               MOVE WS-Sla-Value TO WS-New-Step-Target(WS-Step-Index)
           END-PERFORM.

       EditParmBuffer.
           IF WS-Parm-Buffer(2:1) = SPACE THEN
                   MOVE "00" TO WS-Parm-Buffer
           END-IF.

       EditSlaBuffer.
           MOVE ZERO TO WS-Sla-Value.
           MOVE ZERO TO WS-Sla-Length.
           IF WS-Sla-Buffer NOT = SPACES THEN
                   PERFORM VARYING WS-Sla-Length FROM 5 BY -1
                           UNTIL WS-Sla-Buffer(WS-Sla-Length:1)
                               NOT = SPACE
                       CONTINUE
                   END-PERFORM
                   IF WS-Sla-Buffer(1:WS-Sla-Length) IS NOT NUMERIC
                           THEN
                           DISPLAY "REJECTED - ENTRY MUST BE NUMERIC: "
                               WS-Sla-Buffer
                           SET WS-Change-Invalid TO TRUE
                   ELSE
                           MOVE WS-Sla-Buffer(1:WS-Sla-Length)
                               TO WS-Sla-Value
                   END-IF
           END-IF.

       ValidateNewParms.
           IF WS-New-Min-N > WS-New-Max-N THEN
                   DISPLAY "REJECTED - PM-MIN-N MAY NOT EXCEED "
                       "BE ZERO"
                   SET WS-Change-Invalid TO TRUE
           END-IF.
           DIVIDE WS-New-Batch-Cutoff BY 100 GIVING WS-Cutoff-Hours
               REMAINDER WS-Cutoff-Minutes.
           IF WS-Cutoff-Hours > 23 OR WS-Cutoff-Minutes > 59 THEN
                   DISPLAY "REJECTED - PM-BATCH-CUTOFF IS NOT A "
                       "VALID HHMM TIME: " WS-New-Batch-Cutoff
                   SET WS-Change-Invalid TO TRUE
           END-IF.

       WriteNewParmFile.
           MOVE WS-New-Max-N TO PM-MAX-N.
           MOVE WS-New-Checkpoint-Freq TO PM-CHECKPOINT-FREQ.
           MOVE WS-New-Report-Low TO PM-REPORT-LOW.
           MOVE WS-New-Report-High TO PM-REPORT-HIGH.
           MOVE WS-New-Batch-Cutoff TO PM-BATCH-CUTOFF.
           MOVE WS-New-Step-Targets TO PM-STEP-TARGETS.
           OPEN OUTPUT ParameterFile.
           IF WS-Parameter-Status NOT = "00" THEN
                   DISPLAY "ERROR OPENING PARMFILE FOR UPDATE - "
           MOVE WS-New-Checkpoint-Freq TO PC-NEW-CHECKPOINT-FREQ.
           MOVE WS-New-Report-Low TO PC-NEW-REPORT-LOW.
           MOVE WS-New-Report-High TO PC-NEW-REPORT-HIGH.
           MOVE WS-Old-Batch-Cutoff TO PC-OLD-BATCH-CUTOFF.
           MOVE WS-New-Batch-Cutoff TO PC-NEW-BATCH-CUTOFF.
           PERFORM VARYING WS-Step-Index FROM 1 BY 1
                   UNTIL WS-Step-Index > 8
               MOVE WS-Old-Step-Target(WS-Step-Index)
                   TO PC-OLD-STEP-TARGET(WS-Step-Index)
               MOVE WS-New-Step-Target(WS-Step-Index)
                   TO PC-NEW-STEP-TARGET(WS-Step-Index)
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-Write-Error-Detected
                   MOVE "F" TO PC-STATUS
