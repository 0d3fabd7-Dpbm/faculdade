           COPY "FIBENT.cpy".

       FD  EntitleChangeFile
           RECORD CONTAINS 59 CHARACTERS.
           COPY "FIBECHG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Old-Allow-Interactive PIC X(1) VALUE SPACE.
       01 WS-Old-Allow-Batch PIC X(1) VALUE SPACE.
       01 WS-Old-Allow-Range PIC X(1) VALUE SPACE.
       01 WS-Old-Intout-DD PIC X(8) VALUE SPACES.

       01 WS-New-Active-Flag PIC X(1).
       01 WS-New-Max-N PIC 9(2).
       01 WS-New-Allow-Interactive PIC X(1).
       01 WS-New-Allow-Batch PIC X(1).
       01 WS-New-Allow-Range PIC X(1).
       01 WS-New-Intout-DD PIC X(8).

       01 WS-Parm-Buffer PIC X(2).
       01 WS-Flag-Buffer PIC X(1).
       01 WS-DD-Buffer PIC X(8).

       01 WS-Valid-Switch PIC X VALUE "Y".
           88 WS-Change-Valid VALUE "Y".
                   ELSE
                           DISPLAY "ENTMAST UPDATED FOR "
                               WS-Target-Requestor
                           PERFORM RemindFeedAllocation
                   END-IF
           ELSE
                   DISPLAY "ENTMAST NOT CHANGED - CORRECT THE "
           PERFORM WriteChangeLogRecord.
           STOP RUN.

       RemindFeedAllocation.
           IF WS-New-Intout-DD NOT = WS-Old-Intout-DD
                   AND WS-New-Intout-DD NOT = SPACES
                   AND WS-New-Intout-DD NOT = "INTOUT" THEN
                   DISPLAY "NEW FEED DD " WS-New-Intout-DD
                       " - ADD IT TO JCLLIB MEMBERS FIBFOUT AND "
                       "FIBFIN BEFORE THE NEXT NIGHTLY RUN"
           END-IF.

       OpenEntitleFile.
           OPEN I-O EntitleFile.
           IF WS-Entitle-Status = "35" THEN
                       TO WS-Old-Allow-Interactive
                   MOVE EN-ALLOW-BATCH TO WS-Old-Allow-Batch
                   MOVE EN-ALLOW-RANGE TO WS-Old-Allow-Range
                   MOVE EN-INTOUT-DD TO WS-Old-Intout-DD
           END-READ.

       DisplayCurrentEntitlement.
                       WS-Old-Allow-Batch
                   DISPLAY "CURRENT EN-ALLOW-RANGE ......... "
                       WS-Old-Allow-Range
                   DISPLAY "CURRENT EN-INTOUT-DD ........... "
                       WS-Old-Intout-DD
           ELSE
                   DISPLAY "REQUESTOR NOT ON ENTMAST - A NEW "
                       "RECORD WILL BE ADDED"
               WITH NO ADVANCING.
           ACCEPT WS-Flag-Buffer.
           MOVE WS-Flag-Buffer TO WS-New-Allow-Range.
           DISPLAY "ENTER NEW EN-INTOUT-DD (BLANK = INTOUT): "
               WITH NO ADVANCING.
           ACCEPT WS-DD-Buffer.
           MOVE WS-DD-Buffer TO WS-New-Intout-DD.

       EditParmBuffer.
           IF WS-Parm-Buffer(2:1) = SPACE THEN
                       "Y OR N"
                   SET WS-Change-Invalid TO TRUE
           END-IF.
           IF WS-New-Intout-DD(1:1) = SPACE
                   AND WS-New-Intout-DD NOT = SPACES THEN
                   DISPLAY "REJECTED - EN-INTOUT-DD MAY NOT START "
                       "WITH A BLANK"
                   SET WS-Change-Invalid TO TRUE
           END-IF.

       WriteEntitleRecord.
           MOVE WS-Target-Requestor TO EN-REQUESTOR-ID.
           MOVE WS-New-Allow-Interactive TO EN-ALLOW-INTERACTIVE.
           MOVE WS-New-Allow-Batch TO EN-ALLOW-BATCH.
           MOVE WS-New-Allow-Range TO EN-ALLOW-RANGE.
           MOVE WS-New-Intout-DD TO EN-INTOUT-DD.
           IF WS-Record-Exists THEN
                   REWRITE FIB-ENTITLE-RECORD
                       INVALID KEY
               TO EC-NEW-ALLOW-INTERACTIVE.
           MOVE WS-New-Allow-Batch TO EC-NEW-ALLOW-BATCH.
           MOVE WS-New-Allow-Range TO EC-NEW-ALLOW-RANGE.
           MOVE WS-Old-Intout-DD TO EC-OLD-INTOUT-DD.
           MOVE WS-New-Intout-DD TO EC-NEW-INTOUT-DD.
           EVALUATE TRUE
               WHEN WS-Write-Error-Detected
                   MOVE "F" TO EC-STATUS
