       IDENTIFICATION DIVISION.
       PROGRAM-ID. FibonacciCacheMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CacheFile ASSIGN TO "FIBCACHE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-Cache-Status.
           SELECT OperatorFile ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operator-Status.
           SELECT CacheChangeFile ASSIGN TO "CACHECHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cache-Change-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CacheFile.
           COPY "FIBCACH.cpy".

       FD  OperatorFile
           RECORD CONTAINS 9 CHARACTERS.
           COPY "FIBOPER.cpy".

       FD  CacheChangeFile
           RECORD CONTAINS 101 CHARACTERS.
           COPY "FIBCCHG.cpy".

       WORKING-STORAGE SECTION.
       01 n PIC 9(2).
       COPY "FIBCALC.cpy".

       01 WS-Cache-Status PIC XX VALUE "00".
       01 WS-Operator-Status PIC XX VALUE "00".
           88 WS-Operator-EOF VALUE "10".
       01 WS-Cache-Change-Status PIC XX VALUE "00".

       01 WS-Changed-By PIC X(8).
       01 WS-Authorized-Switch PIC X VALUE "N".
           88 WS-Operator-Authorized VALUE "Y".

       01 WS-Target-N PIC 9(2) VALUE ZERO.
       01 WS-Target-Sequence PIC X(1) VALUE SPACE.
           88 WS-Fibonacci-Sequence VALUE "F".
           88 WS-Lucas-Sequence VALUE "L".
       01 WS-Action PIC X(1) VALUE SPACE.
           88 WS-Action-Delete VALUE "D".
           88 WS-Action-Invalidate VALUE "I".
           88 WS-Action-Recompute VALUE "R".
           88 WS-Action-Pin VALUE "P".
           88 WS-Action-Unpin VALUE "U".

       01 WS-Record-Switch PIC X VALUE "N".
           88 WS-Record-Exists VALUE "Y".

       01 WS-Before-Image.
           05 WS-Old-Result PIC 9(21) VALUE ZERO.
           05 WS-Old-Use-Count PIC 9(6) VALUE ZERO.
           05 WS-Old-Last-Ref-Date PIC X(8) VALUE SPACES.
           05 WS-Old-Entry-Status PIC X(1) VALUE SPACE.
           05 WS-Old-Pin-Flag PIC X(1) VALUE SPACE.

       01 WS-After-Image.
           05 WS-New-Result PIC 9(21) VALUE ZERO.
           05 WS-New-Use-Count PIC 9(6) VALUE ZERO.
           05 WS-New-Last-Ref-Date PIC X(8) VALUE SPACES.
           05 WS-New-Entry-Status PIC X(1) VALUE SPACE.
           05 WS-New-Pin-Flag PIC X(1) VALUE SPACE.

       01 WS-Parm-Buffer PIC X(2).

       01 WS-Overflow-Switch PIC X VALUE "N".
           88 WS-Overflow-Detected VALUE "Y".
       01 WS-Iteration PIC 9(4).
       01 WS-Sum-Check PIC 9(22).
       01 WS-Current-N PIC 9(2).

       01 WS-Valid-Switch PIC X VALUE "Y".
           88 WS-Change-Valid VALUE "Y".
           88 WS-Change-Invalid VALUE "N".

       01 WS-Write-Error-Switch PIC X VALUE "N".
           88 WS-Write-Error-Detected VALUE "Y".

       PROCEDURE DIVISION.
       MainLine.
           DISPLAY "ENTER YOUR USER/JOB ID: " WITH NO ADVANCING.
           ACCEPT WS-Changed-By.
           SET WS-Change-Valid TO TRUE.
           PERFORM CheckOperatorAuthority.
           IF NOT WS-Operator-Authorized THEN
                   DISPLAY "REJECTED - " WS-Changed-By
                       " IS NOT AUTHORIZED FOR CACHE MAINTENANCE"
                   SET WS-Change-Invalid TO TRUE
                   PERFORM WriteChangeLogRecord
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           DISPLAY "ENTER CA-SEQUENCE-TYPE (F=FIBONACCI, L=LUCAS): "
               WITH NO ADVANCING.
           ACCEPT WS-Target-Sequence.
           IF WS-Target-Sequence = SPACE THEN
                   SET WS-Fibonacci-Sequence TO TRUE
           END-IF.
           IF NOT WS-Fibonacci-Sequence AND NOT WS-Lucas-Sequence THEN
                   DISPLAY "REJECTED - SEQUENCE TYPE MUST BE F OR L: "
                       WS-Target-Sequence
                   SET WS-Change-Invalid TO TRUE
           END-IF.
           DISPLAY "ENTER CA-N-KEY TO MAINTAIN: " WITH NO ADVANCING.
           ACCEPT WS-Parm-Buffer.
           PERFORM EditParmBuffer.
           MOVE WS-Parm-Buffer TO WS-Target-N.
           IF WS-Change-Invalid THEN
                   PERFORM WriteChangeLogRecord
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM OpenCacheFile.
           PERFORM ReadCacheEntry.
           PERFORM DisplayCacheEntry.
           IF WS-Record-Exists THEN
                   DISPLAY "ENTER ACTION (D=DELETE, I=INVALIDATE, "
                       "R=RECOMPUTE, P=PIN, U=UNPIN): "
                       WITH NO ADVANCING
                   ACCEPT WS-Action
                   PERFORM ValidateAction
           ELSE
                   SET WS-Change-Invalid TO TRUE
           END-IF.
           IF WS-Change-Valid THEN
                   PERFORM ApplyAction
                   IF WS-Write-Error-Detected THEN
                           DISPLAY "FIBCACHE NOT UPDATED - SEE "
                               "ERRORS ABOVE"
                           MOVE 12 TO RETURN-CODE
                   ELSE
                           DISPLAY "FIBCACHE UPDATED FOR "
                               WS-Target-Sequence " N = " WS-Target-N
                   END-IF
           ELSE
                   DISPLAY "FIBCACHE NOT CHANGED - CORRECT THE "
                       "ERRORS ABOVE AND TRY AGAIN"
           END-IF.
           CLOSE CacheFile.
           PERFORM WriteChangeLogRecord.
           STOP RUN.

       CheckOperatorAuthority.
           MOVE "N" TO WS-Authorized-Switch.
           OPEN INPUT OperatorFile.
           IF WS-Operator-Status = "00" THEN
                   PERFORM UNTIL WS-Operator-EOF
                           OR WS-Operator-Authorized
                       READ OperatorFile
                           AT END
                               SET WS-Operator-EOF TO TRUE
                           NOT AT END
                               IF OP-OPERATOR-ID = WS-Changed-By
                                       AND OP-CACHE-MAINT-ALLOWED THEN
                                       SET WS-Operator-Authorized
                                           TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OperatorFile
           ELSE
                   DISPLAY "OPERATOR AUTHORITY FILE OPERAUTH NOT "
                       "FOUND - STATUS " WS-Operator-Status
           END-IF.

       EditParmBuffer.
           IF WS-Parm-Buffer(2:1) = SPACE THEN
                   MOVE WS-Parm-Buffer(1:1) TO WS-Parm-Buffer(2:1)
                   MOVE "0" TO WS-Parm-Buffer(1:1)
           END-IF.
           IF WS-Parm-Buffer(1:1) = SPACE THEN
                   MOVE "0" TO WS-Parm-Buffer(1:1)
           END-IF.
           IF WS-Parm-Buffer IS NOT NUMERIC THEN
                   DISPLAY "REJECTED - ENTRY MUST BE NUMERIC: "
                       WS-Parm-Buffer
                   SET WS-Change-Invalid TO TRUE
                   MOVE "00" TO WS-Parm-Buffer
           END-IF.

       OpenCacheFile.
           OPEN I-O CacheFile.
           IF WS-Cache-Status NOT = "00" THEN
                   DISPLAY "ERROR OPENING FIBCACHE - STATUS "
                       WS-Cache-Status
                   SET WS-Change-Invalid TO TRUE
                   SET WS-Write-Error-Detected TO TRUE
                   PERFORM WriteChangeLogRecord
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.

       ReadCacheEntry.
           MOVE WS-Target-Sequence TO CA-SEQUENCE-TYPE.
           MOVE WS-Target-N TO CA-N-KEY.
           READ CacheFile
               INVALID KEY
                   MOVE "N" TO WS-Record-Switch
               NOT INVALID KEY
                   MOVE "Y" TO WS-Record-Switch
                   MOVE CA-RESULT TO WS-Old-Result
                   MOVE CA-USE-COUNT TO WS-Old-Use-Count
                   MOVE CA-LAST-REF-DATE TO WS-Old-Last-Ref-Date
                   MOVE CA-ENTRY-STATUS TO WS-Old-Entry-Status
                   MOVE CA-PIN-FLAG TO WS-Old-Pin-Flag
           END-READ.
           MOVE WS-Before-Image TO WS-After-Image.

       DisplayCacheEntry.
           IF WS-Record-Exists THEN
                   DISPLAY "CURRENT CA-RESULT .............. "
                       CA-RESULT
                   DISPLAY "CURRENT CA-USE-COUNT ........... "
                       CA-USE-COUNT
                   DISPLAY "CURRENT CA-LAST-REF-DATE ....... "
                       CA-LAST-REF-DATE
                   DISPLAY "CURRENT CA-ENTRY-STATUS ........ "
                       CA-ENTRY-STATUS
                   DISPLAY "CURRENT CA-PIN-FLAG ............ "
                       CA-PIN-FLAG
           ELSE
                   DISPLAY "REJECTED - NO FIBCACHE ENTRY FOR "
                       WS-Target-Sequence " N = " WS-Target-N
           END-IF.

       ValidateAction.
           EVALUATE TRUE
               WHEN NOT WS-Action-Delete AND NOT WS-Action-Invalidate
                       AND NOT WS-Action-Recompute
                       AND NOT WS-Action-Pin AND NOT WS-Action-Unpin
                   DISPLAY "REJECTED - ACTION MUST BE D, I, R, P "
                       "OR U"
                   SET WS-Change-Invalid TO TRUE
               WHEN (WS-Action-Delete OR WS-Action-Invalidate)
                       AND CA-ENTRY-PINNED
                   DISPLAY "REJECTED - ENTRY IS PINNED - UNPIN IT "
                       "FIRST"
                   SET WS-Change-Invalid TO TRUE
               WHEN WS-Action-Invalidate AND CA-ENTRY-INVALIDATED
                   DISPLAY "REJECTED - ENTRY IS ALREADY INVALIDATED"
                   SET WS-Change-Invalid TO TRUE
               WHEN WS-Action-Pin AND CA-ENTRY-PINNED
                   DISPLAY "REJECTED - ENTRY IS ALREADY PINNED"
                   SET WS-Change-Invalid TO TRUE
               WHEN WS-Action-Unpin AND NOT CA-ENTRY-PINNED
                   DISPLAY "REJECTED - ENTRY IS NOT PINNED"
                   SET WS-Change-Invalid TO TRUE
               WHEN WS-Action-Recompute
                   MOVE WS-Target-N TO n
                   IF WS-Lucas-Sequence THEN
                           PERFORM ComputeOneLucas
                   ELSE
                           PERFORM ComputeOneFibonacci
                   END-IF
                   IF WS-Overflow-Detected THEN
                           DISPLAY "REJECTED - N = " WS-Target-N
                               " OVERFLOWS AND CANNOT BE CACHED"
                           SET WS-Change-Invalid TO TRUE
                   END-IF
           END-EVALUATE.

       ApplyAction.
           EVALUATE TRUE
               WHEN WS-Action-Delete
                   DELETE CacheFile RECORD
                       INVALID KEY
                           SET WS-Write-Error-Detected TO TRUE
                   END-DELETE
                   INITIALIZE WS-After-Image
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN WS-Action-Invalidate
                           SET CA-ENTRY-INVALIDATED TO TRUE
                       WHEN WS-Action-Recompute
                           MOVE Result TO CA-RESULT
                           MOVE SPACE TO CA-ENTRY-STATUS
                       WHEN WS-Action-Pin
                           SET CA-ENTRY-PINNED TO TRUE
                       WHEN WS-Action-Unpin
                           MOVE SPACE TO CA-PIN-FLAG
                   END-EVALUATE
                   REWRITE FIB-CACHE-RECORD
                       INVALID KEY
                           SET WS-Write-Error-Detected TO TRUE
                   END-REWRITE
                   MOVE CA-RESULT TO WS-New-Result
                   MOVE CA-USE-COUNT TO WS-New-Use-Count
                   MOVE CA-LAST-REF-DATE TO WS-New-Last-Ref-Date
                   MOVE CA-ENTRY-STATUS TO WS-New-Entry-Status
                   MOVE CA-PIN-FLAG TO WS-New-Pin-Flag
           END-EVALUATE.
           IF WS-Write-Error-Detected THEN
                   DISPLAY "ERROR WRITING FIBCACHE - STATUS "
                       WS-Cache-Status
                   MOVE WS-Before-Image TO WS-After-Image
           END-IF.

       WriteChangeLogRecord.
           MOVE WS-Changed-By TO CG-CHANGED-BY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CG-TIMESTAMP.
           MOVE WS-Target-N TO CG-N-KEY.
           MOVE WS-Target-Sequence TO CG-SEQUENCE-TYPE.
           MOVE WS-Action TO CG-ACTION.
           MOVE WS-Before-Image TO CG-BEFORE-IMAGE.
           MOVE WS-After-Image TO CG-AFTER-IMAGE.
           EVALUATE TRUE
               WHEN WS-Write-Error-Detected
                   MOVE "F" TO CG-STATUS
               WHEN WS-Change-Valid
                   MOVE "A" TO CG-STATUS
               WHEN OTHER
                   MOVE "R" TO CG-STATUS
           END-EVALUATE.
           OPEN EXTEND CacheChangeFile.
           IF WS-Cache-Change-Status = "35" THEN
                   OPEN OUTPUT CacheChangeFile
           END-IF.
           WRITE FIB-CACHE-CHANGE-RECORD.
           IF WS-Cache-Change-Status NOT = "00" THEN
                   DISPLAY "ERROR WRITING CACHE CHANGE LOG - "
                       "STATUS " WS-Cache-Change-Status
           END-IF.
           CLOSE CacheChangeFile.

       ComputeOneFibonacci.
           MOVE 1 TO FirstValue.
           MOVE 1 TO SecondValue.
           MOVE 1 TO Result.
           MOVE "N" TO WS-Overflow-Switch.
           IF n <= 1 THEN
                   MOVE 1 TO Result
           ELSE
                   MOVE n TO WS-Current-N
                   SUBTRACT 1 FROM WS-Current-N
                   PERFORM Fibonacci
                       VARYING WS-Iteration FROM 1 BY 1
                       UNTIL WS-Iteration > WS-Current-N
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
                   SET WS-Overflow-Detected TO TRUE
                   MOVE ZERO TO Result
           ELSE
                   MOVE WS-Sum-Check TO Result
                   MOVE SecondValue TO FirstValue
                   MOVE Result TO SecondValue
           END-IF.
