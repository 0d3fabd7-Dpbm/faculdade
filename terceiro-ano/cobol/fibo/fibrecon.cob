           SELECT CacheFile ASSIGN TO "FIBCACHE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-Cache-Status.
           SELECT ResultsFile ASSIGN TO "RESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "FIBCACH.cpy".

       FD  ResultsFile
           RECORD CONTAINS 38 CHARACTERS.
           COPY "FIBREC.cpy".

       FD  ReportFile
       01 WS-Report-Status PIC XX VALUE "00".

       01 WS-Results-Table.
           05 WS-Results-Entry OCCURS 200 TIMES
                   INDEXED BY WS-Results-Idx.
               10 RT-Found PIC X VALUE "N".
                   88 RT-Entry-Found VALUE "Y".
               10 RT-Date PIC X(8) VALUE SPACES.

       01 WS-Subscript PIC 9(4).
       01 WS-Lucas-Offset PIC 9(4) VALUE 100.
       01 WS-Checked-Count PIC 9(4) VALUE ZERO.
       01 WS-Match-Count PIC 9(4) VALUE ZERO.
       01 WS-Mismatch-Count PIC 9(4) VALUE ZERO.
       01 WS-Missing-Count PIC 9(4) VALUE ZERO.
       01 WS-Invalidated-Count PIC 9(4) VALUE ZERO.

       01 Report-Header-1.
           05 FILLER PIC X(38) VALUE

       01 Column-Header-Line.
           05 FILLER PIC X(6) VALUE "N".
           05 FILLER PIC X(11) VALUE "SEQUENCE".
           05 FILLER PIC X(24) VALUE "CACHE VALUE".
           05 FILLER PIC X(24) VALUE "RESULTS VALUE".
           05 FILLER PIC X(20) VALUE "STATUS".
       01 Detail-Line.
           05 DL-N PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-Sequence PIC X(11).
           05 DL-Cache-Value PIC Z(20)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-Results-Value PIC Z(20)9.
           05 FILLER PIC X(24) VALUE "NO RESULTS RECORD: ".
           05 TL-Missing PIC ZZZ9.

       01 Trailer-Line-5.
           05 FILLER PIC X(24) VALUE "INVALIDATED - SKIPPED: ".
           05 TL-Invalidated PIC ZZZ9.

       PROCEDURE DIVISION.
       MainLine.
           OPEN OUTPUT ReportFile.

       StoreResultsEntry.
           COMPUTE WS-Subscript = FR-N + 1.
           IF FR-LUCAS-RESULT THEN
                   ADD WS-Lucas-Offset TO WS-Subscript
           END-IF.
           SET WS-Results-Idx TO WS-Subscript.
           IF NOT RT-Entry-Found(WS-Results-Idx)
                   OR FR-COMPUTED-DATE >= RT-Date(WS-Results-Idx) THEN
           END-IF.

       ReconcileOneCacheEntry.
           MOVE CA-N-KEY TO DL-N.
           IF CA-LUCAS-ENTRY THEN
                   MOVE "LUCAS" TO DL-Sequence
           ELSE
                   MOVE "FIBONACCI" TO DL-Sequence
           END-IF.
           MOVE CA-RESULT TO DL-Cache-Value.
           IF CA-ENTRY-INVALIDATED THEN
                   MOVE ZERO TO DL-Results-Value
                   MOVE "INVALIDATED - SKIPPED" TO DL-Status
                   ADD 1 TO WS-Invalidated-Count
                   WRITE ReportLine FROM Detail-Line
           ELSE
                   PERFORM CompareWithResults
           END-IF.

       CompareWithResults.
           ADD 1 TO WS-Checked-Count.
           COMPUTE WS-Subscript = CA-N-KEY + 1.
           IF CA-LUCAS-ENTRY THEN
                   ADD WS-Lucas-Offset TO WS-Subscript
           END-IF.
           SET WS-Results-Idx TO WS-Subscript.
           IF NOT RT-Entry-Found(WS-Results-Idx) THEN
                   MOVE ZERO TO DL-Results-Value
           MOVE WS-Match-Count TO TL-Matched.
           MOVE WS-Mismatch-Count TO TL-Mismatched.
           MOVE WS-Missing-Count TO TL-Missing.
           MOVE WS-Invalidated-Count TO TL-Invalidated.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Trailer-Line-1.
           WRITE ReportLine FROM Trailer-Line-2.
           WRITE ReportLine FROM Trailer-Line-3.
           WRITE ReportLine FROM Trailer-Line-4.
           WRITE ReportLine FROM Trailer-Line-5.
