           SELECT CacheFile ASSIGN TO "FIBCACHE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-Cache-Status.
           SELECT RunStatsFile ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "FIBCACH.cpy".

       FD  RunStatsFile
           RECORD CONTAINS 68 CHARACTERS.
           COPY "FIBSTAT.cpy".

       FD  ReportFile

       01 WS-Most-Used-Switch PIC X VALUE "N".
           88 WS-Most-Used-Known VALUE "Y".
       01 WS-Most-Used-Seq PIC X(1) VALUE SPACE.
       01 WS-Most-Used-N PIC 9(2) VALUE ZERO.
       01 WS-Most-Used-Count PIC 9(6) VALUE ZERO.
       01 WS-Least-Used-Seq PIC X(1) VALUE SPACE.
       01 WS-Least-Used-N PIC 9(2) VALUE ZERO.
       01 WS-Least-Used-Count PIC 9(6) VALUE ZERO.

               "FIBCACHE EFFECTIVENESS REPORT".

       01 Column-Header-Line.
           05 FILLER PIC X(5) VALUE "SEQ".
           05 FILLER PIC X(6) VALUE "N".
           05 FILLER PIC X(12) VALUE "USE COUNT".
           05 FILLER PIC X(20) VALUE "LAST REFERENCED".
           05 FILLER PIC X(20) VALUE "ENTRY STATUS".

       01 Detail-Line.
           05 DL-Sequence PIC X(5).
           05 DL-N PIC ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 DL-Use-Count PIC ZZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 DL-Last-Ref-Date PIC X(8).
           05 FILLER PIC X(10) VALUE SPACES.
           05 DL-Entry-Status PIC X(12).
           05 DL-Pin-Status PIC X(8).

       01 Trailer-Line-1.
           05 FILLER PIC X(28) VALUE "CACHE KEYS ON FILE: ".

       01 Trailer-Line-5.
           05 FILLER PIC X(28) VALUE "MOST REFERENCED KEY: ".
           05 TL-Most-Seq PIC X(2).
           05 TL-Most-N PIC ZZ9.
           05 FILLER PIC X(8) VALUE " USED ".
           05 TL-Most-Count PIC ZZZZZ9.

       01 Trailer-Line-6.
           05 FILLER PIC X(28) VALUE "LEAST REFERENCED KEY: ".
           05 TL-Least-Seq PIC X(2).
           05 TL-Least-N PIC ZZ9.
           05 FILLER PIC X(8) VALUE " USED ".
           05 TL-Least-Count PIC ZZZZZ9.

       TallyOneCacheEntry.
           ADD 1 TO WS-Key-Count.
           MOVE CA-SEQUENCE-TYPE TO DL-Sequence.
           MOVE CA-N-KEY TO DL-N.
           MOVE CA-USE-COUNT TO DL-Use-Count.
           MOVE CA-LAST-REF-DATE TO DL-Last-Ref-Date.
           IF CA-ENTRY-INVALIDATED THEN
                   MOVE "INVALIDATED" TO DL-Entry-Status
           ELSE
                   MOVE "ACTIVE" TO DL-Entry-Status
           END-IF.
           IF CA-ENTRY-PINNED THEN
                   MOVE "PINNED" TO DL-Pin-Status
           ELSE
                   MOVE SPACES TO DL-Pin-Status
           END-IF.
           WRITE ReportLine FROM Detail-Line.
           IF NOT WS-Most-Used-Known THEN
                   SET WS-Most-Used-Known TO TRUE
                   MOVE CA-SEQUENCE-TYPE TO WS-Most-Used-Seq
                   MOVE CA-N-KEY TO WS-Most-Used-N
                   MOVE CA-USE-COUNT TO WS-Most-Used-Count
                   MOVE CA-SEQUENCE-TYPE TO WS-Least-Used-Seq
                   MOVE CA-N-KEY TO WS-Least-Used-N
                   MOVE CA-USE-COUNT TO WS-Least-Used-Count
           ELSE
                   IF CA-USE-COUNT > WS-Most-Used-Count THEN
                           MOVE CA-SEQUENCE-TYPE TO WS-Most-Used-Seq
                           MOVE CA-N-KEY TO WS-Most-Used-N
                           MOVE CA-USE-COUNT TO WS-Most-Used-Count
                   END-IF
                   IF CA-USE-COUNT < WS-Least-Used-Count THEN
                           MOVE CA-SEQUENCE-TYPE TO WS-Least-Used-Seq
                           MOVE CA-N-KEY TO WS-Least-Used-N
                           MOVE CA-USE-COUNT TO WS-Least-Used-Count
                   END-IF
           WRITE ReportLine FROM Trailer-Line-3.
           WRITE ReportLine FROM Trailer-Line-4.
           IF WS-Most-Used-Known THEN
                   MOVE WS-Most-Used-Seq TO TL-Most-Seq
                   MOVE WS-Most-Used-N TO TL-Most-N
                   MOVE WS-Most-Used-Count TO TL-Most-Count
                   MOVE WS-Least-Used-Seq TO TL-Least-Seq
                   MOVE WS-Least-Used-N TO TL-Least-N
                   MOVE WS-Least-Used-Count TO TL-Least-Count
                   WRITE ReportLine FROM Trailer-Line-5
