           SELECT CacheFile ASSIGN TO "FIBCACHE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-Cache-Status.

       DATA DIVISION.
           END-IF.

       CheckOneCacheEntry.
           IF CA-RESULT = WS-Target-Value
                   AND CA-FIBONACCI-ENTRY
                   AND NOT CA-ENTRY-INVALIDATED THEN
                   DISPLAY "N = " CA-N-KEY " PRODUCES VALUE "
                       WS-Target-Value
                   ADD 1 TO WS-Match-Count
