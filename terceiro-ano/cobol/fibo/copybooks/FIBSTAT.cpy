           05 ST-INTOUT-COUNT PIC 9(4).
           05 ST-CACHE-HIT-COUNT PIC 9(4).
           05 ST-CACHE-MISS-COUNT PIC 9(4).
           05 ST-RUN-NUMBER PIC 9(6).
