           05 AU-RESULT PIC 9(21).
           05 AU-STATUS PIC X(1).
           05 AU-TIMESTAMP PIC X(14).
           05 AU-RUN-NUMBER PIC 9(6).
           05 AU-REQUEST-TYPE PIC X(1).
           05 AU-SEQUENCE-NUMBER PIC 9(9).
           05 AU-CHECK-VALUE PIC 9(9).
           05 AU-SEQUENCE-TYPE PIC X(1).
               88 AU-FIBONACCI-REQUEST VALUE "F" SPACE.
               88 AU-LUCAS-REQUEST VALUE "L".
