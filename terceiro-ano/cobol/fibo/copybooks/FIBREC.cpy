           05 FR-N PIC 9(2).
           05 FR-COMPUTED-VALUE PIC 9(21).
           05 FR-COMPUTED-DATE PIC X(8).
           05 FR-RUN-NUMBER PIC 9(6).
           05 FR-SEQUENCE-TYPE PIC X(1).
               88 FR-FIBONACCI-RESULT VALUE "F" SPACE.
               88 FR-LUCAS-RESULT VALUE "L".
