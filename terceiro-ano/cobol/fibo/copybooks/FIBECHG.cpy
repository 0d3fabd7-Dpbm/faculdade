               88 EC-CHANGE-ACCEPTED VALUE "A".
               88 EC-CHANGE-REJECTED VALUE "R".
               88 EC-CHANGE-FAILED VALUE "F".
           05 EC-OLD-INTOUT-DD PIC X(8).
           05 EC-NEW-INTOUT-DD PIC X(8).
