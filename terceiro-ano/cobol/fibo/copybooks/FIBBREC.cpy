       01 FIB-BATCH-INPUT-RECORD.
           05 BI-REQUEST-TYPE PIC X(1).
               88 BI-SINGLE-REQUEST VALUE "S" "L".
               88 BI-RANGE-REQUEST VALUE "R" "M".
               88 BI-FIBONACCI-REQUEST VALUE "S" "R".
               88 BI-LUCAS-REQUEST VALUE "L" "M".
           05 BI-N-FROM PIC 9(2).
           05 BI-N-TO PIC 9(2).
           05 BI-REQUESTOR-ID PIC X(8).
