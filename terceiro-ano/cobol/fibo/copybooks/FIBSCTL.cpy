       01 FIB-SLA-CONTROL-RECORD.
           05 SC-REPORT-DATE PIC X(8).
