       DATA DIVISION.
       FILE SECTION.
       FD  AuditFile
           RECORD CONTAINS 72 CHARACTERS.
           COPY "FIBAUD.cpy".

       FD  ReportFile
