       DATA DIVISION.
       FILE SECTION.
       FD  AuditArchiveFile
           RECORD CONTAINS 72 CHARACTERS.
           COPY "FIBAUD.cpy".

       FD  ResultsArchiveFile
           RECORD CONTAINS 38 CHARACTERS.
           COPY "FIBREC.cpy".

       FD  ReportFile
