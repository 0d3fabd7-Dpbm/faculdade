       DATA DIVISION.
       FILE SECTION.
       FD  AuditFile
           RECORD CONTAINS 72 CHARACTERS.
           COPY "FIBAUD.cpy".

       FD  AuditArchiveFile
           RECORD CONTAINS 72 CHARACTERS.
       01 AuditArchiveRecord PIC X(72).

       FD  AuditLiveFile
           RECORD CONTAINS 72 CHARACTERS.
       01 AuditLiveRecord PIC X(72).

       FD  ResultsFile
           RECORD CONTAINS 38 CHARACTERS.
           COPY "FIBREC.cpy".

       FD  ResultsArchiveFile
           RECORD CONTAINS 38 CHARACTERS.
       01 ResultsArchiveRecord PIC X(38).

       FD  ResultsLiveFile
           RECORD CONTAINS 38 CHARACTERS.
       01 ResultsLiveRecord PIC X(38).

       FD  RunControlFile
           RECORD CONTAINS 18 CHARACTERS.
