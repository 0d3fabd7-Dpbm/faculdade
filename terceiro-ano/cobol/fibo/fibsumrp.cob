       01 ReportLine PIC X(132).

       FD  ParameterFile
           RECORD CONTAINS 54 CHARACTERS.
           COPY "FIBPARM.cpy".

       WORKING-STORAGE SECTION.
