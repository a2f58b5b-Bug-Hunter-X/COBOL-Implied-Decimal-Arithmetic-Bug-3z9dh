
       FD  ARCHIVE-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-EXTRACT-RECORD          PIC X(396).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
