       COPY PCJRNL.

       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD    PIC X(67).

       FD  RETAINED-FILE.
       01 RETAINED-RECORD   PIC X(67).

       FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
