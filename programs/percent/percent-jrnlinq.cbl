      * records still in the live journal) may carry the 50- or
      * 56-byte layouts from before JRNL-CODE and the cents change,
      * and 0700-MAP-RAW-ENTRY tells the layouts apart before any
      * field is trusted.  58-byte records from before JRNL-ORIGIN
      * and JRNL-BUS-DATE read as the current layout with both blank.
       FD  JOURNAL-FILE.
       01 JRNL-INREC        PIC X(67).

       FD  ARCH-FILE.
       01 ARCH-RECORD       PIC X(67).

       FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
       COPY PCJRNL REPLACING ==JOURNAL-RECORD== BY ==WS-JRNL-ENTRY==
                   LEADING ==JRNL== BY ==WS-JRNL==.

       01 WS-RAW-ENTRY      PIC X(67).

      * The journal record before the cents change widened JRNL-NUM:
      * amount sign + 9 digits, result at 38-49.  Records without the
