       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01 JRNL-INREC        PIC X(67).

       FD  CONVERTED-FILE.
       COPY PCJRNL.

       PROCEDURE DIVISION.
      * One-time cutover conversion for the cents change: rewrites a
      * journal data set so every record carries the current 67-byte
      * layout.  Records from before JRNL-ORIGIN and JRNL-BUS-DATE
      * were added pass through with both left as spaces, so the same
      * job re-blocks the live journal for that change too.  Run it
      * against the live journal before the first
      * post-cutover PERCENTA or PERCENTR run - both read the live
      * file with the current copybook and would garble pre-cutover
      * records.  Archive generations need no conversion (PERCENTJ
