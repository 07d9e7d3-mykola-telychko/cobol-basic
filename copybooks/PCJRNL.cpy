      * JRNL-CODE is the customer/product code the calculation was
      * done under; entries written before the field existed carry
      * spaces.
      * JRNL-ORIGIN says where the calculation came from, so the
      * retroactive re-rate (PERCENTX) knows which entries were rated
      * from the table and reached the ledger: 'B' the nightly batch
      * at the rate in force, 'O' the nightly batch at an approved or
      * in-tolerance keyed override, 'I' an interactive PERCENT
      * session, 'A' a re-rate adjustment.  JRNL-BUS-DATE is the
      * business date the rate was looked up as of, which differs
      * from the timestamp's date on a RUNDATE rerun, a re-driven
      * hold or an override decision.  Entries written before these
      * fields existed carry spaces in both.
       01 JOURNAL-RECORD.
           05 JRNL-TIMESTAMP    PIC 9(14).
           05 JRNL-OPERATOR     PIC X(8).
               SIGN IS LEADING SEPARATE CHARACTER.
           05 JRNL-BAND-NO      PIC 9.
           05 JRNL-CODE         PIC X(6).
           05 JRNL-ORIGIN       PIC X.
              88 JRNL-FROM-BATCH       VALUE 'B'.
              88 JRNL-FROM-OVERRIDE    VALUE 'O'.
              88 JRNL-FROM-INTERACTIVE VALUE 'I'.
              88 JRNL-FROM-ADJUSTMENT  VALUE 'A'.
           05 JRNL-BUS-DATE     PIC X(8).
