      * GL mapping change log: one entry per maintenance action taken
      * in PERCENTN, with the mapping before and after, so audit can
      * answer who re-pointed a code's postings and when.  An ADD
      * carries spaces in the OLD fields; a DELETE in the NEW ones.
       01 GLMLOG-RECORD.
           05 GLML-TIMESTAMP    PIC 9(14).
           05 GLML-OPERATOR     PIC X(8).
           05 GLML-ACTION       PIC X(6).
           05 GLML-CODE         PIC X(6).
           05 GLML-OLD-REV-ACCT PIC X(10).
           05 GLML-OLD-COST-CTR PIC X(6).
           05 GLML-OLD-OFFSET   PIC X(10).
           05 GLML-NEW-REV-ACCT PIC X(10).
           05 GLML-NEW-COST-CTR PIC X(6).
           05 GLML-NEW-OFFSET   PIC X(10).
