      * GL account mapping master: one record per customer/product
      * code, telling PERCENTG where that code's results post.  The
      * revenue account takes the result and the offset account takes
      * the other side of the entry, both under the code's cost
      * centre, so every result goes to the ledger as a balanced pair.
      * Maintained in PERCENTN by rate-maintenance authority; every
      * change is logged to GLMAPLOG.
       01 GLMAP-RECORD.
           05 GLMAP-CODE        PIC X(6).
           05 GLMAP-REV-ACCT    PIC X(10).
           05 GLMAP-COST-CTR    PIC X(6).
           05 GLMAP-OFFSET-ACCT PIC X(10).
