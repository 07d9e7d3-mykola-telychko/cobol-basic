      * Operator profile change log: one entry per field changed in
      * PERCENTF, with the value before and after, so audit can
      * answer who granted an operator their level, or suspended or
      * retired them, and when.  An ADD is logged as one entry per
      * field set, with the old value blank.
       01 OPERLOG-RECORD.
           05 OPLG-TIMESTAMP    PIC 9(14).
           05 OPLG-OPERATOR     PIC X(8).
           05 OPLG-ACTION       PIC X(6).
           05 OPLG-OPER-ID      PIC X(8).
           05 OPLG-FIELD        PIC X(10).
           05 OPLG-OLD-VALUE    PIC X(20).
           05 OPLG-NEW-VALUE    PIC X(20).
