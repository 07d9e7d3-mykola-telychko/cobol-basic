      * Customer master change log: one entry per field changed in
      * PERCENTU, with the value before and after, so audit can
      * answer who closed an account or moved its address and when.
      * An ADD is logged as one entry naming the customer.
       01 CUSTLOG-RECORD.
           05 CULG-TIMESTAMP    PIC 9(14).
           05 CULG-OPERATOR     PIC X(8).
           05 CULG-ACTION       PIC X(6).
           05 CULG-CODE         PIC X(6).
           05 CULG-FIELD        PIC X(10).
           05 CULG-OLD-VALUE    PIC X(30).
           05 CULG-NEW-VALUE    PIC X(30).
