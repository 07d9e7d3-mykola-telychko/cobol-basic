      * Override approval queue: one record per upstream percentage
      * override PERCENTB held out of the night's results because the
      * keyed percent sat further from the rate in force than the
      * night's tolerance (OVRTOL) allows.  Keyed by the date it was
      * queued and a sequence number within that date.
      * OVRP-BUS-DATE is the business date the transaction belongs
      * to and stays the as-of date for any rate lookup.
      * OVRP-TABLE-PCT is the rate in force on that date (for a tiered
      * code, the effective percent its bands give on this amount);
      * OVRP-TABLE-FOUND 'N' means there was no usable table rate.
      * A supervisor (level 3 or above) approves or declines each
      * item in PERCENTO.  The next PERCENTB run applies the decision
      * and stamps OVRP-APPLIED-DATE: an approved item is calculated
      * at the keyed percent, a declined one is re-rated at the table
      * rate as of its business date.
      * OVRP-RUN-NO is the run of the queue date that queued the item
      * (1 the nightly run, 2 to 9 supplemental), so a fresh attempt
      * at one run replaces only that run's undecided items.
       01 OVRP-RECORD.
           05 OVRP-KEY.
              10 OVRP-QUEUE-DATE   PIC 9(8).
              10 OVRP-SEQ          PIC 9(6).
           05 OVRP-BUS-DATE        PIC 9(8).
           05 OVRP-SOURCE          PIC X(8).
           05 OVRP-CODE            PIC X(6).
           05 OVRP-NUM             PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 OVRP-KEYED-PCT       PIC 9(3)V99.
           05 OVRP-TABLE-PCT       PIC 9(3)V99.
           05 OVRP-TABLE-FOUND     PIC X.
              88 OVRP-TABLE-RATE-FOUND  VALUE 'Y'.
           05 OVRP-STATUS          PIC X.
              88 OVRP-PENDING           VALUE 'P'.
              88 OVRP-APPROVED          VALUE 'A'.
              88 OVRP-DECLINED          VALUE 'D'.
           05 OVRP-QUEUED-TS       PIC 9(14).
           05 OVRP-DECIDED-BY      PIC X(8).
           05 OVRP-DECIDED-TS      PIC 9(14).
           05 OVRP-APPLIED-DATE    PIC 9(8).
           05 OVRP-RUN-NO          PIC 9.
