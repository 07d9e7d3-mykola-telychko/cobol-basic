      * Held-transaction record written by the PERCENT batch run
      * (PERCENTB) for a detail it could not rate: no rate in force for
      * the code, a result too big for the field, or an amount past the
      * last tiered band.  HOLD-BUS-DATE is the business date the
      * transaction was first processed under, and stays the as-of date
      * for the rate lookup every time the record is re-driven, so a
      * rate keyed late by Finance is still applied as of that night.
      * HOLD-TRIES counts the nights it has been through, HOLD-LAST-DATE
      * is the last run that tried it.  HOLD-TRANS is the transaction
      * exactly as it came off TRANSIN (the PCTRANS layout).
       01 HOLD-RECORD.
           05 HOLD-BUS-DATE      PIC 9(8).
           05 HOLD-REASON        PIC XX.
              88 HOLD-NO-RATE           VALUE 'NR'.
              88 HOLD-OVERFLOW          VALUE 'OV'.
              88 HOLD-BAND-GAP          VALUE 'BG'.
           05 HOLD-TRIES         PIC 9(3).
           05 HOLD-LAST-DATE     PIC 9(8).
           05 HOLD-SOURCE        PIC X(8).
           05 HOLD-TRANS         PIC X(23).
