      * Duplicate review queue: one record per clean record the
      * extract edit (PERCENTE) held back from TRANSOUT as a likely
      * duplicate.  Keyed by the business date it was queued under
      * and a sequence number within that date.
      * DUPR-DATA is the record exactly as edited; DUPR-SOURCE the
      * extract source that sent it.  The DUPR-MATCH- fields name the
      * record it matched on code and amount: DUPR-MATCH-SAME-NIGHT
      * is another source in the same night's extract,
      * DUPR-MATCH-PRIOR a record already passed within the DUPDAYS
      * lookback window.
      * An operator (level 3 or above) reviews each item in PERCENTD:
      * a release lets the next PERCENTE run pass the record through
      * the ordinary edits without the duplicate check, and stamps
      * DUPR-APPLIED-DATE; a confirmed duplicate is never charged.
      * DUPR-RUN-NO is the run of the business date whose edit queued
      * the item (1 the nightly run, 2 to 9 supplemental), so a rerun
      * of one run replaces only that run's undecided items.
       01 DUPR-RECORD.
           05 DUPR-KEY.
              10 DUPR-QUEUE-DATE   PIC 9(8).
              10 DUPR-SEQ          PIC 9(6).
           05 DUPR-SOURCE          PIC X(8).
           05 DUPR-CODE            PIC X(6).
           05 DUPR-NUM             PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 DUPR-DATA            PIC X(80).
           05 DUPR-MATCH-KIND      PIC X.
              88 DUPR-MATCH-SAME-NIGHT  VALUE 'S'.
              88 DUPR-MATCH-PRIOR       VALUE 'P'.
           05 DUPR-MATCH-DATE      PIC 9(8).
           05 DUPR-MATCH-SOURCE    PIC X(8).
           05 DUPR-STATUS          PIC X.
              88 DUPR-PENDING           VALUE 'P'.
              88 DUPR-RELEASED          VALUE 'R'.
              88 DUPR-CONFIRMED         VALUE 'C'.
           05 DUPR-QUEUED-TS       PIC 9(14).
           05 DUPR-DECIDED-BY      PIC X(8).
           05 DUPR-DECIDED-TS      PIC 9(14).
           05 DUPR-APPLIED-DATE    PIC 9(8).
           05 DUPR-RUN-NO          PIC 9.
