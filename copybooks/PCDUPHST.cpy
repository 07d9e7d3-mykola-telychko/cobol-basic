      * Duplicate-detection history: one record per clean record the
      * extract edit (PERCENTE) has passed to the nightly run, kept
      * for the DUPDAYS lookback window and aged off by the edit
      * itself.  Keyed by code and signed amount first, so every
      * earlier sighting of a sale can be found with one START.
      * DUPH-BUS-DATE is the business date the record was edited
      * under and DUPH-SOURCE the extract source that sent it; a
      * rerun of a night replaces that night's entries.  DUPH-RUN-NO
      * is the run of the date that passed the record (1 the nightly
      * run, 2 to 9 supplemental), so a rerun of the nightly run
      * leaves the entries of the supplemental runs alone.
       01 DUPH-RECORD.
           05 DUPH-KEY.
              10 DUPH-CODE         PIC X(6).
              10 DUPH-NUM          PIC S9(9)V99
                  SIGN IS LEADING SEPARATE CHARACTER.
              10 DUPH-BUS-DATE     PIC 9(8).
              10 DUPH-SOURCE       PIC X(8).
              10 DUPH-SEQ          PIC 9(6).
           05 DUPH-PERCENT         PIC 9(3)V99.
           05 DUPH-RUN-NO          PIC 9.
              88 DUPH-SUPPLEMENTAL-RUN VALUE 2 THRU 9.
