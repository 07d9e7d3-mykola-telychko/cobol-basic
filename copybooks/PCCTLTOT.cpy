      * Step control-total register: one record per business date, run
      * and step, written by the step itself once it has finished
      * cleanly (a rerun of the step replaces its record).  PERCENTZ
      * chains the records for a date into the operations balancing
      * sheet, so a step that never reported shows up as a break.
      * The business date is the run date PERCENTB rates under
      * (RUNDATE, or the day of the run); the run number is PERCENTB's
      * run on the run register (1 nightly, 2 to 9 supplemental).
      * CTOT-FIGURES is laid out per step:
      *   PERCENTE - extract, recycled suspense and released
      *              duplicates in; clean, rejected, failed-source and
      *              duplicate-held records out; suspense and stale
      *              written; hash of the clean amounts.  A
      *              supplemental run also counts the suspense it
      *              carried through untouched and the late source's
      *              failed-source records it retired from suspense.
      *   PERCENTB - clean records read from the extract and how they
      *              went (rated, newly held, queued for approval),
      *              with their amounts; results from released holds
      *              and applied decisions; results written and their
      *              total.
      *   PERCENTG - results read and their total, GL lines written,
      *              net of the results and the debit and credit
      *              totals of the run's "PC" (nightly) or "S"
      *              (supplemental) batch.
      * PERCENTE also leaves one record per extract source it judged,
      * under the source's name in place of the step: whether the
      * source passed or failed its controls, its extract date, its
      * detail records and how many of them went to suspense, and the
      * calendar date the edit ran - the first date on the suspense
      * records of a source that failed.  A supplemental run looks up
      * its source's record under the nightly run.
       01 CTOT-RECORD.
           05 CTOT-KEY.
               10 CTOT-BUS-DATE     PIC 9(8).
               10 CTOT-RUN-NO       PIC 9.
               10 CTOT-STEP         PIC X(8).
           05 CTOT-WRITTEN-TS       PIC 9(14).
           05 CTOT-FIGURES          PIC X(134).
           05 CTOT-EDIT-FIGURES REDEFINES CTOT-FIGURES.
               10 CTOT-E-RAW-IN      PIC 9(9).
               10 CTOT-E-SUSP-IN     PIC 9(9).
               10 CTOT-E-CLEAN       PIC 9(9).
               10 CTOT-E-REJECTED    PIC 9(9).
               10 CTOT-E-SRC-SUSP    PIC 9(9).
               10 CTOT-E-SUSP-OUT    PIC 9(9).
               10 CTOT-E-STALE       PIC 9(9).
               10 CTOT-E-CLEAN-HASH  PIC S9(13)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 CTOT-E-DUP-IN      PIC 9(9).
               10 CTOT-E-DUP-HELD    PIC 9(9).
               10 CTOT-E-SUSP-CARRIED PIC 9(9).
               10 CTOT-E-SUSP-RETIRED PIC 9(9).
               10 FILLER             PIC X(19).
           05 CTOT-BATCH-FIGURES REDEFINES CTOT-FIGURES.
               10 CTOT-B-CLEAN-IN    PIC 9(9).
               10 CTOT-B-RATED       PIC 9(9).
               10 CTOT-B-HELD        PIC 9(9).
               10 CTOT-B-QUEUED      PIC 9(9).
               10 CTOT-B-OTHER-RSLT  PIC 9(9).
               10 CTOT-B-RESULTS     PIC 9(9).
               10 CTOT-B-CLEAN-HASH  PIC S9(13)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 CTOT-B-RATED-AMT   PIC S9(13)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 CTOT-B-HELD-AMT    PIC S9(13)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 CTOT-B-QUEUED-AMT  PIC S9(13)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 CTOT-B-RESULT-TOT  PIC S9(13)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
           05 CTOT-GL-FIGURES REDEFINES CTOT-FIGURES.
               10 CTOT-G-BATCH-NO    PIC X(10).
               10 CTOT-G-READ        PIC 9(9).
               10 CTOT-G-LINES       PIC 9(9).
               10 CTOT-G-READ-TOTAL  PIC S9(13)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 CTOT-G-NET-TOTAL   PIC S9(13)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 CTOT-G-DR-TOTAL    PIC S9(13)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 CTOT-G-CR-TOTAL    PIC S9(13)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 FILLER             PIC X(42).
           05 CTOT-SOURCE-FIGURES REDEFINES CTOT-FIGURES.
               10 CTOT-S-VERDICT     PIC X.
                  88 CTOT-S-GOOD           VALUE 'G'.
                  88 CTOT-S-FAILED         VALUE 'F'.
               10 CTOT-S-EXT-DATE    PIC 9(8).
               10 CTOT-S-RECORDS     PIC 9(9).
               10 CTOT-S-SUSP        PIC 9(9).
               10 CTOT-S-EDIT-DATE   PIC 9(8).
               10 FILLER             PIC X(99).
