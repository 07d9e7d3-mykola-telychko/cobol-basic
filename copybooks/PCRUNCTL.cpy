      * Run-control register: one record per business date and run,
      * written by PERCENTB so the same night's extract cannot be
      * processed twice.  Run 1 is the nightly run; runs 2 to 9 are
      * supplemental runs of a late source for a date whose nightly
      * run has already COMPLETED.  A run left STARTED never finalized
      * (abend or kill); COMPLETED refuses a rerun of the run unless
      * the operator forces it.
       01 RUNCTL-RECORD.
           05 RUNCTL-KEY.
               10 RUNCTL-DATE     PIC 9(8).
               10 RUNCTL-RUN-NO   PIC 9.
                  88 RUNCTL-NIGHTLY-RUN    VALUE 1.
           05 RUNCTL-EXTRACT-DATE PIC 9(8).
           05 RUNCTL-SOURCE       PIC X(8).
           05 RUNCTL-START-TS     PIC 9(14).
