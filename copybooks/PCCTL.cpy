      * tells the record types apart: 'H' header, 'T' trailer,
      * '+' or '-' detail.  CTL-TRL-AMOUNT carries the hash total of
      * TRANS-NUM on transaction files and the total of RESULT-AMOUNT
      * on result files.  CTL-HDR-RUN-NO is the run on the run
      * register a result file belongs to: space or '1' for the
      * nightly run, '2' to '9' for a supplemental run.
       01 CTL-HEADER-RECORD.
           05 CTL-HDR-ID        PIC X.
           05 CTL-HDR-DATE      PIC 9(8).
           05 CTL-HDR-SOURCE    PIC X(8).
           05 CTL-HDR-RUN-NO    PIC X.
       01 CTL-TRAILER-RECORD.
           05 CTL-TRL-ID        PIC X.
           05 CTL-TRL-COUNT     PIC 9(9).
