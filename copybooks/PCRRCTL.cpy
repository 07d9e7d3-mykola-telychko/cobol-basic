      * Control record for the retroactive re-rate (PERCENTX).
      * RRCTL-LAST-TS is the timestamp of the newest RATELOG entry the
      * job has acted on, so each run picks up only the rate changes
      * keyed since the last one.  RRCTL-BATCH-DATE is the run date of
      * the last adjustment batch cut: the GL batch number is "PA" +
      * run date, so a second batch on the same date is refused.
      * RRCTL-RUN-TS is when the record was last written.
       01 RRCTL-RECORD.
           05 RRCTL-LAST-TS     PIC 9(14).
           05 FILLER            PIC X VALUE SPACE.
           05 RRCTL-BATCH-DATE  PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RRCTL-RUN-TS      PIC 9(14).
