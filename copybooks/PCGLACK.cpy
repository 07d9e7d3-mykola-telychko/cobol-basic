      * Posting acknowledgment record sent back nightly by the ledger
      * team, keyed by our GL batch number ("PC" + run date for the
      * nightly batch, "S" + run number + run date for a supplemental
      * run's batch, "PA" + run date for a re-rate adjustment batch,
      * as PERCENTG stamps it on every interface line).
      * ACK-POST-DATE is the ledger business date the batch posted.
       01 ACK-RECORD.
           05 ACK-BATCH-NO      PIC X(10).
           05 ACK-POST-DATE     PIC 9(8).
