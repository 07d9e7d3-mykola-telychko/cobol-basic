       01 WS-DEADLINE-DOW   PIC 9.

       01 WS-REG-NEW        PIC 9(6) VALUE ZERO.
       01 WS-REG-SUPP       PIC 9(6) VALUE ZERO.
       01 WS-ACK-APPLIED    PIC 9(6) VALUE ZERO.
       01 WS-ACK-NONPOSTED  PIC 9(6) VALUE ZERO.
       01 WS-ACK-UNKNOWN    PIC 9(6) VALUE ZERO.
      * carries the line count and net amount PERCENTG balanced to -
      * so a GLIN concatenating several generations (the recovery
      * after a morning this job did not run) registers every batch
      * found.  A batch already registered is left alone.  A
      * supplemental run's batch ("S" + run number + date) is a
      * batch of its own, registered and acknowledged like any other.
       1000-REGISTER-NIGHTLY-BATCH.
           OPEN INPUT GL-FILE.
           IF WS-GL-STATUS NOT = "00"
                   WRITE GLREG-RECORD
                   END-WRITE
                   ADD 1 TO WS-REG-NEW
                   IF WS-GL-BATCH-NO(1:1) = 'S'
                       ADD 1 TO WS-REG-SUPP
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE "BATCHES REGISTERED:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-REG-NEW TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "  SUPPLEMENTAL RUN BATCHES:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-REG-SUPP TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "ACKNOWLEDGMENTS APPLIED:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-ACK-APPLIED TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
