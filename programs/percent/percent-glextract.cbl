           SELECT GL-FILE ASSIGN TO "GLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLMAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLMAP-CODE
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT OPTIONAL CTLTOT-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTOT-KEY
               FILE STATUS IS WS-CTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       FD  GL-FILE.
       01 GL-RECORD         PIC X(80).

       FD  GLMAP-FILE.
       COPY PCGLMAP.

       FD  CTLTOT-FILE.
       COPY PCCTLTOT.

       WORKING-STORAGE SECTION.
       COPY PCCTL.

       01 WS-GLMAP-STATUS   PIC XX.
       01 WS-CTOT-STATUS    PIC XX.
       01 WS-TIMESTAMP      PIC X(21).

       01 WS-FLAGS.
           05 WS-EOF-SW        PIC X VALUE 'N'.
              88 WS-EOF               VALUE 'Y'.
              88 WS-HDR-SEEN          VALUE 'Y'.
           05 WS-TRL-SEEN-SW   PIC X VALUE 'N'.
              88 WS-TRL-SEEN          VALUE 'Y'.
           05 WS-MAPPED-SW     PIC X VALUE 'N'.
              88 WS-MAPPED            VALUE 'Y'.
           05 WS-FOUND-SW      PIC X VALUE 'N'.
              88 WS-FOUND             VALUE 'Y'.

      * The batch number is derived from the result header's run date,
      * the same way PERCENTB stamps it on the daily report, so a GL
      * posting traces back to the run that produced it.  A result
      * generation cut by the retroactive re-rate (header source
      * PERCENTX) is its own batch, "PA" + run date, so adjustments
      * never merge with that night's "PC" batch on the ledger.  A
      * supplemental run's results (run 2 to 9 on the header) are
      * their own batch too, "S" + run number + run date.
       01 WS-BATCH-NO       PIC X(10).
       01 WS-RUN-DATE       PIC 9(8).
       01 WS-RUN-NO         PIC 9 VALUE 1.

       01 WS-GL-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-READ-COUNT     PIC 9(9) VALUE ZERO.
       01 WS-DR-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 WS-CR-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 WS-NET-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01 WS-READ-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01 WS-EXP-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-ABS-AMOUNT     PIC 9(9)V99.
       01 WS-SEQ-ED         PIC 9(6).
       01 WS-AMT-ED         PIC 9(9).99.
       01 WS-TOT-ED         PIC 9(11).99.
       01 WS-POST-ACCT      PIC X(10).
       01 WS-POST-AMOUNT    PIC S9(11)V99.

      * The mapping last read, so a run of results for one code costs
      * one GLMAP read.
       01 WS-LAST-CODE      PIC X(6) VALUE HIGH-VALUES.

      * Results are summarised by revenue account, cost centre and
      * offset account; each slot goes to the ledger as one balanced
      * pair of lines.  Nothing is written until every result has been
      * read, mapped and proved against the trailer.
       01 WS-PAIR-MAX       PIC 9(4) VALUE 500.
       01 WS-PAIR-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 500 TIMES
               INDEXED BY PX.
               10 WS-PR-REV-ACCT    PIC X(10).
               10 WS-PR-COST-CTR    PIC X(6).
               10 WS-PR-OFFSET-ACCT PIC X(10).
               10 WS-PR-NET         PIC S9(11)V99.

      * Codes on the generation with no GLMAP record.  Every one is
      * listed before the extract fails, so the mappings can all be
      * keyed at once rather than one rerun per code.
       01 WS-UNMAP-MAX      PIC 9(4) VALUE 200.
       01 WS-UNMAP-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-UNMAP-RESULTS  PIC 9(9) VALUE ZERO.
       01 WS-UNMAP-TABLE.
           05 WS-UNMAP-CODE OCCURS 200 TIMES
               INDEXED BY UX  PIC X(6).
       01 WS-COUNT-ED       PIC 9(6).
       01 WS-DATE-ED        PIC 9(8).

       PROCEDURE DIVISION.
      * Every result is mapped through GLMAP and summed into its
      * account / cost centre pair.  The interface is only written
      * once the whole generation has been read: a code with no
      * mapping, or a trailer that does not agree, fails the extract
      * with nothing sent.
       0000-MAIN.
           OPEN INPUT RESULT-FILE
                OUTPUT GL-FILE.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS NOT = "00"
               DISPLAY "PERCENTG: GL mapping file unavailable, status "
                   WS-GLMAP-STATUS
               PERFORM 9900-EXTRACT-FAILURE
           END-IF.

           PERFORM UNTIL WS-EOF
               READ RESULT-FILE
           END-PERFORM.

           PERFORM 2000-VERIFY-CONTROLS.
           PERFORM 2100-VERIFY-MAPPINGS.
           PERFORM VARYING PX FROM 1 BY 1
               UNTIL PX > WS-PAIR-COUNT
               PERFORM 2200-VERIFY-PAIR-AMOUNT
           END-PERFORM.
           PERFORM VARYING PX FROM 1 BY 1
               UNTIL PX > WS-PAIR-COUNT
               PERFORM 2500-WRITE-GL-PAIR
           END-PERFORM.
           PERFORM 3000-WRITE-TOTAL-LINE.

           CLOSE RESULT-FILE
                 GL-FILE
                 GLMAP-FILE.

           IF WS-BATCH-NO(1:2) NOT = "PA"
               PERFORM 4000-WRITE-CONTROL-TOTALS
           END-IF.

           DISPLAY "PERCENTG: batch " WS-BATCH-NO " - "
               WS-GL-COUNT " lines written".
       1000-CLASSIFY-RECORD.
           EVALUATE RESULT-CTL-RECORD(1:1)
               WHEN 'H'
                   MOVE RESULT-CTL-RECORD(1:18) TO CTL-HEADER-RECORD
                   MOVE CTL-HDR-DATE TO WS-RUN-DATE
                   MOVE 1 TO WS-RUN-NO
                   EVALUATE TRUE
                       WHEN CTL-HDR-SOURCE = "PERCENTX"
                           MOVE "PA" TO WS-BATCH-NO(1:2)
                       WHEN CTL-HDR-RUN-NO >= '2'
                           AND CTL-HDR-RUN-NO <= '9'
                           MOVE CTL-HDR-RUN-NO TO WS-RUN-NO
                           MOVE 'S' TO WS-BATCH-NO(1:1)
                           MOVE CTL-HDR-RUN-NO TO WS-BATCH-NO(2:1)
                       WHEN OTHER
                           MOVE "PC" TO WS-BATCH-NO(1:2)
                   END-EVALUATE
                   MOVE CTL-HDR-DATE TO WS-BATCH-NO(3:8)
                   SET WS-HDR-SEEN TO TRUE
               WHEN 'T'
                   MOVE CTL-TRL-AMOUNT TO WS-EXP-TOTAL
                   SET WS-TRL-SEEN TO TRUE
               WHEN OTHER
                   PERFORM 1100-ACCUMULATE-RESULT
           END-EVALUATE.

       1100-ACCUMULATE-RESULT.
           IF NOT WS-HDR-SEEN
               DISPLAY "PERCENTG: result file has no header record"
               PERFORM 9900-EXTRACT-FAILURE
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           ADD RESULT-AMOUNT TO WS-READ-TOTAL
                                WS-NET-TOTAL.
           IF RESULT-CODE NOT = WS-LAST-CODE
               PERFORM 1200-READ-MAPPING
           END-IF.
           IF NOT WS-MAPPED
               ADD 1 TO WS-UNMAP-RESULTS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING PX FROM 1 BY 1
               UNTIL PX > WS-PAIR-COUNT OR WS-FOUND
               IF WS-PR-REV-ACCT (PX) = GLMAP-REV-ACCT
                   AND WS-PR-COST-CTR (PX) = GLMAP-COST-CTR
                   AND WS-PR-OFFSET-ACCT (PX) = GLMAP-OFFSET-ACCT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET PX DOWN BY 1
           ELSE
               IF WS-PAIR-COUNT NOT < WS-PAIR-MAX
                   DISPLAY "PERCENTG: account summary table full at "
                       WS-PAIR-MAX
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9910-CLOSE-AND-STOP
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               SET PX TO WS-PAIR-COUNT
               MOVE GLMAP-REV-ACCT TO WS-PR-REV-ACCT (PX)
               MOVE GLMAP-COST-CTR TO WS-PR-COST-CTR (PX)
               MOVE GLMAP-OFFSET-ACCT TO WS-PR-OFFSET-ACCT (PX)
               MOVE ZERO TO WS-PR-NET (PX)
           END-IF.
           ADD RESULT-AMOUNT TO WS-PR-NET (PX).

       1200-READ-MAPPING.
           MOVE RESULT-CODE TO WS-LAST-CODE.
           MOVE RESULT-CODE TO GLMAP-CODE.
           READ GLMAP-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MAPPED-SW
                   PERFORM 1300-NOTE-UNMAPPED
               NOT INVALID KEY
                   SET WS-MAPPED TO TRUE
           END-READ.

       1300-NOTE-UNMAPPED.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING UX FROM 1 BY 1
               UNTIL UX > WS-UNMAP-COUNT OR WS-FOUND
               IF WS-UNMAP-CODE (UX) = RESULT-CODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND AND WS-UNMAP-COUNT < WS-UNMAP-MAX
               ADD 1 TO WS-UNMAP-COUNT
               MOVE RESULT-CODE TO WS-UNMAP-CODE (WS-UNMAP-COUNT)
           END-IF.

      * The same completeness check PERCENTB offers downstream: the
      * generation's trailer must agree with what was read before the
      * interface file is stood behind.
       2000-VERIFY-CONTROLS.
           IF NOT WS-HDR-SEEN OR NOT WS-TRL-SEEN
               DISPLAY "PERCENTG: result file is missing its control "
                   "records"
               PERFORM 9900-EXTRACT-FAILURE
           END-IF.
           IF WS-EXP-COUNT NOT = WS-READ-COUNT
               OR WS-EXP-TOTAL NOT = WS-READ-TOTAL
               DISPLAY "PERCENTG: result trailer does not match - "
                   "count " WS-EXP-COUNT " vs " WS-READ-COUNT
                   ", total " WS-EXP-TOTAL " vs " WS-READ-TOTAL
               PERFORM 9900-EXTRACT-FAILURE
           END-IF.

       2100-VERIFY-MAPPINGS.
           IF WS-UNMAP-RESULTS = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PERCENTG: " WS-UNMAP-RESULTS
               " results have no GL mapping - add them in PERCENTN:".
           PERFORM VARYING UX FROM 1 BY 1
               UNTIL UX > WS-UNMAP-COUNT
               DISPLAY "PERCENTG:   unmapped code '"
                   WS-UNMAP-CODE (UX) "'"
           END-PERFORM.
           PERFORM 9900-EXTRACT-FAILURE.

      * The interface amount field carries 9(9).99; a summarised pair
      * beyond that cannot be sent and fails the batch before any of
      * it is written.
       2200-VERIFY-PAIR-AMOUNT.
           IF WS-PR-NET (PX) < ZERO
               COMPUTE WS-POST-AMOUNT = ZERO - WS-PR-NET (PX)
           ELSE
               MOVE WS-PR-NET (PX) TO WS-POST-AMOUNT
           END-IF.
           COMPUTE WS-ABS-AMOUNT = WS-POST-AMOUNT
               ON SIZE ERROR
                   DISPLAY "PERCENTG: posting amount too large for "
                       "account " WS-PR-REV-ACCT (PX)
                       " cost centre " WS-PR-COST-CTR (PX)
                   PERFORM 9900-EXTRACT-FAILURE
           END-COMPUTE.

      * A positive net is revenue: the offset account is debited and
      * the revenue account credited.  A negative net (refunds
      * outweighing charges) posts the other way round.  A pair that
      * nets to nothing has nothing to post.
       2500-WRITE-GL-PAIR.
           IF WS-PR-NET (PX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-PR-NET (PX) < ZERO
               COMPUTE WS-POST-AMOUNT = ZERO - WS-PR-NET (PX)
               MOVE "DR" TO WS-DIRECTION
               MOVE WS-PR-REV-ACCT (PX) TO WS-POST-ACCT
               PERFORM 2600-WRITE-GL-LINE
               MOVE "CR" TO WS-DIRECTION
               MOVE WS-PR-OFFSET-ACCT (PX) TO WS-POST-ACCT
               PERFORM 2600-WRITE-GL-LINE
           ELSE
               MOVE WS-PR-NET (PX) TO WS-POST-AMOUNT
               MOVE "DR" TO WS-DIRECTION
               MOVE WS-PR-OFFSET-ACCT (PX) TO WS-POST-ACCT
               PERFORM 2600-WRITE-GL-LINE
               MOVE "CR" TO WS-DIRECTION
               MOVE WS-PR-REV-ACCT (PX) TO WS-POST-ACCT
               PERFORM 2600-WRITE-GL-LINE
           END-IF.

       2600-WRITE-GL-LINE.
           ADD 1 TO WS-GL-COUNT.
           IF WS-DIRECTION = "DR"
               ADD WS-POST-AMOUNT TO WS-DR-TOTAL
           ELSE
               ADD WS-POST-AMOUNT TO WS-CR-TOTAL
           END-IF.
           MOVE WS-POST-AMOUNT TO WS-ABS-AMOUNT.
           MOVE WS-GL-COUNT TO WS-SEQ-ED.
           MOVE WS-ABS-AMOUNT TO WS-AMT-ED.
           MOVE WS-RUN-DATE TO WS-DATE-ED.
                  WS-AMT-ED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DATE-ED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-POST-ACCT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PR-COST-CTR (PX) DELIMITED BY SIZE
               INTO GL-RECORD.
           WRITE GL-RECORD.

      * The first five fields are unchanged for PERCENTK, which
      * registers the batch from them: line count, and the direction
      * and amount of the net of the results.  The debit and credit
      * totals follow so the ledger can see the batch balance.
       3000-WRITE-TOTAL-LINE.
           IF WS-NET-TOTAL < ZERO
               MOVE "CR" TO WS-DIRECTION
                  "|" DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO GL-RECORD.
           MOVE WS-DR-TOTAL TO WS-TOT-ED.
           MOVE "|" TO GL-RECORD(40:1).
           MOVE WS-TOT-ED TO GL-RECORD(41:14).
           MOVE WS-CR-TOTAL TO WS-TOT-ED.
           MOVE "|" TO GL-RECORD(55:1).
           MOVE WS-TOT-ED TO GL-RECORD(56:14).
           WRITE GL-RECORD.

      * The run's batch figures for the balancing sheet (PERCENTZ),
      * under the run date and run the batch was cut for - the nightly
      * "PC" batch or a supplemental "S" batch.  Re-rate adjustment
      * batches sit outside the nightly chain and do not report.  A
      * register that cannot be written leaves the batch standing -
      * the sheet shows the step as not reported.
       4000-WRITE-CONTROL-TOTALS.
           OPEN I-O CTLTOT-FILE.
           IF WS-CTOT-STATUS NOT = "00" AND WS-CTOT-STATUS NOT = "05"
               DISPLAY "PERCENTG: control-total register unavailable,"
                   " status " WS-CTOT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO CTOT-RECORD.
           MOVE WS-RUN-DATE TO CTOT-BUS-DATE.
           MOVE WS-RUN-NO TO CTOT-RUN-NO.
           MOVE "PERCENTG" TO CTOT-STEP.
           MOVE WS-TIMESTAMP(1:14) TO CTOT-WRITTEN-TS.
           MOVE WS-BATCH-NO TO CTOT-G-BATCH-NO.
           MOVE WS-READ-COUNT TO CTOT-G-READ.
           MOVE WS-GL-COUNT TO CTOT-G-LINES.
           MOVE WS-READ-TOTAL TO CTOT-G-READ-TOTAL.
           MOVE WS-NET-TOTAL TO CTOT-G-NET-TOTAL.
           MOVE WS-DR-TOTAL TO CTOT-G-DR-TOTAL.
           MOVE WS-CR-TOTAL TO CTOT-G-CR-TOTAL.
           WRITE CTOT-RECORD
               INVALID KEY
                   REWRITE CTOT-RECORD
                       INVALID KEY
                           DISPLAY "PERCENTG: control totals not "
                               "recorded, status " WS-CTOT-STATUS
                   END-REWRITE
           END-WRITE.
           CLOSE CTLTOT-FILE.

      * Nothing has been written to GLOUT when this can fire, so the
      * ledger is never sent a part batch.
       9900-EXTRACT-FAILURE.
           MOVE 8 TO RETURN-CODE.
           PERFORM 9910-CLOSE-AND-STOP.

       9910-CLOSE-AND-STOP.
           CLOSE RESULT-FILE
                 GL-FILE
                 GLMAP-FILE.
           STOP RUN.
