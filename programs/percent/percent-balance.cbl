       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCENTZ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTLTOT-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTOT-KEY
               FILE STATUS IS WS-CTOT-STATUS.

           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL GLREG-FILE ASSIGN TO "GLREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLREG-BATCH-NO
               FILE STATUS IS WS-GLREG-STATUS.

           SELECT BAL-RPT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLTOT-FILE.
       COPY PCCTLTOT.

       FD  RUNCTL-FILE.
       COPY PCRUNCTL.

       FD  GLREG-FILE.
       COPY PCGLREG.

       FD  BAL-RPT-FILE.
       01 BAL-RPT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
      * Each step's record for the run being balanced, held side by
      * side so the hand-offs between them can be proved.
       COPY PCCTLTOT REPLACING LEADING ==CTOT== BY ==WS-CE==.
       COPY PCCTLTOT REPLACING LEADING ==CTOT== BY ==WS-CB==.
       COPY PCCTLTOT REPLACING LEADING ==CTOT== BY ==WS-CG==.

       01 WS-CTOT-STATUS    PIC XX.
       01 WS-RUNCTL-STATUS  PIC XX.
       01 WS-GLREG-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-EDIT-SW       PIC X VALUE 'N'.
              88 WS-EDIT-FOUND        VALUE 'Y'.
           05 WS-BATCH-SW      PIC X VALUE 'N'.
              88 WS-BATCH-FOUND       VALUE 'Y'.
           05 WS-GL-SW         PIC X VALUE 'N'.
              88 WS-GL-FOUND          VALUE 'Y'.
           05 WS-RUNCTL-SW     PIC X VALUE 'N'.
              88 WS-RUNCTL-FOUND      VALUE 'Y'.
           05 WS-GLREG-SW      PIC X VALUE 'N'.
              88 WS-GLREG-FOUND       VALUE 'Y'.
           05 WS-RUNCTL-OPEN-SW PIC X VALUE 'N'.
              88 WS-RUNCTL-OPEN       VALUE 'Y'.
           05 WS-GLREG-OPEN-SW PIC X VALUE 'N'.
              88 WS-GLREG-OPEN        VALUE 'Y'.

      * RUNDATE is the last business date balanced - by default the
      * night just gone, the day before the morning run.  FROMDATE,
      * when given, starts the sheet earlier so a weekend or a missed
      * morning is balanced in one run.  A date in the range with
      * nothing on any register is passed over, except the last,
      * which always gets its page.
       01 WS-RUN-DATE       PIC 9(8).
       01 WS-FROM-DATE      PIC 9(8).
       01 WS-BUS-DATE       PIC 9(8).
       01 WS-TODAY          PIC 9(8).
       01 WS-DATE-PARM      PIC X(8).
       01 WS-FROM-INT       PIC 9(8).
       01 WS-RUN-INT        PIC 9(8).
       01 WS-DATE-INT       PIC 9(8).

      * Each date is balanced run by run: the nightly run (1) and any
      * supplemental runs (2 to 9) that brought in a late source.
       01 WS-RUN-IX         PIC 99.
       01 WS-RUN-NO         PIC 9.

       01 WS-BATCH-NO       PIC X(10).
       01 WS-PAGE-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-BROKEN-PAGES   PIC 9(4) VALUE ZERO.

       01 WS-CALC-COUNT-1   PIC 9(11).
       01 WS-CALC-COUNT-2   PIC 9(11).
       01 WS-CALC-AMT-1     PIC S9(15)V99.
       01 WS-CALC-AMT-2     PIC S9(15)V99.

      * Breaks found on the page being written, listed again under
      * EXCEPTIONS so the shift lead sees them in one place.
       01 WS-SECTION-TAG    PIC X(10).
       01 WS-EXC-MAX        PIC 99 VALUE 20.
       01 WS-EXC-COUNT      PIC 99 VALUE ZERO.
       01 WS-EXC-IX         PIC 99.
       01 WS-EXC-TABLE.
           05 WS-EXC-TEXT OCCURS 20 TIMES PIC X(60).

       01 WS-RPT-HEADING-1.
           05 FILLER           PIC X(48) VALUE
               "NIGHTLY CONTROL CHAIN - OPERATIONS BALANCING".
           05 FILLER           PIC X(8) VALUE "  PAGE ".
           05 WS-RPT-PAGE       PIC ZZZ9.

       01 WS-RPT-HEADING-2.
           05 FILLER           PIC X(15) VALUE "BUSINESS DATE: ".
           05 WS-RPT-BUS-DATE   PIC 9999/99/99.
           05 FILLER           PIC X(13) VALUE "    PRINTED: ".
           05 WS-RPT-TODAY      PIC 9999/99/99.
           05 FILLER           PIC X(8) VALUE "    RUN ".
           05 WS-RPT-RUN-NO     PIC 9.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-RPT-RUN-KIND   PIC X(12).

       01 WS-RPT-SECTION.
           05 WS-RPT-SEC-TITLE  PIC X(40).
           05 WS-RPT-SEC-NOTE   PIC X(40).

       01 WS-RPT-COUNT-LINE.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-RPT-COUNT-LABEL PIC X(36).
           05 WS-RPT-COUNT-VALUE PIC ZZZ,ZZZ,ZZ9.

       01 WS-RPT-AMT-LINE.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-RPT-AMT-LABEL   PIC X(36).
           05 WS-RPT-AMT-VALUE   PIC -(12)9.99.

       01 WS-RPT-TEXT-LINE.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-RPT-TEXT-LABEL  PIC X(36).
           05 WS-RPT-TEXT-VALUE  PIC X(30).

       01 WS-RPT-PROOF.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 FILLER            PIC X(7) VALUE "PROOF: ".
           05 WS-RPT-PRF-LABEL   PIC X(50).
           05 WS-RPT-PRF-RESULT  PIC X(10).

       01 WS-RPT-EXCEPTION.
           05 FILLER            PIC X(5) VALUE " *** ".
           05 WS-RPT-EXC-TEXT    PIC X(60).

       01 WS-RPT-VERDICT.
           05 FILLER            PIC X(9) VALUE "VERDICT: ".
           05 WS-RPT-VERDICT-TEXT PIC X(20).

       01 WS-RPT-SIGNOFF.
           05 FILLER            PIC X(44) VALUE
               "SHIFT LEAD SIGN-OFF: ______________________".
           05 FILLER            PIC X(24) VALUE
               "  DATE: ______________".

       01 WS-RPT-FAIL.
           05 FILLER            PIC X(25) VALUE
               "*** BALANCING FAILED - ".
           05 WS-RPT-FAIL-TEXT   PIC X(50).

       PROCEDURE DIVISION.
      * One page per business date and run chaining every step's own
      * figures: the edit's records in against clean, rejected,
      * suspense and stale; the clean file into PERCENTB's rated and
      * unrated; the results into PERCENTG's GL batch; and the batch
      * as PERCENTK registered it and the ledger acknowledged it.
      * Counts are proved at each hand-off and amounts wherever they
      * carry forward.  Any break is listed on the page and ends the
      * run RC=8, so the sheet is the one document signed off.  A
      * supplemental run of a date gets its own page after the
      * nightly run's, proving its own edit, rating and GL batch.
       0000-MAIN.
           PERFORM 0010-SET-DATES.

           OPEN OUTPUT BAL-RPT-FILE.
           PERFORM 0020-OPEN-REGISTERS.

           PERFORM VARYING WS-DATE-INT FROM WS-FROM-INT BY 1
               UNTIL WS-DATE-INT > WS-RUN-INT
               COMPUTE WS-BUS-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM 1000-BALANCE-ONE-DATE
           END-PERFORM.

           CLOSE CTLTOT-FILE
                 BAL-RPT-FILE.
           IF WS-RUNCTL-OPEN
               CLOSE RUNCTL-FILE
           END-IF.
           IF WS-GLREG-OPEN
               CLOSE GLREG-FILE
           END-IF.

           DISPLAY "PERCENTZ: " WS-PAGE-COUNT " run(s) balanced, "
               WS-BROKEN-PAGES " out of balance".
           IF WS-BROKEN-PAGES > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       0010-SET-DATES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-DATE-PARM.
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT "RUNDATE".
           IF WS-DATE-PARM IS NUMERIC
               AND WS-DATE-PARM NOT = "00000000"
               MOVE WS-DATE-PARM TO WS-RUN-DATE
           ELSE
               COMPUTE WS-RUN-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1)
           END-IF.
           MOVE SPACES TO WS-DATE-PARM.
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT "FROMDATE".
           IF WS-DATE-PARM IS NUMERIC
               AND WS-DATE-PARM NOT = "00000000"
               MOVE WS-DATE-PARM TO WS-FROM-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-FROM-DATE
           END-IF.
           IF WS-FROM-DATE > WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-FROM-DATE
           END-IF.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

      * Without the control-total register there is nothing to chain.
      * The run-control and GL batch registers are read where they
      * can be; one that cannot be opened shows as a break on every
      * page rather than stopping the sheet.
       0020-OPEN-REGISTERS.
           OPEN INPUT CTLTOT-FILE.
           IF WS-CTOT-STATUS NOT = "00" AND WS-CTOT-STATUS NOT = "05"
               MOVE SPACES TO WS-RPT-FAIL-TEXT
               STRING "CONTROL-TOTAL REGISTER UNAVAILABLE, STATUS "
                          DELIMITED BY SIZE
                      WS-CTOT-STATUS DELIMITED BY SIZE
                   INTO WS-RPT-FAIL-TEXT
               WRITE BAL-RPT-LINE FROM WS-RPT-FAIL
               DISPLAY "PERCENTZ: " WS-RPT-FAIL-TEXT
               CLOSE BAL-RPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = "00" OR WS-RUNCTL-STATUS = "05"
               SET WS-RUNCTL-OPEN TO TRUE
           END-IF.
           OPEN INPUT GLREG-FILE.
           IF WS-GLREG-STATUS = "00" OR WS-GLREG-STATUS = "05"
               SET WS-GLREG-OPEN TO TRUE
           END-IF.

      * A supplemental run with nothing on any register never ran, so
      * it gets no page; the nightly run of the last date always does.
       1000-BALANCE-ONE-DATE.
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL WS-RUN-IX > 9
               MOVE WS-RUN-IX TO WS-RUN-NO
               PERFORM 1050-BALANCE-ONE-RUN
           END-PERFORM.

       1050-BALANCE-ONE-RUN.
           PERFORM 1100-GATHER-FIGURES.
           IF NOT WS-EDIT-FOUND AND NOT WS-BATCH-FOUND
               AND NOT WS-GL-FOUND AND NOT WS-RUNCTL-FOUND
               AND NOT WS-GLREG-FOUND
               AND (WS-BUS-DATE NOT = WS-RUN-DATE OR WS-RUN-NO > 1)
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-EXC-COUNT.
           PERFORM 2000-WRITE-PAGE-HEADING.
           PERFORM 3000-EDIT-SECTION.
           PERFORM 4000-RATING-SECTION.
           PERFORM 5000-GL-SECTION.
           PERFORM 6000-ACK-SECTION.
           PERFORM 7000-WRITE-VERDICT.

       1100-GATHER-FIGURES.
           MOVE 'N' TO WS-EDIT-SW
                       WS-BATCH-SW
                       WS-GL-SW
                       WS-RUNCTL-SW
                       WS-GLREG-SW.
           MOVE WS-BUS-DATE TO CTOT-BUS-DATE.
           MOVE WS-RUN-NO TO CTOT-RUN-NO.
           MOVE "PERCENTE" TO CTOT-STEP.
           READ CTLTOT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CTOT-RECORD TO WS-CE-RECORD
                   SET WS-EDIT-FOUND TO TRUE
           END-READ.
           MOVE WS-BUS-DATE TO CTOT-BUS-DATE.
           MOVE WS-RUN-NO TO CTOT-RUN-NO.
           MOVE "PERCENTB" TO CTOT-STEP.
           READ CTLTOT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CTOT-RECORD TO WS-CB-RECORD
                   SET WS-BATCH-FOUND TO TRUE
           END-READ.
           MOVE WS-BUS-DATE TO CTOT-BUS-DATE.
           MOVE WS-RUN-NO TO CTOT-RUN-NO.
           MOVE "PERCENTG" TO CTOT-STEP.
           READ CTLTOT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CTOT-RECORD TO WS-CG-RECORD
                   SET WS-GL-FOUND TO TRUE
           END-READ.
           IF WS-RUNCTL-OPEN
               MOVE WS-BUS-DATE TO RUNCTL-DATE
               MOVE WS-RUN-NO TO RUNCTL-RUN-NO
               READ RUNCTL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-RUNCTL-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-RUN-NO = 1
               MOVE "PC" TO WS-BATCH-NO(1:2)
           ELSE
               MOVE 'S' TO WS-BATCH-NO(1:1)
               MOVE WS-RUN-NO TO WS-BATCH-NO(2:1)
           END-IF.
           MOVE WS-BUS-DATE TO WS-BATCH-NO(3:8).
           IF WS-GLREG-OPEN
               MOVE WS-BATCH-NO TO GLREG-BATCH-NO
               READ GLREG-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-GLREG-FOUND TO TRUE
               END-READ
           END-IF.

       2000-WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE.
           MOVE WS-BUS-DATE TO WS-RPT-BUS-DATE.
           MOVE WS-TODAY TO WS-RPT-TODAY.
           MOVE WS-RUN-NO TO WS-RPT-RUN-NO.
           IF WS-RUN-NO = 1
               MOVE "NIGHTLY" TO WS-RPT-RUN-KIND
           ELSE
               MOVE "SUPPLEMENTAL" TO WS-RPT-RUN-KIND
           END-IF.
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO BAL-RPT-LINE
               WRITE BAL-RPT-LINE
           END-IF.
           WRITE BAL-RPT-LINE FROM WS-RPT-HEADING-1.
           WRITE BAL-RPT-LINE FROM WS-RPT-HEADING-2.

      * Every record in - tonight's extract and last night's suspense
      * coming round again - leaves as clean, rejected, or carried
      * whole from a source that failed its controls; and everything
      * that did not go clean is written to suspense or escalated
      * stale.  A supplemental run recycles nothing: it carries the
      * suspense through, less the late source's records from the
      * night it failed, which are retired.
       3000-EDIT-SECTION.
           MOVE "EDIT" TO WS-SECTION-TAG.
           MOVE "1. EXTRACT EDIT (PERCENTE)" TO WS-RPT-SEC-TITLE.
           MOVE SPACES TO WS-RPT-SEC-NOTE.
           PERFORM 8000-WRITE-SECTION-TITLE.
           IF NOT WS-EDIT-FOUND
               MOVE "STEP DID NOT REPORT" TO WS-RPT-PRF-LABEL
               PERFORM 8200-PROOF-BREAK
               EXIT PARAGRAPH
           END-IF.
           MOVE "RAW EXTRACT RECORDS IN" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CE-E-RAW-IN TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "SUSPENSE RECYCLED IN" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CE-E-SUSP-IN TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "RELEASED DUPLICATES IN" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CE-E-DUP-IN TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "CLEAN RECORDS OUT" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CE-E-CLEAN TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "REJECTED" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CE-E-REJECTED TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "FAILED SOURCE TO SUSPENSE" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CE-E-SRC-SUSP TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "HELD FOR DUPLICATE REVIEW" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CE-E-DUP-HELD TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "WRITTEN TO SUSPENSE" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CE-E-SUSP-OUT TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "ESCALATED STALE" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CE-E-STALE TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           IF WS-RUN-NO > 1
               MOVE "SUSPENSE CARRIED THROUGH" TO WS-RPT-COUNT-LABEL
               MOVE WS-CE-E-SUSP-CARRIED TO WS-RPT-COUNT-VALUE
               WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE "LATE SOURCE SUSPENSE RETIRED"
                   TO WS-RPT-COUNT-LABEL
               MOVE WS-CE-E-SUSP-RETIRED TO WS-RPT-COUNT-VALUE
               WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE
           END-IF.
           MOVE "CLEAN AMOUNT (HASH)" TO WS-RPT-AMT-LABEL.
           MOVE WS-CE-E-CLEAN-HASH TO WS-RPT-AMT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-AMT-LINE.

           COMPUTE WS-CALC-COUNT-1 = WS-CE-E-RAW-IN + WS-CE-E-SUSP-IN
               + WS-CE-E-DUP-IN.
           COMPUTE WS-CALC-COUNT-2 = WS-CE-E-CLEAN + WS-CE-E-REJECTED
               + WS-CE-E-SRC-SUSP + WS-CE-E-DUP-HELD.
           MOVE "IN = CLEAN + REJECTED + FAILED SRC + DUPLICATES"
               TO WS-RPT-PRF-LABEL.
           PERFORM 8050-PROVE-COUNTS.
           COMPUTE WS-CALC-COUNT-1 = WS-CE-E-REJECTED
               + WS-CE-E-SRC-SUSP.
           COMPUTE WS-CALC-COUNT-2 = WS-CE-E-SUSP-OUT + WS-CE-E-STALE.
           IF WS-RUN-NO = 1
               MOVE "REJECTED + FAILED SOURCE = SUSPENSE + STALE"
                   TO WS-RPT-PRF-LABEL
           ELSE
               ADD WS-CE-E-SUSP-CARRIED TO WS-CALC-COUNT-1
               MOVE "REJECTED + FAILED SOURCE + CARRIED = SUSP + STALE"
                   TO WS-RPT-PRF-LABEL
           END-IF.
           PERFORM 8050-PROVE-COUNTS.

      * The clean file must arrive at PERCENTB whole, and every clean
      * record must be rated, newly held or queued for a supervisor.
      * Held holds released and decisions applied add results of
      * their own, so the results are proved against the register.
       4000-RATING-SECTION.
           MOVE "RATING" TO WS-SECTION-TAG.
           MOVE "2. RATING (PERCENTB)" TO WS-RPT-SEC-TITLE.
           MOVE SPACES TO WS-RPT-SEC-NOTE.
           IF WS-RUNCTL-FOUND
               STRING "RUN STATUS: " DELIMITED BY SIZE
                      RUNCTL-STATUS DELIMITED BY SIZE
                   INTO WS-RPT-SEC-NOTE
           END-IF.
           PERFORM 8000-WRITE-SECTION-TITLE.
           IF NOT WS-RUNCTL-FOUND
               MOVE "NO RUN-CONTROL RECORD FOR THE RUN"
                   TO WS-RPT-PRF-LABEL
               PERFORM 8200-PROOF-BREAK
           ELSE
               IF NOT RUNCTL-COMPLETED
                   MOVE "RUN NOT COMPLETED" TO WS-RPT-PRF-LABEL
                   PERFORM 8200-PROOF-BREAK
               END-IF
           END-IF.
           IF NOT WS-BATCH-FOUND
               MOVE "STEP DID NOT REPORT" TO WS-RPT-PRF-LABEL
               PERFORM 8200-PROOF-BREAK
               EXIT PARAGRAPH
           END-IF.
           MOVE "CLEAN RECORDS READ" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CB-B-CLEAN-IN TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "  RATED" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CB-B-RATED TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "  NEWLY HELD (UNRATED)" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CB-B-HELD TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "  QUEUED FOR APPROVAL (UNRATED)" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CB-B-QUEUED TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "CLEAN AMOUNT READ" TO WS-RPT-AMT-LABEL.
           MOVE WS-CB-B-CLEAN-HASH TO WS-RPT-AMT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-AMT-LINE.
           MOVE "  RATED AMOUNT" TO WS-RPT-AMT-LABEL.
           MOVE WS-CB-B-RATED-AMT TO WS-RPT-AMT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-AMT-LINE.
           MOVE "  HELD AMOUNT" TO WS-RPT-AMT-LABEL.
           MOVE WS-CB-B-HELD-AMT TO WS-RPT-AMT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-AMT-LINE.
           MOVE "  QUEUED AMOUNT" TO WS-RPT-AMT-LABEL.
           MOVE WS-CB-B-QUEUED-AMT TO WS-RPT-AMT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-AMT-LINE.
           MOVE "RELEASED HOLDS AND DECISIONS RATED" TO
               WS-RPT-COUNT-LABEL.
           MOVE WS-CB-B-OTHER-RSLT TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "RESULTS WRITTEN" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CB-B-RESULTS TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "RESULT TOTAL (REPORT GRAND TOTAL)" TO WS-RPT-AMT-LABEL.
           MOVE WS-CB-B-RESULT-TOT TO WS-RPT-AMT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-AMT-LINE.

           IF WS-EDIT-FOUND
               MOVE WS-CE-E-CLEAN TO WS-CALC-COUNT-1
               MOVE WS-CB-B-CLEAN-IN TO WS-CALC-COUNT-2
               MOVE "EDIT CLEAN OUT = CLEAN READ" TO WS-RPT-PRF-LABEL
               PERFORM 8050-PROVE-COUNTS
               MOVE WS-CE-E-CLEAN-HASH TO WS-CALC-AMT-1
               MOVE WS-CB-B-CLEAN-HASH TO WS-CALC-AMT-2
               MOVE "EDIT CLEAN AMOUNT = CLEAN AMOUNT READ"
                   TO WS-RPT-PRF-LABEL
               PERFORM 8060-PROVE-AMOUNTS
           END-IF.
           MOVE WS-CB-B-CLEAN-IN TO WS-CALC-COUNT-1.
           COMPUTE WS-CALC-COUNT-2 = WS-CB-B-RATED + WS-CB-B-HELD
               + WS-CB-B-QUEUED.
           MOVE "CLEAN READ = RATED + UNRATED" TO WS-RPT-PRF-LABEL.
           PERFORM 8050-PROVE-COUNTS.
           MOVE WS-CB-B-CLEAN-HASH TO WS-CALC-AMT-1.
           COMPUTE WS-CALC-AMT-2 = WS-CB-B-RATED-AMT + WS-CB-B-HELD-AMT
               + WS-CB-B-QUEUED-AMT.
           MOVE "CLEAN AMOUNT = RATED + UNRATED AMOUNTS"
               TO WS-RPT-PRF-LABEL.
           PERFORM 8060-PROVE-AMOUNTS.
           IF WS-RUNCTL-FOUND
               MOVE RUNCTL-COUNT TO WS-CALC-COUNT-1
               MOVE WS-CB-B-CLEAN-IN TO WS-CALC-COUNT-2
               MOVE "RUN REGISTER COUNT = CLEAN READ"
                   TO WS-RPT-PRF-LABEL
               PERFORM 8050-PROVE-COUNTS
               MOVE RUNCTL-TOTAL TO WS-CALC-AMT-1
               MOVE WS-CB-B-RESULT-TOT TO WS-CALC-AMT-2
               MOVE "RUN REGISTER TOTAL = RESULT TOTAL"
                   TO WS-RPT-PRF-LABEL
               PERFORM 8060-PROVE-AMOUNTS
           END-IF.

      * Every result written must reach the GL extract, and the
      * batch's amounts must be the results' amounts.
       5000-GL-SECTION.
           MOVE "GL" TO WS-SECTION-TAG.
           MOVE "3. GL INTERFACE (PERCENTG)" TO WS-RPT-SEC-TITLE.
           MOVE SPACES TO WS-RPT-SEC-NOTE.
           STRING "BATCH " DELIMITED BY SIZE
                  WS-BATCH-NO DELIMITED BY SIZE
               INTO WS-RPT-SEC-NOTE.
           PERFORM 8000-WRITE-SECTION-TITLE.
           IF NOT WS-GL-FOUND
               MOVE "STEP DID NOT REPORT" TO WS-RPT-PRF-LABEL
               PERFORM 8200-PROOF-BREAK
               EXIT PARAGRAPH
           END-IF.
           MOVE "RESULTS READ" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CG-G-READ TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "RESULT TOTAL READ" TO WS-RPT-AMT-LABEL.
           MOVE WS-CG-G-READ-TOTAL TO WS-RPT-AMT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-AMT-LINE.
           MOVE "GL LINES WRITTEN" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CG-G-LINES TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "NET OF RESULTS POSTED" TO WS-RPT-AMT-LABEL.
           MOVE WS-CG-G-NET-TOTAL TO WS-RPT-AMT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-AMT-LINE.
           MOVE "DEBIT TOTAL" TO WS-RPT-AMT-LABEL.
           MOVE WS-CG-G-DR-TOTAL TO WS-RPT-AMT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-AMT-LINE.
           MOVE "CREDIT TOTAL" TO WS-RPT-AMT-LABEL.
           MOVE WS-CG-G-CR-TOTAL TO WS-RPT-AMT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-AMT-LINE.

           IF WS-BATCH-FOUND
               MOVE WS-CB-B-RESULTS TO WS-CALC-COUNT-1
               MOVE WS-CG-G-READ TO WS-CALC-COUNT-2
               MOVE "RESULTS WRITTEN = RESULTS READ"
                   TO WS-RPT-PRF-LABEL
               PERFORM 8050-PROVE-COUNTS
               MOVE WS-CB-B-RESULT-TOT TO WS-CALC-AMT-1
               MOVE WS-CG-G-READ-TOTAL TO WS-CALC-AMT-2
               MOVE "RESULT TOTAL = RESULT TOTAL READ"
                   TO WS-RPT-PRF-LABEL
               PERFORM 8060-PROVE-AMOUNTS
           END-IF.
           MOVE WS-CG-G-READ-TOTAL TO WS-CALC-AMT-1.
           MOVE WS-CG-G-NET-TOTAL TO WS-CALC-AMT-2.
           MOVE "RESULT TOTAL READ = NET POSTED" TO WS-RPT-PRF-LABEL.
           PERFORM 8060-PROVE-AMOUNTS.
           MOVE WS-CG-G-DR-TOTAL TO WS-CALC-AMT-1.
           MOVE WS-CG-G-CR-TOTAL TO WS-CALC-AMT-2.
           MOVE "DEBITS = CREDITS" TO WS-RPT-PRF-LABEL.
           PERFORM 8060-PROVE-AMOUNTS.

      * The batch as PERCENTK registered it from the TOTAL line must
      * be the batch PERCENTG cut.  An acknowledgment still to come
      * is shown, not broken - PERCENTK itself pages the on-call
      * operator once a batch is overdue.
       6000-ACK-SECTION.
           MOVE "ACK" TO WS-SECTION-TAG.
           MOVE "4. GL ACKNOWLEDGMENT (PERCENTK)" TO WS-RPT-SEC-TITLE.
           MOVE SPACES TO WS-RPT-SEC-NOTE.
           PERFORM 8000-WRITE-SECTION-TITLE.
           IF NOT WS-GLREG-OPEN
               MOVE "GL BATCH REGISTER UNAVAILABLE" TO WS-RPT-PRF-LABEL
               PERFORM 8200-PROOF-BREAK
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-GLREG-FOUND
               MOVE "BATCH NOT ON THE GL BATCH REGISTER"
                   TO WS-RPT-PRF-LABEL
               PERFORM 8200-PROOF-BREAK
               EXIT PARAGRAPH
           END-IF.
           MOVE "LINES REGISTERED" TO WS-RPT-COUNT-LABEL.
           MOVE GLREG-LINE-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "NET TOTAL REGISTERED" TO WS-RPT-AMT-LABEL.
           MOVE GLREG-NET-TOTAL TO WS-RPT-AMT-VALUE.
           WRITE BAL-RPT-LINE FROM WS-RPT-AMT-LINE.
           MOVE "ACKNOWLEDGMENT STATUS" TO WS-RPT-TEXT-LABEL.
           MOVE SPACES TO WS-RPT-TEXT-VALUE.
           IF GLREG-ACKNOWLEDGED
               STRING GLREG-STATUS DELIMITED BY SPACE
                      " - POSTED " DELIMITED BY SIZE
                      GLREG-ACK-DATE DELIMITED BY SIZE
                   INTO WS-RPT-TEXT-VALUE
           ELSE
               STRING GLREG-STATUS DELIMITED BY SPACE
                      " - AWAITING ACK" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT-VALUE
           END-IF.
           WRITE BAL-RPT-LINE FROM WS-RPT-TEXT-LINE.

           IF WS-GL-FOUND
               MOVE WS-CG-G-LINES TO WS-CALC-COUNT-1
               MOVE GLREG-LINE-COUNT TO WS-CALC-COUNT-2
               MOVE "GL LINES WRITTEN = LINES REGISTERED"
                   TO WS-RPT-PRF-LABEL
               PERFORM 8050-PROVE-COUNTS
               MOVE WS-CG-G-NET-TOTAL TO WS-CALC-AMT-1
               MOVE GLREG-NET-TOTAL TO WS-CALC-AMT-2
               MOVE "NET POSTED = NET REGISTERED" TO WS-RPT-PRF-LABEL
               PERFORM 8060-PROVE-AMOUNTS
           END-IF.

       7000-WRITE-VERDICT.
           MOVE SPACES TO BAL-RPT-LINE.
           WRITE BAL-RPT-LINE.
           IF WS-EXC-COUNT > ZERO
               MOVE "EXCEPTIONS" TO BAL-RPT-LINE
               WRITE BAL-RPT-LINE
               PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                   UNTIL WS-EXC-IX > WS-EXC-COUNT
                   MOVE WS-EXC-TEXT (WS-EXC-IX) TO WS-RPT-EXC-TEXT
                   WRITE BAL-RPT-LINE FROM WS-RPT-EXCEPTION
               END-PERFORM
               MOVE "OUT OF BALANCE" TO WS-RPT-VERDICT-TEXT
               ADD 1 TO WS-BROKEN-PAGES
               DISPLAY "PERCENTZ: " WS-BUS-DATE " run " WS-RUN-NO
                   " out of balance - "
                   WS-EXC-COUNT " exception(s)"
           ELSE
               MOVE "IN BALANCE" TO WS-RPT-VERDICT-TEXT
           END-IF.
           WRITE BAL-RPT-LINE FROM WS-RPT-VERDICT.
           MOVE SPACES TO BAL-RPT-LINE.
           WRITE BAL-RPT-LINE.
           WRITE BAL-RPT-LINE FROM WS-RPT-SIGNOFF.

       8000-WRITE-SECTION-TITLE.
           MOVE SPACES TO BAL-RPT-LINE.
           WRITE BAL-RPT-LINE.
           WRITE BAL-RPT-LINE FROM WS-RPT-SECTION.

       8050-PROVE-COUNTS.
           IF WS-CALC-COUNT-1 = WS-CALC-COUNT-2
               PERFORM 8100-PROOF-OK
           ELSE
               PERFORM 8200-PROOF-BREAK
           END-IF.

       8060-PROVE-AMOUNTS.
           IF WS-CALC-AMT-1 = WS-CALC-AMT-2
               PERFORM 8100-PROOF-OK
           ELSE
               PERFORM 8200-PROOF-BREAK
           END-IF.

       8100-PROOF-OK.
           MOVE "OK" TO WS-RPT-PRF-RESULT.
           WRITE BAL-RPT-LINE FROM WS-RPT-PROOF.

       8200-PROOF-BREAK.
           MOVE "*** BREAK" TO WS-RPT-PRF-RESULT.
           WRITE BAL-RPT-LINE FROM WS-RPT-PROOF.
           IF WS-EXC-COUNT < WS-EXC-MAX
               ADD 1 TO WS-EXC-COUNT
               MOVE SPACES TO WS-EXC-TEXT (WS-EXC-COUNT)
               STRING WS-SECTION-TAG DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      WS-RPT-PRF-LABEL DELIMITED BY SIZE
                   INTO WS-EXC-TEXT (WS-EXC-COUNT)
           END-IF.
