           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL OPER-FILE ASSIGN TO "OPERFILE"
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLD-IN-FILE ASSIGN TO "HOLDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDIN-STATUS.

           SELECT HOLD-OUT-FILE ASSIGN TO "HOLDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OVR-FILE ASSIGN TO "OVRPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVRP-KEY
               FILE STATUS IS WS-OVR-STATUS.

           SELECT OPTIONAL CTLTOT-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTOT-KEY
               FILE STATUS IS WS-CTOT-STATUS.

           SELECT OPTIONAL PERIOD-FILE ASSIGN TO "PERIOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERIOD-MONTH
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       FD  SECLOG-FILE.
       COPY PCSECLOG.

       FD  HOLD-IN-FILE.
       01 HOLD-IN-RECORD   PIC X(52).

       FD  HOLD-OUT-FILE.
       COPY PCHOLD.

       FD  OVR-FILE.
       COPY PCOVRPND.

       FD  CTLTOT-FILE.
       COPY PCCTLTOT.

       FD  PERIOD-FILE.
       COPY PCPERIOD.

       WORKING-STORAGE SECTION.
       COPY PCFIELDS.
       COPY PCCTL.
       COPY PCHOLD REPLACING LEADING ==HOLD== BY ==WS-HLDIN==.

       01 WS-FLAGS.
           05 WS-EOF-SW       PIC X VALUE 'N'.
              88 WS-HDR-SEEN          VALUE 'Y'.
           05 WS-TRL-SEEN-SW  PIC X VALUE 'N'.
              88 WS-TRL-SEEN          VALUE 'Y'.
           05 WS-HOLD-EOF-SW  PIC X VALUE 'N'.
              88 WS-HOLD-EOF          VALUE 'Y'.
           05 WS-REDRIVE-SW   PIC X VALUE 'N'.
              88 WS-REDRIVING         VALUE 'Y'.
           05 WS-OVR-QUEUE-SW PIC X VALUE 'N'.
              88 WS-OVR-QUEUED        VALUE 'Y'.
           05 WS-OVR-EOF-SW   PIC X VALUE 'N'.
              88 WS-OVR-EOF           VALUE 'Y'.
           05 WS-OVR-ON-QUEUE-SW PIC X VALUE 'N'.
              88 WS-OVR-ON-QUEUE      VALUE 'Y'.
           05 WS-TABLE-SW     PIC X VALUE 'N'.
              88 WS-TABLE-COMPARABLE  VALUE 'Y'.
           05 WS-OVR-HEAD-SW  PIC X VALUE 'N'.
              88 WS-OVR-HEAD-WRITTEN  VALUE 'Y'.
           05 WS-SUPP-RUN-SW  PIC X VALUE 'N'.
              88 WS-SUPPLEMENTAL      VALUE 'Y'.
           05 WS-RUN-EOF-SW   PIC X VALUE 'N'.
              88 WS-RUN-EOF           VALUE 'Y'.
           05 WS-RUN-HIGH-DONE-SW PIC X VALUE 'N'.
              88 WS-RUN-HIGH-DONE     VALUE 'Y'.

      * Set while a supervisor's decision from the approval queue is
      * being applied: an approved override is taken as keyed without
      * the tolerance test it already failed once.
       01 WS-DECISION      PIC X VALUE SPACE.
           88 WS-DECISION-NONE        VALUE SPACE.
           88 WS-DECISION-APPROVED    VALUE 'A'.
           88 WS-DECISION-DECLINED    VALUE 'D'.

       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-TIMESTAMP     PIC X(21).
       01 WS-EXTRACT-DATE         PIC 9(8) VALUE ZERO.
       01 WS-EXTRACT-SOURCE       PIC X(8) VALUE SPACES.

      * The run on the run register this run files under: 1 is the
      * nightly run, 2 to 9 a supplemental run (SUPPRUN=Y) bringing in
      * a late source for a date whose nightly run has completed.
       01 WS-SUPP-RUN-PARM        PIC X.
       01 WS-RUN-NO               PIC 9 VALUE 1.

       01 WS-RUN-DATE      PIC 9(8).
       01 WS-RUN-DATE-PARM PIC X(8).
       01 WS-ASOF-DATE     PIC 9(8).
       01 WS-CUR-SOURCE    PIC X(8).
       01 WS-GRAND-TOTAL   PIC S9(9)V99 VALUE ZERO.

       01 WS-TRANS-HASH      PIC S9(13)V99 VALUE ZERO.
       01 WS-EXP-HASH        PIC S9(13)V99 VALUE ZERO.
       01 WS-CTLFAIL-TEXT    PIC X(50).

       01 WS-HOLDIN-STATUS   PIC XX.
       01 WS-HOLD-REASON     PIC XX.
       01 WS-HOLD-SKIP       PIC 9(9) VALUE ZERO.
       01 WS-HOLD-DONE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RELEASED-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-HELD-NEW-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-STILL-HELD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REDRIVE-QUEUED  PIC 9(9) VALUE ZERO.
       01 WS-HELD-AMOUNT     PIC S9(13)V99 VALUE ZERO.
       01 WS-CARRY-COUNT     PIC 9(9) VALUE ZERO.

       01 WS-OVR-STATUS      PIC XX.
       01 WS-OVR-TOL-PARM    PIC X(8).
       01 WS-OVR-TOLERANCE   PIC 9(3)V99 VALUE ZERO.
       01 WS-TABLE-PCT       PIC 9(3)V99 VALUE ZERO.
       01 WS-PCT-DIFF        PIC 9(3)V99 VALUE ZERO.
       01 WS-OVR-LAST-SEQ    PIC 9(6) VALUE ZERO.
      * Items an earlier attempt at this run already queued are found
      * again rather than queued twice: WS-OVR-MATCH-SEQ is the last
      * one matched (on a restart it starts at the last sequence the
      * checkpoint saw) and WS-OVR-PRIOR-SEQ the last one on the queue
      * when this attempt started.  WS-OVR-CLEARED counts the
      * undecided items a fresh run removed.
       01 WS-OVR-MATCH-SEQ   PIC 9(6) VALUE ZERO.
       01 WS-OVR-PRIOR-SEQ   PIC 9(6) VALUE ZERO.
       01 WS-OVR-CLEARED     PIC 9(6) VALUE ZERO.
       01 WS-OVR-QUEUED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-OVR-APPROVED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-OVR-DECLINED-COUNT PIC 9(9) VALUE ZERO.

      * How tonight's own extract went, kept apart from the held and
      * queued figures above because those also count re-driven holds
      * and applied decisions.
       01 WS-CTOT-STATUS     PIC XX.
       01 WS-PERIOD-STATUS   PIC XX.
       01 WS-EXT-RATED       PIC 9(9) VALUE ZERO.
       01 WS-EXT-HELD        PIC 9(9) VALUE ZERO.
       01 WS-EXT-QUEUED      PIC 9(9) VALUE ZERO.
       01 WS-EXT-RATED-AMT   PIC S9(13)V99 VALUE ZERO.
       01 WS-EXT-HELD-AMT    PIC S9(13)V99 VALUE ZERO.
       01 WS-EXT-QUEUED-AMT  PIC S9(13)V99 VALUE ZERO.

       01 WS-RPT-HEADING-1.
           05 FILLER           PIC X(35) VALUE
               "DAILY PERCENT CALCULATION REPORT".
           05 FILLER           PIC X(10) VALUE "GL BATCH: ".
           05 WS-RPT-BATCH-NO   PIC X(10).

       01 WS-RPT-HEADING-4.
           05 FILLER           PIC X(18) VALUE "SUPPLEMENTAL RUN: ".
           05 WS-RPT-RUN-NO     PIC 9.

       01 WS-RPT-COLUMNS.
           05 FILLER           PIC X(10) VALUE "CODE".
           05 FILLER           PIC X(15) VALUE "NUM".

       01 WS-RPT-ERROR.
           05 FILLER            PIC X(35) VALUE
               "*** RESULT OVERFLOW - HELD NUM=".
           05 WS-RPT-ERR-NUM     PIC -(8)9.99.
           05 FILLER            PIC X(10) VALUE SPACES.

           05 FILLER            PIC X(8) VALUE " RESULT=".
           05 WS-RPT-BAND-RES    PIC -(8)9.99.

       01 WS-RPT-HELD-HEAD.
           05 FILLER            PIC X(40) VALUE
               "HELD TRANSACTIONS RE-DRIVEN".

       01 WS-RPT-HELD-CARRY-HEAD.
           05 FILLER            PIC X(40) VALUE
               "HELD TRANSACTIONS CARRIED FORWARD".

       01 WS-RPT-STILL-HELD.
           05 FILLER            PIC X(18) VALUE "  STILL HELD CODE=".
           05 WS-RPT-HELD-CODE   PIC X(6).
           05 FILLER            PIC X(5) VALUE " NUM=".
           05 WS-RPT-HELD-NUM    PIC -(8)9.99.
           05 FILLER            PIC X(7) VALUE " SINCE ".
           05 WS-RPT-HELD-DATE   PIC 9999/99/99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RPT-HELD-REASON PIC XX.
           05 FILLER            PIC X(7) VALUE " TRIES=".
           05 WS-RPT-HELD-TRIES  PIC ZZ9.

       01 WS-RPT-HELD-COUNT.
           05 WS-RPT-HELD-LABEL  PIC X(30).
           05 WS-RPT-HELD-VALUE  PIC ZZZ,ZZZ,ZZ9.

       01 WS-RPT-HELD-AMT.
           05 FILLER            PIC X(30) VALUE "AMOUNT NOW ON HOLD:".
           05 WS-RPT-HELD-TOTAL  PIC -(13)9.99.

       01 WS-RPT-OVR-QUEUED.
           05 FILLER            PIC X(20) VALUE
               "*** OVERRIDE QUEUED ".
           05 WS-RPT-OVR-CODE    PIC X(6).
           05 FILLER            PIC X(5) VALUE " NUM=".
           05 WS-RPT-OVR-NUM     PIC -(8)9.99.
           05 FILLER            PIC X(7) VALUE " KEYED=".
           05 WS-RPT-OVR-KEYED   PIC ZZ9.99.
           05 FILLER            PIC X(7) VALUE " TABLE=".
           05 WS-RPT-OVR-TABLE   PIC ZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RPT-OVR-NOTE    PIC X(8).

       01 WS-RPT-OVR-HEAD.
           05 FILLER            PIC X(40) VALUE
               "OVERRIDE DECISIONS APPLIED".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
               MOVE 'H' TO WS-ROUND-MODE
           END-IF.

      * OVRTOL is how far, in percentage points, a keyed override may
      * sit from the rate in force and still be honoured unattended.
      * Left out, there is no tolerance: every override that differs
      * from the table waits for a supervisor.
           MOVE SPACES TO WS-OVR-TOL-PARM.
           ACCEPT WS-OVR-TOL-PARM FROM ENVIRONMENT "OVRTOL".
           IF WS-OVR-TOL-PARM NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-OVR-TOL-PARM) = 0
               COMPUTE WS-OVR-TOLERANCE =
                   FUNCTION NUMVAL(WS-OVR-TOL-PARM)
                   ON SIZE ERROR MOVE ZERO TO WS-OVR-TOLERANCE
               END-COMPUTE
           END-IF.

      * SUPPRUN=Y runs only the late source's clean extract for a
      * completed date: prior nights' holds are carried forward and
      * supervisors' decisions left for the next nightly run, which
      * re-drives and applies them as usual.
           MOVE SPACE TO WS-SUPP-RUN-PARM.
           ACCEPT WS-SUPP-RUN-PARM FROM ENVIRONMENT "SUPPRUN".
           IF WS-SUPP-RUN-PARM = 'Y'
               SET WS-SUPPLEMENTAL TO TRUE
           END-IF.

           PERFORM 0040-SET-RUN-DATE.
      * The checkpoint is read before any check that can refuse the
      * run, so a refusal knows whether the held generation is a new
      * one to fill or the abended run's own (see 9800).
           PERFORM 0050-READ-CHECKPOINT.
           PERFORM 0070-CHECK-PERIOD-OPEN.
           PERFORM 0080-CHECK-RUN-CONTROL.
           PERFORM 0045-OPEN-RATE-FILE.
           PERFORM 0047-OPEN-OVERRIDE-QUEUE.

           IF WS-RESTARTING
               OPEN INPUT TRANS-FILE
               OPEN EXTEND RESULT-FILE
               OPEN EXTEND REPORT-FILE
               OPEN EXTEND JOURNAL-FILE
               OPEN EXTEND HOLD-OUT-FILE
               PERFORM 0060-SKIP-PROCESSED-RECORDS
           ELSE
               OPEN INPUT TRANS-FILE
                    OUTPUT RESULT-FILE
                    OUTPUT REPORT-FILE
                    EXTEND JOURNAL-FILE
                    OUTPUT HOLD-OUT-FILE
               PERFORM 0100-WRITE-REPORT-HEADER
               PERFORM 0110-WRITE-RESULT-HEADER
           END-IF.
           END-PERFORM.

           PERFORM 0250-VERIFY-TRANS-CONTROLS.
           PERFORM 0400-REDRIVE-HELD.
           IF NOT WS-SUPPLEMENTAL
               PERFORM 0500-APPLY-OVERRIDE-DECISIONS
           END-IF.
           PERFORM 0450-WRITE-HELD-SUMMARY.
           PERFORM 0550-WRITE-OVERRIDE-SUMMARY.
           PERFORM 0200-WRITE-REPORT-TOTAL.
           PERFORM 0260-WRITE-RESULT-TRAILER.
           PERFORM 0300-CLEAR-CHECKPOINT.
           PERFORM 0090-FINALIZE-RUN-CONTROL.
           PERFORM 0600-WRITE-CONTROL-TOTALS.

           CLOSE TRANS-FILE
                 RESULT-FILE
                 REPORT-FILE
                 JOURNAL-FILE
                 RATE-FILE
                 HOLD-OUT-FILE
                 OVR-FILE.

           STOP RUN.

           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "PERCENTB: rate file unavailable, status "
                   WS-RATE-STATUS
               PERFORM 9800-REFUSE-RUN
           END-IF.

      * The approval queue is open for the whole run: overrides are
      * queued as the extract is read and decisions applied at the
      * end.  New items for tonight follow on from the highest
      * sequence already queued under the run date, so a restart or
      * a forced rerun never collides with its own earlier entries.
       0047-OPEN-OVERRIDE-QUEUE.
           OPEN I-O OVR-FILE.
           IF WS-OVR-STATUS NOT = "00" AND WS-OVR-STATUS NOT = "05"
               DISPLAY "PERCENTB: override queue unavailable, status "
                   WS-OVR-STATUS
               CLOSE RATE-FILE
               PERFORM 9800-REFUSE-RUN
           END-IF.
           MOVE ZERO TO WS-OVR-LAST-SEQ.
           MOVE 'N' TO WS-OVR-EOF-SW.
           MOVE WS-RUN-DATE TO OVRP-QUEUE-DATE.
           MOVE ZERO TO OVRP-SEQ.
           START OVR-FILE KEY IS NOT LESS THAN OVRP-KEY
               INVALID KEY SET WS-OVR-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-OVR-EOF
               READ OVR-FILE NEXT
                   AT END SET WS-OVR-EOF TO TRUE
                   NOT AT END
                       IF OVRP-QUEUE-DATE NOT = WS-RUN-DATE
                           SET WS-OVR-EOF TO TRUE
                       ELSE
                           MOVE OVRP-SEQ TO WS-OVR-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-OVR-LAST-SEQ TO WS-OVR-PRIOR-SEQ.

      * A run starting fresh (FORCERUN, or a rerun after a control
      * failure) replaces whatever an earlier attempt at it queued and
      * no supervisor has decided yet, so the same override is never
      * waiting twice.  Only this run's own items go: the nightly run
      * and each supplemental run of the date keep their queues apart
      * by OVRP-RUN-NO, as the edit does for the duplicate queue.
      * Items already decided stay, and 1310 keeps them from being
      * queued again.
       0048-CLEAR-RUN-QUEUE.
           MOVE 'N' TO WS-OVR-EOF-SW.
           MOVE WS-RUN-DATE TO OVRP-QUEUE-DATE.
           MOVE ZERO TO OVRP-SEQ.
           START OVR-FILE KEY IS NOT LESS THAN OVRP-KEY
               INVALID KEY SET WS-OVR-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-OVR-EOF
               READ OVR-FILE NEXT
                   AT END SET WS-OVR-EOF TO TRUE
                   NOT AT END
                       IF OVRP-QUEUE-DATE NOT = WS-RUN-DATE
                           SET WS-OVR-EOF TO TRUE
                       ELSE
                           IF OVRP-PENDING
                               AND OVRP-RUN-NO = WS-RUN-NO
                               DELETE OVR-FILE RECORD
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-OVR-CLEARED
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OVR-CLEARED > ZERO
               DISPLAY "PERCENTB: " WS-OVR-CLEARED
                   " undecided override(s) from an earlier attempt"
                   " cleared from the queue"
           END-IF.

      * Finance's month-end close shuts the month to new postings: a
      * rerun dated inside a CLOSED period is refused before the run
      * register is touched, FORCERUN or not, and logged like any
      * other refusal.  A month still CLOSING may be run, so a night
      * left unfinished can be completed and the close can pass.
       0070-CHECK-PERIOD-OPEN.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = "00"
               AND WS-PERIOD-STATUS NOT = "05"
               DISPLAY "PERCENTB: period register unavailable, status "
                   WS-PERIOD-STATUS
               PERFORM 9800-REFUSE-RUN
           END-IF.
           MOVE WS-RUN-DATE(1:6) TO PERIOD-MONTH.
           READ PERIOD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PERIOD-CLOSED
                       DISPLAY "PERCENTB: run for " WS-RUN-DATE
                           " falls in closed period " PERIOD-MONTH
                           " - refused"
                       MOVE "CLOSED PERIOD " TO WS-LOG-DETAIL
                       MOVE WS-RUN-DATE TO WS-LOG-DETAIL(15:8)
                       PERFORM 9100-WRITE-SECLOG
                       CLOSE PERIOD-FILE
                       PERFORM 9800-REFUSE-RUN
                   END-IF
           END-READ.
           CLOSE PERIOD-FILE.

      * One nightly run (run 1) per business date: a date already
      * COMPLETED is not processed again unless the operator forces it
      * (FORCERUN=Y), which is what stopped the March double-posting
      * from the scheduler re-driving the job.  A date left STARTED is
      * an abended run being re-driven and is allowed through.  A
      * supplemental run takes a run of its own instead.
       0080-CHECK-RUN-CONTROL.
           OPEN I-O RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05"
               DISPLAY "PERCENTB: run control unavailable, status "
                   WS-RUNCTL-STATUS
               PERFORM 9800-REFUSE-RUN
           END-IF.
           IF WS-SUPPLEMENTAL
               PERFORM 0088-SELECT-SUPPLEMENTAL-RUN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-FORCERUN.
           ACCEPT WS-FORCERUN FROM ENVIRONMENT "FORCERUN".
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-NO TO RUNCTL-RUN-NO.
           READ RUNCTL-FILE
               INVALID KEY
                   PERFORM 0082-WRITE-STARTED
                               " - rerun refused (set FORCERUN=Y to"
                               " override)"
                           CLOSE RUNCTL-FILE
                           PERFORM 9800-REFUSE-RUN
                       ELSE
                           PERFORM 0086-CHECK-FORCE-AUTHORITY
                           PERFORM 0084-MARK-STARTED
               MOVE WS-RUN-DATE TO WS-LOG-DETAIL(10:8)
               PERFORM 9100-WRITE-SECLOG
               CLOSE RUNCTL-FILE
               PERFORM 9800-REFUSE-RUN
           END-IF.

      * A supplemental run files under the run number PERCENTE took
      * for the late source, picked by the same rule: the nightly run
      * must have COMPLETED, the highest run for the date is re-driven
      * when it never completed, and otherwise the next one up is
      * started.  FORCERUN does not apply - a finished supplemental
      * run is never run over, the next run number is taken instead.
       0088-SELECT-SUPPLEMENTAL-RUN.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE 1 TO RUNCTL-RUN-NO.
           READ RUNCTL-FILE
               INVALID KEY MOVE SPACES TO RUNCTL-STATUS
           END-READ.
           IF NOT RUNCTL-COMPLETED
               DISPLAY "PERCENTB: nightly run for " WS-RUN-DATE
                   " has not completed - supplemental run refused"
               CLOSE RUNCTL-FILE
               PERFORM 9800-REFUSE-RUN
           END-IF.
           MOVE 1 TO WS-RUN-NO.
           SET WS-RUN-HIGH-DONE TO TRUE.
           MOVE 'N' TO WS-RUN-EOF-SW.
           MOVE 2 TO RUNCTL-RUN-NO.
           START RUNCTL-FILE KEY IS NOT LESS THAN RUNCTL-KEY
               INVALID KEY SET WS-RUN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-RUN-EOF
               READ RUNCTL-FILE NEXT
                   AT END SET WS-RUN-EOF TO TRUE
                   NOT AT END
                       IF RUNCTL-DATE NOT = WS-RUN-DATE
                           SET WS-RUN-EOF TO TRUE
                       ELSE
                           MOVE RUNCTL-RUN-NO TO WS-RUN-NO
                           IF RUNCTL-COMPLETED
                               SET WS-RUN-HIGH-DONE TO TRUE
                           ELSE
                               MOVE 'N' TO WS-RUN-HIGH-DONE-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RUN-HIGH-DONE
               IF WS-RUN-NO = 9
                   DISPLAY "PERCENTB: no supplemental run number left"
                       " for " WS-RUN-DATE " - refused"
                   CLOSE RUNCTL-FILE
                   PERFORM 9800-REFUSE-RUN
               END-IF
               ADD 1 TO WS-RUN-NO
               PERFORM 0082-WRITE-STARTED
           ELSE
               MOVE WS-RUN-DATE TO RUNCTL-DATE
               MOVE WS-RUN-NO TO RUNCTL-RUN-NO
               READ RUNCTL-FILE
                   INVALID KEY CONTINUE
               END-READ
               PERFORM 0084-MARK-STARTED
           END-IF.
           DISPLAY "PERCENTB: supplemental run " WS-RUN-NO
               " for " WS-RUN-DATE.

       9100-WRITE-SECLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN EXTEND SECLOG-FILE.
       0082-WRITE-STARTED.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-NO TO RUNCTL-RUN-NO.
           MOVE ZERO TO RUNCTL-EXTRACT-DATE
                        RUNCTL-END-TS
                        RUNCTL-COUNT
           MOVE 'STARTED' TO RUNCTL-STATUS.
           WRITE RUNCTL-RECORD.

      * A run started over takes a new start time, so the register
      * (and PERCENTR's journal window) marks where its output begins.
      * A restart carries on the abended run's output, whose journal
      * entries go back to the original start, so that time stands.
       0084-MARK-STARTED.
           IF NOT WS-RESTARTING
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:14) TO RUNCTL-START-TS
           END-IF.
           MOVE 'STARTED' TO RUNCTL-STATUS.
           REWRITE RUNCTL-RECORD.

       0090-FINALIZE-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-NO TO RUNCTL-RUN-NO.
           READ RUNCTL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
       0095-MARK-ABENDED.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-NO TO RUNCTL-RUN-NO.
           READ RUNCTL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                       MOVE CKPT-TOTAL TO WS-GRAND-TOTAL
                       MOVE CKPT-RESULT-COUNT TO WS-RESULT-COUNT
                       MOVE CKPT-TRANS-HASH TO WS-TRANS-HASH
                       MOVE CKPT-HELD-NEW TO WS-HELD-NEW-COUNT
                       MOVE CKPT-HOLD-DONE TO WS-HOLD-DONE-COUNT
                       MOVE CKPT-RELEASED TO WS-RELEASED-COUNT
                       MOVE CKPT-HELD-AMOUNT TO WS-HELD-AMOUNT
                       MOVE CKPT-OVR-QUEUED TO WS-OVR-QUEUED-COUNT
                       MOVE CKPT-OVR-APPROVED TO WS-OVR-APPROVED-COUNT
                       MOVE CKPT-OVR-DECLINED TO WS-OVR-DECLINED-COUNT
                       MOVE CKPT-EXT-RATED TO WS-EXT-RATED
                       MOVE CKPT-EXT-HELD TO WS-EXT-HELD
                       MOVE CKPT-EXT-QUEUED TO WS-EXT-QUEUED
                       MOVE CKPT-EXT-RATED-AMT TO WS-EXT-RATED-AMT
                       MOVE CKPT-EXT-HELD-AMT TO WS-EXT-HELD-AMT
                       MOVE CKPT-EXT-QUEUED-AMT TO WS-EXT-QUEUED-AMT
                       IF CKPT-OVR-LAST-SEQ IS NUMERIC
                           MOVE CKPT-OVR-LAST-SEQ TO WS-OVR-MATCH-SEQ
                       END-IF
                       IF CKPT-REDRIVE-QUEUED IS NUMERIC
                           MOVE CKPT-REDRIVE-QUEUED
                               TO WS-REDRIVE-QUEUED
                       END-IF
               END-READ
           END-IF.
           CLOSE CKPT-FILE.
           IF WS-CKPT-COUNT > 0 OR WS-HOLD-DONE-COUNT > 0
               OR WS-OVR-APPROVED-COUNT > 0
               OR WS-OVR-DECLINED-COUNT > 0
               SET WS-RESTARTING TO TRUE
           END-IF.

                   PERFORM 9900-CONTROL-FAILURE
           END-READ.
           IF TRANS-CTL-RECORD(1:1) = 'H'
               MOVE TRANS-CTL-RECORD(1:18) TO CTL-HEADER-RECORD
               PERFORM 0065-CHECK-HEADER-RUN
               MOVE CTL-HDR-DATE TO WS-EXTRACT-DATE
               MOVE CTL-HDR-SOURCE TO WS-EXTRACT-SOURCE
               SET WS-HDR-SEEN TO TRUE
               END-READ
           END-PERFORM.

      * The edit stamps a supplemental run's clean extract with the
      * run it was edited for (blank for the nightly run), so the
      * wrong day's file or the wrong mode is caught before anything
      * is rated.
       0065-CHECK-HEADER-RUN.
           IF CTL-HDR-RUN-NO = SPACE
               MOVE '1' TO CTL-HDR-RUN-NO
           END-IF.
           IF CTL-HDR-RUN-NO NOT = WS-RUN-NO
               DISPLAY "PERCENTB: extract is for run " CTL-HDR-RUN-NO
                   " but this is run " WS-RUN-NO
               MOVE "EXTRACT IS FOR ANOTHER RUN OF THE DATE"
                   TO WS-CTLFAIL-TEXT
               PERFORM 9900-CONTROL-FAILURE
           END-IF.

       0150-SAVE-CHECKPOINT.
           MOVE WS-CKPT-COUNT TO CKPT-COUNT.
           MOVE WS-GRAND-TOTAL TO CKPT-TOTAL.
           MOVE WS-RESULT-COUNT TO CKPT-RESULT-COUNT.
           MOVE WS-TRANS-HASH TO CKPT-TRANS-HASH.
           MOVE WS-HELD-NEW-COUNT TO CKPT-HELD-NEW.
           MOVE WS-HOLD-DONE-COUNT TO CKPT-HOLD-DONE.
           MOVE WS-RELEASED-COUNT TO CKPT-RELEASED.
           MOVE WS-HELD-AMOUNT TO CKPT-HELD-AMOUNT.
           MOVE WS-OVR-QUEUED-COUNT TO CKPT-OVR-QUEUED.
           MOVE WS-OVR-APPROVED-COUNT TO CKPT-OVR-APPROVED.
           MOVE WS-OVR-DECLINED-COUNT TO CKPT-OVR-DECLINED.
           MOVE WS-EXT-RATED TO CKPT-EXT-RATED.
           MOVE WS-EXT-HELD TO CKPT-EXT-HELD.
           MOVE WS-EXT-QUEUED TO CKPT-EXT-QUEUED.
           MOVE WS-EXT-RATED-AMT TO CKPT-EXT-RATED-AMT.
           MOVE WS-EXT-HELD-AMT TO CKPT-EXT-HELD-AMT.
           MOVE WS-EXT-QUEUED-AMT TO CKPT-EXT-QUEUED-AMT.
           MOVE WS-OVR-LAST-SEQ TO CKPT-OVR-LAST-SEQ.
           MOVE WS-REDRIVE-QUEUED TO CKPT-REDRIVE-QUEUED.
           OPEN OUTPUT CKPT-FILE.
           WRITE CKPT-RECORD.
           CLOSE CKPT-FILE.
           MOVE ZERO TO CKPT-TOTAL.
           MOVE ZERO TO CKPT-RESULT-COUNT.
           MOVE ZERO TO CKPT-TRANS-HASH.
           MOVE ZERO TO CKPT-HELD-NEW
                        CKPT-HOLD-DONE
                        CKPT-RELEASED
                        CKPT-HELD-AMOUNT
                        CKPT-OVR-QUEUED
                        CKPT-OVR-APPROVED
                        CKPT-OVR-DECLINED
                        CKPT-EXT-RATED
                        CKPT-EXT-HELD
                        CKPT-EXT-QUEUED
                        CKPT-EXT-RATED-AMT
                        CKPT-EXT-HELD-AMT
                        CKPT-EXT-QUEUED-AMT
                        CKPT-OVR-LAST-SEQ
                        CKPT-REDRIVE-QUEUED.
           OPEN OUTPUT CKPT-FILE.
           WRITE CKPT-RECORD.
           CLOSE CKPT-FILE.

      * The GL batch is "PC" + run date for the nightly run and "S"
      * + run number + run date for a supplemental run, the same
      * number PERCENTG stamps on the run's interface lines.
       0100-WRITE-REPORT-HEADER.
           MOVE WS-RUN-DATE TO WS-RPT-DATE.
           IF WS-RUN-NO = 1
               MOVE "PC" TO WS-RPT-BATCH-NO(1:2)
           ELSE
               MOVE 'S' TO WS-RPT-BATCH-NO(1:1)
               MOVE WS-RUN-NO TO WS-RPT-BATCH-NO(2:1)
           END-IF.
           MOVE WS-RUN-DATE TO WS-RPT-BATCH-NO(3:8).

           WRITE REPORT-LINE FROM WS-RPT-HEADING-1.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-2.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-3.
           IF WS-SUPPLEMENTAL
               MOVE WS-RUN-NO TO WS-RPT-RUN-NO
               WRITE REPORT-LINE FROM WS-RPT-HEADING-4
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-RPT-COLUMNS.
           MOVE 'H' TO CTL-HDR-ID.
           MOVE WS-RUN-DATE TO CTL-HDR-DATE.
           MOVE "PERCENTB" TO CTL-HDR-SOURCE.
           MOVE WS-RUN-NO TO CTL-HDR-RUN-NO.
           WRITE RESULT-CTL-RECORD FROM CTL-HEADER-RECORD.

       0200-WRITE-REPORT-TOTAL.
           MOVE WS-GRAND-TOTAL TO CTL-TRL-AMOUNT.
           WRITE RESULT-CTL-RECORD FROM CTL-TRAILER-RECORD.

      * Re-drive the holds from previous nights (HOLDIN, the prior
      * generation) once tonight's extract has been proved.  Each one
      * is rated again as of its original business date; what rates
      * now is posted like any other result and journaled, the rest
      * is written forward to tonight's held generation.  After a
      * restart the checkpoint says how many were already re-driven.
      * A supplemental run writes every hold forward untouched; the
      * next nightly run re-drives them.  A forced rerun of a night
      * is given the generation that night read, not the one it
      * wrote, by its own job (percentb-forcerun.jcl).
       0400-REDRIVE-HELD.
           OPEN INPUT HOLD-IN-FILE.
           IF WS-HOLDIN-STATUS NOT = "00"
               AND WS-HOLDIN-STATUS NOT = "05"
               MOVE "HELD TRANSACTION FILE UNAVAILABLE"
                   TO WS-CTLFAIL-TEXT
               PERFORM 9900-CONTROL-FAILURE
           END-IF.
           IF WS-HOLD-DONE-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-SUPPLEMENTAL
                   WRITE REPORT-LINE FROM WS-RPT-HELD-CARRY-HEAD
               ELSE
                   WRITE REPORT-LINE FROM WS-RPT-HELD-HEAD
               END-IF
           END-IF.
           SET WS-REDRIVING TO TRUE.
           MOVE WS-HOLD-DONE-COUNT TO WS-HOLD-SKIP.
           PERFORM UNTIL WS-HOLD-EOF OR WS-HOLD-SKIP = ZERO
               READ HOLD-IN-FILE
                   AT END
                       MOVE "HELD FILE SHORTER THAN CHECKPOINT"
                           TO WS-CTLFAIL-TEXT
                       PERFORM 9900-CONTROL-FAILURE
                   NOT AT END
                       SUBTRACT 1 FROM WS-HOLD-SKIP
               END-READ
           END-PERFORM.
           PERFORM UNTIL WS-HOLD-EOF
               READ HOLD-IN-FILE INTO WS-HLDIN-RECORD
                   AT END SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       IF WS-SUPPLEMENTAL
                           PERFORM 0420-CARRY-ONE-HOLD
                       ELSE
                           PERFORM 0410-REDRIVE-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-IN-FILE.
           MOVE 'N' TO WS-REDRIVE-SW.

      * TRANSIN is at end of file by now, so its record area is free
      * to carry the held transaction through the normal rating path.
      * A hold whose keyed percent is now out of tolerance goes to the
      * approval queue like any other, so it is counted apart: it has
      * left the hold chain without being released.
       0410-REDRIVE-ONE-HOLD.
           MOVE WS-HLDIN-TRANS TO TRANS-RECORD.
           MOVE WS-HLDIN-BUS-DATE TO WS-ASOF-DATE.
           MOVE WS-HLDIN-SOURCE TO WS-CUR-SOURCE.
           PERFORM 1010-RATE-TRANSACTION.
           IF WS-OVR-QUEUED
               ADD 1 TO WS-REDRIVE-QUEUED
           END-IF.
           ADD 1 TO WS-HOLD-DONE-COUNT.
           PERFORM 0150-SAVE-CHECKPOINT.

       0420-CARRY-ONE-HOLD.
           MOVE WS-HLDIN-RECORD TO HOLD-RECORD.
           WRITE HOLD-RECORD.
           MOVE WS-HLDIN-TRANS TO TRANS-RECORD.
           ADD TRANS-NUM TO WS-HELD-AMOUNT.
           ADD 1 TO WS-HOLD-DONE-COUNT.
           PERFORM 0150-SAVE-CHECKPOINT.

       0450-WRITE-HELD-SUMMARY.
           COMPUTE WS-STILL-HELD-COUNT =
               WS-HOLD-DONE-COUNT - WS-RELEASED-COUNT
                   - WS-REDRIVE-QUEUED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HELD FROM PRIOR NIGHTS:" TO WS-RPT-HELD-LABEL.
           MOVE WS-HOLD-DONE-COUNT TO WS-RPT-HELD-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-HELD-COUNT.
           MOVE "RELEASED TONIGHT:" TO WS-RPT-HELD-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-RPT-HELD-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-HELD-COUNT.
           MOVE "QUEUED FOR APPROVAL:" TO WS-RPT-HELD-LABEL.
           MOVE WS-REDRIVE-QUEUED TO WS-RPT-HELD-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-HELD-COUNT.
           MOVE "STILL HELD:" TO WS-RPT-HELD-LABEL.
           MOVE WS-STILL-HELD-COUNT TO WS-RPT-HELD-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-HELD-COUNT.
           MOVE "NEWLY HELD TONIGHT:" TO WS-RPT-HELD-LABEL.
           MOVE WS-HELD-NEW-COUNT TO WS-RPT-HELD-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-HELD-COUNT.
           MOVE "NOW ON HOLD:" TO WS-RPT-HELD-LABEL.
           COMPUTE WS-RPT-HELD-VALUE =
               WS-STILL-HELD-COUNT + WS-HELD-NEW-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-HELD-COUNT.
           MOVE WS-HELD-AMOUNT TO WS-RPT-HELD-TOTAL.
           WRITE REPORT-LINE FROM WS-RPT-HELD-AMT.

      * Apply the supervisors' decisions taken since the last run.
      * The whole queue is walked: anything approved or declined and
      * not yet applied is rated now, as of its own business date,
      * and stamped applied so it is never picked up twice.  A fresh
      * run of the date (FORCERUN, or a rerun after a control
      * failure) also applies again what an earlier attempt applied
      * under this date, because it replaces the result generation
      * those items went into; a restart appends to that generation,
      * so it does not.
       0500-APPLY-OVERRIDE-DECISIONS.
           MOVE 'N' TO WS-OVR-EOF-SW.
           MOVE ZERO TO OVRP-QUEUE-DATE
                        OVRP-SEQ.
           START OVR-FILE KEY IS NOT LESS THAN OVRP-KEY
               INVALID KEY SET WS-OVR-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-OVR-EOF
               READ OVR-FILE NEXT
                   AT END SET WS-OVR-EOF TO TRUE
                   NOT AT END
                       IF (OVRP-APPROVED OR OVRP-DECLINED)
                           AND (OVRP-APPLIED-DATE = ZERO
                             OR (OVRP-APPLIED-DATE = WS-RUN-DATE
                                 AND NOT WS-RESTARTING))
                           PERFORM 0510-APPLY-ONE-DECISION
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-DECISION.

      * As with a re-driven hold, TRANSIN's record area carries the
      * queued transaction through the normal rating path.  A declined
      * item goes through with no keyed percent, so it takes the rate
      * in force (or is held if there is none).
       0510-APPLY-ONE-DECISION.
           IF NOT WS-OVR-HEAD-WRITTEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WS-RPT-OVR-HEAD
               SET WS-OVR-HEAD-WRITTEN TO TRUE
           END-IF.
           MOVE OVRP-NUM TO TRANS-NUM.
           MOVE OVRP-CODE TO TRANS-CODE.
           MOVE OVRP-BUS-DATE TO WS-ASOF-DATE.
           MOVE OVRP-SOURCE TO WS-CUR-SOURCE.
           IF OVRP-APPROVED
               MOVE OVRP-KEYED-PCT TO TRANS-PERCENT
               SET WS-DECISION-APPROVED TO TRUE
               ADD 1 TO WS-OVR-APPROVED-COUNT
           ELSE
               MOVE ZERO TO TRANS-PERCENT
               SET WS-DECISION-DECLINED TO TRUE
               ADD 1 TO WS-OVR-DECLINED-COUNT
           END-IF.
           PERFORM 1010-RATE-TRANSACTION.
           MOVE WS-RUN-DATE TO OVRP-APPLIED-DATE.
           REWRITE OVRP-RECORD
               INVALID KEY
                   MOVE "OVERRIDE QUEUE REWRITE FAILED"
                       TO WS-CTLFAIL-TEXT
                   PERFORM 9900-CONTROL-FAILURE
           END-REWRITE.
           PERFORM 0150-SAVE-CHECKPOINT.

       0550-WRITE-OVERRIDE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OVERRIDES QUEUED FOR APPROVAL:" TO WS-RPT-HELD-LABEL.
           MOVE WS-OVR-QUEUED-COUNT TO WS-RPT-HELD-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-HELD-COUNT.
           MOVE "APPROVED OVERRIDES APPLIED:" TO WS-RPT-HELD-LABEL.
           MOVE WS-OVR-APPROVED-COUNT TO WS-RPT-HELD-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-HELD-COUNT.
           MOVE "DECLINED OVERRIDES RE-RATED:" TO WS-RPT-HELD-LABEL.
           MOVE WS-OVR-DECLINED-COUNT TO WS-RPT-HELD-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-HELD-COUNT.

      * The night's figures for the balancing sheet (PERCENTZ): what
      * came in from the edit and where every record went.  Written
      * only by a run that finished; a forced rerun replaces it.  A
      * register that cannot be written leaves the night's work
      * standing - the sheet shows the step as not reported.
       0600-WRITE-CONTROL-TOTALS.
           OPEN I-O CTLTOT-FILE.
           IF WS-CTOT-STATUS NOT = "00" AND WS-CTOT-STATUS NOT = "05"
               DISPLAY "PERCENTB: control-total register unavailable,"
                   " status " WS-CTOT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO CTOT-RECORD.
           MOVE WS-RUN-DATE TO CTOT-BUS-DATE.
           MOVE WS-RUN-NO TO CTOT-RUN-NO.
           MOVE "PERCENTB" TO CTOT-STEP.
           MOVE WS-TIMESTAMP(1:14) TO CTOT-WRITTEN-TS.
           MOVE WS-CKPT-COUNT TO CTOT-B-CLEAN-IN.
           MOVE WS-EXT-RATED TO CTOT-B-RATED.
           MOVE WS-EXT-HELD TO CTOT-B-HELD.
           MOVE WS-EXT-QUEUED TO CTOT-B-QUEUED.
           COMPUTE CTOT-B-OTHER-RSLT = WS-RESULT-COUNT - WS-EXT-RATED.
           MOVE WS-RESULT-COUNT TO CTOT-B-RESULTS.
           MOVE WS-TRANS-HASH TO CTOT-B-CLEAN-HASH.
           MOVE WS-EXT-RATED-AMT TO CTOT-B-RATED-AMT.
           MOVE WS-EXT-HELD-AMT TO CTOT-B-HELD-AMT.
           MOVE WS-EXT-QUEUED-AMT TO CTOT-B-QUEUED-AMT.
           MOVE WS-GRAND-TOTAL TO CTOT-B-RESULT-TOT.
           WRITE CTOT-RECORD
               INVALID KEY
                   REWRITE CTOT-RECORD
                       INVALID KEY
                           DISPLAY "PERCENTB: control totals not "
                               "recorded, status " WS-CTOT-STATUS
                   END-REWRITE
           END-WRITE.
           CLOSE CTLTOT-FILE.

       0700-CLASSIFY-TRANS-RECORD.
           EVALUATE TRANS-CTL-RECORD(1:1)
               WHEN 'H'
                           TO WS-CTLFAIL-TEXT
                       PERFORM 9900-CONTROL-FAILURE
                   END-IF
                   MOVE TRANS-CTL-RECORD(1:18) TO CTL-HEADER-RECORD
                   PERFORM 0065-CHECK-HEADER-RUN
                   SET WS-HDR-SEEN TO TRUE
                   MOVE CTL-HDR-DATE TO WS-EXTRACT-DATE
                   MOVE CTL-HDR-SOURCE TO WS-EXTRACT-SOURCE
                   MOVE CTL-HDR-DATE TO WS-RPT-EXT-DATE
                   MOVE CTL-HDR-SOURCE TO WS-RPT-EXT-SOURCE
                   IF NOT WS-RESTARTING
                       PERFORM 0048-CLEAR-RUN-QUEUE
                   END-IF
                   WRITE REPORT-LINE FROM WS-RPT-EXTRACT
               WHEN 'T'
                   MOVE TRANS-CTL-RECORD(1:26) TO CTL-TRAILER-RECORD
           END-EVALUATE.

       1000-PROCESS-RECORD.
           MOVE WS-RUN-DATE TO WS-ASOF-DATE.
           MOVE WS-EXTRACT-SOURCE TO WS-CUR-SOURCE.
           PERFORM 1010-RATE-TRANSACTION.
           EVALUATE TRUE
               WHEN WS-OVR-QUEUED
                   ADD 1 TO WS-EXT-QUEUED
                   ADD TRANS-NUM TO WS-EXT-QUEUED-AMT
               WHEN NOT WS-RATE-FOUND OR WS-CALC-ERROR
                   ADD 1 TO WS-EXT-HELD
                   ADD TRANS-NUM TO WS-EXT-HELD-AMT
               WHEN OTHER
                   ADD 1 TO WS-EXT-RATED
                   ADD TRANS-NUM TO WS-EXT-RATED-AMT
           END-EVALUATE.

           ADD 1 TO WS-CKPT-COUNT.
           PERFORM 0150-SAVE-CHECKPOINT.

      * Rate one transaction as of WS-ASOF-DATE.  Anything that cannot
      * be rated goes to the held-transactions file rather than being
      * dropped, so it is tried again on the next night's run.
       1010-RATE-TRANSACTION.
           MOVE TRANS-NUM TO NUM.
           PERFORM 1020-RESOLVE-PERCENT.

           EVALUATE TRUE
               WHEN WS-OVR-QUEUED
                   PERFORM 1300-QUEUE-OVERRIDE
               WHEN NOT WS-RATE-FOUND
                   IF NOT WS-REDRIVING
                       MOVE TRANS-CODE TO WS-RPT-NORATE-CODE
                       MOVE NUM TO WS-RPT-NORATE-NUM
                       WRITE REPORT-LINE FROM WS-RPT-NORATE
                   END-IF
                   MOVE "NR" TO WS-HOLD-REASON
                   PERFORM 1200-HOLD-TRANSACTION
               WHEN OTHER
                   PERFORM 1050-COMPUTE-RESULT
                   IF WS-CALC-ERROR
                       IF WS-BAND-GAP
                           IF NOT WS-REDRIVING
                               MOVE NUM TO WS-RPT-NOBAND-NUM
                               WRITE REPORT-LINE FROM WS-RPT-NOBAND
                           END-IF
                           MOVE "BG" TO WS-HOLD-REASON
                       ELSE
                           IF NOT WS-REDRIVING
                               MOVE NUM TO WS-RPT-ERR-NUM
                               WRITE REPORT-LINE FROM WS-RPT-ERROR
                           END-IF
                           MOVE "OV" TO WS-HOLD-REASON
                       END-IF
                       PERFORM 1200-HOLD-TRANSACTION
                   ELSE
                       PERFORM 1090-POST-RESULT
                   END-IF
           END-EVALUATE.

       1090-POST-RESULT.
           MOVE NUM TO RESULT-NUM.
           MOVE PERCENT TO RESULT-PERCENT.
           MOVE RESULT TO RESULT-AMOUNT.
           MOVE TRANS-CODE TO RESULT-CODE.
           IF WS-OVERRIDE
               MOVE 'Y' TO RESULT-OVERRIDE
           ELSE
               MOVE 'N' TO RESULT-OVERRIDE
           END-IF.
           WRITE RESULT-RECORD.
           ADD 1 TO WS-RESULT-COUNT.

           ADD RESULT TO WS-GRAND-TOTAL.

           MOVE TRANS-CODE TO WS-RPT-CODE.
           MOVE NUM TO WS-RPT-NUM.
           MOVE PERCENT TO WS-RPT-PERCENT.
           MOVE RESULT TO WS-RPT-RESULT.
           EVALUATE TRUE
               WHEN WS-REDRIVING
                   MOVE "*RELEASED" TO WS-RPT-FLAG
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN WS-DECISION-APPROVED
                   MOVE "*APPROVED" TO WS-RPT-FLAG
               WHEN WS-DECISION-DECLINED
                   MOVE "*DECLINED" TO WS-RPT-FLAG
               WHEN WS-OVERRIDE
                   MOVE "*OVERRIDE" TO WS-RPT-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-FLAG
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           IF WS-RATE-TIERED
               PERFORM 1080-WRITE-REPORT-BANDS
           END-IF.

           PERFORM 1100-WRITE-JOURNAL.

      * A non-zero percent on the transaction is an override of the
      * rate table.  Within OVRTOL of the rate in force it is honoured
      * and flagged on the report so Finance can see who is keying
      * percentages upstream; beyond it, or with no table rate to
      * compare against, it is held for a supervisor's decision.  A
      * declined decision arrives with the keyed percent cleared, so
      * it takes the table rate like any other transaction.
       1020-RESOLVE-PERCENT.
           MOVE 'N' TO WS-OVERRIDE-SW
                       WS-OVR-QUEUE-SW.
           EVALUATE TRUE
               WHEN TRANS-PERCENT = ZERO
                   PERFORM 1025-FIND-RATE-IN-FORCE
               WHEN WS-DECISION-APPROVED
                   PERFORM 1022-TAKE-OVERRIDE
               WHEN OTHER
                   PERFORM 1030-CHECK-OVERRIDE-TOLERANCE
           END-EVALUATE.

       1022-TAKE-OVERRIDE.
           MOVE TRANS-PERCENT TO PERCENT.
           MOVE 'F' TO WS-RATE-TYPE.
           MOVE ZERO TO WS-BAND-COUNT.
           SET WS-OVERRIDE TO TRUE.
           SET WS-RATE-FOUND TO TRUE.

      * The table percent an override is measured against is the flat
      * rate in force, or for a tiered code the effective percent its
      * bands give on this amount.
       1030-CHECK-OVERRIDE-TOLERANCE.
           MOVE ZERO TO WS-TABLE-PCT.
           MOVE 'N' TO WS-TABLE-SW.
           PERFORM 1025-FIND-RATE-IN-FORCE.
           IF WS-RATE-FOUND
               IF WS-RATE-TIERED AND WS-BAND-COUNT > ZERO
                   PERFORM 1050-COMPUTE-RESULT
                   IF WS-CALC-OK
                       SET WS-TABLE-COMPARABLE TO TRUE
                       IF NUM NOT = ZERO
                           COMPUTE WS-TABLE-PCT ROUNDED =
                               RESULT * 100 / NUM
                               ON SIZE ERROR
                                   MOVE 'N' TO WS-TABLE-SW
                           END-COMPUTE
                       END-IF
                   END-IF
               ELSE
                   MOVE PERCENT TO WS-TABLE-PCT
                   SET WS-TABLE-COMPARABLE TO TRUE
               END-IF
           END-IF.
           IF WS-TABLE-COMPARABLE
               IF TRANS-PERCENT > WS-TABLE-PCT
                   COMPUTE WS-PCT-DIFF = TRANS-PERCENT - WS-TABLE-PCT
               ELSE
                   COMPUTE WS-PCT-DIFF = WS-TABLE-PCT - TRANS-PERCENT
               END-IF
               IF WS-PCT-DIFF > WS-OVR-TOLERANCE
                   SET WS-OVR-QUEUED TO TRUE
               END-IF
           ELSE
               SET WS-OVR-QUEUED TO TRUE
           END-IF.
           IF NOT WS-OVR-QUEUED
               PERFORM 1022-TAKE-OVERRIDE
           END-IF.

      * Walk the effective-dated records for the code and keep the one
      * whose date range covers the as-of date, the same way PERCENT's
      * interactive lookup does.  The as-of date is the run date for
      * tonight's extract and the original business date for a held
      * transaction being re-driven.
       1025-FIND-RATE-IN-FORCE.
           MOVE 'N' TO WS-RATE-EOF-SW
                       WS-RATE-FOUND-SW.
                       IF RATE-CODE NOT = TRANS-CODE
                           SET WS-RATE-EOF TO TRUE
                       ELSE
                           IF RATE-EFF-FROM <= WS-ASOF-DATE
                               AND WS-ASOF-DATE <= RATE-EFF-TO
                               MOVE RATE-PERCENT TO PERCENT
                               MOVE RATE-TYPE TO WS-RATE-TYPE
                               MOVE RATE-BAND-COUNT TO WS-BAND-COUNT
           MOVE RESULT TO JRNL-RESULT.
           MOVE ZERO TO JRNL-BAND-NO.
           MOVE TRANS-CODE TO JRNL-CODE.
           IF WS-OVERRIDE
               MOVE 'O' TO JRNL-ORIGIN
           ELSE
               MOVE 'B' TO JRNL-ORIGIN
           END-IF.
           MOVE WS-ASOF-DATE TO JRNL-BUS-DATE.
           WRITE JOURNAL-RECORD.
           IF WS-RATE-TIERED
               PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   MOVE WS-BD-RESULT (WS-BAND-IX) TO JRNL-RESULT
                   MOVE WS-BAND-IX TO JRNL-BAND-NO
                   MOVE TRANS-CODE TO JRNL-CODE
                   IF WS-OVERRIDE
                       MOVE 'O' TO JRNL-ORIGIN
                   ELSE
                       MOVE 'B' TO JRNL-ORIGIN
                   END-IF
                   MOVE WS-ASOF-DATE TO JRNL-BUS-DATE
                   WRITE JOURNAL-RECORD
               END-PERFORM
           END-IF.

      * A fresh hold takes the as-of date it was rated under (tonight's
      * run date, or a decided override's own business date) as its
      * business date; a
      * re-driven one keeps its original date and counts another try,
      * and its reason is refreshed in case the rate keyed since has
      * moved it from no rate to, say, a band gap.
       1200-HOLD-TRANSACTION.
           IF WS-REDRIVING
               MOVE WS-HLDIN-RECORD TO HOLD-RECORD
               IF HOLD-TRIES < 999
                   ADD 1 TO HOLD-TRIES
               END-IF
               MOVE TRANS-CODE TO WS-RPT-HELD-CODE
               MOVE NUM TO WS-RPT-HELD-NUM
               MOVE HOLD-BUS-DATE TO WS-RPT-HELD-DATE
               MOVE WS-HOLD-REASON TO WS-RPT-HELD-REASON
               MOVE HOLD-TRIES TO WS-RPT-HELD-TRIES
               WRITE REPORT-LINE FROM WS-RPT-STILL-HELD
           ELSE
               MOVE WS-ASOF-DATE TO HOLD-BUS-DATE
               MOVE 1 TO HOLD-TRIES
               MOVE WS-CUR-SOURCE TO HOLD-SOURCE
               MOVE TRANS-RECORD TO HOLD-TRANS
               ADD 1 TO WS-HELD-NEW-COUNT
           END-IF.
           MOVE WS-HOLD-REASON TO HOLD-REASON.
           MOVE WS-RUN-DATE TO HOLD-LAST-DATE.
           WRITE HOLD-RECORD.
           ADD NUM TO WS-HELD-AMOUNT.

      * Hold the override out of tonight's results and queue it for a
      * supervisor.  It still counts as processed for the extract's
      * controls; its result comes on the run after the decision.
       1300-QUEUE-OVERRIDE.
           PERFORM 1310-FIND-ALREADY-QUEUED.
           IF WS-OVR-ON-QUEUE
               PERFORM 1320-REPORT-QUEUED
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           ADD 1 TO WS-OVR-LAST-SEQ.
           MOVE WS-RUN-DATE TO OVRP-QUEUE-DATE.
           MOVE WS-OVR-LAST-SEQ TO OVRP-SEQ.
           MOVE WS-ASOF-DATE TO OVRP-BUS-DATE.
           MOVE WS-CUR-SOURCE TO OVRP-SOURCE.
           MOVE TRANS-CODE TO OVRP-CODE.
           MOVE TRANS-NUM TO OVRP-NUM.
           MOVE TRANS-PERCENT TO OVRP-KEYED-PCT.
           MOVE WS-TABLE-PCT TO OVRP-TABLE-PCT.
           IF WS-TABLE-COMPARABLE
               MOVE 'Y' TO OVRP-TABLE-FOUND
           ELSE
               MOVE 'N' TO OVRP-TABLE-FOUND
           END-IF.
           MOVE 'P' TO OVRP-STATUS.
           MOVE WS-TIMESTAMP(1:14) TO OVRP-QUEUED-TS.
           MOVE SPACES TO OVRP-DECIDED-BY.
           MOVE ZERO TO OVRP-DECIDED-TS
                        OVRP-APPLIED-DATE.
           MOVE WS-RUN-NO TO OVRP-RUN-NO.
           WRITE OVRP-RECORD
               INVALID KEY
                   MOVE "OVERRIDE QUEUE WRITE FAILED"
                       TO WS-CTLFAIL-TEXT
                   PERFORM 9900-CONTROL-FAILURE
           END-WRITE.
           PERFORM 1320-REPORT-QUEUED.

      * An earlier attempt at this run may already have queued the
      * transaction: items queued after the checkpoint a restart
      * resumes from, or items a supervisor decided before a fresh
      * rerun.  The transactions come through again in the order they
      * were queued, so the search carries on from the last item
      * matched and one queued item answers for one transaction.
      * Only items this run queued on the queue before this attempt
      * started are candidates.
       1310-FIND-ALREADY-QUEUED.
           MOVE 'N' TO WS-OVR-ON-QUEUE-SW.
           MOVE 'N' TO WS-OVR-EOF-SW.
           MOVE WS-RUN-DATE TO OVRP-QUEUE-DATE.
           MOVE WS-OVR-MATCH-SEQ TO OVRP-SEQ.
           START OVR-FILE KEY IS GREATER THAN OVRP-KEY
               INVALID KEY SET WS-OVR-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-OVR-EOF OR WS-OVR-ON-QUEUE
               READ OVR-FILE NEXT
                   AT END SET WS-OVR-EOF TO TRUE
                   NOT AT END
                       IF OVRP-QUEUE-DATE NOT = WS-RUN-DATE
                           OR OVRP-SEQ > WS-OVR-PRIOR-SEQ
                           SET WS-OVR-EOF TO TRUE
                       ELSE
                           IF OVRP-RUN-NO = WS-RUN-NO
                               AND OVRP-BUS-DATE = WS-ASOF-DATE
                               AND OVRP-SOURCE = WS-CUR-SOURCE
                               AND OVRP-CODE = TRANS-CODE
                               AND OVRP-NUM = TRANS-NUM
                               AND OVRP-KEYED-PCT = TRANS-PERCENT
                               SET WS-OVR-ON-QUEUE TO TRUE
                               MOVE OVRP-SEQ TO WS-OVR-MATCH-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1320-REPORT-QUEUED.
           ADD 1 TO WS-OVR-QUEUED-COUNT.
           MOVE TRANS-CODE TO WS-RPT-OVR-CODE.
           MOVE NUM TO WS-RPT-OVR-NUM.
           MOVE TRANS-PERCENT TO WS-RPT-OVR-KEYED.
           MOVE WS-TABLE-PCT TO WS-RPT-OVR-TABLE.
           IF WS-TABLE-COMPARABLE
               MOVE SPACES TO WS-RPT-OVR-NOTE
           ELSE
               MOVE "NO TABLE" TO WS-RPT-OVR-NOTE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-OVR-QUEUED.

      * A run refused before it has read anything still ends the
      * step, and the step catalogs the new held generation whatever
      * the return code, so prior nights' holds are carried into it
      * as on a control failure.  A restart refused here has written
      * nothing, and its generation stands as the abended run left it.
       9800-REFUSE-RUN.
           MOVE 16 TO RETURN-CODE.
           IF NOT WS-RESTARTING
               PERFORM 9950-CARRY-HOLDS-FORWARD
           END-IF.
           STOP RUN.

      * A control failure means the extract (or this run's view of it)
      * is not to be trusted: say so loudly, leave no result trailer
      * so downstream's completeness check also fails, and clear the
                 RESULT-FILE
                 REPORT-FILE
                 JOURNAL-FILE
                 RATE-FILE
                 HOLD-OUT-FILE
                 OVR-FILE.
           PERFORM 9950-CARRY-HOLDS-FORWARD.
           STOP RUN.

      * The new held generation is cataloged even though the night is
      * being thrown away, so it must carry the previous generation
      * forward record for record - otherwise the holds from earlier
      * nights would drop out of the chain along with tonight's
      * partial output.  A restart appends to the abended run's own
      * generation and cannot rewrite it, so it is left as written and
      * Ops are told to reset it before the night is rerun.
       9950-CARRY-HOLDS-FORWARD.
           IF WS-RESTARTING
               DISPLAY "PERCENTB: held generation left as written by"
                   " the abended run - reset it before rerunning"
           ELSE
               OPEN OUTPUT HOLD-OUT-FILE
               OPEN INPUT HOLD-IN-FILE
               IF WS-HOLDIN-STATUS = "00"
                   MOVE 'N' TO WS-HOLD-EOF-SW
                   PERFORM UNTIL WS-HOLD-EOF
                       READ HOLD-IN-FILE
                           AT END SET WS-HOLD-EOF TO TRUE
                           NOT AT END
                               MOVE HOLD-IN-RECORD TO HOLD-RECORD
                               WRITE HOLD-RECORD
                               ADD 1 TO WS-CARRY-COUNT
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE HOLD-IN-FILE
                     HOLD-OUT-FILE
               DISPLAY "PERCENTB: " WS-CARRY-COUNT
                   " held transactions carried forward"
           END-IF.
