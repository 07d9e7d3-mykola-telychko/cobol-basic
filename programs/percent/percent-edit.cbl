           SELECT REPORT-FILE ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUST-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CODE
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OPTIONAL CTLTOT-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTOT-KEY
               FILE STATUS IS WS-CTOT-STATUS.

           SELECT OPTIONAL DUPHIST-FILE ASSIGN TO "DUPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUPH-KEY
               FILE STATUS IS WS-DUPH-STATUS.

           SELECT OPTIONAL DUPREV-FILE ASSIGN TO "DUPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUPR-KEY
               FILE STATUS IS WS-DUPR-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-FILE.
       FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(80).

       FD  CUST-FILE.
       COPY PCCUST.

       FD  CTLTOT-FILE.
       COPY PCCTLTOT.

       FD  DUPHIST-FILE.
       COPY PCDUPHST.

       FD  DUPREV-FILE.
       COPY PCDUPREV.

       FD  RUNCTL-FILE.
       COPY PCRUNCTL.

       WORKING-STORAGE SECTION.
       COPY PCCTL.
       COPY PCSUSP.
              88 WS-SRC-OPEN          VALUE 'Y'.
           05 WS-OUTPUTS-OPEN-SW PIC X VALUE 'N'.
              88 WS-OUTPUTS-OPEN      VALUE 'Y'.
           05 WS-DUP-FILES-OPEN-SW PIC X VALUE 'N'.
              88 WS-DUP-FILES-OPEN    VALUE 'Y'.
           05 WS-DUP-BYPASS-SW PIC X VALUE 'N'.
              88 WS-DUP-BYPASS        VALUE 'Y'.
           05 WS-DUP-FOUND-SW  PIC X VALUE 'N'.
              88 WS-DUP-FOUND         VALUE 'Y'.
           05 WS-DUP-DECIDED-SW PIC X VALUE 'N'.
              88 WS-DUP-DECIDED       VALUE 'Y'.
           05 WS-DUP-EOF-SW    PIC X VALUE 'N'.
              88 WS-DUP-EOF           VALUE 'Y'.
           05 WS-SUPP-RUN-SW   PIC X VALUE 'N'.
              88 WS-SUPPLEMENTAL      VALUE 'Y'.
           05 WS-RUN-EOF-SW    PIC X VALUE 'N'.
              88 WS-RUN-EOF           VALUE 'Y'.
           05 WS-RUN-HIGH-DONE-SW PIC X VALUE 'N'.
              88 WS-RUN-HIGH-DONE     VALUE 'Y'.
           05 WS-SRC-ALREADY-SW PIC X VALUE 'N'.
              88 WS-SRC-ALREADY-RUN   VALUE 'Y'.

       01 WS-SUSP-IN-STATUS PIC XX.
       01 WS-CUST-STATUS    PIC XX.
       01 WS-CTOT-STATUS    PIC XX.
       01 WS-DUPH-STATUS    PIC XX.
       01 WS-DUPR-STATUS    PIC XX.
       01 WS-RUNCTL-STATUS  PIC XX.

       01 WS-WORK-REC       PIC X(80).
       01 WS-WORK-NUM-VIEW REDEFINES WS-WORK-REC.
       01 WS-REASON         PIC X(2).

       01 WS-RUN-DATE       PIC 9(8).

      * The business date this edit feeds: RUNDATE in the job's
      * STDENV, as PERCENTB takes it, when an old night is rerun.  It
      * only keys the step's control totals - suspense aging always
      * runs on the calendar.
       01 WS-BUS-DATE       PIC 9(8).
       01 WS-RUN-DATE-PARM  PIC X(8).
       01 WS-TIMESTAMP      PIC X(21).
       01 WS-RUN-INT        PIC 9(8).
       01 WS-FIRST-INT      PIC 9(8).
       01 WS-AGE-DAYS       PIC S9(5).
       01 WS-STALE-AGE-PARM PIC X(3).
       01 WS-STALE-AGE      PIC 9(3) VALUE 5.

      * How far back a clean record is compared with what has already
      * been passed: DUPDAYS in the job's STDENV, in days before the
      * business date, defaulting to 7.  Zero compares only across
      * the sources of the same night.
       01 WS-DUP-DAYS-PARM  PIC X(3).
       01 WS-DUP-DAYS       PIC 9(3) VALUE 7.
       01 WS-DUP-FROM-DATE  PIC 9(8).
       01 WS-DUP-FROM-INT   PIC 9(8).
       01 WS-DUPH-LAST-SEQ  PIC 9(6) VALUE ZERO.
       01 WS-DUPR-LAST-SEQ  PIC 9(6) VALUE ZERO.
       01 WS-DUP-SAVE-KEY   PIC X(18).
       01 WS-DUPR-DECIDED   PIC 9(6) VALUE ZERO.
       01 WS-DUP-MATCH-DATE PIC 9(8).
       01 WS-DUP-MATCH-SRC  PIC X(8).
       01 WS-DUP-MATCH-KIND PIC X.
       01 WS-DUP-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-DUPREL-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-DUPH-AGED      PIC 9(9) VALUE ZERO.

      * SUPPRUN=Y in the job's STDENV makes this a supplemental run
      * for a business date whose nightly run has already COMPLETED
      * on the run register: the extract holds only the late source
      * named by SUPPSOURCE, retransmitted.  The run number (2 to 9)
      * goes on the clean header so PERCENTB files the results under
      * the same run.  Suspense is carried through for the next
      * nightly run to recycle, less the late source's records from
      * the night it failed, which the retransmission replaces.
       01 WS-SUPP-RUN-PARM  PIC X.
       01 WS-SUPP-SOURCE    PIC X(8).
      * The calendar day the nightly edit suspended the source whole
      * for failing its controls, from the source's record on the
      * control-total register.  Zero when the source was late - not
      * in the nightly transmission at all - and nothing is retired.
       01 WS-NIGHT-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-NO         PIC 9 VALUE 1.
       01 WS-SUSP-CARRIED   PIC 9(9) VALUE ZERO.
       01 WS-SUSP-RETIRED   PIC 9(9) VALUE ZERO.

       01 WS-CUR-FIRST-DATE PIC 9(8).
       01 WS-CUR-SOURCE     PIC X(8).
       01 WS-CUR-CYCLES     PIC 9(3).
       01 WS-CLEAN-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-REJECT-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-SRCSUSP-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-SUSPOUT-COUNT  PIC 9(9) VALUE ZERO.

       01 WS-RAW-DTL-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-CLEAN-HASH     PIC S9(13)V99 VALUE ZERO.
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 WS-RPT-DATE       PIC 9999/99/99.

       01 WS-RPT-SUPP-LINE.
           05 FILLER            PIC X(17) VALUE "SUPPLEMENTAL RUN ".
           05 WS-RPT-SUPP-RUN    PIC 9.
           05 FILLER            PIC X(5) VALUE " FOR ".
           05 WS-RPT-SUPP-DATE   PIC 9999/99/99.
           05 FILLER            PIC X(14) VALUE "  LATE SOURCE ".
           05 WS-RPT-SUPP-SOURCE PIC X(8).

       01 WS-RPT-SOURCE-LINE.
           05 FILLER            PIC X(7) VALUE "SOURCE ".
           05 WS-RPT-SRC-NAME    PIC X(8).
           05 WS-RPT-COUNT-LABEL PIC X(25).
           05 WS-RPT-COUNT-VALUE PIC ZZZ,ZZZ,ZZ9.

       01 WS-RPT-DUP.
           05 FILLER            PIC X(10) VALUE "DUPLICATE ".
           05 WS-RPT-DUP-SOURCE  PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RPT-DUP-CODE    PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RPT-DUP-NUM     PIC -(8)9.99.
           05 FILLER            PIC X(9) VALUE " MATCHES ".
           05 WS-RPT-DUP-MSRC    PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RPT-DUP-MDATE   PIC 9999/99/99.
           05 FILLER            PIC X(2) VALUE " #".
           05 WS-RPT-DUP-SEQ     PIC 9(6).

       01 WS-RPT-DUP-NOTE.
           05 FILLER            PIC X(14) VALUE SPACES.
           05 WS-RPT-DUP-NOTE-TEXT PIC X(50).

       01 WS-RPT-STALE.
           05 FILLER            PIC X(6) VALUE "STALE ".
           05 WS-RPT-STL-DATE    PIC 9999/99/99.
               COMPUTE WS-STALE-AGE =
                   FUNCTION NUMVAL(WS-STALE-AGE-PARM)
           END-IF.
           MOVE SPACES TO WS-RUN-DATE-PARM.
           ACCEPT WS-RUN-DATE-PARM FROM ENVIRONMENT "RUNDATE".
           IF WS-RUN-DATE-PARM IS NUMERIC
               AND WS-RUN-DATE-PARM NOT = "00000000"
               MOVE WS-RUN-DATE-PARM TO WS-BUS-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-BUS-DATE
           END-IF.
           MOVE SPACES TO WS-DUP-DAYS-PARM.
           ACCEPT WS-DUP-DAYS-PARM FROM ENVIRONMENT "DUPDAYS".
           IF WS-DUP-DAYS-PARM NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-DUP-DAYS-PARM) = 0
               AND FUNCTION NUMVAL(WS-DUP-DAYS-PARM) >= ZERO
               COMPUTE WS-DUP-DAYS =
                   FUNCTION NUMVAL(WS-DUP-DAYS-PARM)
           END-IF.
           COMPUTE WS-DUP-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - WS-DUP-DAYS.
           COMPUTE WS-DUP-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUP-FROM-INT).
           MOVE SPACES TO WS-SUPP-RUN-PARM
                          WS-SUPP-SOURCE.
           ACCEPT WS-SUPP-RUN-PARM FROM ENVIRONMENT "SUPPRUN".
           IF WS-SUPP-RUN-PARM = 'Y'
               SET WS-SUPPLEMENTAL TO TRUE
               ACCEPT WS-SUPP-SOURCE FROM ENVIRONMENT "SUPPSOURCE"
           END-IF.

           OPEN INPUT RAW-FILE
                OUTPUT REPORT-FILE.

           PERFORM 0100-WRITE-REPORT-HEADER.
           IF WS-SUPPLEMENTAL
               PERFORM 0300-SELECT-SUPPLEMENTAL-RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               PERFORM 0530-FAIL-OPEN-SOURCE
           END-IF.
           PERFORM 0600-VERIFY-SOURCE-CONTROLS.
           IF WS-SUPPLEMENTAL
               PERFORM 0620-CHECK-SUPPLEMENTAL-SOURCES
           END-IF.

      * Every coded record is checked against the customer master, so
      * without it nothing can be edited: fail the night as a control
      * failure, carrying the suspense forward untouched.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-CTLFAIL-TEXT
               STRING "CUSTOMER MASTER UNAVAILABLE, STATUS "
                          DELIMITED BY SIZE
                      WS-CUST-STATUS DELIMITED BY SIZE
                   INTO WS-RPT-CTLFAIL-TEXT
               PERFORM 9900-CONTROL-FAILURE
           END-IF.
           PERFORM 0400-OPEN-DUPLICATE-FILES.
           CLOSE RAW-FILE.

           OPEN INPUT RAW-FILE
           SET WS-OUTPUTS-OPEN TO TRUE.
           PERFORM 0700-WRITE-CLEAN-HEADER.

      * Suspected duplicates an operator has released since the last
      * run go through first, past the duplicate check, then the
      * recycled suspense.  A supplemental run leaves both to the
      * next nightly run and only passes the suspense through.
           IF WS-SUPPLEMENTAL
               PERFORM 0850-CARRY-SUSPENSE-THROUGH
           ELSE
               PERFORM 0950-APPLY-RELEASED-DUPLICATES
               PERFORM 0880-RECYCLE-SUSPENSE
           END-IF.

           MOVE ZERO TO WS-SRC-IX.
           MOVE 'N' TO WS-EOF-SW.
                 REJECT-FILE
                 SUSP-OUT-FILE
                 STALE-FILE
                 REPORT-FILE
                 CUST-FILE
                 DUPHIST-FILE
                 DUPREV-FILE.

           PERFORM 0800-WRITE-CONTROL-TOTALS.

           IF WS-REJECT-COUNT > ZERO
               OR WS-DUP-COUNT > ZERO
               OR WS-GOOD-SOURCES < WS-SRC-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "STALE RECORDS ESCALATED:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-STALE-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RELEASED DUPLICATES IN:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-DUPREL-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "HELD AS DUPLICATES:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-DUP-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "DUPLICATE HISTORY AGED:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-DUPH-AGED TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           IF WS-SUPPLEMENTAL
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "SUSPENSE CARRIED THROUGH:" TO WS-RPT-COUNT-LABEL
               MOVE WS-SUSP-CARRIED TO WS-RPT-COUNT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE
               MOVE "LATE SOURCE SUSP RETIRED:" TO WS-RPT-COUNT-LABEL
               MOVE WS-SUSP-RETIRED TO WS-RPT-COUNT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE
           END-IF.

      * A supplemental run is only for a night that has finished: the
      * nightly run (run 1) must be COMPLETED, and a source already
      * brought in by a completed supplemental run cannot come in a
      * second time.  Nor can a source that passed its controls in
      * the nightly edit, whose records were charged that night; the
      * nightly edit's source records on the control-total register
      * say how each source fared, and a source with no record there
      * was late.  The run taken is the highest on the register
      * when that one never completed - a rerun of a supplemental run
      * that failed - and otherwise the next one up.  PERCENTB picks
      * its run by the same rule and checks it against the header.
       0300-SELECT-SUPPLEMENTAL-RUN.
           IF WS-SUPP-SOURCE = SPACES
               MOVE "SUPPLEMENTAL RUN WITHOUT SUPPSOURCE"
                   TO WS-RPT-CTLFAIL-TEXT
               PERFORM 9900-CONTROL-FAILURE
           END-IF.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-CTLFAIL-TEXT
               STRING "RUN REGISTER UNAVAILABLE, STATUS "
                          DELIMITED BY SIZE
                      WS-RUNCTL-STATUS DELIMITED BY SIZE
                   INTO WS-RPT-CTLFAIL-TEXT
               PERFORM 9900-CONTROL-FAILURE
           END-IF.
           MOVE WS-BUS-DATE TO RUNCTL-DATE.
           MOVE 1 TO RUNCTL-RUN-NO.
           READ RUNCTL-FILE
               INVALID KEY MOVE SPACES TO RUNCTL-STATUS
           END-READ.
           IF NOT RUNCTL-COMPLETED
               CLOSE RUNCTL-FILE
               MOVE "NIGHTLY RUN FOR THE DATE HAS NOT COMPLETED"
                   TO WS-RPT-CTLFAIL-TEXT
               PERFORM 9900-CONTROL-FAILURE
           END-IF.
           PERFORM 0320-CHECK-NIGHTLY-SOURCE.
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
                       IF RUNCTL-DATE NOT = WS-BUS-DATE
                           SET WS-RUN-EOF TO TRUE
                       ELSE
                           PERFORM 0310-NOTE-SUPPLEMENTAL-RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNCTL-FILE.
           IF WS-SRC-ALREADY-RUN
               MOVE SPACES TO WS-RPT-CTLFAIL-TEXT
               STRING "SOURCE " DELIMITED BY SIZE
                      WS-SUPP-SOURCE DELIMITED BY SPACE
                      " ALREADY IN BY A SUPPLEMENTAL RUN"
                          DELIMITED BY SIZE
                   INTO WS-RPT-CTLFAIL-TEXT
               PERFORM 9900-CONTROL-FAILURE
           END-IF.
           IF WS-RUN-HIGH-DONE
               IF WS-RUN-NO = 9
                   MOVE "NO SUPPLEMENTAL RUN NUMBER LEFT FOR THE DATE"
                       TO WS-RPT-CTLFAIL-TEXT
                   PERFORM 9900-CONTROL-FAILURE
               END-IF
               ADD 1 TO WS-RUN-NO
           END-IF.
           MOVE WS-RUN-NO TO WS-RPT-SUPP-RUN.
           MOVE WS-BUS-DATE TO WS-RPT-SUPP-DATE.
           MOVE WS-SUPP-SOURCE TO WS-RPT-SUPP-SOURCE.
           WRITE REPORT-LINE FROM WS-RPT-SUPP-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       0310-NOTE-SUPPLEMENTAL-RUN.
           MOVE RUNCTL-RUN-NO TO WS-RUN-NO.
           IF RUNCTL-COMPLETED
               SET WS-RUN-HIGH-DONE TO TRUE
               IF RUNCTL-SOURCE = WS-SUPP-SOURCE
                   SET WS-SRC-ALREADY-RUN TO TRUE
               END-IF
           ELSE
               MOVE 'N' TO WS-RUN-HIGH-DONE-SW
           END-IF.

       0320-CHECK-NIGHTLY-SOURCE.
           OPEN INPUT CTLTOT-FILE.
           IF WS-CTOT-STATUS NOT = "00"
               CLOSE RUNCTL-FILE
               MOVE SPACES TO WS-RPT-CTLFAIL-TEXT
               STRING "CONTROL-TOTAL REGISTER UNAVAILABLE, STATUS "
                          DELIMITED BY SIZE
                      WS-CTOT-STATUS DELIMITED BY SIZE
                   INTO WS-RPT-CTLFAIL-TEXT
               PERFORM 9900-CONTROL-FAILURE
           END-IF.
           MOVE WS-BUS-DATE TO CTOT-BUS-DATE.
           MOVE 1 TO CTOT-RUN-NO.
           MOVE "PERCENTE" TO CTOT-STEP.
           READ CTLTOT-FILE
               INVALID KEY
                   CLOSE CTLTOT-FILE
                         RUNCTL-FILE
                   MOVE "NIGHTLY EDIT FIGURES NOT ON THE REGISTER"
                       TO WS-RPT-CTLFAIL-TEXT
                   PERFORM 9900-CONTROL-FAILURE
           END-READ.
           MOVE WS-SUPP-SOURCE TO CTOT-STEP.
           READ CTLTOT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CTOT-S-GOOD
                       CLOSE CTLTOT-FILE
                             RUNCTL-FILE
                       MOVE SPACES TO WS-RPT-CTLFAIL-TEXT
                       STRING "SOURCE " DELIMITED BY SIZE
                              WS-SUPP-SOURCE DELIMITED BY SPACE
                              " PASSED ITS CONTROLS ON THE NIGHTLY RUN"
                                  DELIMITED BY SIZE
                           INTO WS-RPT-CTLFAIL-TEXT
                       PERFORM 9900-CONTROL-FAILURE
                   END-IF
                   MOVE CTOT-S-EDIT-DATE TO WS-NIGHT-RUN-DATE
           END-READ.
           CLOSE CTLTOT-FILE.

      * The duplicate files are opened with the customer master, and
      * like it are needed before anything is edited.  The history
      * is rolled forward first: entries older than the lookback
      * window are aged off, and a rerun of a night drops that
      * night's entries along with any of its queued items still
      * awaiting review, since the rerun will find them again.  A
      * supplemental run drops only the late source's, so the good
      * sources passed that night still count against it, and a rerun
      * of the nightly run drops only the nightly run's history, so
      * what supplemental runs of the date passed still counts.
       0400-OPEN-DUPLICATE-FILES.
           OPEN I-O DUPHIST-FILE.
           IF WS-DUPH-STATUS NOT = "00" AND WS-DUPH-STATUS NOT = "05"
               MOVE SPACES TO WS-RPT-CTLFAIL-TEXT
               STRING "DUPLICATE HISTORY UNAVAILABLE, STATUS "
                          DELIMITED BY SIZE
                      WS-DUPH-STATUS DELIMITED BY SIZE
                   INTO WS-RPT-CTLFAIL-TEXT
               PERFORM 9900-CONTROL-FAILURE
           END-IF.
           OPEN I-O DUPREV-FILE.
           IF WS-DUPR-STATUS NOT = "00" AND WS-DUPR-STATUS NOT = "05"
               CLOSE DUPHIST-FILE
               MOVE SPACES TO WS-RPT-CTLFAIL-TEXT
               STRING "DUPLICATE REVIEW FILE UNAVAILABLE, STATUS "
                          DELIMITED BY SIZE
                      WS-DUPR-STATUS DELIMITED BY SIZE
                   INTO WS-RPT-CTLFAIL-TEXT
               PERFORM 9900-CONTROL-FAILURE
           END-IF.
           SET WS-DUP-FILES-OPEN TO TRUE.
           PERFORM 0410-ROLL-DUP-HISTORY.
           PERFORM 0420-CLEAR-TONIGHTS-QUEUE.

       0410-ROLL-DUP-HISTORY.
           MOVE LOW-VALUES TO DUPH-KEY.
           MOVE 'N' TO WS-DUP-EOF-SW.
           START DUPHIST-FILE KEY IS NOT LESS THAN DUPH-KEY
               INVALID KEY SET WS-DUP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-DUP-EOF
               READ DUPHIST-FILE NEXT
                   AT END SET WS-DUP-EOF TO TRUE
                   NOT AT END
                       IF DUPH-BUS-DATE < WS-DUP-FROM-DATE
                           ADD 1 TO WS-DUPH-AGED
                           DELETE DUPHIST-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       ELSE
                           IF DUPH-BUS-DATE = WS-BUS-DATE
                               AND ((WS-SUPPLEMENTAL
                                     AND DUPH-SOURCE = WS-SUPP-SOURCE)
                                 OR (NOT WS-SUPPLEMENTAL
                                     AND NOT DUPH-SUPPLEMENTAL-RUN))
                               DELETE DUPHIST-FILE RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * New items for tonight follow on from the highest sequence
      * left under the business date once this run's pending ones
      * are gone.  Another run's pending items stay: a rerun of the
      * nightly run does not edit a supplemental run's source again,
      * so those records would never be queued a second time.
      * Items already decided stay, and are counted so the edit
      * knows to look for them before queueing a record again.
       0420-CLEAR-TONIGHTS-QUEUE.
           MOVE ZERO TO WS-DUPR-LAST-SEQ
                        WS-DUPR-DECIDED.
           MOVE 'N' TO WS-DUP-EOF-SW.
           MOVE WS-BUS-DATE TO DUPR-QUEUE-DATE.
           MOVE ZERO TO DUPR-SEQ.
           START DUPREV-FILE KEY IS NOT LESS THAN DUPR-KEY
               INVALID KEY SET WS-DUP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-DUP-EOF
               READ DUPREV-FILE NEXT
                   AT END SET WS-DUP-EOF TO TRUE
                   NOT AT END
                       IF DUPR-QUEUE-DATE NOT = WS-BUS-DATE
                           SET WS-DUP-EOF TO TRUE
                       ELSE
                           IF DUPR-PENDING
                               AND DUPR-RUN-NO = WS-RUN-NO
                               DELETE DUPREV-FILE RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                           ELSE
                               MOVE DUPR-SEQ TO WS-DUPR-LAST-SEQ
                               IF NOT DUPR-PENDING
                                   ADD 1 TO WS-DUPR-DECIDED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * First pass: walk the header/trailer brackets.  A header while
      * a source is still open means the previous source never sent
           END-IF.
           ADD 1 TO WS-SRC-COUNT.
           MOVE WS-SRC-COUNT TO WS-SRC-IX.
           MOVE RAW-RECORD(1:LENGTH OF CTL-HEADER-RECORD)
               TO CTL-HEADER-RECORD.
           MOVE CTL-HDR-DATE TO WS-SRC-DATE (WS-SRC-IX).
           MOVE CTL-HDR-SOURCE TO WS-SRC-NAME (WS-SRC-IX).
           MOVE ZERO TO WS-SRC-DTL-COUNT (WS-SRC-IX)
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-SOURCE-LINE.

      * A supplemental run brings in the late source and nothing
      * else: anything more in the extract would be processed twice.
       0620-CHECK-SUPPLEMENTAL-SOURCES.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT
               IF WS-SRC-NAME (WS-SRC-IX) NOT = WS-SUPP-SOURCE
                   MOVE SPACES TO WS-RPT-CTLFAIL-TEXT
                   STRING "SOURCE " DELIMITED BY SIZE
                          WS-SRC-NAME (WS-SRC-IX) DELIMITED BY SPACE
                          " IS NOT THE LATE SOURCE"
                              DELIMITED BY SIZE
                       INTO WS-RPT-CTLFAIL-TEXT
                   PERFORM 9900-CONTROL-FAILURE
               END-IF
           END-PERFORM.

      * Second pass: the brackets only steer which source a detail
      * record belongs to.  Records of a failed source are carried to
      * suspense exactly as received, so they recycle once the source
      * The clean file still opens with a single header: the first
      * good source's extract date, and its name when the night had
      * only one good source - "MULTI" otherwise, since no single
      * upstream system owns the combined file - and the run number
      * of a supplemental run.
       0700-WRITE-CLEAN-HEADER.
           MOVE 'H' TO CTL-HDR-ID.
           PERFORM VARYING WS-SRC-IX FROM WS-SRC-COUNT BY -1
           IF WS-GOOD-SOURCES > 1
               MOVE "MULTI" TO CTL-HDR-SOURCE
           END-IF.
           IF WS-SUPPLEMENTAL
               MOVE WS-RUN-NO TO CTL-HDR-RUN-NO
           ELSE
               MOVE SPACE TO CTL-HDR-RUN-NO
           END-IF.
           WRITE CLEAN-CTL-RECORD FROM CTL-HEADER-RECORD.

      * The clean file gets its own control records: the trailer
           MOVE WS-CLEAN-HASH TO CTL-TRL-AMOUNT.
           WRITE CLEAN-CTL-RECORD FROM CTL-TRAILER-RECORD.

      * The edit's figures for the night's balancing sheet (PERCENTZ).
      * Only a finished edit reports; a rerun replaces its record.  A
      * register that cannot be written does not undo the edit - the
      * sheet shows the step as not reported and the night is chased
      * from there.
       0800-WRITE-CONTROL-TOTALS.
           OPEN I-O CTLTOT-FILE.
           IF WS-CTOT-STATUS NOT = "00" AND WS-CTOT-STATUS NOT = "05"
               DISPLAY "PERCENTE: control-total register unavailable,"
                   " status " WS-CTOT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO CTOT-RECORD.
           MOVE WS-BUS-DATE TO CTOT-BUS-DATE.
           MOVE WS-RUN-NO TO CTOT-RUN-NO.
           MOVE "PERCENTE" TO CTOT-STEP.
           MOVE WS-TIMESTAMP(1:14) TO CTOT-WRITTEN-TS.
           MOVE WS-RAW-DTL-COUNT TO CTOT-E-RAW-IN.
           MOVE WS-SUSP-COUNT TO CTOT-E-SUSP-IN.
           MOVE WS-CLEAN-COUNT TO CTOT-E-CLEAN.
           MOVE WS-REJECT-COUNT TO CTOT-E-REJECTED.
           MOVE WS-SRCSUSP-COUNT TO CTOT-E-SRC-SUSP.
           MOVE WS-SUSPOUT-COUNT TO CTOT-E-SUSP-OUT.
           MOVE WS-STALE-COUNT TO CTOT-E-STALE.
           MOVE WS-CLEAN-HASH TO CTOT-E-CLEAN-HASH.
           MOVE WS-DUPREL-COUNT TO CTOT-E-DUP-IN.
           MOVE WS-DUP-COUNT TO CTOT-E-DUP-HELD.
           MOVE WS-SUSP-CARRIED TO CTOT-E-SUSP-CARRIED.
           MOVE WS-SUSP-RETIRED TO CTOT-E-SUSP-RETIRED.
           WRITE CTOT-RECORD
               INVALID KEY
                   REWRITE CTOT-RECORD
                       INVALID KEY
                           DISPLAY "PERCENTE: control totals not "
                               "recorded, status " WS-CTOT-STATUS
                   END-REWRITE
           END-WRITE.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT
               PERFORM 0810-WRITE-SOURCE-VERDICT
           END-PERFORM.
           CLOSE CTLTOT-FILE.

      * One record per source judged tonight, which a supplemental run
      * of the date reads to see whether its source may come in and
      * which of the source's suspense records it replaces.
       0810-WRITE-SOURCE-VERDICT.
           MOVE SPACES TO CTOT-RECORD.
           MOVE WS-BUS-DATE TO CTOT-BUS-DATE.
           MOVE WS-RUN-NO TO CTOT-RUN-NO.
           MOVE WS-SRC-NAME (WS-SRC-IX) TO CTOT-STEP.
           MOVE WS-TIMESTAMP(1:14) TO CTOT-WRITTEN-TS.
           IF WS-SRC-GOOD (WS-SRC-IX)
               SET CTOT-S-GOOD TO TRUE
           ELSE
               SET CTOT-S-FAILED TO TRUE
           END-IF.
           MOVE WS-SRC-DATE (WS-SRC-IX) TO CTOT-S-EXT-DATE.
           MOVE WS-SRC-DTL-COUNT (WS-SRC-IX) TO CTOT-S-RECORDS.
           MOVE WS-SRC-SUSP (WS-SRC-IX) TO CTOT-S-SUSP.
           MOVE WS-RUN-DATE TO CTOT-S-EDIT-DATE.
           WRITE CTOT-RECORD
               INVALID KEY
                   REWRITE CTOT-RECORD
                       INVALID KEY
                           DISPLAY "PERCENTE: source "
                               WS-SRC-NAME (WS-SRC-IX)
                               " not recorded, status " WS-CTOT-STATUS
                   END-REWRITE
           END-WRITE.

       9900-CONTROL-FAILURE.
           WRITE REPORT-LINE FROM WS-RPT-CTLFAIL.
           DISPLAY "PERCENTE: " WS-RPT-CTLFAIL-TEXT.
           ELSE
               PERFORM 9950-CARRY-SUSPENSE-FORWARD
           END-IF.
           IF WS-DUP-FILES-OPEN
               CLOSE DUPHIST-FILE
                     DUPREV-FILE
           END-IF.
           CLOSE RAW-FILE
                 REPORT-FILE.
           STOP RUN.
       1000-EDIT-RECORD.
           PERFORM 1100-VALIDATE-RECORD.
           IF WS-REC-VALID
               IF WS-DUP-BYPASS
                   MOVE 'N' TO WS-DUP-FOUND-SW
               ELSE
                   PERFORM 1400-CHECK-DUPLICATE
               END-IF
               IF WS-DUP-FOUND
                   PERFORM 1450-HOLD-DUPLICATE
               ELSE
                   MOVE WS-WORK-REC(1:23) TO TRANS-RECORD
                   WRITE TRANS-RECORD
                   ADD 1 TO WS-CLEAN-COUNT
                   ADD WS-WRK-NUM-SD TO WS-CLEAN-HASH
                   PERFORM 1490-WRITE-DUP-HISTORY
               END-IF
           ELSE
               PERFORM 1200-WRITE-REJECT
           END-IF.
                   AND WS-WRK-PERCENT-9 = ZERO
                   MOVE "05" TO WS-REASON
           END-EVALUATE.
           IF WS-REASON = SPACES AND WS-WRK-CODE NOT = SPACES
               PERFORM 1150-VALIDATE-CUSTOMER
           END-IF.
           IF WS-REASON NOT = SPACES
               MOVE 'N' TO WS-REC-VALID-SW
           END-IF.

      * A coded record must belong to a customer on the master who is
      * still trading.  Unknown, closed and suspended codes go through
      * the ordinary reject and suspense path, so a record whose
      * customer is added or reinstated recycles clean on a later
      * night, and one that never is goes stale for follow-up.
       1150-VALIDATE-CUSTOMER.
           MOVE WS-WRK-CODE TO CUST-CODE.
           READ CUST-FILE
               INVALID KEY
                   MOVE "06" TO WS-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CUST-CLOSED
                           MOVE "07" TO WS-REASON
                       WHEN CUST-SUSPENDED
                           MOVE "08" TO WS-REASON
                   END-EVALUATE
           END-READ.

      * A supplemental run passes the suspense through as it stands,
      * except the late source's own records from the night it
      * failed - written to suspense that night and not recycled
      * since - because the retransmission just edited replaces
      * them.  Suspense first dates are the calendar dates the edit
      * ran, and the register holds the one the nightly edit stamped
      * on the failed source (0320).  A source that failed was never
      * edited that night, so its first-pass records from that date
      * are all records suspended for the failure and none are
      * validation rejects.  They are counted as retired.
       0850-CARRY-SUSPENSE-THROUGH.
           OPEN INPUT SUSP-IN-FILE.
           IF WS-SUSP-IN-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SUSP-IN-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM 0860-CARRY-ONE-SUSPENSE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SUSP-IN-FILE.

       0860-CARRY-ONE-SUSPENSE.
           MOVE SUSP-IN-RECORD TO SUSP-RECORD.
           IF SUSP-ID = 'S'
               AND SUSP-SOURCE = WS-SUPP-SOURCE
               AND SUSP-CYCLES = 1
               AND SUSP-FIRST-DATE = WS-NIGHT-RUN-DATE
               ADD 1 TO WS-SUSP-RETIRED
           ELSE
               WRITE SUSP-OUT-RECORD FROM SUSP-IN-RECORD
               ADD 1 TO WS-SUSP-CARRIED
               ADD 1 TO WS-SUSPOUT-COUNT
           END-IF.

      * Recycled suspense records from the prior night go through the
      * same edits first, so corrected records rejoin the stream
      * without being rekeyed.
       0880-RECYCLE-SUSPENSE.
           OPEN INPUT SUSP-IN-FILE.
           IF WS-SUSP-IN-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SUSP-IN-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUSP-COUNT
                           PERFORM 0900-RECYCLE-SUSPENSE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SUSP-IN-FILE.

      * A recycled suspense record rides in with its own history;
      * anything else entering suspense starts its history tonight.
       0900-RECYCLE-SUSPENSE-RECORD.
           END-IF.
           PERFORM 1000-EDIT-RECORD.

      * A released item is edited like any other record, so a
      * customer closed since it was queued still rejects, but it is
      * not compared against the history again.  An item already
      * applied under tonight's date is applied again on a rerun,
      * because the rerun replaces the clean file it went into.
       0950-APPLY-RELEASED-DUPLICATES.
           MOVE 'N' TO WS-DUP-EOF-SW.
           MOVE ZERO TO DUPR-QUEUE-DATE
                        DUPR-SEQ.
           START DUPREV-FILE KEY IS NOT LESS THAN DUPR-KEY
               INVALID KEY SET WS-DUP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-DUP-EOF
               READ DUPREV-FILE NEXT
                   AT END SET WS-DUP-EOF TO TRUE
                   NOT AT END
                       IF DUPR-RELEASED
                           AND (DUPR-APPLIED-DATE = ZERO
                             OR DUPR-APPLIED-DATE = WS-BUS-DATE)
                           PERFORM 0960-APPLY-ONE-RELEASE
                       END-IF
               END-READ
           END-PERFORM.

       0960-APPLY-ONE-RELEASE.
           ADD 1 TO WS-DUPREL-COUNT.
           MOVE DUPR-DATA TO WS-WORK-REC.
           MOVE DUPR-QUEUE-DATE TO WS-CUR-FIRST-DATE.
           MOVE DUPR-SOURCE TO WS-CUR-SOURCE.
           MOVE ZERO TO WS-CUR-CYCLES.
           SET WS-DUP-BYPASS TO TRUE.
           PERFORM 1000-EDIT-RECORD.
           MOVE 'N' TO WS-DUP-BYPASS-SW.
           MOVE WS-BUS-DATE TO DUPR-APPLIED-DATE.
           REWRITE DUPR-RECORD
               INVALID KEY
                   DISPLAY "PERCENTE: released duplicate "
                       DUPR-QUEUE-DATE "/" DUPR-SEQ
                       " not stamped, status " WS-DUPR-STATUS
           END-REWRITE.

       1200-WRITE-REJECT.
           MOVE WS-REASON TO REJ-REASON.
           MOVE WS-WORK-REC TO REJ-DATA.
               WRITE REPORT-LINE FROM WS-RPT-STALE
           ELSE
               WRITE SUSP-OUT-RECORD FROM SUSP-RECORD
               ADD 1 TO WS-SUSPOUT-COUNT
           END-IF.

       1300-DESCRIBE-REASON.
               WHEN "05"
                   MOVE "CODE MISSING AND NO OVERRIDE PERCENT"
                       TO WS-RPT-REASON-DESC
               WHEN "06"
                   MOVE "CODE NOT ON CUSTOMER MASTER"
                       TO WS-RPT-REASON-DESC
               WHEN "07"
                   MOVE "CUSTOMER ACCOUNT CLOSED" TO WS-RPT-REASON-DESC
               WHEN "08"
                   MOVE "CUSTOMER ACCOUNT SUSPENDED"
                       TO WS-RPT-REASON-DESC
               WHEN "09"
                   MOVE "DUPLICATE - REVIEW QUEUE WRITE FAILED"
                       TO WS-RPT-REASON-DESC
               WHEN OTHER
                   MOVE "UNKNOWN REASON" TO WS-RPT-REASON-DESC
           END-EVALUATE.

      * A clean record is a likely duplicate when the history holds
      * the same code and amount from a different source on the same
      * night, or from any source on an earlier night within the
      * lookback window.  The same source twice in one night is two
      * sales, not a resend.
       1400-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-FOUND-SW.
           MOVE 'N' TO WS-DUP-EOF-SW.
           MOVE WS-WRK-CODE TO DUPH-CODE.
           MOVE WS-WRK-NUM-SD TO DUPH-NUM.
           MOVE WS-DUP-FROM-DATE TO DUPH-BUS-DATE.
           MOVE LOW-VALUES TO DUPH-SOURCE.
           MOVE ZERO TO DUPH-SEQ.
           MOVE DUPH-KEY(1:18) TO WS-DUP-SAVE-KEY.
           START DUPHIST-FILE KEY IS NOT LESS THAN DUPH-KEY
               INVALID KEY SET WS-DUP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-DUP-EOF OR WS-DUP-FOUND
               READ DUPHIST-FILE NEXT
                   AT END SET WS-DUP-EOF TO TRUE
                   NOT AT END
                       IF DUPH-KEY(1:18) NOT = WS-DUP-SAVE-KEY
                           OR DUPH-BUS-DATE > WS-BUS-DATE
                           SET WS-DUP-EOF TO TRUE
                       ELSE
                           PERFORM 1410-JUDGE-HISTORY-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       1410-JUDGE-HISTORY-ENTRY.
           IF DUPH-BUS-DATE < WS-BUS-DATE
               MOVE 'P' TO WS-DUP-MATCH-KIND
               SET WS-DUP-FOUND TO TRUE
           ELSE
               IF DUPH-SOURCE NOT = WS-CUR-SOURCE
                   MOVE 'S' TO WS-DUP-MATCH-KIND
                   SET WS-DUP-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-DUP-FOUND
               MOVE DUPH-BUS-DATE TO WS-DUP-MATCH-DATE
               MOVE DUPH-SOURCE TO WS-DUP-MATCH-SRC
           END-IF.

      * A suspected duplicate leaves the stream for the review queue
      * and is listed with both sources.  On a rerun, a record the
      * operator has already decided is not queued a second time: a
      * release has just been applied and a confirmed duplicate stays
      * uncharged.
       1450-HOLD-DUPLICATE.
           ADD 1 TO WS-DUP-COUNT.
           MOVE WS-CUR-SOURCE TO WS-RPT-DUP-SOURCE.
           MOVE WS-WRK-CODE TO WS-RPT-DUP-CODE.
           MOVE WS-WRK-NUM-SD TO WS-RPT-DUP-NUM.
           MOVE WS-DUP-MATCH-SRC TO WS-RPT-DUP-MSRC.
           MOVE WS-DUP-MATCH-DATE TO WS-RPT-DUP-MDATE.
           MOVE 'N' TO WS-DUP-DECIDED-SW.
           IF WS-DUPR-DECIDED > ZERO
               PERFORM 1460-FIND-DECIDED-TONIGHT
           END-IF.
           IF WS-DUP-DECIDED
               MOVE DUPR-SEQ TO WS-RPT-DUP-SEQ
               WRITE REPORT-LINE FROM WS-RPT-DUP
               MOVE "ALREADY DECIDED IN REVIEW - NOT QUEUED AGAIN"
                   TO WS-RPT-DUP-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-RPT-DUP-NOTE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DUPR-LAST-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO DUPR-RECORD.
           MOVE WS-BUS-DATE TO DUPR-QUEUE-DATE.
           MOVE WS-DUPR-LAST-SEQ TO DUPR-SEQ.
           MOVE WS-CUR-SOURCE TO DUPR-SOURCE.
           MOVE WS-WRK-CODE TO DUPR-CODE.
           MOVE WS-WRK-NUM-SD TO DUPR-NUM.
           MOVE WS-WORK-REC TO DUPR-DATA.
           MOVE WS-DUP-MATCH-KIND TO DUPR-MATCH-KIND.
           MOVE WS-DUP-MATCH-DATE TO DUPR-MATCH-DATE.
           MOVE WS-DUP-MATCH-SRC TO DUPR-MATCH-SOURCE.
           MOVE 'P' TO DUPR-STATUS.
           MOVE WS-TIMESTAMP(1:14) TO DUPR-QUEUED-TS.
           MOVE ZERO TO DUPR-DECIDED-TS
                        DUPR-APPLIED-DATE.
           MOVE WS-RUN-NO TO DUPR-RUN-NO.
           WRITE DUPR-RECORD
               INVALID KEY
                   PERFORM 1470-DUPLICATE-NOT-QUEUED
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE WS-DUPR-LAST-SEQ TO WS-RPT-DUP-SEQ.
           WRITE REPORT-LINE FROM WS-RPT-DUP.

      * A likely duplicate the review queue will not take must still
      * not pass unseen, and the step is well into its outputs, so
      * rather than abandon them it is rejected to suspense (reason
      * 09).  It recycles on the next run, is found a duplicate again
      * and is queued then.
       1470-DUPLICATE-NOT-QUEUED.
           DISPLAY "PERCENTE: duplicate not queued for review"
               " for " WS-WRK-CODE ", status " WS-DUPR-STATUS
               " - rejected to suspense".
           SUBTRACT 1 FROM WS-DUP-COUNT.
           MOVE "09" TO WS-REASON.
           PERFORM 1200-WRITE-REJECT.

       1460-FIND-DECIDED-TONIGHT.
           MOVE 'N' TO WS-DUP-EOF-SW.
           MOVE WS-BUS-DATE TO DUPR-QUEUE-DATE.
           MOVE ZERO TO DUPR-SEQ.
           START DUPREV-FILE KEY IS NOT LESS THAN DUPR-KEY
               INVALID KEY SET WS-DUP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-DUP-EOF OR WS-DUP-DECIDED
               READ DUPREV-FILE NEXT
                   AT END SET WS-DUP-EOF TO TRUE
                   NOT AT END
                       IF DUPR-QUEUE-DATE NOT = WS-BUS-DATE
                           SET WS-DUP-EOF TO TRUE
                       ELSE
                           IF NOT DUPR-PENDING
                               AND DUPR-SOURCE = WS-CUR-SOURCE
                               AND DUPR-DATA = WS-WORK-REC
                               SET WS-DUP-DECIDED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Every record passed to TRANSOUT joins the history under the
      * business date and the source that sent it.
       1490-WRITE-DUP-HISTORY.
           ADD 1 TO WS-DUPH-LAST-SEQ.
           MOVE WS-WRK-CODE TO DUPH-CODE.
           MOVE WS-WRK-NUM-SD TO DUPH-NUM.
           MOVE WS-BUS-DATE TO DUPH-BUS-DATE.
           MOVE WS-CUR-SOURCE TO DUPH-SOURCE.
           MOVE WS-DUPH-LAST-SEQ TO DUPH-SEQ.
           MOVE WS-WRK-PERCENT-9 TO DUPH-PERCENT.
           MOVE WS-RUN-NO TO DUPH-RUN-NO.
           WRITE DUPH-RECORD
               INVALID KEY
                   DISPLAY "PERCENTE: duplicate history not written"
                       " for " WS-WRK-CODE ", status " WS-DUPH-STATUS
           END-WRITE.
