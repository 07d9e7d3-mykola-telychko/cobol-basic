
           SELECT SORT-FILE ASSIGN TO "SORTWK".

           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
           05 SORT-AMOUNT       PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.

       FD  RUNCTL-FILE.
       COPY PCRUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-EOF-SW        PIC X VALUE 'N'.
              88 WS-GRAND-FOUND       VALUE 'Y'.
           05 WS-IN-BALANCE-SW  PIC X VALUE 'Y'.
              88 WS-IN-BALANCE        VALUE 'Y'.
           05 WS-RUN-EOF-SW     PIC X VALUE 'N'.
              88 WS-RUN-EOF           VALUE 'Y'.
           05 WS-WINDOW-SW      PIC X VALUE 'N'.
              88 WS-REGISTER-WINDOW   VALUE 'Y'.

       01 WS-COMPARE        PIC X.
           88 WS-J-LOW              VALUE 'L'.
       01 WS-RUN-DATE-PARM  PIC X(8).
       01 WS-RUN-DATE-X     PIC X(8).

      * Every run of a date journals into the same file, so a run's
      * entries are told apart by time: those after the run before it
      * finished, up to the moment this run finished when a later run
      * of the date followed it.  RUNNO names the run (1, the nightly
      * run, by default); SUPPRUN=Y takes the date's latest
      * supplemental run, as the supplemental job does.
       01 WS-RUNCTL-STATUS  PIC XX.
       01 WS-RUN-NO-PARM    PIC X.
       01 WS-SUPP-RUN-PARM  PIC X.
       01 WS-RUN-NO         PIC 9 VALUE 1.
       01 WS-RUN-END-TS     PIC 9(14).
       01 WS-JRNL-FROM-TS   PIC 9(14) VALUE ZERO.
       01 WS-JRNL-TO-TS     PIC 9(14) VALUE 99999999999999.
       01 WS-BATCH-NO       PIC X(10).

       01 WS-JRNL-COUNT     PIC 9(9) VALUE ZERO.
       01 WS-RSLT-COUNT     PIC 9(9) VALUE ZERO.
       01 WS-MATCHED-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-RPT-HEADING-2.
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 WS-RPT-DATE       PIC 9999/99/99.
           05 FILLER           PIC X(8) VALUE "    RUN ".
           05 WS-RPT-RUN-NO     PIC 9.
           05 FILLER           PIC X(15) VALUE "    GL BATCH:  ".
           05 WS-RPT-BATCH-NO   PIC X(10).

       01 WS-RPT-COUNT-LINE.
           05 WS-RPT-COUNT-LABEL PIC X(30).
      * always.
       0000-MAIN.
           PERFORM 0010-SET-RUN-DATE.
           PERFORM 0020-SET-RUN-WINDOW.

           OPEN OUTPUT RECON-RPT-FILE.
           PERFORM 0100-WRITE-REPORT-HEADER.
           END-IF.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.

      * Without the register, or with no record of the nightly run,
      * the whole date's journal is reconciled as it always was.  A
      * supplemental run must be on the register, or there is no
      * telling its entries from the nightly run's.  A run found on
      * the register is reconciled on its time window alone, which
      * holds for a run that crossed midnight and for a rerun of an
      * earlier date alike.
       0020-SET-RUN-WINDOW.
           MOVE SPACE TO WS-RUN-NO-PARM
                         WS-SUPP-RUN-PARM.
           ACCEPT WS-RUN-NO-PARM FROM ENVIRONMENT "RUNNO".
           ACCEPT WS-SUPP-RUN-PARM FROM ENVIRONMENT "SUPPRUN".
           IF WS-RUN-NO-PARM IS NUMERIC AND WS-RUN-NO-PARM NOT = '0'
               MOVE WS-RUN-NO-PARM TO WS-RUN-NO
           ELSE
               IF WS-SUPP-RUN-PARM = 'Y'
                   MOVE ZERO TO WS-RUN-NO
               END-IF
           END-IF.

           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05"
               IF WS-RUN-NO = 1
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "PERCENTR: RUN REGISTER UNAVAILABLE, STATUS "
                   WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-RUN-NO = ZERO
               PERFORM 0030-FIND-LATEST-RUN
           END-IF.

           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-NO TO RUNCTL-RUN-NO.
           READ RUNCTL-FILE
               INVALID KEY
                   CLOSE RUNCTL-FILE
                   IF WS-RUN-NO = 1
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "PERCENTR: NO RUN " WS-RUN-NO
                       " ON THE REGISTER FOR " WS-RUN-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE RUNCTL-END-TS TO WS-RUN-END-TS.
           SET WS-REGISTER-WINDOW TO TRUE.

      * The nightly run's entries start when it started.  The bound is
      * taken a second short because the run's first entries can
      * carry the very second it was registered.
           IF WS-RUN-NO = 1
               SUBTRACT 1 FROM RUNCTL-START-TS GIVING WS-JRNL-FROM-TS
           END-IF.

           IF WS-RUN-NO > 1
               MOVE WS-RUN-DATE TO RUNCTL-DATE
               SUBTRACT 1 FROM WS-RUN-NO GIVING RUNCTL-RUN-NO
               READ RUNCTL-FILE
                   NOT INVALID KEY
                       MOVE RUNCTL-END-TS TO WS-JRNL-FROM-TS
               END-READ
           END-IF.

           IF WS-RUN-NO < 9
               MOVE WS-RUN-DATE TO RUNCTL-DATE
               ADD 1 TO WS-RUN-NO GIVING RUNCTL-RUN-NO
               READ RUNCTL-FILE
                   NOT INVALID KEY
                       MOVE WS-RUN-END-TS TO WS-JRNL-TO-TS
               END-READ
           END-IF.
           CLOSE RUNCTL-FILE.

      * The highest run on the register for the date.  Only the
      * nightly run there means no supplemental run has been made.
       0030-FIND-LATEST-RUN.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE ZERO TO RUNCTL-RUN-NO.
           MOVE 'N' TO WS-RUN-EOF-SW.
           START RUNCTL-FILE KEY IS > RUNCTL-KEY
               INVALID KEY SET WS-RUN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-RUN-EOF
               READ RUNCTL-FILE NEXT RECORD
                   AT END SET WS-RUN-EOF TO TRUE
                   NOT AT END
                       IF RUNCTL-DATE NOT = WS-RUN-DATE
                           SET WS-RUN-EOF TO TRUE
                       ELSE
                           MOVE RUNCTL-RUN-NO TO WS-RUN-NO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RUN-NO < 2
               DISPLAY "PERCENTR: NO SUPPLEMENTAL RUN ON THE REGISTER"
                   " FOR " WS-RUN-DATE
               CLOSE RUNCTL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-WRITE-REPORT-HEADER.
           MOVE WS-RUN-DATE TO WS-RPT-DATE.
           MOVE WS-RUN-NO TO WS-RPT-RUN-NO.
           IF WS-RUN-NO > 1
               MOVE 'S' TO WS-BATCH-NO(1:1)
               MOVE WS-RUN-NO TO WS-BATCH-NO(2:1)
           ELSE
               MOVE "PC" TO WS-BATCH-NO(1:2)
           END-IF.
           MOVE WS-RUN-DATE TO WS-BATCH-NO(3:8).
           MOVE WS-BATCH-NO TO WS-RPT-BATCH-NO.
           WRITE RECON-RPT-LINE FROM WS-RPT-HEADING-1.
           WRITE RECON-RPT-LINE FROM WS-RPT-HEADING-2.
           MOVE SPACES TO RECON-RPT-LINE.
      * Band-detail entries (JRNL-BAND-NO 1-5) break a tiered total
      * down; only the totals reconcile against result records.  A
      * space in the band field is an entry written before bands
      * existed and counts as a total.  Re-rate adjustments (origin
      * 'A') belong to PERCENTX's own result generation, not to the
      * night's, so they are left out of the match.  Only entries in
      * the run's own time window count (see 0020); the calendar date
      * is the test only when the register has no record of the run.
      * The business date is no test at all: a re-driven hold or a
      * supervisor's decision is journaled under the date it was first
      * rated for, and its result is still this run's.
       1000-RELEASE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           MOVE 'N' TO WS-EOF-SW.
               READ JOURNAL-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF (WS-REGISTER-WINDOW
                               OR JRNL-TIMESTAMP(1:8) = WS-RUN-DATE-X)
                           AND JRNL-TIMESTAMP > WS-JRNL-FROM-TS
                           AND JRNL-TIMESTAMP NOT > WS-JRNL-TO-TS
                           AND (JRNL-BAND-NO NOT NUMERIC
                               OR JRNL-BAND-NO = ZERO)
                           AND NOT JRNL-FROM-ADJUSTMENT
                           MOVE JRNL-NUM TO SORT-NUM
                           MOVE JRNL-PERCENT TO SORT-PERCENT
                           MOVE JRNL-RESULT TO SORT-AMOUNT
