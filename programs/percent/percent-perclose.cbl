       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCENTP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO "PERIOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERIOD-MONTH
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL GLREG-FILE ASSIGN TO "GLREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLREG-BATCH-NO
               FILE STATUS IS WS-GLREG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       COPY PCPERIOD.

       FD  RUNCTL-FILE.
       COPY PCRUNCTL.

       FD  GLREG-FILE.
       COPY PCGLREG.

       FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS  PIC XX.
       01 WS-RUNCTL-STATUS  PIC XX.
       01 WS-GLREG-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-SW        PIC X VALUE 'N'.
              88 WS-EOF               VALUE 'Y'.

       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-TIMESTAMP      PIC X(21).
       01 WS-TODAY          PIC 9(8).

      * CLOSEMONTH=YYYYMM names the month to close; left out, it is
      * the month before the one the job runs in.  A month that has
      * not yet ended cannot be closed.
       01 WS-CLOSE-MONTH    PIC 9(6).
       01 WS-CLOSE-YEAR-MONTH REDEFINES WS-CLOSE-MONTH.
           05 WS-CLOSE-YYYY    PIC 9(4).
           05 WS-CLOSE-MM      PIC 99.
       01 WS-CLOSE-MONTH-PARM PIC X(6).

       01 WS-BATCH-NO       PIC X(10).

      * Anything that stops the month closing is counted here and
      * tagged on its line of the report.
       01 WS-BLOCK-COUNT    PIC 9(6) VALUE ZERO.

       01 WS-SNAP-NIGHTS    PIC 9(3) VALUE ZERO.
       01 WS-SNAP-REC-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SNAP-RESULT-TOTAL PIC S9(13)V99 VALUE ZERO.
       01 WS-SNAP-BATCHES   PIC 9(3) VALUE ZERO.
       01 WS-SNAP-NIGHTLY-BATCHES PIC 9(3) VALUE ZERO.
       01 WS-SNAP-ADJ-BATCHES PIC 9(3) VALUE ZERO.
       01 WS-SNAP-GL-LINES  PIC 9(9) VALUE ZERO.
       01 WS-SNAP-NIGHTLY-NET PIC S9(13)V99 VALUE ZERO.
       01 WS-SNAP-ADJ-NET   PIC S9(13)V99 VALUE ZERO.
       01 WS-SNAP-GL-NET    PIC S9(13)V99 VALUE ZERO.
       01 WS-SUPP-RUNS      PIC 9(3) VALUE ZERO.
       01 WS-SUPP-BATCHES   PIC 9(3) VALUE ZERO.

       01 WS-RPT-HEADING-1.
           05 FILLER           PIC X(40) VALUE
               "MONTH-END PERIOD CLOSE".

       01 WS-RPT-HEADING-2.
           05 FILLER           PIC X(8) VALUE "PERIOD: ".
           05 WS-RPT-MONTH      PIC 9999/99.
           05 FILLER           PIC X(14) VALUE "    RUN DATE: ".
           05 WS-RPT-DATE       PIC 9999/99/99.

       01 WS-RPT-NIGHT-HEAD.
           05 FILLER            PIC X(12) VALUE "NIGHT".
           05 FILLER            PIC X(11) VALUE "STATUS".
           05 FILLER            PIC X(12) VALUE "RECORDS".
           05 FILLER            PIC X(18) VALUE "RESULT TOTAL".
           05 FILLER            PIC X(10) VALUE "GL BATCH".

       01 WS-RPT-NIGHT.
           05 WS-RPT-NT-DATE     PIC 9999/99/99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-NT-STATUS   PIC X(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-NT-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-NT-TOTAL    PIC -(12)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-NT-TAG      PIC X(24).

       01 WS-RPT-BATCH-HEAD.
           05 FILLER            PIC X(12) VALUE "GL BATCH".
           05 FILLER            PIC X(14) VALUE "STATUS".
           05 FILLER            PIC X(9) VALUE "LINES".
           05 FILLER            PIC X(18) VALUE "NET TOTAL".
           05 FILLER            PIC X(10) VALUE "POSTED".

       01 WS-RPT-BATCH.
           05 WS-RPT-BT-BATCH    PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-BT-STATUS   PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-BT-LINES    PIC ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-BT-NET      PIC -(12)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-BT-POSTED   PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RPT-BT-TAG      PIC X(14).

       01 WS-RPT-COUNT-LINE.
           05 WS-RPT-COUNT-LABEL PIC X(36).
           05 WS-RPT-COUNT-VALUE PIC ZZZ,ZZZ,ZZ9.

       01 WS-RPT-AMT-LINE.
           05 WS-RPT-AMT-LABEL   PIC X(36).
           05 WS-RPT-AMT-VALUE   PIC -(12)9.99.

       01 WS-RPT-VERDICT.
           05 WS-RPT-VERDICT-TEXT PIC X(60).

       01 WS-DATE-ED        PIC 9999/99/99.

       PROCEDURE DIVISION.
      * Month-end close for one accounting period.  The month is
      * marked CLOSING first, which stops rate maintenance touching
      * it while the checks run.  It is only CLOSED when every night
      * on the run register in the month COMPLETED with its GL batch
      * registered, and every GL batch cut in the month - nightly
      * and adjustment - has come back ACKNOWLEDGED by the ledger.
      * Anything outstanding is tagged on the report, the month stays
      * CLOSING and the step ends RC=8; rerun once it is cleared.
      * The report of a month that closes is Finance's month-end
      * snapshot, and its totals are kept on the period record.
       0000-MAIN.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 0010-SET-CLOSE-MONTH.
           PERFORM 0020-OPEN-REGISTERS.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 0100-WRITE-REPORT-HEADER.

           PERFORM 0200-MARK-CLOSING.
           PERFORM 1000-CHECK-NIGHTS.
           PERFORM 2000-CHECK-GL-BATCHES.
           PERFORM 3000-WRITE-TOTALS.

           IF WS-BLOCK-COUNT = ZERO
               PERFORM 4000-CLOSE-PERIOD
           ELSE
               MOVE SPACES TO WS-RPT-VERDICT-TEXT
               STRING "PERIOD NOT CLOSED - " DELIMITED BY SIZE
                      WS-BLOCK-COUNT DELIMITED BY SIZE
                      " ITEM(S) OUTSTANDING, LEFT CLOSING"
                          DELIMITED BY SIZE
                   INTO WS-RPT-VERDICT-TEXT
               WRITE REPORT-LINE FROM WS-RPT-VERDICT
               DISPLAY "PERCENTP: period " WS-CLOSE-MONTH
                   " not closed - " WS-BLOCK-COUNT
                   " item(s) outstanding"
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE PERIOD-FILE
                 RUNCTL-FILE
                 GLREG-FILE
                 REPORT-FILE.

           STOP RUN.

       0010-SET-CLOSE-MONTH.
           MOVE SPACES TO WS-CLOSE-MONTH-PARM.
           ACCEPT WS-CLOSE-MONTH-PARM FROM ENVIRONMENT "CLOSEMONTH".
           IF WS-CLOSE-MONTH-PARM IS NUMERIC
               AND WS-CLOSE-MONTH-PARM NOT = "000000"
               MOVE WS-CLOSE-MONTH-PARM TO WS-CLOSE-MONTH
           ELSE
               MOVE WS-TODAY(1:6) TO WS-CLOSE-MONTH
               IF WS-CLOSE-MM = 1
                   SUBTRACT 1 FROM WS-CLOSE-YYYY
                   MOVE 12 TO WS-CLOSE-MM
               ELSE
                   SUBTRACT 1 FROM WS-CLOSE-MM
               END-IF
           END-IF.
           IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               DISPLAY "PERCENTP: CLOSEMONTH " WS-CLOSE-MONTH-PARM
                   " is not a month - nothing closed"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CLOSE-MONTH NOT < WS-TODAY(1:6)
               DISPLAY "PERCENTP: period " WS-CLOSE-MONTH
                   " has not ended - nothing closed"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0020-OPEN-REGISTERS.
           OPEN I-O PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = "00"
               AND WS-PERIOD-STATUS NOT = "05"
               DISPLAY "PERCENTP: period register unavailable, status "
                   WS-PERIOD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05"
               DISPLAY "PERCENTP: run control unavailable, status "
                   WS-RUNCTL-STATUS
               CLOSE PERIOD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GLREG-FILE.
           IF WS-GLREG-STATUS NOT = "00"
               AND WS-GLREG-STATUS NOT = "05"
               DISPLAY "PERCENTP: batch register unavailable, status "
                   WS-GLREG-STATUS
               CLOSE PERIOD-FILE
                     RUNCTL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-WRITE-REPORT-HEADER.
           MOVE WS-CLOSE-MONTH TO WS-RPT-MONTH.
           MOVE WS-TODAY TO WS-RPT-DATE.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-1.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      * A month already CLOSED is left exactly as it is - its
      * snapshot stands until a reopen.  Otherwise the month goes to
      * CLOSING before anything is checked.
       0200-MARK-CLOSING.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-CLOSE-MONTH TO PERIOD-MONTH.
           READ PERIOD-FILE
               INVALID KEY
                   MOVE SPACES TO PERIOD-RECORD
                   MOVE WS-CLOSE-MONTH TO PERIOD-MONTH
                   MOVE ZERO TO PERIOD-CLOSED-TS
                                PERIOD-REOPEN-TS
                                PERIOD-REOPEN-COUNT
                                PERIOD-NIGHTS
                                PERIOD-REC-COUNT
                                PERIOD-RESULT-TOTAL
                                PERIOD-BATCH-COUNT
                                PERIOD-GL-LINES
                                PERIOD-NIGHTLY-NET
                                PERIOD-ADJ-NET
                                PERIOD-GL-NET
                   MOVE 'CLOSING' TO PERIOD-STATUS
                   MOVE WS-TIMESTAMP(1:14) TO PERIOD-CLOSE-START-TS
                   WRITE PERIOD-RECORD
                   END-WRITE
               NOT INVALID KEY
                   IF PERIOD-CLOSED
                       PERFORM 0250-ALREADY-CLOSED
                   END-IF
                   IF PERIOD-OPEN
                       MOVE WS-TIMESTAMP(1:14) TO PERIOD-CLOSE-START-TS
                   END-IF
                   MOVE 'CLOSING' TO PERIOD-STATUS
                   REWRITE PERIOD-RECORD
                   END-REWRITE
           END-READ.
           IF WS-PERIOD-STATUS NOT = "00"
               DISPLAY "PERCENTP: period " WS-CLOSE-MONTH
                   " could not be marked closing, status "
                   WS-PERIOD-STATUS
               CLOSE PERIOD-FILE
                     RUNCTL-FILE
                     GLREG-FILE
                     REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0250-ALREADY-CLOSED.
           MOVE SPACES TO WS-RPT-VERDICT-TEXT.
           STRING "PERIOD ALREADY CLOSED AT " DELIMITED BY SIZE
                  PERIOD-CLOSED-TS DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  PERIOD-CLOSED-BY DELIMITED BY SIZE
               INTO WS-RPT-VERDICT-TEXT.
           WRITE REPORT-LINE FROM WS-RPT-VERDICT.
           DISPLAY "PERCENTP: period " WS-CLOSE-MONTH
               " is already closed".
           CLOSE PERIOD-FILE
                 RUNCTL-FILE
                 GLREG-FILE
                 REPORT-FILE.
           MOVE 4 TO RETURN-CODE.
           STOP RUN.

      * Every run on the run register in the month, a night's
      * supplemental runs listed under its nightly run.  A run left
      * STARTED or ABENDED never finished and must be restarted or
      * rerun first; a completed run must have its GL batch ("PC",
      * or "S" and the run number for a supplemental run) on the
      * batch register, or its postings never reached the ledger's
      * match-back.  Nights completed counts nightly runs only; the
      * record count and result total take in every run.
       1000-CHECK-NIGHTS.
           WRITE REPORT-LINE FROM WS-RPT-NIGHT-HEAD.
           MOVE 'N' TO WS-EOF-SW.
           COMPUTE RUNCTL-DATE = WS-CLOSE-MONTH * 100 + 1.
           MOVE ZERO TO RUNCTL-RUN-NO.
           START RUNCTL-FILE KEY IS NOT LESS THAN RUNCTL-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ RUNCTL-FILE NEXT
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF RUNCTL-DATE(1:6) NOT = WS-CLOSE-MONTH
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM 1100-CHECK-ONE-NIGHT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       1100-CHECK-ONE-NIGHT.
           MOVE RUNCTL-DATE TO WS-RPT-NT-DATE.
           MOVE RUNCTL-STATUS TO WS-RPT-NT-STATUS.
           MOVE RUNCTL-COUNT TO WS-RPT-NT-COUNT.
           MOVE RUNCTL-TOTAL TO WS-RPT-NT-TOTAL.
           MOVE SPACES TO WS-RPT-NT-TAG.
           IF NOT RUNCTL-COMPLETED
               ADD 1 TO WS-BLOCK-COUNT
               MOVE "*** NOT COMPLETED" TO WS-RPT-NT-TAG
           ELSE
               IF RUNCTL-NIGHTLY-RUN
                   ADD 1 TO WS-SNAP-NIGHTS
                   MOVE "PC" TO WS-BATCH-NO(1:2)
               ELSE
                   ADD 1 TO WS-SUPP-RUNS
                   MOVE 'S' TO WS-BATCH-NO(1:1)
                   MOVE RUNCTL-RUN-NO TO WS-BATCH-NO(2:1)
               END-IF
               ADD RUNCTL-COUNT TO WS-SNAP-REC-COUNT
               ADD RUNCTL-TOTAL TO WS-SNAP-RESULT-TOTAL
               MOVE RUNCTL-DATE TO WS-BATCH-NO(3:8)
               MOVE WS-BATCH-NO TO GLREG-BATCH-NO
               READ GLREG-FILE
                   INVALID KEY
                       ADD 1 TO WS-BLOCK-COUNT
                       MOVE "*** GL BATCH NOT REGISTERED"
                           TO WS-RPT-NT-TAG
                   NOT INVALID KEY
                       MOVE WS-BATCH-NO TO WS-RPT-NT-TAG
               END-READ
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-NIGHT.

      * Every GL batch cut in the month, nightly ("PC"), supplemental
      * ("S") and retroactive adjustment ("PA") alike, must have
      * posted.  A supplemental batch counts with the nightly ones,
      * since its run's results are in the nightly result total.
       2000-CHECK-GL-BATCHES.
           WRITE REPORT-LINE FROM WS-RPT-BATCH-HEAD.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO GLREG-BATCH-NO.
           START GLREG-FILE KEY IS NOT LESS THAN GLREG-BATCH-NO
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ GLREG-FILE NEXT
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF GLREG-CUT-DATE(1:6) = WS-CLOSE-MONTH
                           PERFORM 2100-CHECK-ONE-BATCH
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       2100-CHECK-ONE-BATCH.
           ADD 1 TO WS-SNAP-BATCHES.
           ADD GLREG-LINE-COUNT TO WS-SNAP-GL-LINES.
           ADD GLREG-NET-TOTAL TO WS-SNAP-GL-NET.
           IF GLREG-BATCH-NO(1:2) = "PA"
               ADD 1 TO WS-SNAP-ADJ-BATCHES
               ADD GLREG-NET-TOTAL TO WS-SNAP-ADJ-NET
           ELSE
               ADD 1 TO WS-SNAP-NIGHTLY-BATCHES
               ADD GLREG-NET-TOTAL TO WS-SNAP-NIGHTLY-NET
               IF GLREG-BATCH-NO(1:1) = 'S'
                   ADD 1 TO WS-SUPP-BATCHES
               END-IF
           END-IF.
           MOVE GLREG-BATCH-NO TO WS-RPT-BT-BATCH.
           MOVE GLREG-STATUS TO WS-RPT-BT-STATUS.
           MOVE GLREG-LINE-COUNT TO WS-RPT-BT-LINES.
           MOVE GLREG-NET-TOTAL TO WS-RPT-BT-NET.
           MOVE SPACES TO WS-RPT-BT-TAG.
           IF GLREG-ACKNOWLEDGED
               MOVE GLREG-ACK-DATE TO WS-DATE-ED
               MOVE WS-DATE-ED TO WS-RPT-BT-POSTED
           ELSE
               MOVE SPACES TO WS-RPT-BT-POSTED
               ADD 1 TO WS-BLOCK-COUNT
               MOVE "*** NOT POSTED" TO WS-RPT-BT-TAG
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-BATCH.

       3000-WRITE-TOTALS.
           MOVE "NIGHTS COMPLETED:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-SNAP-NIGHTS TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "SUPPLEMENTAL RUNS COMPLETED:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-SUPP-RUNS TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "RECORDS PROCESSED:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-SNAP-REC-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "NIGHTLY RESULT TOTAL:" TO WS-RPT-AMT-LABEL.
           MOVE WS-SNAP-RESULT-TOTAL TO WS-RPT-AMT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-AMT-LINE.
           MOVE "NIGHTLY GL BATCHES:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-SNAP-NIGHTLY-BATCHES TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "  OF WHICH SUPPLEMENTAL:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-SUPP-BATCHES TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "ADJUSTMENT GL BATCHES:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-SNAP-ADJ-BATCHES TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "GL LINES:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-SNAP-GL-LINES TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "NIGHTLY GL NET:" TO WS-RPT-AMT-LABEL.
           MOVE WS-SNAP-NIGHTLY-NET TO WS-RPT-AMT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-AMT-LINE.
           MOVE "ADJUSTMENT GL NET:" TO WS-RPT-AMT-LABEL.
           MOVE WS-SNAP-ADJ-NET TO WS-RPT-AMT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-AMT-LINE.
           MOVE "PERIOD GL NET (TIE TO LEDGER):" TO WS-RPT-AMT-LABEL.
           MOVE WS-SNAP-GL-NET TO WS-RPT-AMT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-AMT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-CLOSE-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-CLOSE-MONTH TO PERIOD-MONTH.
           READ PERIOD-FILE
               INVALID KEY CONTINUE
           END-READ.
           MOVE 'CLOSED' TO PERIOD-STATUS.
           MOVE WS-TIMESTAMP(1:14) TO PERIOD-CLOSED-TS.
           MOVE WS-OPERATOR-ID TO PERIOD-CLOSED-BY.
           MOVE WS-SNAP-NIGHTS TO PERIOD-NIGHTS.
           MOVE WS-SNAP-REC-COUNT TO PERIOD-REC-COUNT.
           MOVE WS-SNAP-RESULT-TOTAL TO PERIOD-RESULT-TOTAL.
           MOVE WS-SNAP-BATCHES TO PERIOD-BATCH-COUNT.
           MOVE WS-SNAP-GL-LINES TO PERIOD-GL-LINES.
           MOVE WS-SNAP-NIGHTLY-NET TO PERIOD-NIGHTLY-NET.
           MOVE WS-SNAP-ADJ-NET TO PERIOD-ADJ-NET.
           MOVE WS-SNAP-GL-NET TO PERIOD-GL-NET.
           REWRITE PERIOD-RECORD
               INVALID KEY
                   DISPLAY "PERCENTP: period " WS-CLOSE-MONTH
                       " could not be marked closed, status "
                       WS-PERIOD-STATUS
                   MOVE "PERIOD NOT CLOSED - REGISTER UPDATE FAILED"
                       TO WS-RPT-VERDICT-TEXT
                   WRITE REPORT-LINE FROM WS-RPT-VERDICT
                   END-WRITE
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "PERIOD CLOSED - MONTH-END SNAPSHOT ABOVE"
                       TO WS-RPT-VERDICT-TEXT
                   WRITE REPORT-LINE FROM WS-RPT-VERDICT
                   END-WRITE
                   DISPLAY "PERCENTP: period " WS-CLOSE-MONTH
                       " closed"
           END-REWRITE.
