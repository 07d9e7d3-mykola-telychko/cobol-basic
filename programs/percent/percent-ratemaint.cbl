           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PERIOD-FILE ASSIGN TO "PERIOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERIOD-MONTH
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       FD  SECLOG-FILE.
       COPY PCSECLOG.

       FD  PERIOD-FILE.
       COPY PCPERIOD.

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS   PIC XX.
       01 WS-OPER-STATUS   PIC XX.
       01 WS-PERIOD-STATUS PIC XX.
       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-TIMESTAMP     PIC X(21).
       01 WS-AUTH-LEVEL    PIC 9 VALUE ZERO.
              88 WS-RATE-EOF           VALUE 'Y'.
           05 WS-FIELD-VALID-SW PIC X VALUE 'N'.
              88 WS-FIELD-VALID        VALUE 'Y'.
           05 WS-PERIOD-EOF-SW PIC X VALUE 'N'.
              88 WS-PERIOD-EOF         VALUE 'Y'.
           05 WS-PERIOD-LOCK-SW PIC X VALUE 'N'.
              88 WS-PERIOD-LOCKED      VALUE 'Y'.
           05 WS-SAME-RATE-SW  PIC X VALUE 'N'.
              88 WS-SAME-RATE          VALUE 'Y'.

       01 WS-KEY-CODE      PIC X(6).
       01 WS-KEY-EFF-FROM  PIC 9(8).
       01 WS-LOG-ACTION    PIC X(6).
       01 WS-FIELD-INPUT   PIC X(12).

      * The rate record as it stood before a change, and the span of
      * dates whose rate in force an action would alter.
       COPY PCRATE REPLACING LEADING ==RATE== BY ==WS-PRV==.
       01 WS-CHK-FROM      PIC 9(8).
       01 WS-CHK-TO        PIC 9(8).
       01 WS-CHK-INT       PIC 9(8).
       01 WS-LOCKED-MONTH  PIC 9(6).
       01 WS-LOCKED-STATUS PIC X(8).

       01 WS-BROWSE-COUNT  PIC 9(4) VALUE ZERO.
       01 WS-BAND-IX       PIC 9.

               DISPLAY "Rate file unavailable, status " WS-RATE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = "00"
               AND WS-PERIOD-STATUS NOT = "05"
               DISPLAY "Period register unavailable, status "
                   WS-PERIOD-STATUS
               CLOSE RATE-FILE
               GOBACK
           END-IF.

           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION-EXIT
               END-EVALUATE
           END-PERFORM.

           CLOSE RATE-FILE
                 PERIOD-FILE.
           GOBACK.

      * The menu already hides options above the operator's level,
               END-IF
           END-PERFORM.

      * A rate change may not alter the rate in force on any day of a
      * month Finance has closed, or is closing: the nights already
      * posted there would no longer agree with the table.  The span
      * WS-CHK-FROM to WS-CHK-TO is checked against every period on
      * the register that it reaches.
       0800-CHECK-PERIODS.
           MOVE 'N' TO WS-PERIOD-LOCK-SW.
           MOVE 'N' TO WS-PERIOD-EOF-SW.
           MOVE WS-CHK-FROM(1:6) TO PERIOD-MONTH.
           START PERIOD-FILE KEY IS NOT LESS THAN PERIOD-MONTH
               INVALID KEY SET WS-PERIOD-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-PERIOD-EOF OR WS-PERIOD-LOCKED
               READ PERIOD-FILE NEXT
                   AT END SET WS-PERIOD-EOF TO TRUE
                   NOT AT END
                       IF PERIOD-MONTH > WS-CHK-TO(1:6)
                           SET WS-PERIOD-EOF TO TRUE
                       ELSE
                           IF PERIOD-CLOSED OR PERIOD-CLOSING
                               MOVE PERIOD-MONTH TO WS-LOCKED-MONTH
                               MOVE PERIOD-STATUS TO WS-LOCKED-STATUS
                               SET WS-PERIOD-LOCKED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * The period's own status is shown, so an operator is not told
      * a month is already closed while Finance is still closing it.
       0850-REFUSE-PERIOD.
           DISPLAY "That change reaches period " WS-LOCKED-MONTH
               ", which is " FUNCTION TRIM(WS-LOCKED-STATUS)
               " - refused.".
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "CLOSED PERIOD " DELIMITED BY SIZE
                  WS-LOCKED-MONTH DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-KEY-CODE DELIMITED BY SIZE
               INTO WS-LOG-DETAIL.
           PERFORM 9100-WRITE-SECLOG.

       1000-ADD-RATE.
           PERFORM 0020-GET-KEY.
           MOVE WS-KEY-CODE TO RATE-CODE.
           MOVE WS-KEY-EFF-FROM TO RATE-EFF-FROM.
           PERFORM 0040-GET-EFF-TO.
           MOVE RATE-EFF-FROM TO WS-CHK-FROM.
           MOVE RATE-EFF-TO TO WS-CHK-TO.
           PERFORM 0800-CHECK-PERIODS.
           IF WS-PERIOD-LOCKED
               PERFORM 0850-REFUSE-PERIOD
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0045-GET-RATE-DETAILS.
           MOVE ZERO TO WS-OLD-PERCENT.
           WRITE RATE-RECORD
                       " effective " WS-KEY-EFF-FROM
               NOT INVALID KEY
                   MOVE RATE-PERCENT TO WS-OLD-PERCENT
                   MOVE RATE-RECORD TO WS-PRV-RECORD
                   PERFORM 0040-GET-EFF-TO
                   PERFORM 0045-GET-RATE-DETAILS
                   PERFORM 2100-CHECK-CHANGE-PERIODS
                   IF WS-PERIOD-LOCKED
                       PERFORM 0850-REFUSE-PERIOD
                   ELSE
                       PERFORM 2200-REWRITE-RATE
                   END-IF
           END-READ.

      * A change that keeps the rate and only moves the end date
      * alters just the days between the old and new end dates;
      * anything else alters the whole span the record covered or
      * now covers.
       2100-CHECK-CHANGE-PERIODS.
           MOVE 'N' TO WS-PERIOD-LOCK-SW.
           MOVE 'N' TO WS-SAME-RATE-SW.
           IF RATE-PERCENT = WS-PRV-PERCENT
               AND RATE-BAND-COUNT = WS-PRV-BAND-COUNT
               AND RATE-BANDS = WS-PRV-BANDS
               AND ((RATE-TIERED AND WS-PRV-TIERED)
                 OR (RATE-FLAT AND WS-PRV-FLAT))
               SET WS-SAME-RATE TO TRUE
           END-IF.
           IF RATE-EFF-TO > WS-PRV-EFF-TO
               MOVE RATE-EFF-TO TO WS-CHK-TO
               MOVE WS-PRV-EFF-TO TO WS-CHK-FROM
           ELSE
               MOVE WS-PRV-EFF-TO TO WS-CHK-TO
               MOVE RATE-EFF-TO TO WS-CHK-FROM
           END-IF.
           IF WS-SAME-RATE
               IF RATE-EFF-TO = WS-PRV-EFF-TO
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-CHK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CHK-FROM) + 1
               COMPUTE WS-CHK-FROM =
                   FUNCTION DATE-OF-INTEGER(WS-CHK-INT)
           ELSE
               MOVE RATE-EFF-FROM TO WS-CHK-FROM
           END-IF.
           PERFORM 0800-CHECK-PERIODS.

       2200-REWRITE-RATE.
           REWRITE RATE-RECORD
               INVALID KEY
                   DISPLAY "Rewrite failed, status "
                       WS-RATE-STATUS
               NOT INVALID KEY
                   DISPLAY "Rate changed."
                   MOVE 'CHANGE' TO WS-LOG-ACTION
                   PERFORM 9000-WRITE-RATELOG
           END-REWRITE.

       3000-DELETE-RATE.
           PERFORM 0020-GET-KEY.
           MOVE WS-KEY-CODE TO RATE-CODE.
                   DISPLAY "No rate on file for " WS-KEY-CODE
                       " effective " WS-KEY-EFF-FROM
               NOT INVALID KEY
                   MOVE RATE-EFF-FROM TO WS-CHK-FROM
                   MOVE RATE-EFF-TO TO WS-CHK-TO
                   PERFORM 0800-CHECK-PERIODS
                   IF WS-PERIOD-LOCKED
                       PERFORM 0850-REFUSE-PERIOD
                   ELSE
                       PERFORM 3100-DELETE-CURRENT-RATE
                   END-IF
           END-READ.

       3100-DELETE-CURRENT-RATE.
           MOVE RATE-PERCENT TO WS-OLD-PERCENT.
           MOVE ZERO TO RATE-PERCENT.
           DELETE RATE-FILE
               INVALID KEY
                   DISPLAY "Delete failed, status "
                       WS-RATE-STATUS
               NOT INVALID KEY
                   DISPLAY "Rate deleted."
                   MOVE 'DELETE' TO WS-LOG-ACTION
                   PERFORM 9000-WRITE-RATELOG
           END-DELETE.

       4000-BROWSE-RATES.
           DISPLAY "Code to browse (blank = all): ".
           ACCEPT WS-KEY-CODE.
