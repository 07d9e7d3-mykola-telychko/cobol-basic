           SELECT REPORT-FILE ASSIGN TO "LOADRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PERIOD-FILE ASSIGN TO "PERIOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERIOD-MONTH
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RTTRAN-FILE.
       FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(80).

       FD  PERIOD-FILE.
       COPY PCPERIOD.

       WORKING-STORAGE SECTION.
       COPY PCRTTRAN.

       01 WS-RATE-STATUS   PIC XX.
       01 WS-OPER-STATUS   PIC XX.
       01 WS-PERIOD-STATUS PIC XX.
       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-TIMESTAMP     PIC X(21).
       01 WS-AUTH-LEVEL    PIC 9 VALUE ZERO.
              88 WS-FOUND             VALUE 'Y'.
           05 WS-SWAPPED-SW    PIC X VALUE 'N'.
              88 WS-SWAPPED           VALUE 'Y'.
           05 WS-PERIOD-EOF-SW PIC X VALUE 'N'.
              88 WS-PERIOD-EOF        VALUE 'Y'.
           05 WS-PERIOD-LOCK-SW PIC X VALUE 'N'.
              88 WS-PERIOD-LOCKED     VALUE 'Y'.
           05 WS-CHK-NEEDED-SW PIC X VALUE 'N'.
              88 WS-CHK-NEEDED        VALUE 'Y'.

       01 WS-PENDING-REC    PIC X(100).
       01 WS-PENDING-CODE   PIC X(6).
           05 WS-PJ-SWAP-FROM   PIC 9(8).
           05 WS-PJ-SWAP-TO     PIC 9(8).

      * A card may not alter the rate in force on any day of a month
      * that is closed or closing.  WS-PRV-RECORD is a changed
      * record as it stands on file; WS-CHK-FROM to WS-CHK-TO is the
      * span of dates the card would alter.
       COPY PCRATE REPLACING LEADING ==RATE== BY ==WS-PRV==.
       01 WS-PRV-TO         PIC 9(8).
       01 WS-CHK-FROM       PIC 9(8).
       01 WS-CHK-TO         PIC 9(8).
       01 WS-LOCKED-MONTH   PIC 9(6).

       01 WS-NEXT-DAY-INT   PIC 9(8).
       01 WS-NEXT-DAY       PIC 9(8).
       01 WS-BAND-IX        PIC 9.
      * field edits first, then the cross-record checks the screens
      * cannot see: overlapping effective ranges and coverage gaps.
      * A group that fails applies nothing; everything applied is
      * logged to RATELOG exactly as PERCENTM logs it.  A card that
      * would alter the rate in force in a closed or closing
      * accounting period (PCPERIOD) fails its group as well.
       0000-MAIN.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = "00"
               AND WS-PERIOD-STATUS NOT = "05"
               DISPLAY "PERCENTL: period register unavailable, status "
                   WS-PERIOD-STATUS
               CLOSE RATE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RTTRAN-FILE
                OUTPUT REPORT-FILE.

           CLOSE RTTRAN-FILE
                 RATE-FILE
                 PERIOD-FILE
                 REPORT-FILE.

           IF WS-GROUPS-REJECTED > ZERO
                       MOVE 'N' TO WS-GRP-OK-SW
                   ELSE
                       SUBTRACT 1 FROM WS-PJ-IX
                       MOVE WS-PJ-EFF-TO (WS-PJ-IX) TO WS-PRV-TO
                       MOVE RTTR-EFF-TO TO WS-PJ-EFF-TO (WS-PJ-IX)
                   END-IF
               WHEN RTTR-DELETE
                       MOVE 'N' TO WS-GRP-OK-SW
                   ELSE
                       SUBTRACT 1 FROM WS-PJ-IX
                       MOVE WS-PJ-EFF-TO (WS-PJ-IX) TO WS-PRV-TO
                       PERFORM 2380-REMOVE-PROJECTION-ENTRY
                   END-IF
           END-EVALUATE.
           IF WS-GRP-OK
               PERFORM 2360-CHECK-CARD-PERIODS
           END-IF.

      * An add alters its own range and a delete the range it
      * removes.  A change that keeps the rate and only moves the end
      * date alters just the days between the old and new end dates;
      * any other change alters the whole span either version covers.
       2360-CHECK-CARD-PERIODS.
           SET WS-CHK-NEEDED TO TRUE.
           EVALUATE TRUE
               WHEN RTTR-ADD
                   MOVE RTTR-EFF-FROM TO WS-CHK-FROM
                   MOVE RTTR-EFF-TO TO WS-CHK-TO
               WHEN RTTR-DELETE
                   MOVE RTTR-EFF-FROM TO WS-CHK-FROM
                   MOVE WS-PRV-TO TO WS-CHK-TO
               WHEN RTTR-CHANGE
                   PERFORM 2370-SET-CHANGE-SPAN
           END-EVALUATE.
           IF NOT WS-CHK-NEEDED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2390-CHECK-PERIODS.
           IF WS-PERIOD-LOCKED
               MOVE SPACES TO WS-GRP-FAIL-TEXT
               STRING "TOUCHES CLOSED PERIOD " DELIMITED BY SIZE
                      WS-LOCKED-MONTH DELIMITED BY SIZE
                   INTO WS-GRP-FAIL-TEXT
               MOVE 'N' TO WS-GRP-OK-SW
               MOVE SPACES TO WS-LOG-DETAIL
               STRING "CLOSED PERIOD " DELIMITED BY SIZE
                      WS-LOCKED-MONTH DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RTTR-CODE DELIMITED BY SIZE
                   INTO WS-LOG-DETAIL
               PERFORM 9100-WRITE-SECLOG
           END-IF.

       2370-SET-CHANGE-SPAN.
           MOVE RTTR-CODE TO RATE-CODE.
           MOVE RTTR-EFF-FROM TO RATE-EFF-FROM.
           READ RATE-FILE
               INVALID KEY
                   MOVE ZEROES TO WS-PRV-RECORD
               NOT INVALID KEY
                   MOVE RATE-RECORD TO WS-PRV-RECORD
           END-READ.
           PERFORM 3150-BUILD-RATE-FIELDS.
           IF RTTR-EFF-TO > WS-PRV-TO
               MOVE WS-PRV-TO TO WS-CHK-FROM
               MOVE RTTR-EFF-TO TO WS-CHK-TO
           ELSE
               MOVE RTTR-EFF-TO TO WS-CHK-FROM
               MOVE WS-PRV-TO TO WS-CHK-TO
           END-IF.
           IF RATE-PERCENT = WS-PRV-PERCENT
               AND RATE-BAND-COUNT = WS-PRV-BAND-COUNT
               AND RATE-BANDS = WS-PRV-BANDS
               AND ((RATE-TIERED AND WS-PRV-TIERED)
                 OR (RATE-FLAT AND WS-PRV-FLAT))
               IF RTTR-EFF-TO = WS-PRV-TO
                   MOVE 'N' TO WS-CHK-NEEDED-SW
               ELSE
                   COMPUTE WS-NEXT-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CHK-FROM) + 1
                   COMPUTE WS-CHK-FROM =
                       FUNCTION DATE-OF-INTEGER(WS-NEXT-DAY-INT)
               END-IF
           ELSE
               MOVE RTTR-EFF-FROM TO WS-CHK-FROM
           END-IF.

       2380-REMOVE-PROJECTION-ENTRY.
           PERFORM VARYING WS-PJ-JX FROM WS-PJ-IX BY 1
           END-PERFORM.
           SUBTRACT 1 FROM WS-PRJ-COUNT.

       2390-CHECK-PERIODS.
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
                               SET WS-PERIOD-LOCKED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2400-SORT-PROJECTION.
           SET WS-SWAPPED TO TRUE.
           PERFORM UNTIL NOT WS-SWAPPED
