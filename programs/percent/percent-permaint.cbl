       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCENTT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO "PERIOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERIOD-MONTH
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT OPTIONAL OPER-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       COPY PCPERIOD.

       FD  OPER-FILE.
       COPY PCOPER.

       FD  SECLOG-FILE.
       COPY PCSECLOG.

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS PIC XX.
       01 WS-OPER-STATUS   PIC XX.
       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-TIMESTAMP     PIC X(21).
       01 WS-AUTH-LEVEL    PIC 9 VALUE ZERO.
       01 WS-LOG-EVENT     PIC X(12).
       01 WS-LOG-DETAIL    PIC X(30).

       01 WS-ACTION        PIC X.
           88 WS-ACTION-REOPEN        VALUE 'R'.
           88 WS-ACTION-BROWSE        VALUE 'B'.
           88 WS-ACTION-EXIT          VALUE 'X'.

       01 WS-FLAGS.
           05 WS-PERIOD-EOF-SW PIC X VALUE 'N'.
              88 WS-PERIOD-EOF         VALUE 'Y'.
           05 WS-FIELD-VALID-SW PIC X VALUE 'N'.
              88 WS-FIELD-VALID        VALUE 'Y'.

       01 WS-KEY-MONTH     PIC 9(6).
       01 WS-FIELD-INPUT   PIC X(30).
       01 WS-REASON        PIC X(16).
       01 WS-CONFIRM       PIC X.

       01 WS-BROWSE-COUNT  PIC 9(4) VALUE ZERO.

       01 WS-BROWSE-HEAD.
           05 FILLER            PIC X(9) VALUE "PERIOD".
           05 FILLER            PIC X(10) VALUE "STATUS".
           05 FILLER            PIC X(16) VALUE "CLOSED".
           05 FILLER            PIC X(10) VALUE "BY".
           05 FILLER            PIC X(9) VALUE "REOPENS".
           05 FILLER            PIC X(16) VALUE "PERIOD GL NET".

       01 WS-BROWSE-LINE.
           05 WS-BRW-MONTH      PIC 9999/99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-STATUS     PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-CLOSED-TS  PIC X(14).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-CLOSED-BY  PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-REOPENS    PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-GL-NET     PIC -(12)9.99.

       PROCEDURE DIVISION.
      * Accounting period control.  Anyone may list the periods and
      * their month-end snapshots; closing is the month-end job's
      * (PERCENTP).  Reopening a CLOSED or CLOSING month lets reruns
      * and back-dated rate changes into a period Finance has shut,
      * so it takes the top authority level, a reason, and is always
      * logged to SECLOG - refused or done.
       0000-MAIN.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           PERFORM 0005-GET-AUTHORITY.

           OPEN I-O PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = "00"
               AND WS-PERIOD-STATUS NOT = "05"
               DISPLAY "Period register unavailable, status "
                   WS-PERIOD-STATUS
               GOBACK
           END-IF.

           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION-EXIT
               PERFORM 0010-GET-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-REOPEN
                       IF WS-AUTH-LEVEL >= 4
                           PERFORM 2000-REOPEN-PERIOD
                       ELSE
                           PERFORM 0900-REFUSE-REOPEN
                       END-IF
                   WHEN WS-ACTION-BROWSE  PERFORM 4000-BROWSE-PERIODS
                   WHEN WS-ACTION-EXIT    CONTINUE
                   WHEN OTHER
                       DISPLAY "Enter R, B or X."
               END-EVALUATE
           END-PERFORM.

           CLOSE PERIOD-FILE.
           GOBACK.

      * Looked up again from the profile file, as PERCENTM does, since
      * the program can be run directly as well as from the menu.
       0005-GET-AUTHORITY.
           MOVE ZERO TO WS-AUTH-LEVEL.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-STATUS = "00" OR WS-OPER-STATUS = "05"
               MOVE WS-OPERATOR-ID TO OPER-ID
               READ OPER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OPER-ACTIVE
                           MOVE OPER-AUTH-LEVEL TO WS-AUTH-LEVEL
                       END-IF
               END-READ
               CLOSE OPER-FILE
           END-IF.

       0900-REFUSE-REOPEN.
           DISPLAY "You are not authorized to reopen a period.".
           MOVE "REFUSED" TO WS-LOG-EVENT.
           MOVE "PERIOD REOPEN" TO WS-LOG-DETAIL.
           PERFORM 9100-WRITE-SECLOG.

       9100-WRITE-SECLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN EXTEND SECLOG-FILE.
           MOVE WS-TIMESTAMP(1:14) TO SECL-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO SECL-OPERATOR.
           MOVE "PERCENTT" TO SECL-PROGRAM.
           MOVE WS-LOG-EVENT TO SECL-EVENT.
           MOVE WS-LOG-DETAIL TO SECL-DETAIL.
           WRITE SECLOG-RECORD.
           CLOSE SECLOG-FILE.

       0010-GET-ACTION.
           DISPLAY " ".
           DISPLAY "Accounting period control".
           DISPLAY "R=Reopen B=Browse X=Exit: ".
           ACCEPT WS-ACTION.

       0020-GET-MONTH.
           MOVE 'N' TO WS-FIELD-VALID-SW.
           PERFORM UNTIL WS-FIELD-VALID
               DISPLAY "Period (YYYYMM): "
               MOVE SPACES TO WS-FIELD-INPUT
               ACCEPT WS-FIELD-INPUT
               IF WS-FIELD-INPUT(1:6) IS NUMERIC
                   AND WS-FIELD-INPUT(5:2) >= "01"
                   AND WS-FIELD-INPUT(5:2) <= "12"
                   MOVE WS-FIELD-INPUT(1:6) TO WS-KEY-MONTH
                   SET WS-FIELD-VALID TO TRUE
               ELSE
                   DISPLAY "Not a valid period. Please try again."
               END-IF
           END-PERFORM.

      * The reason goes on the SECLOG entry after the period, which
      * leaves it 16 characters; a longer one is asked for again
      * rather than logged cut short.
       0030-GET-REASON.
           MOVE 'N' TO WS-FIELD-VALID-SW.
           PERFORM UNTIL WS-FIELD-VALID
               DISPLAY "Reason for reopening (up to 16 characters): "
               MOVE SPACES TO WS-FIELD-INPUT
               ACCEPT WS-FIELD-INPUT
               EVALUATE TRUE
                   WHEN WS-FIELD-INPUT = SPACES
                       DISPLAY "A reason is required. Please try again."
                   WHEN WS-FIELD-INPUT(17:) NOT = SPACES
                       DISPLAY "Reason too long. Please try again."
                   WHEN OTHER
                       SET WS-FIELD-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.
           MOVE WS-FIELD-INPUT TO WS-REASON.

      * The snapshot from the last close is kept on the record: a
      * re-close after the correction takes it again.
       2000-REOPEN-PERIOD.
           PERFORM 0020-GET-MONTH.
           MOVE WS-KEY-MONTH TO PERIOD-MONTH.
           READ PERIOD-FILE
               INVALID KEY
                   DISPLAY "Period " WS-KEY-MONTH
                       " has never been closed."
                   EXIT PARAGRAPH
           END-READ.
           IF PERIOD-OPEN
               DISPLAY "Period " WS-KEY-MONTH " is already open."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4100-DISPLAY-PERIOD.
           PERFORM 0030-GET-REASON.
           DISPLAY "Reopen period " WS-KEY-MONTH "? (Y/N): ".
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Period left " PERIOD-STATUS "."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE 'OPEN' TO PERIOD-STATUS.
           MOVE WS-TIMESTAMP(1:14) TO PERIOD-REOPEN-TS.
           MOVE WS-OPERATOR-ID TO PERIOD-REOPEN-BY.
           ADD 1 TO PERIOD-REOPEN-COUNT.
           REWRITE PERIOD-RECORD
               INVALID KEY
                   DISPLAY "Rewrite failed, status " WS-PERIOD-STATUS
               NOT INVALID KEY
                   DISPLAY "Period " WS-KEY-MONTH " reopened."
                   MOVE "REOPENED" TO WS-LOG-EVENT
                   MOVE SPACES TO WS-LOG-DETAIL
                   STRING "PERIOD " DELIMITED BY SIZE
                          WS-KEY-MONTH DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-REASON DELIMITED BY SIZE
                       INTO WS-LOG-DETAIL
                   PERFORM 9100-WRITE-SECLOG
           END-REWRITE.

       4000-BROWSE-PERIODS.
           MOVE 'N' TO WS-PERIOD-EOF-SW.
           MOVE ZERO TO WS-BROWSE-COUNT.
           MOVE ZERO TO PERIOD-MONTH.
           START PERIOD-FILE KEY IS NOT LESS THAN PERIOD-MONTH
               INVALID KEY SET WS-PERIOD-EOF TO TRUE
           END-START.
           DISPLAY " ".
           DISPLAY WS-BROWSE-HEAD.
           PERFORM UNTIL WS-PERIOD-EOF
               READ PERIOD-FILE NEXT
                   AT END SET WS-PERIOD-EOF TO TRUE
                   NOT AT END PERFORM 4200-DISPLAY-BROWSE-LINE
               END-READ
           END-PERFORM.
           DISPLAY WS-BROWSE-COUNT " period(s) listed; a month not "
               "listed is open.".

       4100-DISPLAY-PERIOD.
           DISPLAY "Period:        " PERIOD-MONTH.
           DISPLAY "Status:        " PERIOD-STATUS.
           IF PERIOD-CLOSED
               DISPLAY "Closed:        " PERIOD-CLOSED-TS
                   " by " PERIOD-CLOSED-BY
           ELSE
               DISPLAY "Close started: " PERIOD-CLOSE-START-TS
           END-IF.
           IF PERIOD-REOPEN-COUNT > ZERO
               DISPLAY "Last reopened: " PERIOD-REOPEN-TS
                   " by " PERIOD-REOPEN-BY
                   " (" PERIOD-REOPEN-COUNT " time(s))"
           END-IF.

       4200-DISPLAY-BROWSE-LINE.
           MOVE PERIOD-MONTH TO WS-BRW-MONTH.
           MOVE PERIOD-STATUS TO WS-BRW-STATUS.
           IF PERIOD-CLOSED-TS = ZERO
               MOVE SPACES TO WS-BRW-CLOSED-TS
                              WS-BRW-CLOSED-BY
           ELSE
               MOVE PERIOD-CLOSED-TS TO WS-BRW-CLOSED-TS
               MOVE PERIOD-CLOSED-BY TO WS-BRW-CLOSED-BY
           END-IF.
           MOVE PERIOD-REOPEN-COUNT TO WS-BRW-REOPENS.
           MOVE PERIOD-GL-NET TO WS-BRW-GL-NET.
           DISPLAY WS-BROWSE-LINE.
           ADD 1 TO WS-BROWSE-COUNT.
