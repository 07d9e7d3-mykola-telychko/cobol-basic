       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCENTF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPER-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT OPERLOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE.
       COPY PCOPER.

       FD  OPERLOG-FILE.
       COPY PCOPRLOG.

       FD  SECLOG-FILE.
       COPY PCSECLOG.

       WORKING-STORAGE SECTION.
       01 WS-OPER-STATUS   PIC XX.
       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-TIMESTAMP     PIC X(21).
       01 WS-TODAY         PIC 9(8).
       01 WS-AUTH-LEVEL    PIC 9 VALUE ZERO.
       01 WS-LOG-DETAIL    PIC X(30).

       01 WS-ACTION        PIC X.
           88 WS-ACTION-ADD           VALUE 'A'.
           88 WS-ACTION-CHANGE        VALUE 'C'.
           88 WS-ACTION-BROWSE        VALUE 'B'.
           88 WS-ACTION-EXIT          VALUE 'X'.

       01 WS-FLAGS.
           05 WS-OPER-EOF-SW   PIC X VALUE 'N'.
              88 WS-OPER-EOF           VALUE 'Y'.
           05 WS-FIELD-VALID-SW PIC X VALUE 'N'.
              88 WS-FIELD-VALID        VALUE 'Y'.

       01 WS-KEY-ID        PIC X(8).
       01 WS-FIELD-INPUT   PIC X(20).
       01 WS-CONFIRM       PIC X.

      * One OPERLOG entry: which field, and its value before and
      * after.
       01 WS-LOG-ACTION    PIC X(6).
       01 WS-LOG-FIELD     PIC X(10).
       01 WS-LOG-OLD       PIC X(20).
       01 WS-LOG-NEW       PIC X(20).

      * The profile as read, so a change can be logged field by field
      * and an operator's own level checked against what it was.
       01 WS-OLD-VIEW.
           05 WS-OLD-ID         PIC X(8).
           05 WS-OLD-NAME       PIC X(20).
           05 WS-OLD-AUTH-LEVEL PIC 9.
           05 WS-OLD-STATUS     PIC X.
           05 WS-OLD-CREATED-DATE PIC 9(8).
           05 WS-OLD-CHANGED-BY PIC X(8).
           05 WS-OLD-CHANGED-TS PIC 9(14).

       01 WS-BROWSE-COUNT  PIC 9(4) VALUE ZERO.

       01 WS-BROWSE-LINE.
           05 WS-BRW-ID         PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-NAME       PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-LEVEL      PIC 9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-STATUS     PIC X.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-CREATED    PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-CHANGED-BY PIC X(8).

       01 WS-DATE-ED       PIC 9999/99/99.

       PROCEDURE DIVISION.
      * Operator profile maintenance.  Who may do what is the control
      * every other control rests on, so the whole program - browse
      * included - needs the top authority (level 4), and every field
      * changed is logged to OPERLOG with its value before and after.
      * Nobody may raise their own level, whatever level they hold.
      * There is no delete: a profile is suspended (S), which can be
      * undone, or retired (R), which cannot, so the id stays on file
      * against its history in the logs and journal.
       0000-MAIN.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 0005-GET-AUTHORITY.
           IF WS-AUTH-LEVEL < 4
               MOVE SPACE TO WS-ACTION
               PERFORM 0900-REFUSE-MAINT
               GOBACK
           END-IF.

           OPEN I-O OPER-FILE.
           IF WS-OPER-STATUS NOT = "00" AND WS-OPER-STATUS NOT = "05"
               DISPLAY "Operator profile file unavailable, status "
                   WS-OPER-STATUS
               GOBACK
           END-IF.

           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION-EXIT
               PERFORM 0010-GET-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-ADD     PERFORM 1000-ADD-OPERATOR
                   WHEN WS-ACTION-CHANGE  PERFORM 2000-CHANGE-OPERATOR
                   WHEN WS-ACTION-BROWSE  PERFORM 4000-BROWSE-OPERATORS
                   WHEN WS-ACTION-EXIT    CONTINUE
                   WHEN OTHER
                       DISPLAY "Enter A, C, B or X."
               END-EVALUATE
           END-PERFORM.

           CLOSE OPER-FILE.
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

       0900-REFUSE-MAINT.
           DISPLAY "You are not authorized for operator maintenance.".
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "OPER MAINTENANCE " DELIMITED BY SIZE
                  WS-ACTION DELIMITED BY SIZE
               INTO WS-LOG-DETAIL.
           PERFORM 9100-WRITE-SECLOG.

      * The change is refused whole, so nothing half-applied is left
      * on the profile.
       0950-REFUSE-OWN-RAISE.
           DISPLAY "You may not raise your own authority level.".
           DISPLAY "Nothing changed.".
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "RAISE OWN LEVEL " DELIMITED BY SIZE
                  WS-OLD-AUTH-LEVEL DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  OPER-AUTH-LEVEL DELIMITED BY SIZE
               INTO WS-LOG-DETAIL.
           PERFORM 9100-WRITE-SECLOG.

       9100-WRITE-SECLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN EXTEND SECLOG-FILE.
           MOVE WS-TIMESTAMP(1:14) TO SECL-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO SECL-OPERATOR.
           MOVE "PERCENTF" TO SECL-PROGRAM.
           MOVE "REFUSED" TO SECL-EVENT.
           MOVE WS-LOG-DETAIL TO SECL-DETAIL.
           WRITE SECLOG-RECORD.
           CLOSE SECLOG-FILE.

       0010-GET-ACTION.
           DISPLAY " ".
           DISPLAY "Operator profile maintenance".
           DISPLAY "A=Add C=Change B=Browse X=Exit: ".
           ACCEPT WS-ACTION.

       0020-GET-KEY.
           MOVE SPACES TO WS-KEY-ID.
           PERFORM UNTIL WS-KEY-ID NOT = SPACES
               DISPLAY "Operator id: "
               ACCEPT WS-KEY-ID
               IF WS-KEY-ID = SPACES
                   DISPLAY "Id cannot be blank. Please try again."
               END-IF
           END-PERFORM.

       0030-GET-NAME.
           MOVE SPACES TO WS-FIELD-INPUT.
           PERFORM UNTIL WS-FIELD-INPUT NOT = SPACES
               DISPLAY "Operator name: "
               ACCEPT WS-FIELD-INPUT
               IF WS-FIELD-INPUT = SPACES
                   DISPLAY "Name cannot be blank. Please try again."
               END-IF
           END-PERFORM.
           MOVE WS-FIELD-INPUT TO OPER-NAME.

       0040-GET-LEVEL.
           MOVE 'N' TO WS-FIELD-VALID-SW.
           PERFORM UNTIL WS-FIELD-VALID
               DISPLAY "Authority level (1-4): "
               MOVE SPACES TO WS-FIELD-INPUT
               ACCEPT WS-FIELD-INPUT
               IF WS-FIELD-INPUT(1:1) >= '1'
                   AND WS-FIELD-INPUT(1:1) <= '4'
                   AND WS-FIELD-INPUT(2:) = SPACES
                   MOVE WS-FIELD-INPUT(1:1) TO OPER-AUTH-LEVEL
                   SET WS-FIELD-VALID TO TRUE
               ELSE
                   DISPLAY "Enter 1, 2, 3 or 4. Please try again."
               END-IF
           END-PERFORM.

      * A profile is always added active, stamped with the date it was
      * created; suspending or retiring it is a change, so it is
      * logged as one.
       1000-ADD-OPERATOR.
           PERFORM 0020-GET-KEY.
           MOVE WS-KEY-ID TO OPER-ID.
           READ OPER-FILE
               INVALID KEY
                   MOVE SPACES TO OPER-RECORD
                   MOVE WS-KEY-ID TO OPER-ID
                   PERFORM 0030-GET-NAME
                   PERFORM 0040-GET-LEVEL
                   MOVE 'A' TO OPER-STATUS
                   MOVE WS-TODAY TO OPER-CREATED-DATE
                   PERFORM 2400-STAMP-CHANGE
                   WRITE OPER-RECORD
                       INVALID KEY
                           DISPLAY "Write failed, status "
                               WS-OPER-STATUS
                       NOT INVALID KEY
                           DISPLAY "Operator added."
                           PERFORM 1100-LOG-ADD
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Operator already on file for "
                       WS-KEY-ID
           END-READ.

       1100-LOG-ADD.
           MOVE 'ADD' TO WS-LOG-ACTION.
           MOVE SPACES TO WS-LOG-OLD.
           MOVE "NAME" TO WS-LOG-FIELD.
           MOVE OPER-NAME TO WS-LOG-NEW.
           PERFORM 9000-WRITE-OPERLOG.
           MOVE "LEVEL" TO WS-LOG-FIELD.
           MOVE OPER-AUTH-LEVEL TO WS-LOG-NEW.
           PERFORM 9000-WRITE-OPERLOG.
           MOVE "STATUS" TO WS-LOG-FIELD.
           MOVE OPER-STATUS TO WS-LOG-NEW.
           PERFORM 9000-WRITE-OPERLOG.

      * Each field is offered with its current value; a blank answer
      * keeps it.  A retired profile is shown but cannot be changed.
       2000-CHANGE-OPERATOR.
           PERFORM 0020-GET-KEY.
           MOVE WS-KEY-ID TO OPER-ID.
           READ OPER-FILE
               INVALID KEY
                   DISPLAY "No operator on file for " WS-KEY-ID
               NOT INVALID KEY
                   IF OPER-RETIRED
                       PERFORM 4100-DISPLAY-OPERATOR
                       DISPLAY "Profile is retired and cannot be "
                           "changed."
                   ELSE
                       PERFORM 2100-CHANGE-FIELDS
                   END-IF
           END-READ.

       2100-CHANGE-FIELDS.
           MOVE OPER-RECORD TO WS-OLD-VIEW.
           PERFORM 4100-DISPLAY-OPERATOR.

           DISPLAY "Name [" OPER-NAME "]: ".
           MOVE SPACES TO WS-FIELD-INPUT.
           ACCEPT WS-FIELD-INPUT.
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT TO OPER-NAME
           END-IF.

           MOVE 'N' TO WS-FIELD-VALID-SW.
           PERFORM UNTIL WS-FIELD-VALID
               DISPLAY "Authority level 1-4 [" OPER-AUTH-LEVEL "]: "
               MOVE SPACES TO WS-FIELD-INPUT
               ACCEPT WS-FIELD-INPUT
               EVALUATE TRUE
                   WHEN WS-FIELD-INPUT = SPACES
                       SET WS-FIELD-VALID TO TRUE
                   WHEN WS-FIELD-INPUT(1:1) >= '1'
                       AND WS-FIELD-INPUT(1:1) <= '4'
                       AND WS-FIELD-INPUT(2:) = SPACES
                       MOVE WS-FIELD-INPUT(1:1) TO OPER-AUTH-LEVEL
                       SET WS-FIELD-VALID TO TRUE
                   WHEN OTHER
                       DISPLAY "Enter 1, 2, 3 or 4. Please try again."
               END-EVALUATE
           END-PERFORM.

           PERFORM 2200-CHANGE-STATUS.

           IF OPER-ID = WS-OPERATOR-ID
               AND OPER-AUTH-LEVEL > WS-OLD-AUTH-LEVEL
               PERFORM 0950-REFUSE-OWN-RAISE
               EXIT PARAGRAPH
           END-IF.
           IF OPER-NAME = WS-OLD-NAME
               AND OPER-AUTH-LEVEL = WS-OLD-AUTH-LEVEL
               AND OPER-STATUS = WS-OLD-STATUS
               DISPLAY "Nothing changed."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2400-STAMP-CHANGE.
           REWRITE OPER-RECORD
               INVALID KEY
                   DISPLAY "Rewrite failed, status " WS-OPER-STATUS
               NOT INVALID KEY
                   DISPLAY "Operator changed."
                   PERFORM 2300-LOG-CHANGES
           END-REWRITE.

      * Retiring is final, so it is asked twice; suspending and
      * reactivating are not.
       2200-CHANGE-STATUS.
           MOVE 'N' TO WS-FIELD-VALID-SW.
           PERFORM UNTIL WS-FIELD-VALID
               DISPLAY "Status A=active S=suspended R=retired ["
                   OPER-STATUS "]: "
               MOVE SPACES TO WS-FIELD-INPUT
               ACCEPT WS-FIELD-INPUT
               EVALUATE WS-FIELD-INPUT(1:1)
                   WHEN SPACE
                       SET WS-FIELD-VALID TO TRUE
                   WHEN 'A'
                   WHEN 'S'
                       MOVE WS-FIELD-INPUT(1:1) TO OPER-STATUS
                       SET WS-FIELD-VALID TO TRUE
                   WHEN 'R'
                       DISPLAY "Retiring cannot be undone. "
                           "Retire " OPER-ID "? (Y/N): "
                       MOVE SPACE TO WS-CONFIRM
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                           MOVE 'R' TO OPER-STATUS
                       END-IF
                       SET WS-FIELD-VALID TO TRUE
                   WHEN OTHER
                       DISPLAY "Enter A, S or R. Please try again."
               END-EVALUATE
           END-PERFORM.

       2300-LOG-CHANGES.
           MOVE 'CHANGE' TO WS-LOG-ACTION.
           IF OPER-NAME NOT = WS-OLD-NAME
               MOVE "NAME" TO WS-LOG-FIELD
               MOVE WS-OLD-NAME TO WS-LOG-OLD
               MOVE OPER-NAME TO WS-LOG-NEW
               PERFORM 9000-WRITE-OPERLOG
           END-IF.
           IF OPER-AUTH-LEVEL NOT = WS-OLD-AUTH-LEVEL
               MOVE "LEVEL" TO WS-LOG-FIELD
               MOVE WS-OLD-AUTH-LEVEL TO WS-LOG-OLD
               MOVE OPER-AUTH-LEVEL TO WS-LOG-NEW
               PERFORM 9000-WRITE-OPERLOG
           END-IF.
           IF OPER-STATUS NOT = WS-OLD-STATUS
               MOVE "STATUS" TO WS-LOG-FIELD
               MOVE WS-OLD-STATUS TO WS-LOG-OLD
               MOVE OPER-STATUS TO WS-LOG-NEW
               PERFORM 9000-WRITE-OPERLOG
           END-IF.

       2400-STAMP-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO OPER-CHANGED-BY.
           MOVE WS-TIMESTAMP(1:14) TO OPER-CHANGED-TS.

       4000-BROWSE-OPERATORS.
           DISPLAY "Starting id (blank = all): ".
           MOVE SPACES TO WS-KEY-ID.
           ACCEPT WS-KEY-ID.
           MOVE 'N' TO WS-OPER-EOF-SW.
           MOVE ZERO TO WS-BROWSE-COUNT.
           MOVE WS-KEY-ID TO OPER-ID.
           IF WS-KEY-ID = SPACES
               MOVE LOW-VALUES TO OPER-ID
           END-IF.
           START OPER-FILE KEY IS NOT LESS THAN OPER-ID
               INVALID KEY SET WS-OPER-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-OPER-EOF
               READ OPER-FILE NEXT
                   AT END SET WS-OPER-EOF TO TRUE
                   NOT AT END PERFORM 4200-DISPLAY-BROWSE-LINE
               END-READ
           END-PERFORM.
           DISPLAY WS-BROWSE-COUNT " operator(s) listed.".

       4100-DISPLAY-OPERATOR.
           DISPLAY "Id:        " OPER-ID.
           DISPLAY "Name:      " OPER-NAME.
           DISPLAY "Level:     " OPER-AUTH-LEVEL.
           DISPLAY "Status:    " OPER-STATUS.
           IF OPER-CREATED-DATE IS NUMERIC
               AND OPER-CREATED-DATE NOT = ZERO
               MOVE OPER-CREATED-DATE TO WS-DATE-ED
               DISPLAY "Created:   " WS-DATE-ED
           END-IF.
           IF OPER-CHANGED-BY NOT = SPACES
               DISPLAY "Changed:   " OPER-CHANGED-TS " by "
                   OPER-CHANGED-BY
           END-IF.

       4200-DISPLAY-BROWSE-LINE.
           MOVE OPER-ID TO WS-BRW-ID.
           MOVE OPER-NAME TO WS-BRW-NAME.
           MOVE OPER-AUTH-LEVEL TO WS-BRW-LEVEL.
           MOVE OPER-STATUS TO WS-BRW-STATUS.
           IF OPER-CREATED-DATE IS NUMERIC
               AND OPER-CREATED-DATE NOT = ZERO
               MOVE OPER-CREATED-DATE TO WS-DATE-ED
               MOVE WS-DATE-ED TO WS-BRW-CREATED
           ELSE
               MOVE SPACES TO WS-BRW-CREATED
           END-IF.
           MOVE OPER-CHANGED-BY TO WS-BRW-CHANGED-BY.
           DISPLAY WS-BROWSE-LINE.
           ADD 1 TO WS-BROWSE-COUNT.

       9000-WRITE-OPERLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN EXTEND OPERLOG-FILE.
           MOVE WS-TIMESTAMP(1:14) TO OPLG-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO OPLG-OPERATOR.
           MOVE WS-LOG-ACTION TO OPLG-ACTION.
           MOVE OPER-ID TO OPLG-OPER-ID.
           MOVE WS-LOG-FIELD TO OPLG-FIELD.
           MOVE WS-LOG-OLD TO OPLG-OLD-VALUE.
           MOVE WS-LOG-NEW TO OPLG-NEW-VALUE.
           WRITE OPERLOG-RECORD.
           CLOSE OPERLOG-FILE.
