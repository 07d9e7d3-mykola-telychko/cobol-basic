       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCENTD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DUPREV-FILE ASSIGN TO "DUPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUPR-KEY
               FILE STATUS IS WS-DUPR-STATUS.

           SELECT DUPLOG-FILE ASSIGN TO "DUPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPER-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPREV-FILE.
       COPY PCDUPREV.

       FD  DUPLOG-FILE.
       COPY PCDUPLOG.

       FD  OPER-FILE.
       COPY PCOPER.

       FD  SECLOG-FILE.
       COPY PCSECLOG.

       WORKING-STORAGE SECTION.
       01 WS-DUPR-STATUS   PIC XX.
       01 WS-OPER-STATUS   PIC XX.
       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-TIMESTAMP     PIC X(21).
       01 WS-AUTH-LEVEL    PIC 9 VALUE ZERO.
       01 WS-LOG-DETAIL    PIC X(30).
       01 WS-LOG-ACTION    PIC X(7).

       01 WS-ACTION        PIC X.
           88 WS-ACTION-LIST          VALUE 'L'.
           88 WS-ACTION-RELEASE       VALUE 'R'.
           88 WS-ACTION-CONFIRM       VALUE 'C'.
           88 WS-ACTION-EXIT          VALUE 'X'.

       01 WS-FLAGS.
           05 WS-DUPR-EOF-SW   PIC X VALUE 'N'.
              88 WS-DUPR-EOF           VALUE 'Y'.
           05 WS-FIELD-VALID-SW PIC X VALUE 'N'.
              88 WS-FIELD-VALID        VALUE 'Y'.

       01 WS-KEY-QUEUE-DATE PIC 9(8).
       01 WS-KEY-SEQ        PIC 9(6).
       01 WS-FIELD-INPUT    PIC X(12).
       01 WS-CONFIRM        PIC X.
       01 WS-LIST-COUNT     PIC 9(4) VALUE ZERO.

       01 WS-LIST-HEADING.
           05 FILLER            PIC X(18) VALUE "QUEUED    SEQ".
           05 FILLER            PIC X(8) VALUE "CODE".
           05 FILLER            PIC X(15) VALUE "         NUM".
           05 FILLER            PIC X(9) VALUE "SOURCE".
           05 FILLER            PIC X(9) VALUE "MATCHES".
           05 FILLER            PIC X(10) VALUE "MATCH DATE".

       01 WS-LIST-LINE.
           05 WS-LST-QUEUE-DATE PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LST-SEQ        PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LST-CODE       PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LST-NUM        PIC -(8)9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-LST-SOURCE     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LST-MSOURCE    PIC X(8).
           05 WS-LST-NOTE       PIC X.
           05 WS-LST-MDATE      PIC 9999/99/99.

       PROCEDURE DIVISION.
      * Suspected duplicates the extract edit held back from the
      * night's clean file wait here for an operator.  A release
      * sends the record through the next PERCENTE run without the
      * duplicate check; a confirmation keeps it off the run for good.
       0000-MAIN.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           PERFORM 0005-GET-AUTHORITY.

           OPEN I-O DUPREV-FILE.
           IF WS-DUPR-STATUS NOT = "00" AND WS-DUPR-STATUS NOT = "05"
               DISPLAY "Duplicate review file unavailable, status "
                   WS-DUPR-STATUS
               GOBACK
           END-IF.

           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION-EXIT
               PERFORM 0010-GET-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-LIST    PERFORM 4000-LIST-PENDING
                   WHEN WS-ACTION-RELEASE
                       IF WS-AUTH-LEVEL >= 3
                           PERFORM 1000-RELEASE-DUPLICATE
                       ELSE
                           PERFORM 0900-REFUSE-DECISION
                       END-IF
                   WHEN WS-ACTION-CONFIRM
                       IF WS-AUTH-LEVEL >= 3
                           PERFORM 2000-CONFIRM-DUPLICATE
                       ELSE
                           PERFORM 0900-REFUSE-DECISION
                       END-IF
                   WHEN WS-ACTION-EXIT    CONTINUE
                   WHEN OTHER
                       DISPLAY "Enter L, R, C or X."
               END-EVALUATE
           END-PERFORM.

           CLOSE DUPREV-FILE.
           GOBACK.

      * The menu hides the option below level 3, but PERCENTD can be
      * run directly, so the authority is looked up again here from
      * the same profile file, as PERCENTO does.
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

       0900-REFUSE-DECISION.
           DISPLAY "You are not authorized to decide duplicates.".
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "DUPLICATE ACTION " DELIMITED BY SIZE
                  WS-ACTION DELIMITED BY SIZE
               INTO WS-LOG-DETAIL.
           PERFORM 9100-WRITE-SECLOG.

       9100-WRITE-SECLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN EXTEND SECLOG-FILE.
           MOVE WS-TIMESTAMP(1:14) TO SECL-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO SECL-OPERATOR.
           MOVE "PERCENTD" TO SECL-PROGRAM.
           MOVE "REFUSED" TO SECL-EVENT.
           MOVE WS-LOG-DETAIL TO SECL-DETAIL.
           WRITE SECLOG-RECORD.
           CLOSE SECLOG-FILE.

       0010-GET-ACTION.
           DISPLAY " ".
           DISPLAY "Duplicate review".
           DISPLAY "L=List pending R=Release C=Confirm duplicate "
               "X=Exit: ".
           ACCEPT WS-ACTION.

      * An item is identified by the business date it was queued
      * under and its sequence within that date, both as shown by
      * the list and on the edit report.
       0020-GET-KEY.
           MOVE 'N' TO WS-FIELD-VALID-SW.
           PERFORM UNTIL WS-FIELD-VALID
               DISPLAY "Queued date (YYYYMMDD): "
               ACCEPT WS-FIELD-INPUT
               IF WS-FIELD-INPUT(1:8) IS NUMERIC
                   MOVE WS-FIELD-INPUT(1:8) TO WS-KEY-QUEUE-DATE
                   SET WS-FIELD-VALID TO TRUE
               ELSE
                   DISPLAY "Not a valid date. Please try again."
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-FIELD-VALID-SW.
           PERFORM UNTIL WS-FIELD-VALID
               DISPLAY "Sequence number: "
               ACCEPT WS-FIELD-INPUT
               IF FUNCTION TEST-NUMVAL(WS-FIELD-INPUT) = 0
                   COMPUTE WS-KEY-SEQ =
                       FUNCTION NUMVAL(WS-FIELD-INPUT)
                       ON SIZE ERROR
                           DISPLAY "Sequence out of range. Try again."
                       NOT ON SIZE ERROR
                           SET WS-FIELD-VALID TO TRUE
                   END-COMPUTE
               ELSE
                   DISPLAY "Not a valid number. Please try again."
               END-IF
           END-PERFORM.

      * Read the item and show it, with the record it matched, before
      * the operator commits; only a pending item can be decided.
       0030-READ-PENDING.
           PERFORM 0020-GET-KEY.
           MOVE WS-KEY-QUEUE-DATE TO DUPR-QUEUE-DATE.
           MOVE WS-KEY-SEQ TO DUPR-SEQ.
           MOVE 'N' TO WS-CONFIRM.
           READ DUPREV-FILE
               INVALID KEY
                   DISPLAY "No duplicate queued as " WS-KEY-QUEUE-DATE
                       " / " WS-KEY-SEQ
               NOT INVALID KEY
                   IF DUPR-PENDING
                       DISPLAY WS-LIST-HEADING
                       PERFORM 4100-DISPLAY-DUPLICATE
                       IF DUPR-MATCH-SAME-NIGHT
                           DISPLAY "Matches a record from "
                               DUPR-MATCH-SOURCE
                               " in the same night's extract."
                       ELSE
                           DISPLAY "Matches a record from "
                               DUPR-MATCH-SOURCE " already passed on "
                               DUPR-MATCH-DATE "."
                       END-IF
                       DISPLAY "Record: " DUPR-DATA
                       DISPLAY "Confirm (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'y'
                           MOVE 'Y' TO WS-CONFIRM
                       END-IF
                   ELSE
                       DISPLAY "That item has already been decided "
                           "(status " DUPR-STATUS ")."
                   END-IF
           END-READ.

       1000-RELEASE-DUPLICATE.
           PERFORM 0030-READ-PENDING.
           IF WS-CONFIRM = 'Y'
               MOVE 'R' TO DUPR-STATUS
               MOVE 'RELEASE' TO WS-LOG-ACTION
               PERFORM 3000-RECORD-DECISION
           END-IF.

       2000-CONFIRM-DUPLICATE.
           PERFORM 0030-READ-PENDING.
           IF WS-CONFIRM = 'Y'
               MOVE 'C' TO DUPR-STATUS
               MOVE 'CONFIRM' TO WS-LOG-ACTION
               PERFORM 3000-RECORD-DECISION
           END-IF.

       3000-RECORD-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO DUPR-DECIDED-BY.
           MOVE WS-TIMESTAMP(1:14) TO DUPR-DECIDED-TS.
           REWRITE DUPR-RECORD
               INVALID KEY
                   DISPLAY "Rewrite failed, status " WS-DUPR-STATUS
               NOT INVALID KEY
                   IF DUPR-RELEASED
                       DISPLAY "Released - it will be processed on "
                           "the next run."
                   ELSE
                       DISPLAY "Confirmed as a duplicate - it will "
                           "not be charged."
                   END-IF
                   PERFORM 9000-WRITE-DUPLOG
           END-REWRITE.

       4000-LIST-PENDING.
           MOVE 'N' TO WS-DUPR-EOF-SW.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE ZERO TO DUPR-QUEUE-DATE
                        DUPR-SEQ.
           START DUPREV-FILE KEY IS NOT LESS THAN DUPR-KEY
               INVALID KEY SET WS-DUPR-EOF TO TRUE
           END-START.
           DISPLAY WS-LIST-HEADING.
           PERFORM UNTIL WS-DUPR-EOF
               READ DUPREV-FILE NEXT
                   AT END SET WS-DUPR-EOF TO TRUE
                   NOT AT END
                       IF DUPR-PENDING
                           PERFORM 4100-DISPLAY-DUPLICATE
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " suspected duplicate(s) awaiting "
               "review.".
           DISPLAY "(* = matched another source the same night)".

       4100-DISPLAY-DUPLICATE.
           MOVE DUPR-QUEUE-DATE TO WS-LST-QUEUE-DATE.
           MOVE DUPR-SEQ TO WS-LST-SEQ.
           MOVE DUPR-CODE TO WS-LST-CODE.
           MOVE DUPR-NUM TO WS-LST-NUM.
           MOVE DUPR-SOURCE TO WS-LST-SOURCE.
           MOVE DUPR-MATCH-SOURCE TO WS-LST-MSOURCE.
           IF DUPR-MATCH-SAME-NIGHT
               MOVE '*' TO WS-LST-NOTE
           ELSE
               MOVE SPACE TO WS-LST-NOTE
           END-IF.
           MOVE DUPR-MATCH-DATE TO WS-LST-MDATE.
           DISPLAY WS-LIST-LINE.

       9000-WRITE-DUPLOG.
           OPEN EXTEND DUPLOG-FILE.
           MOVE WS-TIMESTAMP(1:14) TO DPLG-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO DPLG-OPERATOR.
           MOVE WS-LOG-ACTION TO DPLG-ACTION.
           MOVE DUPR-QUEUE-DATE TO DPLG-QUEUE-DATE.
           MOVE DUPR-SEQ TO DPLG-SEQ.
           MOVE DUPR-SOURCE TO DPLG-SOURCE.
           MOVE DUPR-CODE TO DPLG-CODE.
           MOVE DUPR-NUM TO DPLG-NUM.
           MOVE DUPR-MATCH-DATE TO DPLG-MATCH-DATE.
           MOVE DUPR-MATCH-SOURCE TO DPLG-MATCH-SOURCE.
           WRITE DUPLOG-RECORD.
           CLOSE DUPLOG-FILE.
