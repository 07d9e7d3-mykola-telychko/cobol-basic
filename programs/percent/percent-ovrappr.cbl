       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OVR-FILE ASSIGN TO "OVRPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVRP-KEY
               FILE STATUS IS WS-OVR-STATUS.

           SELECT OVRLOG-FILE ASSIGN TO "OVRLOG"
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
       FD  OVR-FILE.
       COPY PCOVRPND.

       FD  OVRLOG-FILE.
       COPY PCOVRLOG.

       FD  OPER-FILE.
       COPY PCOPER.

       FD  SECLOG-FILE.
       COPY PCSECLOG.

       WORKING-STORAGE SECTION.
       01 WS-OVR-STATUS    PIC XX.
       01 WS-OPER-STATUS   PIC XX.
       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-TIMESTAMP     PIC X(21).
       01 WS-AUTH-LEVEL    PIC 9 VALUE ZERO.
       01 WS-LOG-DETAIL    PIC X(30).
       01 WS-LOG-ACTION    PIC X(7).

       01 WS-ACTION        PIC X.
           88 WS-ACTION-LIST          VALUE 'L'.
           88 WS-ACTION-APPROVE       VALUE 'A'.
           88 WS-ACTION-DECLINE       VALUE 'D'.
           88 WS-ACTION-EXIT          VALUE 'X'.

       01 WS-FLAGS.
           05 WS-OVR-EOF-SW    PIC X VALUE 'N'.
              88 WS-OVR-EOF            VALUE 'Y'.
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
           05 FILLER            PIC X(8) VALUE " KEYED".
           05 FILLER            PIC X(8) VALUE " TABLE".
           05 FILLER            PIC X(10) VALUE "BUS DATE".

       01 WS-LIST-LINE.
           05 WS-LST-QUEUE-DATE PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LST-SEQ        PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LST-CODE       PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LST-NUM        PIC -(8)9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-LST-KEYED      PIC ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LST-TABLE      PIC ZZ9.99.
           05 WS-LST-NOTE       PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LST-BUS-DATE   PIC 9999/99/99.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           PERFORM 0005-GET-AUTHORITY.

           OPEN I-O OVR-FILE.
           IF WS-OVR-STATUS NOT = "00" AND WS-OVR-STATUS NOT = "05"
               DISPLAY "Override queue unavailable, status "
                   WS-OVR-STATUS
               GOBACK
           END-IF.

           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION-EXIT
               PERFORM 0010-GET-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-LIST    PERFORM 4000-LIST-PENDING
                   WHEN WS-ACTION-APPROVE
                       IF WS-AUTH-LEVEL >= 3
                           PERFORM 1000-APPROVE-OVERRIDE
                       ELSE
                           PERFORM 0900-REFUSE-DECISION
                       END-IF
                   WHEN WS-ACTION-DECLINE
                       IF WS-AUTH-LEVEL >= 3
                           PERFORM 2000-DECLINE-OVERRIDE
                       ELSE
                           PERFORM 0900-REFUSE-DECISION
                       END-IF
                   WHEN WS-ACTION-EXIT    CONTINUE
                   WHEN OTHER
                       DISPLAY "Enter L, A, D or X."
               END-EVALUATE
           END-PERFORM.

           CLOSE OVR-FILE.
           GOBACK.

      * The menu hides the option below level 3, but PERCENTO can be
      * run directly, so the authority is looked up again here from
      * the same profile file, as PERCENTM does.
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
           DISPLAY "You are not authorized to decide overrides.".
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "OVERRIDE ACTION " DELIMITED BY SIZE
                  WS-ACTION DELIMITED BY SIZE
               INTO WS-LOG-DETAIL.
           PERFORM 9100-WRITE-SECLOG.

       9100-WRITE-SECLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN EXTEND SECLOG-FILE.
           MOVE WS-TIMESTAMP(1:14) TO SECL-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO SECL-OPERATOR.
           MOVE "PERCENTO" TO SECL-PROGRAM.
           MOVE "REFUSED" TO SECL-EVENT.
           MOVE WS-LOG-DETAIL TO SECL-DETAIL.
           WRITE SECLOG-RECORD.
           CLOSE SECLOG-FILE.

       0010-GET-ACTION.
           DISPLAY " ".
           DISPLAY "Override approvals".
           DISPLAY "L=List pending A=Approve D=Decline X=Exit: ".
           ACCEPT WS-ACTION.

      * An item is identified by the date it was queued and its
      * sequence within that date, both as shown by the list.
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

      * Read the item and show it before the supervisor commits; only
      * a pending item can be decided, and a decision is final once
      * the next batch run has applied it.
       0030-READ-PENDING.
           PERFORM 0020-GET-KEY.
           MOVE WS-KEY-QUEUE-DATE TO OVRP-QUEUE-DATE.
           MOVE WS-KEY-SEQ TO OVRP-SEQ.
           MOVE 'N' TO WS-CONFIRM.
           READ OVR-FILE
               INVALID KEY
                   DISPLAY "No override queued as " WS-KEY-QUEUE-DATE
                       " / " WS-KEY-SEQ
               NOT INVALID KEY
                   IF OVRP-PENDING
                       PERFORM 4100-DISPLAY-OVERRIDE
                       DISPLAY "Confirm (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'y'
                           MOVE 'Y' TO WS-CONFIRM
                       END-IF
                   ELSE
                       DISPLAY "That override has already been "
                           "decided (status " OVRP-STATUS ")."
                   END-IF
           END-READ.

       1000-APPROVE-OVERRIDE.
           PERFORM 0030-READ-PENDING.
           IF WS-CONFIRM = 'Y'
               MOVE 'A' TO OVRP-STATUS
               MOVE 'APPROVE' TO WS-LOG-ACTION
               PERFORM 3000-RECORD-DECISION
           END-IF.

       2000-DECLINE-OVERRIDE.
           PERFORM 0030-READ-PENDING.
           IF WS-CONFIRM = 'Y'
               MOVE 'D' TO OVRP-STATUS
               MOVE 'DECLINE' TO WS-LOG-ACTION
               PERFORM 3000-RECORD-DECISION
           END-IF.

       3000-RECORD-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO OVRP-DECIDED-BY.
           MOVE WS-TIMESTAMP(1:14) TO OVRP-DECIDED-TS.
           REWRITE OVRP-RECORD
               INVALID KEY
                   DISPLAY "Rewrite failed, status " WS-OVR-STATUS
               NOT INVALID KEY
                   IF OVRP-APPROVED
                       DISPLAY "Override approved - it will be "
                           "calculated on the next run."
                   ELSE
                       DISPLAY "Override declined - it will be "
                           "re-rated at the table rate on the next "
                           "run."
                   END-IF
                   PERFORM 9000-WRITE-OVRLOG
           END-REWRITE.

       4000-LIST-PENDING.
           MOVE 'N' TO WS-OVR-EOF-SW.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE ZERO TO OVRP-QUEUE-DATE
                        OVRP-SEQ.
           START OVR-FILE KEY IS NOT LESS THAN OVRP-KEY
               INVALID KEY SET WS-OVR-EOF TO TRUE
           END-START.
           DISPLAY WS-LIST-HEADING.
           PERFORM UNTIL WS-OVR-EOF
               READ OVR-FILE NEXT
                   AT END SET WS-OVR-EOF TO TRUE
                   NOT AT END
                       IF OVRP-PENDING
                           PERFORM 4100-DISPLAY-OVERRIDE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " override(s) awaiting a decision.".
           DISPLAY "(* = no table rate in force to compare against)".

       4100-DISPLAY-OVERRIDE.
           MOVE OVRP-QUEUE-DATE TO WS-LST-QUEUE-DATE.
           MOVE OVRP-SEQ TO WS-LST-SEQ.
           MOVE OVRP-CODE TO WS-LST-CODE.
           MOVE OVRP-NUM TO WS-LST-NUM.
           MOVE OVRP-KEYED-PCT TO WS-LST-KEYED.
           MOVE OVRP-TABLE-PCT TO WS-LST-TABLE.
           IF OVRP-TABLE-RATE-FOUND
               MOVE SPACE TO WS-LST-NOTE
           ELSE
               MOVE '*' TO WS-LST-NOTE
           END-IF.
           MOVE OVRP-BUS-DATE TO WS-LST-BUS-DATE.
           DISPLAY WS-LIST-LINE.
           ADD 1 TO WS-LIST-COUNT.

       9000-WRITE-OVRLOG.
           OPEN EXTEND OVRLOG-FILE.
           MOVE WS-TIMESTAMP(1:14) TO OVLG-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO OVLG-OPERATOR.
           MOVE WS-LOG-ACTION TO OVLG-ACTION.
           MOVE OVRP-QUEUE-DATE TO OVLG-QUEUE-DATE.
           MOVE OVRP-SEQ TO OVLG-SEQ.
           MOVE OVRP-BUS-DATE TO OVLG-BUS-DATE.
           MOVE OVRP-CODE TO OVLG-CODE.
           MOVE OVRP-NUM TO OVLG-NUM.
           MOVE OVRP-KEYED-PCT TO OVLG-KEYED-PCT.
           MOVE OVRP-TABLE-PCT TO OVLG-TABLE-PCT.
           WRITE OVRLOG-RECORD.
           CLOSE OVRLOG-FILE.
