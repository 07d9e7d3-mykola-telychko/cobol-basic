       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCENTU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUST-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CODE
               FILE STATUS IS WS-CUST-STATUS.

           SELECT CUSTLOG-FILE ASSIGN TO "CUSTLOG"
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
       FD  CUST-FILE.
       COPY PCCUST.

       FD  CUSTLOG-FILE.
       COPY PCCUSTLG.

       FD  OPER-FILE.
       COPY PCOPER.

       FD  SECLOG-FILE.
       COPY PCSECLOG.

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS   PIC XX.
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
           05 WS-CUST-EOF-SW   PIC X VALUE 'N'.
              88 WS-CUST-EOF           VALUE 'Y'.
           05 WS-FIELD-VALID-SW PIC X VALUE 'N'.
              88 WS-FIELD-VALID        VALUE 'Y'.

       01 WS-KEY-CODE      PIC X(6).
       01 WS-FIELD-INPUT   PIC X(30).
       01 WS-ADDR-IX       PIC 9.

      * One CUSTLOG entry: which field, and its value before and
      * after.
       01 WS-LOG-ACTION    PIC X(6).
       01 WS-LOG-FIELD     PIC X(10).
       01 WS-LOG-OLD       PIC X(30).
       01 WS-LOG-NEW       PIC X(30).

      * The record as read, so a change can be logged field by field.
       01 WS-OLD-VIEW.
           05 WS-OLD-CODE       PIC X(6).
           05 WS-OLD-NAME       PIC X(30).
           05 WS-OLD-ADDR-LINE OCCURS 3 TIMES
                                PIC X(30).
           05 WS-OLD-POSTCODE   PIC X(10).
           05 WS-OLD-STATUS     PIC X.
           05 WS-OLD-OPEN-DATE  PIC 9(8).
           05 WS-OLD-CLOSE-DATE PIC 9(8).
           05 WS-OLD-STMT-PREF  PIC X.

       01 WS-BROWSE-COUNT  PIC 9(4) VALUE ZERO.

       01 WS-BROWSE-LINE.
           05 WS-BRW-CODE       PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-NAME       PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-STATUS     PIC X.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-OPEN       PIC 9999/99/99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-CLOSE      PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-PREF       PIC X.

       01 WS-DATE-ED       PIC 9999/99/99.

       PROCEDURE DIVISION.
      * Customer master maintenance.  Whether a code may trade is as
      * much a control as its rate, so the same rate-maintenance
      * authority (level 3) is required to add or change a customer,
      * and every field changed is logged; anyone may browse.  There
      * is no delete: an account is closed (status C), which stamps
      * its close date and stops the nightly edit accepting it.
       0000-MAIN.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 0005-GET-AUTHORITY.

           OPEN I-O CUST-FILE.
           IF WS-CUST-STATUS NOT = "00" AND WS-CUST-STATUS NOT = "05"
               DISPLAY "Customer master unavailable, status "
                   WS-CUST-STATUS
               GOBACK
           END-IF.

           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION-EXIT
               PERFORM 0010-GET-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-ADD
                       IF WS-AUTH-LEVEL >= 3
                           PERFORM 1000-ADD-CUSTOMER
                       ELSE
                           PERFORM 0900-REFUSE-MAINT
                       END-IF
                   WHEN WS-ACTION-CHANGE
                       IF WS-AUTH-LEVEL >= 3
                           PERFORM 2000-CHANGE-CUSTOMER
                       ELSE
                           PERFORM 0900-REFUSE-MAINT
                       END-IF
                   WHEN WS-ACTION-BROWSE  PERFORM 4000-BROWSE-CUSTOMERS
                   WHEN WS-ACTION-EXIT    CONTINUE
                   WHEN OTHER
                       DISPLAY "Enter A, C, B or X."
               END-EVALUATE
           END-PERFORM.

           CLOSE CUST-FILE.
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
           DISPLAY "You are not authorized for customer maintenance.".
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "CUST ACTION " DELIMITED BY SIZE
                  WS-ACTION DELIMITED BY SIZE
               INTO WS-LOG-DETAIL.
           PERFORM 9100-WRITE-SECLOG.

       9100-WRITE-SECLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN EXTEND SECLOG-FILE.
           MOVE WS-TIMESTAMP(1:14) TO SECL-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO SECL-OPERATOR.
           MOVE "PERCENTU" TO SECL-PROGRAM.
           MOVE "REFUSED" TO SECL-EVENT.
           MOVE WS-LOG-DETAIL TO SECL-DETAIL.
           WRITE SECLOG-RECORD.
           CLOSE SECLOG-FILE.

       0010-GET-ACTION.
           DISPLAY " ".
           DISPLAY "Customer master maintenance".
           DISPLAY "A=Add C=Change B=Browse X=Exit: ".
           ACCEPT WS-ACTION.

       0020-GET-KEY.
           MOVE SPACES TO WS-KEY-CODE.
           PERFORM UNTIL WS-KEY-CODE NOT = SPACES
               DISPLAY "Customer/product code: "
               ACCEPT WS-KEY-CODE
               IF WS-KEY-CODE = SPACES
                   DISPLAY "Code cannot be blank. Please try again."
               END-IF
           END-PERFORM.

       0030-GET-NAME.
           MOVE SPACES TO WS-FIELD-INPUT.
           PERFORM UNTIL WS-FIELD-INPUT NOT = SPACES
               DISPLAY "Customer name: "
               ACCEPT WS-FIELD-INPUT
               IF WS-FIELD-INPUT = SPACES
                   DISPLAY "Name cannot be blank. Please try again."
               END-IF
           END-PERFORM.
           MOVE WS-FIELD-INPUT TO CUST-NAME.

       0040-GET-ADDRESS.
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
               UNTIL WS-ADDR-IX > 3
               DISPLAY "Address line " WS-ADDR-IX ": "
               MOVE SPACES TO WS-FIELD-INPUT
               ACCEPT WS-FIELD-INPUT
               MOVE WS-FIELD-INPUT TO CUST-ADDR-LINE (WS-ADDR-IX)
           END-PERFORM.
           DISPLAY "Postcode: ".
           MOVE SPACES TO WS-FIELD-INPUT.
           ACCEPT WS-FIELD-INPUT.
           MOVE WS-FIELD-INPUT(1:10) TO CUST-POSTCODE.

       0050-GET-OPEN-DATE.
           MOVE 'N' TO WS-FIELD-VALID-SW.
           PERFORM UNTIL WS-FIELD-VALID
               DISPLAY "Opened (YYYYMMDD, blank=today): "
               MOVE SPACES TO WS-FIELD-INPUT
               ACCEPT WS-FIELD-INPUT
               IF WS-FIELD-INPUT = SPACES
                   MOVE WS-TODAY TO CUST-OPEN-DATE
                   SET WS-FIELD-VALID TO TRUE
               ELSE
                   IF WS-FIELD-INPUT(1:8) IS NUMERIC
                       MOVE WS-FIELD-INPUT(1:8) TO CUST-OPEN-DATE
                       SET WS-FIELD-VALID TO TRUE
                   ELSE
                       DISPLAY "Not a valid date. Please try again."
                   END-IF
               END-IF
           END-PERFORM.

       0060-GET-STMT-PREF.
           MOVE 'N' TO WS-FIELD-VALID-SW.
           PERFORM UNTIL WS-FIELD-VALID
               DISPLAY "Statement delivery (P=print, E=e-mail, "
                   "N=none) [P]: "
               MOVE SPACES TO WS-FIELD-INPUT
               ACCEPT WS-FIELD-INPUT
               EVALUATE WS-FIELD-INPUT(1:1)
                   WHEN SPACE
                   WHEN 'P'
                       MOVE 'P' TO CUST-STMT-PREF
                       SET WS-FIELD-VALID TO TRUE
                   WHEN 'E'
                   WHEN 'N'
                       MOVE WS-FIELD-INPUT(1:1) TO CUST-STMT-PREF
                       SET WS-FIELD-VALID TO TRUE
                   WHEN OTHER
                       DISPLAY "Enter P, E or N. Please try again."
               END-EVALUATE
           END-PERFORM.

      * A customer is always added active; suspending or closing is a
      * change, so it is logged as one.
       1000-ADD-CUSTOMER.
           PERFORM 0020-GET-KEY.
           MOVE WS-KEY-CODE TO CUST-CODE.
           READ CUST-FILE
               INVALID KEY
                   MOVE SPACES TO CUST-RECORD
                   MOVE WS-KEY-CODE TO CUST-CODE
                   PERFORM 0030-GET-NAME
                   PERFORM 0040-GET-ADDRESS
                   PERFORM 0050-GET-OPEN-DATE
                   PERFORM 0060-GET-STMT-PREF
                   MOVE 'A' TO CUST-STATUS
                   MOVE ZERO TO CUST-CLOSE-DATE
                   WRITE CUST-RECORD
                       INVALID KEY
                           DISPLAY "Write failed, status "
                               WS-CUST-STATUS
                       NOT INVALID KEY
                           DISPLAY "Customer added."
                           MOVE 'ADD' TO WS-LOG-ACTION
                           MOVE "NAME" TO WS-LOG-FIELD
                           MOVE SPACES TO WS-LOG-OLD
                           MOVE CUST-NAME TO WS-LOG-NEW
                           PERFORM 9000-WRITE-CUSTLOG
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Customer already on file for "
                       WS-KEY-CODE
           END-READ.

      * Each field is offered with its current value; a blank answer
      * keeps it, and an address line answered with '*' is cleared.
       2000-CHANGE-CUSTOMER.
           PERFORM 0020-GET-KEY.
           MOVE WS-KEY-CODE TO CUST-CODE.
           READ CUST-FILE
               INVALID KEY
                   DISPLAY "No customer on file for " WS-KEY-CODE
               NOT INVALID KEY
                   PERFORM 2100-CHANGE-FIELDS
           END-READ.

       2100-CHANGE-FIELDS.
           MOVE CUST-RECORD TO WS-OLD-VIEW.
           PERFORM 4100-DISPLAY-CUSTOMER.

           DISPLAY "Name [" CUST-NAME "]: ".
           MOVE SPACES TO WS-FIELD-INPUT.
           ACCEPT WS-FIELD-INPUT.
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT TO CUST-NAME
           END-IF.

           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
               UNTIL WS-ADDR-IX > 3
               DISPLAY "Address line " WS-ADDR-IX " ["
                   CUST-ADDR-LINE (WS-ADDR-IX) "]: "
               MOVE SPACES TO WS-FIELD-INPUT
               ACCEPT WS-FIELD-INPUT
               EVALUATE TRUE
                   WHEN WS-FIELD-INPUT = "*"
                       MOVE SPACES TO CUST-ADDR-LINE (WS-ADDR-IX)
                   WHEN WS-FIELD-INPUT NOT = SPACES
                       MOVE WS-FIELD-INPUT
                           TO CUST-ADDR-LINE (WS-ADDR-IX)
               END-EVALUATE
           END-PERFORM.

           DISPLAY "Postcode [" CUST-POSTCODE "]: ".
           MOVE SPACES TO WS-FIELD-INPUT.
           ACCEPT WS-FIELD-INPUT.
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT(1:10) TO CUST-POSTCODE
           END-IF.

           PERFORM 2200-CHANGE-STATUS.

           DISPLAY "Statement delivery P/E/N [" CUST-STMT-PREF "]: ".
           MOVE SPACES TO WS-FIELD-INPUT.
           ACCEPT WS-FIELD-INPUT.
           IF WS-FIELD-INPUT(1:1) = 'P' OR WS-FIELD-INPUT(1:1) = 'E'
               OR WS-FIELD-INPUT(1:1) = 'N'
               MOVE WS-FIELD-INPUT(1:1) TO CUST-STMT-PREF
           END-IF.

           REWRITE CUST-RECORD
               INVALID KEY
                   DISPLAY "Rewrite failed, status " WS-CUST-STATUS
               NOT INVALID KEY
                   DISPLAY "Customer changed."
                   PERFORM 2300-LOG-CHANGES
           END-REWRITE.

      * Closing stamps today as the close date; reopening or
      * suspending a closed account clears it again.
       2200-CHANGE-STATUS.
           MOVE 'N' TO WS-FIELD-VALID-SW.
           PERFORM UNTIL WS-FIELD-VALID
               DISPLAY "Status A=active S=suspended C=closed ["
                   CUST-STATUS "]: "
               MOVE SPACES TO WS-FIELD-INPUT
               ACCEPT WS-FIELD-INPUT
               EVALUATE WS-FIELD-INPUT(1:1)
                   WHEN SPACE
                       SET WS-FIELD-VALID TO TRUE
                   WHEN 'A'
                   WHEN 'S'
                   WHEN 'C'
                       MOVE WS-FIELD-INPUT(1:1) TO CUST-STATUS
                       SET WS-FIELD-VALID TO TRUE
                   WHEN OTHER
                       DISPLAY "Enter A, S or C. Please try again."
               END-EVALUATE
           END-PERFORM.
           IF CUST-STATUS NOT = WS-OLD-STATUS
               IF CUST-CLOSED
                   MOVE WS-TODAY TO CUST-CLOSE-DATE
               ELSE
                   MOVE ZERO TO CUST-CLOSE-DATE
               END-IF
           END-IF.

       2300-LOG-CHANGES.
           MOVE 'CHANGE' TO WS-LOG-ACTION.
           IF CUST-NAME NOT = WS-OLD-NAME
               MOVE "NAME" TO WS-LOG-FIELD
               MOVE WS-OLD-NAME TO WS-LOG-OLD
               MOVE CUST-NAME TO WS-LOG-NEW
               PERFORM 9000-WRITE-CUSTLOG
           END-IF.
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
               UNTIL WS-ADDR-IX > 3
               IF CUST-ADDR-LINE (WS-ADDR-IX)
                   NOT = WS-OLD-ADDR-LINE (WS-ADDR-IX)
                   MOVE SPACES TO WS-LOG-FIELD
                   STRING "ADDRESS-" DELIMITED BY SIZE
                          WS-ADDR-IX DELIMITED BY SIZE
                       INTO WS-LOG-FIELD
                   MOVE WS-OLD-ADDR-LINE (WS-ADDR-IX) TO WS-LOG-OLD
                   MOVE CUST-ADDR-LINE (WS-ADDR-IX) TO WS-LOG-NEW
                   PERFORM 9000-WRITE-CUSTLOG
               END-IF
           END-PERFORM.
           IF CUST-POSTCODE NOT = WS-OLD-POSTCODE
               MOVE "POSTCODE" TO WS-LOG-FIELD
               MOVE WS-OLD-POSTCODE TO WS-LOG-OLD
               MOVE CUST-POSTCODE TO WS-LOG-NEW
               PERFORM 9000-WRITE-CUSTLOG
           END-IF.
           IF CUST-STATUS NOT = WS-OLD-STATUS
               MOVE "STATUS" TO WS-LOG-FIELD
               MOVE WS-OLD-STATUS TO WS-LOG-OLD
               MOVE CUST-STATUS TO WS-LOG-NEW
               PERFORM 9000-WRITE-CUSTLOG
           END-IF.
           IF CUST-CLOSE-DATE NOT = WS-OLD-CLOSE-DATE
               MOVE "CLOSE-DATE" TO WS-LOG-FIELD
               MOVE WS-OLD-CLOSE-DATE TO WS-LOG-OLD
               MOVE CUST-CLOSE-DATE TO WS-LOG-NEW
               PERFORM 9000-WRITE-CUSTLOG
           END-IF.
           IF CUST-STMT-PREF NOT = WS-OLD-STMT-PREF
               MOVE "STMT-PREF" TO WS-LOG-FIELD
               MOVE WS-OLD-STMT-PREF TO WS-LOG-OLD
               MOVE CUST-STMT-PREF TO WS-LOG-NEW
               PERFORM 9000-WRITE-CUSTLOG
           END-IF.

       4000-BROWSE-CUSTOMERS.
           DISPLAY "Starting code (blank = all): ".
           MOVE SPACES TO WS-KEY-CODE.
           ACCEPT WS-KEY-CODE.
           MOVE 'N' TO WS-CUST-EOF-SW.
           MOVE ZERO TO WS-BROWSE-COUNT.
           MOVE WS-KEY-CODE TO CUST-CODE.
           IF WS-KEY-CODE = SPACES
               MOVE LOW-VALUES TO CUST-CODE
           END-IF.
           START CUST-FILE KEY IS NOT LESS THAN CUST-CODE
               INVALID KEY SET WS-CUST-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-CUST-EOF
               READ CUST-FILE NEXT
                   AT END SET WS-CUST-EOF TO TRUE
                   NOT AT END PERFORM 4200-DISPLAY-BROWSE-LINE
               END-READ
           END-PERFORM.
           DISPLAY WS-BROWSE-COUNT " customer(s) listed.".

       4100-DISPLAY-CUSTOMER.
           DISPLAY "Code:      " CUST-CODE.
           DISPLAY "Name:      " CUST-NAME.
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
               UNTIL WS-ADDR-IX > 3
               DISPLAY "Address:   " CUST-ADDR-LINE (WS-ADDR-IX)
           END-PERFORM.
           DISPLAY "Postcode:  " CUST-POSTCODE.
           MOVE CUST-OPEN-DATE TO WS-DATE-ED.
           DISPLAY "Status:    " CUST-STATUS "   opened " WS-DATE-ED.
           IF CUST-CLOSE-DATE NOT = ZERO
               MOVE CUST-CLOSE-DATE TO WS-DATE-ED
               DISPLAY "Closed:    " WS-DATE-ED
           END-IF.
           DISPLAY "Statement: " CUST-STMT-PREF.

       4200-DISPLAY-BROWSE-LINE.
           MOVE CUST-CODE TO WS-BRW-CODE.
           MOVE CUST-NAME TO WS-BRW-NAME.
           MOVE CUST-STATUS TO WS-BRW-STATUS.
           MOVE CUST-OPEN-DATE TO WS-BRW-OPEN.
           IF CUST-CLOSE-DATE = ZERO
               MOVE SPACES TO WS-BRW-CLOSE
           ELSE
               MOVE CUST-CLOSE-DATE TO WS-DATE-ED
               MOVE WS-DATE-ED TO WS-BRW-CLOSE
           END-IF.
           MOVE CUST-STMT-PREF TO WS-BRW-PREF.
           DISPLAY WS-BROWSE-LINE.
           ADD 1 TO WS-BROWSE-COUNT.

       9000-WRITE-CUSTLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN EXTEND CUSTLOG-FILE.
           MOVE WS-TIMESTAMP(1:14) TO CULG-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO CULG-OPERATOR.
           MOVE WS-LOG-ACTION TO CULG-ACTION.
           MOVE CUST-CODE TO CULG-CODE.
           MOVE WS-LOG-FIELD TO CULG-FIELD.
           MOVE WS-LOG-OLD TO CULG-OLD-VALUE.
           MOVE WS-LOG-NEW TO CULG-NEW-VALUE.
           WRITE CUSTLOG-RECORD.
           CLOSE CUSTLOG-FILE.
