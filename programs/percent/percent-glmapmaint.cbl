       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCENTN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GLMAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLMAP-CODE
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GLMAPLOG-FILE ASSIGN TO "GLMAPLOG"
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
       FD  GLMAP-FILE.
       COPY PCGLMAP.

       FD  GLMAPLOG-FILE.
       COPY PCGLMLOG.

       FD  OPER-FILE.
       COPY PCOPER.

       FD  SECLOG-FILE.
       COPY PCSECLOG.

       WORKING-STORAGE SECTION.
       01 WS-GLMAP-STATUS  PIC XX.
       01 WS-OPER-STATUS   PIC XX.
       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-TIMESTAMP     PIC X(21).
       01 WS-AUTH-LEVEL    PIC 9 VALUE ZERO.
       01 WS-LOG-DETAIL    PIC X(30).
       01 WS-LOG-ACTION    PIC X(6).

       01 WS-ACTION        PIC X.
           88 WS-ACTION-ADD           VALUE 'A'.
           88 WS-ACTION-CHANGE        VALUE 'C'.
           88 WS-ACTION-DELETE        VALUE 'D'.
           88 WS-ACTION-BROWSE        VALUE 'B'.
           88 WS-ACTION-EXIT          VALUE 'X'.

       01 WS-FLAGS.
           05 WS-GLMAP-EOF-SW  PIC X VALUE 'N'.
              88 WS-GLMAP-EOF          VALUE 'Y'.
           05 WS-FIELD-VALID-SW PIC X VALUE 'N'.
              88 WS-FIELD-VALID        VALUE 'Y'.

       01 WS-KEY-CODE      PIC X(6).
       01 WS-FIELD-INPUT   PIC X(12).

      * The mapping as it stood before the action, for GLMAPLOG.
       01 WS-OLD-MAPPING.
           05 WS-OLD-REV-ACCT    PIC X(10).
           05 WS-OLD-COST-CTR    PIC X(6).
           05 WS-OLD-OFFSET-ACCT PIC X(10).

       01 WS-BROWSE-COUNT  PIC 9(4) VALUE ZERO.

       01 WS-BROWSE-HEADING.
           05 FILLER            PIC X(8) VALUE "CODE".
           05 FILLER            PIC X(12) VALUE "REVENUE".
           05 FILLER            PIC X(8) VALUE "CC".
           05 FILLER            PIC X(10) VALUE "OFFSET".

       01 WS-BROWSE-LINE.
           05 WS-BRW-CODE       PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-REV-ACCT   PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-COST-CTR   PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BRW-OFFSET     PIC X(10).

       PROCEDURE DIVISION.
      * GL account mapping maintenance.  Which accounts a code posts
      * to is as much a part of the money as its rate, so the same
      * rate-maintenance authority (level 3) is required to change it
      * and every change is logged; anyone may browse.
       0000-MAIN.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           PERFORM 0005-GET-AUTHORITY.

           OPEN I-O GLMAP-FILE.
           IF WS-GLMAP-STATUS NOT = "00" AND WS-GLMAP-STATUS NOT = "05"
               DISPLAY "GL mapping file unavailable, status "
                   WS-GLMAP-STATUS
               GOBACK
           END-IF.

           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION-EXIT
               PERFORM 0010-GET-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-ADD
                       IF WS-AUTH-LEVEL >= 3
                           PERFORM 1000-ADD-MAPPING
                       ELSE
                           PERFORM 0900-REFUSE-MAINT
                       END-IF
                   WHEN WS-ACTION-CHANGE
                       IF WS-AUTH-LEVEL >= 3
                           PERFORM 2000-CHANGE-MAPPING
                       ELSE
                           PERFORM 0900-REFUSE-MAINT
                       END-IF
                   WHEN WS-ACTION-DELETE
                       IF WS-AUTH-LEVEL >= 3
                           PERFORM 3000-DELETE-MAPPING
                       ELSE
                           PERFORM 0900-REFUSE-MAINT
                       END-IF
                   WHEN WS-ACTION-BROWSE  PERFORM 4000-BROWSE-MAPPINGS
                   WHEN WS-ACTION-EXIT    CONTINUE
                   WHEN OTHER
                       DISPLAY "Enter A, C, D, B or X."
               END-EVALUATE
           END-PERFORM.

           CLOSE GLMAP-FILE.
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
           DISPLAY "You are not authorized for GL mapping maintenance.".
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "GLMAP ACTION " DELIMITED BY SIZE
                  WS-ACTION DELIMITED BY SIZE
               INTO WS-LOG-DETAIL.
           PERFORM 9100-WRITE-SECLOG.

       9100-WRITE-SECLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN EXTEND SECLOG-FILE.
           MOVE WS-TIMESTAMP(1:14) TO SECL-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO SECL-OPERATOR.
           MOVE "PERCENTN" TO SECL-PROGRAM.
           MOVE "REFUSED" TO SECL-EVENT.
           MOVE WS-LOG-DETAIL TO SECL-DETAIL.
           WRITE SECLOG-RECORD.
           CLOSE SECLOG-FILE.

       0010-GET-ACTION.
           DISPLAY " ".
           DISPLAY "GL account mapping maintenance".
           DISPLAY "A=Add C=Change D=Delete B=Browse X=Exit: ".
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

      * All three fields are required: a half-mapped code would post
      * one side of its pair to nowhere.  Posting the offset back to
      * the revenue account would net every entry to nothing, so the
      * two accounts must differ.
       0040-GET-MAPPING.
           MOVE 'N' TO WS-FIELD-VALID-SW.
           PERFORM UNTIL WS-FIELD-VALID
               DISPLAY "Revenue account: "
               ACCEPT WS-FIELD-INPUT
               IF WS-FIELD-INPUT(1:10) = SPACES
                   DISPLAY "Account cannot be blank. Please try again."
               ELSE
                   MOVE WS-FIELD-INPUT(1:10) TO GLMAP-REV-ACCT
                   SET WS-FIELD-VALID TO TRUE
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-FIELD-VALID-SW.
           PERFORM UNTIL WS-FIELD-VALID
               DISPLAY "Cost centre: "
               ACCEPT WS-FIELD-INPUT
               IF WS-FIELD-INPUT(1:6) = SPACES
                   DISPLAY "Cost centre cannot be blank. "
                       "Please try again."
               ELSE
                   MOVE WS-FIELD-INPUT(1:6) TO GLMAP-COST-CTR
                   SET WS-FIELD-VALID TO TRUE
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-FIELD-VALID-SW.
           PERFORM UNTIL WS-FIELD-VALID
               DISPLAY "Offset account: "
               ACCEPT WS-FIELD-INPUT
               EVALUATE TRUE
                   WHEN WS-FIELD-INPUT(1:10) = SPACES
                       DISPLAY "Account cannot be blank. "
                           "Please try again."
                   WHEN WS-FIELD-INPUT(1:10) = GLMAP-REV-ACCT
                       DISPLAY "Offset must differ from the revenue "
                           "account. Please try again."
                   WHEN OTHER
                       MOVE WS-FIELD-INPUT(1:10) TO GLMAP-OFFSET-ACCT
                       SET WS-FIELD-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.

       1000-ADD-MAPPING.
           PERFORM 0020-GET-KEY.
           MOVE WS-KEY-CODE TO GLMAP-CODE.
           READ GLMAP-FILE
               INVALID KEY
                   MOVE WS-KEY-CODE TO GLMAP-CODE
                   PERFORM 0040-GET-MAPPING
                   MOVE SPACES TO WS-OLD-MAPPING
                   WRITE GLMAP-RECORD
                       INVALID KEY
                           DISPLAY "Write failed, status "
                               WS-GLMAP-STATUS
                       NOT INVALID KEY
                           DISPLAY "Mapping added."
                           MOVE 'ADD' TO WS-LOG-ACTION
                           PERFORM 9000-WRITE-GLMAPLOG
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Mapping already on file for " WS-KEY-CODE
           END-READ.

       2000-CHANGE-MAPPING.
           PERFORM 0020-GET-KEY.
           MOVE WS-KEY-CODE TO GLMAP-CODE.
           READ GLMAP-FILE
               INVALID KEY
                   DISPLAY "No mapping on file for " WS-KEY-CODE
               NOT INVALID KEY
                   PERFORM 4100-DISPLAY-MAPPING
                   MOVE GLMAP-REV-ACCT TO WS-OLD-REV-ACCT
                   MOVE GLMAP-COST-CTR TO WS-OLD-COST-CTR
                   MOVE GLMAP-OFFSET-ACCT TO WS-OLD-OFFSET-ACCT
                   PERFORM 0040-GET-MAPPING
                   REWRITE GLMAP-RECORD
                       INVALID KEY
                           DISPLAY "Rewrite failed, status "
                               WS-GLMAP-STATUS
                       NOT INVALID KEY
                           DISPLAY "Mapping changed."
                           MOVE 'CHANGE' TO WS-LOG-ACTION
                           PERFORM 9000-WRITE-GLMAPLOG
                   END-REWRITE
           END-READ.

       3000-DELETE-MAPPING.
           PERFORM 0020-GET-KEY.
           MOVE WS-KEY-CODE TO GLMAP-CODE.
           READ GLMAP-FILE
               INVALID KEY
                   DISPLAY "No mapping on file for " WS-KEY-CODE
               NOT INVALID KEY
                   MOVE GLMAP-REV-ACCT TO WS-OLD-REV-ACCT
                   MOVE GLMAP-COST-CTR TO WS-OLD-COST-CTR
                   MOVE GLMAP-OFFSET-ACCT TO WS-OLD-OFFSET-ACCT
                   DELETE GLMAP-FILE
                       INVALID KEY
                           DISPLAY "Delete failed, status "
                               WS-GLMAP-STATUS
                       NOT INVALID KEY
                           DISPLAY "Mapping deleted."
                           MOVE SPACES TO GLMAP-REV-ACCT
                                          GLMAP-COST-CTR
                                          GLMAP-OFFSET-ACCT
                           MOVE 'DELETE' TO WS-LOG-ACTION
                           PERFORM 9000-WRITE-GLMAPLOG
                   END-DELETE
           END-READ.

       4000-BROWSE-MAPPINGS.
           DISPLAY "Starting code (blank = all): ".
           ACCEPT WS-KEY-CODE.
           MOVE 'N' TO WS-GLMAP-EOF-SW.
           MOVE ZERO TO WS-BROWSE-COUNT.
           MOVE WS-KEY-CODE TO GLMAP-CODE.
           IF WS-KEY-CODE = SPACES
               MOVE LOW-VALUES TO GLMAP-CODE
           END-IF.
           START GLMAP-FILE KEY IS NOT LESS THAN GLMAP-CODE
               INVALID KEY SET WS-GLMAP-EOF TO TRUE
           END-START.
           DISPLAY WS-BROWSE-HEADING.
           PERFORM UNTIL WS-GLMAP-EOF
               READ GLMAP-FILE NEXT
                   AT END SET WS-GLMAP-EOF TO TRUE
                   NOT AT END PERFORM 4100-DISPLAY-MAPPING
               END-READ
           END-PERFORM.
           DISPLAY WS-BROWSE-COUNT " mapping(s) listed.".

       4100-DISPLAY-MAPPING.
           MOVE GLMAP-CODE TO WS-BRW-CODE.
           MOVE GLMAP-REV-ACCT TO WS-BRW-REV-ACCT.
           MOVE GLMAP-COST-CTR TO WS-BRW-COST-CTR.
           MOVE GLMAP-OFFSET-ACCT TO WS-BRW-OFFSET.
           DISPLAY WS-BROWSE-LINE.
           ADD 1 TO WS-BROWSE-COUNT.

       9000-WRITE-GLMAPLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN EXTEND GLMAPLOG-FILE.
           MOVE WS-TIMESTAMP(1:14) TO GLML-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO GLML-OPERATOR.
           MOVE WS-LOG-ACTION TO GLML-ACTION.
           MOVE WS-KEY-CODE TO GLML-CODE.
           MOVE WS-OLD-REV-ACCT TO GLML-OLD-REV-ACCT.
           MOVE WS-OLD-COST-CTR TO GLML-OLD-COST-CTR.
           MOVE WS-OLD-OFFSET-ACCT TO GLML-OLD-OFFSET.
           MOVE GLMAP-REV-ACCT TO GLML-NEW-REV-ACCT.
           MOVE GLMAP-COST-CTR TO GLML-NEW-COST-CTR.
           MOVE GLMAP-OFFSET-ACCT TO GLML-NEW-OFFSET.
           WRITE GLMLOG-RECORD.
           CLOSE GLMAPLOG-FILE.
