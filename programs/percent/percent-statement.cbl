           SELECT STMT-FILE ASSIGN TO "STMTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUST-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CODE
               FILE STATUS IS WS-CUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       FD  STMT-FILE.
       01 STMT-LINE         PIC X(80).

       FD  CUST-FILE.
       COPY PCCUST.

       WORKING-STORAGE SECTION.
       COPY PCCTL.

              88 WS-GEN-SKIP          VALUE 'Y'.
           05 WS-FOUND-SW      PIC X VALUE 'N'.
              88 WS-FOUND             VALUE 'Y'.
           05 WS-CUST-EOF-SW   PIC X VALUE 'N'.
              88 WS-CUST-EOF          VALUE 'Y'.

       01 WS-CUST-STATUS    PIC XX.
       01 WS-ADDR-IX        PIC 9.

       01 WS-STMT-MONTH     PIC X(6).
       01 WS-RUN-DATE       PIC 9(8).
       01 WS-TOTAL-CALCS    PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-RESULT   PIC S9(13)V99 VALUE ZERO.
       01 WS-PAGE-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-IDLE-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-CLOSED-SKIPPED PIC 9(4) VALUE ZERO.
       01 WS-NOT-OPEN-SKIPPED PIC 9(4) VALUE ZERO.
       01 WS-CTLFAIL-TEXT   PIC X(50).

      * One slot per customer/product code seen in the month.  The
           05 FILLER           PIC X(9) VALUE "   CODE: ".
           05 WS-SH-CODE        PIC X(6).

      * Name and address block: the first line carries the caption,
      * the address lines and postcode follow under the name.
       01 WS-STMT-CUST-LINE.
           05 WS-SN-CAPTION     PIC X(12).
           05 WS-SN-TEXT        PIC X(40).

       01 WS-STMT-DELIVERY.
           05 FILLER           PIC X(12) VALUE "  DELIVERY:".
           05 WS-SN-DELIVERY    PIC X(20).

       01 WS-STMT-CALCS.
           05 FILLER           PIC X(22) VALUE "  CALCULATIONS:".
           05 WS-SD-CALCS       PIC ZZZ,ZZ9.

           PERFORM 0100-WRITE-STMT-HEADER.

      * Every statement is addressed from the customer master, so no
      * statement goes out without it.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS NOT = "00"
               MOVE SPACES TO WS-CTLFAIL-TEXT
               STRING "CUSTOMER MASTER UNAVAILABLE, STATUS "
                          DELIMITED BY SIZE
                      WS-CUST-STATUS DELIMITED BY SIZE
                   INTO WS-CTLFAIL-TEXT
               PERFORM 9900-CONTROL-FAILURE
           END-IF.

           PERFORM UNTIL WS-EOF
               READ RESULT-FILE
                   AT END SET WS-EOF TO TRUE
               PERFORM 9900-CONTROL-FAILURE
           END-IF.

           PERFORM 2500-ADD-IDLE-CUSTOMERS.
           PERFORM 3000-WRITE-STATEMENTS.
           PERFORM 4000-WRITE-CONTROL-SUMMARY.
           PERFORM 5000-WRITE-STMT-TRAILER.

           CLOSE RESULT-FILE
                 STMT-FILE
                 CUST-FILE.

           DISPLAY "PERCENTS: " WS-PAGE-COUNT " statement page(s) for "
               WS-STMT-MONTH.
           MOVE 'H' TO CTL-HDR-ID.
           MOVE WS-RUN-DATE TO CTL-HDR-DATE.
           MOVE "PERCENTS" TO CTL-HDR-SOURCE.
           MOVE SPACE TO CTL-HDR-RUN-NO.
           WRITE STMT-LINE FROM CTL-HEADER-RECORD.

       1000-CLASSIFY-RECORD.
                   TO WS-CTLFAIL-TEXT
               PERFORM 9900-CONTROL-FAILURE
           END-IF.
           MOVE RESULT-CTL-RECORD(1:18) TO CTL-HEADER-RECORD.
           SET WS-IN-GEN TO TRUE.
           ADD 1 TO WS-GEN-COUNT.
           MOVE ZERO TO WS-GEN-DTL-COUNT
               MOVE RESULT-PERCENT TO WS-CT-PCT-HIGH (CX)
           END-IF.

      * A customer trading in the month gets a statement for it even
      * when nothing was rated against the code; an account closed by
      * the end of the month, or not opened until after it, with no
      * activity is left off and only counted.  An account closed
      * since still gets the month's statement, as it was open then,
      * and a closed account that did trade in the month still gets
      * its last statement, from the tally above.  A closed account
      * with no close date is taken as closed before the month.
       2500-ADD-IDLE-CUSTOMERS.
           MOVE LOW-VALUES TO CUST-CODE.
           START CUST-FILE KEY IS NOT LESS THAN CUST-CODE
               INVALID KEY SET WS-CUST-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-CUST-EOF
               READ CUST-FILE NEXT
                   AT END SET WS-CUST-EOF TO TRUE
                   NOT AT END PERFORM 2600-CHECK-IDLE-CUSTOMER
               END-READ
           END-PERFORM.

       2600-CHECK-IDLE-CUSTOMER.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING CX FROM 1 BY 1
               UNTIL CX > WS-CODE-COUNT OR WS-FOUND
               IF WS-CT-CODE (CX) = CUST-CODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF CUST-OPEN-DATE(1:6) > WS-STMT-MONTH
                   ADD 1 TO WS-NOT-OPEN-SKIPPED
                   EXIT PARAGRAPH
               END-IF
               IF CUST-CLOSED
                   AND (CUST-CLOSE-DATE = ZERO
                     OR CUST-CLOSE-DATE(1:6) NOT > WS-STMT-MONTH)
                   ADD 1 TO WS-CLOSED-SKIPPED
               ELSE
                   IF WS-CODE-COUNT < WS-CODE-MAX
                       ADD 1 TO WS-CODE-COUNT
                       SET CX TO WS-CODE-COUNT
                       MOVE CUST-CODE TO WS-CT-CODE (CX)
                       MOVE ZERO TO WS-CT-CALCS (CX)
                                    WS-CT-AMT-IN (CX)
                                    WS-CT-RESULT (CX)
                                    WS-CT-OVERRIDES (CX)
                                    WS-CT-PCT-LOW (CX)
                                    WS-CT-PCT-HIGH (CX)
                       ADD 1 TO WS-IDLE-COUNT
                   ELSE
                       DISPLAY "PERCENTS: code table full at "
                           WS-CODE-MAX
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       3000-WRITE-STATEMENTS.
           PERFORM VARYING CX FROM 1 BY 1
               UNTIL CX > WS-CODE-COUNT
           WRITE STMT-LINE.
           WRITE STMT-LINE FROM WS-STMT-HEADING-1.
           WRITE STMT-LINE FROM WS-STMT-HEADING-2.
           PERFORM 3200-WRITE-CUSTOMER-BLOCK.
           MOVE WS-CT-CALCS (CX) TO WS-SD-CALCS.
           WRITE STMT-LINE FROM WS-STMT-CALCS.
           MOVE WS-CT-AMT-IN (CX) TO WS-SD-AMT-IN.
           END-IF.
           WRITE STMT-LINE FROM WS-STMT-OVERRIDES.

      * A code traded with no customer on the master still gets its
      * statement - the figures are real - but flagged for finance
      * rather than addressed.
       3200-WRITE-CUSTOMER-BLOCK.
           MOVE WS-CT-CODE (CX) TO CUST-CODE.
           SET WS-FOUND TO TRUE.
           READ CUST-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND
               PERFORM 3300-WRITE-NAME-ADDRESS
           ELSE
               MOVE "  CUSTOMER:" TO WS-SN-CAPTION
               MOVE "*** NOT ON CUSTOMER MASTER" TO WS-SN-TEXT
               WRITE STMT-LINE FROM WS-STMT-CUST-LINE
           END-IF.

       3300-WRITE-NAME-ADDRESS.
           MOVE "  CUSTOMER:" TO WS-SN-CAPTION.
           MOVE CUST-NAME TO WS-SN-TEXT.
           WRITE STMT-LINE FROM WS-STMT-CUST-LINE.
           MOVE SPACES TO WS-SN-CAPTION.
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
               UNTIL WS-ADDR-IX > 3
               IF CUST-ADDR-LINE (WS-ADDR-IX) NOT = SPACES
                   MOVE CUST-ADDR-LINE (WS-ADDR-IX) TO WS-SN-TEXT
                   WRITE STMT-LINE FROM WS-STMT-CUST-LINE
               END-IF
           END-PERFORM.
           IF CUST-POSTCODE NOT = SPACES
               MOVE CUST-POSTCODE TO WS-SN-TEXT
               WRITE STMT-LINE FROM WS-STMT-CUST-LINE
           END-IF.
           EVALUATE TRUE
               WHEN CUST-STMT-EMAIL
                   MOVE "E-MAIL" TO WS-SN-DELIVERY
               WHEN CUST-STMT-NONE
                   MOVE "NONE - FILE COPY" TO WS-SN-DELIVERY
               WHEN OTHER
                   MOVE "PRINT AND POST" TO WS-SN-DELIVERY
           END-EVALUATE.
           WRITE STMT-LINE FROM WS-STMT-DELIVERY.

       4000-WRITE-CONTROL-SUMMARY.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE "  GENERATIONS READ:" TO WS-SC-LABEL.
           MOVE WS-GEN-COUNT TO WS-SC-VALUE.
           WRITE STMT-LINE FROM WS-STMT-COUNT-LINE.
           MOVE "  NO-ACTIVITY STATEMENTS:" TO WS-SC-LABEL.
           MOVE WS-IDLE-COUNT TO WS-SC-VALUE.
           WRITE STMT-LINE FROM WS-STMT-COUNT-LINE.
           MOVE "  CLOSED, NO ACTIVITY:" TO WS-SC-LABEL.
           MOVE WS-CLOSED-SKIPPED TO WS-SC-VALUE.
           WRITE STMT-LINE FROM WS-STMT-COUNT-LINE.
           MOVE "  OPENED AFTER MONTH:" TO WS-SC-LABEL.
           MOVE WS-NOT-OPEN-SKIPPED TO WS-SC-VALUE.
           WRITE STMT-LINE FROM WS-STMT-COUNT-LINE.
           MOVE "  RESULT RECORDS:" TO WS-SC-LABEL.
           MOVE WS-TOTAL-CALCS TO WS-SC-VALUE.
           WRITE STMT-LINE FROM WS-STMT-COUNT-LINE.
           DISPLAY "PERCENTS: " WS-CTLFAIL-TEXT.
           MOVE 8 TO RETURN-CODE.
           CLOSE RESULT-FILE
                 STMT-FILE
                 CUST-FILE.
           STOP RUN.
