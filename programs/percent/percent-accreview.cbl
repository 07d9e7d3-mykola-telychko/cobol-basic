       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCENTY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPER-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT OPTIONAL SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RATELOG-FILE ASSIGN TO "RATELOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JRNLIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "ACCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE.
       COPY PCOPER.

       FD  SECLOG-FILE.
       COPY PCSECLOG.

       FD  RATELOG-FILE.
       COPY PCRTLOG.

       FD  JOURNAL-FILE.
       COPY PCJRNL.

       FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPER-STATUS    PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-SW        PIC X VALUE 'N'.
              88 WS-EOF               VALUE 'Y'.
           05 WS-FOUND-SW      PIC X VALUE 'N'.
              88 WS-FOUND             VALUE 'Y'.
           05 WS-UNK-FOUND-SW  PIC X VALUE 'N'.
              88 WS-UNK-FOUND         VALUE 'Y'.
           05 WS-DATES-VALID-SW PIC X VALUE 'Y'.
              88 WS-DATES-VALID       VALUE 'Y'.

       01 WS-TODAY          PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY    PIC 9(4).
           05 WS-TODAY-MM      PIC 99.
           05 WS-TODAY-DD      PIC 99.

      * REVIEWFROM and REVIEWTO (YYYYMMDD) bound the quarter whose
      * failed sign-ons and refusals are counted.  REVIEWTO left out
      * is the end of the last full calendar quarter before the run;
      * REVIEWFROM left out is the start of REVIEWTO's quarter.  Last
      * activity is the latest entry on or before REVIEWTO, however
      * old.
       01 WS-DATE-PARM      PIC X(8).
       01 WS-FROM-DATE      PIC 9(8).
       01 WS-TO-DATE        PIC 9(8).
       01 WS-QTR-START      PIC 9(8).
       01 WS-QTR-START-PARTS REDEFINES WS-QTR-START.
           05 WS-QTR-YYYY      PIC 9(4).
           05 WS-QTR-MM        PIC 99.
           05 WS-QTR-DD        PIC 99.

      * An ACTIVE profile is dormant when nothing has been seen of it
      * in the DORMANTDAYS (default 90) up to REVIEWTO and it was not
      * created inside that time either.
       01 WS-DORMANT-PARM   PIC X(3).
       01 WS-DORMANT-DAYS   PIC 9(3) VALUE 90.
       01 WS-DORMANT-DATE   PIC 9(8).
       01 WS-DATE-INT       PIC 9(8).
       01 WS-CHK-DATE       PIC 9(8).
       01 WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
           05 WS-CHK-YYYY      PIC 9(4).
           05 WS-CHK-MM        PIC 99.
           05 WS-CHK-DD        PIC 99.

      * Every profile on file, in id order, with what the logs show of
      * it.  The last id matched is remembered, since the journal runs
      * long stretches for the one batch id.
       01 WS-OPR-MAX        PIC 9(4) VALUE 500.
       01 WS-OPR-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 500 TIMES
               INDEXED BY OX.
               10 WS-OP-ID          PIC X(8).
               10 WS-OP-NAME        PIC X(20).
               10 WS-OP-LEVEL       PIC 9.
               10 WS-OP-STATUS      PIC X.
               10 WS-OP-CREATED     PIC 9(8).
               10 WS-OP-LAST-TS     PIC 9(14).
               10 WS-OP-FAILED      PIC 9(5).
               10 WS-OP-REFUSED     PIC 9(5).
       01 WS-LAST-ID        PIC X(8) VALUE HIGH-VALUES.
       01 WS-LAST-IX        PIC 9(4) VALUE ZERO.
       01 WS-FIND-ID        PIC X(8).
       01 WS-ACT-TS         PIC 9(14).

      * Failed sign-ons and refusals in the quarter by ids that are
      * not on the profile file - someone trying an id that was never
      * issued, or one since removed outside PERCENTF.
       01 WS-UNK-MAX        PIC 9(4) VALUE 100.
       01 WS-UNK-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-UNK-OVERFLOW   PIC 9(6) VALUE ZERO.
       01 WS-UNK-TABLE.
           05 WS-UNK-ENTRY OCCURS 100 TIMES
               INDEXED BY UX.
               10 WS-UK-ID          PIC X(8).
               10 WS-UK-FAILED      PIC 9(5).
               10 WS-UK-REFUSED     PIC 9(5).
       01 WS-UNK-OTHER      PIC 9(9) VALUE ZERO.

       01 WS-TOT-ACTIVE     PIC 9(6) VALUE ZERO.
       01 WS-TOT-LEVEL-4    PIC 9(6) VALUE ZERO.
       01 WS-TOT-SUSPENDED  PIC 9(6) VALUE ZERO.
       01 WS-TOT-RETIRED    PIC 9(6) VALUE ZERO.
       01 WS-TOT-DORMANT    PIC 9(6) VALUE ZERO.
       01 WS-TOT-FAILED     PIC 9(9) VALUE ZERO.
       01 WS-TOT-REFUSED    PIC 9(9) VALUE ZERO.
       01 WS-TOT-SECLOG     PIC 9(9) VALUE ZERO.
       01 WS-TOT-RATELOG    PIC 9(9) VALUE ZERO.
       01 WS-TOT-JOURNAL    PIC 9(9) VALUE ZERO.

       01 WS-RPT-HEADING-1.
           05 FILLER           PIC X(40) VALUE
               "QUARTERLY OPERATOR ACCESS REVIEW".

       01 WS-RPT-HEADING-2.
           05 FILLER           PIC X(15) VALUE "REVIEW PERIOD: ".
           05 WS-RPT-FROM       PIC 9999/99/99.
           05 FILLER           PIC X(4) VALUE " TO ".
           05 WS-RPT-TO         PIC 9999/99/99.
           05 FILLER           PIC X(13) VALUE "    PRINTED: ".
           05 WS-RPT-TODAY      PIC 9999/99/99.

       01 WS-RPT-HEADING-3.
           05 FILLER           PIC X(36) VALUE
               "DORMANT = ACTIVE, NO ACTIVITY AFTER ".
           05 WS-RPT-DORMANT    PIC 9999/99/99.
           05 FILLER           PIC X(2) VALUE " (".
           05 WS-RPT-DAYS       PIC ZZ9.
           05 FILLER           PIC X(6) VALUE " DAYS)".

       01 WS-RPT-OPR-HEAD.
           05 FILLER            PIC X(10) VALUE "OPERATOR".
           05 FILLER            PIC X(22) VALUE "NAME".
           05 FILLER            PIC X(3) VALUE "LV".
           05 FILLER            PIC X(11) VALUE "STATUS".
           05 FILLER            PIC X(12) VALUE "LAST ACTIVE".
           05 FILLER            PIC X(7) VALUE "FAILED".
           05 FILLER            PIC X(8) VALUE "REFUSED".

       01 WS-RPT-OPR.
           05 WS-RPT-OP-ID       PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-OP-NAME     PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-OP-LEVEL    PIC 9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-OP-STATUS   PIC X(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-OP-LAST     PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-OP-FAILED   PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-OP-REFUSED  PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RPT-OP-TAG      PIC X(9).

       01 WS-RPT-UNK-TITLE.
           05 FILLER            PIC X(60) VALUE
               "FAILED SIGN-ONS AND REFUSALS BY IDS NOT ON FILE".

       01 WS-RPT-UNK-HEAD.
           05 FILLER            PIC X(10) VALUE "ID".
           05 FILLER            PIC X(7) VALUE "FAILED".
           05 FILLER            PIC X(8) VALUE "REFUSED".

       01 WS-RPT-UNK.
           05 WS-RPT-UK-ID       PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-UK-FAILED   PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-UK-REFUSED  PIC ZZZZ9.

       01 WS-RPT-COUNT-LINE.
           05 WS-RPT-COUNT-LABEL PIC X(40).
           05 WS-RPT-COUNT-VALUE PIC ZZZ,ZZZ,ZZ9.

       01 WS-RPT-TEXT.
           05 WS-RPT-TEXT-LINE   PIC X(80).

       01 WS-RPT-SIGNOFF.
           05 FILLER            PIC X(44) VALUE
               "REVIEWED BY: _____________________________".
           05 FILLER            PIC X(24) VALUE
               "  DATE: ______________".

       01 WS-DATE-ED        PIC 9999/99/99.

       PROCEDURE DIVISION.
      * Quarterly operator access review for internal audit.  Every
      * profile on OPERFILE is listed with its level and status, when
      * it was last seen in SECLOG (sign-on, refusal, reopen), RATELOG
      * or the journal, and how many failed sign-ons and refused
      * actions SECLOG holds against it in the quarter.  ACTIVE
      * profiles with no activity in the dormant window are flagged
      * for deactivation in PERCENTF; failures by ids that are not
      * on file are listed after the profiles.  RC=4 when any
      * profile is flagged dormant.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 0010-SET-DATES.
           PERFORM 0100-LOAD-PROFILES.

           PERFORM 1000-SCAN-SECLOG.
           PERFORM 2000-SCAN-RATELOG.
           PERFORM 3000-SCAN-JOURNAL.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 4000-WRITE-REPORT-HEADER.
           PERFORM 4100-WRITE-PROFILES.
           PERFORM 4200-WRITE-UNKNOWN-IDS.
           PERFORM 4300-WRITE-TOTALS.
           CLOSE REPORT-FILE.

           DISPLAY "PERCENTY: " WS-OPR-COUNT " profile(s) reviewed, "
               WS-TOT-DORMANT " dormant".
           IF WS-TOT-DORMANT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       0010-SET-DATES.
           MOVE SPACES TO WS-DATE-PARM.
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT "REVIEWTO".
           IF WS-DATE-PARM IS NUMERIC
               AND WS-DATE-PARM NOT = "00000000"
               MOVE WS-DATE-PARM TO WS-TO-DATE
           ELSE
               PERFORM 0020-SET-LAST-QUARTER
           END-IF.
           MOVE WS-TO-DATE TO WS-CHK-DATE.
           PERFORM 0030-CHECK-DATE.
           MOVE WS-TO-DATE TO WS-QTR-START.
           COMPUTE WS-QTR-MM =
               FUNCTION INTEGER((WS-QTR-MM - 1) / 3) * 3 + 1.
           MOVE 1 TO WS-QTR-DD.
           MOVE WS-QTR-START TO WS-FROM-DATE.
           MOVE SPACES TO WS-DATE-PARM.
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT "REVIEWFROM".
           IF WS-DATE-PARM IS NUMERIC
               AND WS-DATE-PARM NOT = "00000000"
               MOVE WS-DATE-PARM TO WS-FROM-DATE
           END-IF.
           MOVE WS-FROM-DATE TO WS-CHK-DATE.
           PERFORM 0030-CHECK-DATE.
           IF WS-FROM-DATE > WS-TO-DATE
               OR NOT WS-DATES-VALID
               DISPLAY "PERCENTY: review period " WS-FROM-DATE
                   " to " WS-TO-DATE " is not valid - no report"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-DORMANT-PARM.
           ACCEPT WS-DORMANT-PARM FROM ENVIRONMENT "DORMANTDAYS".
           IF WS-DORMANT-PARM NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-DORMANT-PARM) = 0
               AND FUNCTION NUMVAL(WS-DORMANT-PARM) > ZERO
               COMPUTE WS-DORMANT-DAYS =
                   FUNCTION NUMVAL(WS-DORMANT-PARM)
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - WS-DORMANT-DAYS.
           COMPUTE WS-DORMANT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

      * The quarter before the one the run falls in ends the day
      * before the current quarter starts.
       0020-SET-LAST-QUARTER.
           MOVE WS-TODAY TO WS-QTR-START.
           COMPUTE WS-QTR-MM =
               FUNCTION INTEGER((WS-TODAY-MM - 1) / 3) * 3 + 1.
           MOVE 1 TO WS-QTR-DD.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-QTR-START) - 1.
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

       0030-CHECK-DATE.
           IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
               OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
               MOVE 'N' TO WS-DATES-VALID-SW
           END-IF.

      * Without the profile file there is nothing to review.
       0100-LOAD-PROFILES.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "PERCENTY: operator profile file unavailable, "
                   "status " WS-OPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO OPER-ID.
           START OPER-FILE KEY IS NOT LESS THAN OPER-ID
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ OPER-FILE NEXT
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM 0110-LOAD-ONE-PROFILE
               END-READ
           END-PERFORM.
           CLOSE OPER-FILE.

       0110-LOAD-ONE-PROFILE.
           IF WS-OPR-COUNT NOT < WS-OPR-MAX
               DISPLAY "PERCENTY: more than " WS-OPR-MAX
                   " operator profiles - no report"
               CLOSE OPER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-OPR-COUNT.
           SET OX TO WS-OPR-COUNT.
           MOVE OPER-ID TO WS-OP-ID (OX).
           MOVE OPER-NAME TO WS-OP-NAME (OX).
           MOVE OPER-AUTH-LEVEL TO WS-OP-LEVEL (OX).
           MOVE OPER-STATUS TO WS-OP-STATUS (OX).
           IF OPER-CREATED-DATE IS NUMERIC
               MOVE OPER-CREATED-DATE TO WS-OP-CREATED (OX)
           ELSE
               MOVE ZERO TO WS-OP-CREATED (OX)
           END-IF.
           MOVE ZERO TO WS-OP-LAST-TS (OX)
                        WS-OP-FAILED (OX)
                        WS-OP-REFUSED (OX).

      * A failed sign-on is counted but is not activity - it may not
      * have been the profile's owner at the keyboard.  Everything
      * else on SECLOG (a sign-on, a refusal, a reopen) is.
       1000-SCAN-SECLOG.
           OPEN INPUT SECLOG-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ SECLOG-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF SECL-TIMESTAMP IS NUMERIC
                           AND SECL-TIMESTAMP(1:8) NOT > WS-TO-DATE
                           ADD 1 TO WS-TOT-SECLOG
                           PERFORM 1100-SECLOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SECLOG-FILE.

       1100-SECLOG-ENTRY.
           MOVE SECL-OPERATOR TO WS-FIND-ID.
           PERFORM 5000-FIND-OPERATOR.
           IF NOT WS-FOUND
               IF (SECL-SIGNON-FAIL OR SECL-REFUSED)
                   AND SECL-TIMESTAMP(1:8) NOT < WS-FROM-DATE
                   PERFORM 1200-COUNT-UNKNOWN-ID
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF SECL-TIMESTAMP(1:8) NOT < WS-FROM-DATE
               EVALUATE TRUE
                   WHEN SECL-SIGNON-FAIL
                       ADD 1 TO WS-OP-FAILED (OX)
                       ADD 1 TO WS-TOT-FAILED
                   WHEN SECL-REFUSED
                       ADD 1 TO WS-OP-REFUSED (OX)
                       ADD 1 TO WS-TOT-REFUSED
               END-EVALUATE
           END-IF.
           IF NOT SECL-SIGNON-FAIL
               MOVE SECL-TIMESTAMP TO WS-ACT-TS
               PERFORM 5100-NOTE-ACTIVITY
           END-IF.

       1200-COUNT-UNKNOWN-ID.
           IF SECL-SIGNON-FAIL
               ADD 1 TO WS-TOT-FAILED
           ELSE
               ADD 1 TO WS-TOT-REFUSED
           END-IF.
           MOVE 'N' TO WS-UNK-FOUND-SW.
           PERFORM VARYING UX FROM 1 BY 1
               UNTIL UX > WS-UNK-COUNT OR WS-UNK-FOUND
               IF WS-UK-ID (UX) = SECL-OPERATOR
                   SET WS-UNK-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-UNK-FOUND
               SET UX DOWN BY 1
           ELSE
               IF WS-UNK-COUNT NOT < WS-UNK-MAX
                   ADD 1 TO WS-UNK-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-UNK-COUNT
               SET UX TO WS-UNK-COUNT
               MOVE SECL-OPERATOR TO WS-UK-ID (UX)
               MOVE ZERO TO WS-UK-FAILED (UX)
                            WS-UK-REFUSED (UX)
           END-IF.
           IF SECL-SIGNON-FAIL
               ADD 1 TO WS-UK-FAILED (UX)
           ELSE
               ADD 1 TO WS-UK-REFUSED (UX)
           END-IF.

       2000-SCAN-RATELOG.
           OPEN INPUT RATELOG-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ RATELOG-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF RTLG-TIMESTAMP IS NUMERIC
                           AND RTLG-TIMESTAMP(1:8) NOT > WS-TO-DATE
                           ADD 1 TO WS-TOT-RATELOG
                           MOVE RTLG-OPERATOR TO WS-FIND-ID
                           MOVE RTLG-TIMESTAMP TO WS-ACT-TS
                           PERFORM 5200-LOGGED-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATELOG-FILE.

      * Only calculation totals are looked at; a tiered calculation's
      * band details carry the same operator and time.
       3000-SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ JOURNAL-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF JRNL-TIMESTAMP IS NUMERIC
                           AND JRNL-TIMESTAMP(1:8) NOT > WS-TO-DATE
                           AND (JRNL-BAND-NO NOT NUMERIC
                               OR JRNL-BAND-NO = ZERO)
                           ADD 1 TO WS-TOT-JOURNAL
                           MOVE JRNL-OPERATOR TO WS-FIND-ID
                           MOVE JRNL-TIMESTAMP TO WS-ACT-TS
                           PERFORM 5200-LOGGED-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       4000-WRITE-REPORT-HEADER.
           MOVE WS-FROM-DATE TO WS-RPT-FROM.
           MOVE WS-TO-DATE TO WS-RPT-TO.
           MOVE WS-TODAY TO WS-RPT-TODAY.
           MOVE WS-DORMANT-DATE TO WS-RPT-DORMANT.
           MOVE WS-DORMANT-DAYS TO WS-RPT-DAYS.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-1.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-2.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-3.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       4100-WRITE-PROFILES.
           WRITE REPORT-LINE FROM WS-RPT-OPR-HEAD.
           PERFORM VARYING OX FROM 1 BY 1
               UNTIL OX > WS-OPR-COUNT
               PERFORM 4110-WRITE-ONE-PROFILE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      * A profile with no creation date predates PERCENTF and is taken
      * as old enough to be judged.
       4110-WRITE-ONE-PROFILE.
           MOVE WS-OP-ID (OX) TO WS-RPT-OP-ID.
           MOVE WS-OP-NAME (OX) TO WS-RPT-OP-NAME.
           MOVE WS-OP-LEVEL (OX) TO WS-RPT-OP-LEVEL.
           EVALUATE WS-OP-STATUS (OX)
               WHEN 'A'
                   MOVE "ACTIVE" TO WS-RPT-OP-STATUS
                   ADD 1 TO WS-TOT-ACTIVE
                   IF WS-OP-LEVEL (OX) = 4
                       ADD 1 TO WS-TOT-LEVEL-4
                   END-IF
               WHEN 'S'
                   MOVE "SUSPENDED" TO WS-RPT-OP-STATUS
                   ADD 1 TO WS-TOT-SUSPENDED
               WHEN 'R'
                   MOVE "RETIRED" TO WS-RPT-OP-STATUS
                   ADD 1 TO WS-TOT-RETIRED
               WHEN OTHER
                   MOVE WS-OP-STATUS (OX) TO WS-RPT-OP-STATUS
           END-EVALUATE.
           IF WS-OP-LAST-TS (OX) = ZERO
               MOVE "NEVER" TO WS-RPT-OP-LAST
           ELSE
               MOVE WS-OP-LAST-TS (OX) (1:8) TO WS-DATE-ED
               MOVE WS-DATE-ED TO WS-RPT-OP-LAST
           END-IF.
           MOVE WS-OP-FAILED (OX) TO WS-RPT-OP-FAILED.
           MOVE WS-OP-REFUSED (OX) TO WS-RPT-OP-REFUSED.
           MOVE SPACES TO WS-RPT-OP-TAG.
           IF WS-OP-STATUS (OX) = 'A'
               AND WS-OP-LAST-TS (OX) (1:8) NOT > WS-DORMANT-DATE
               AND WS-OP-CREATED (OX) NOT > WS-DORMANT-DATE
               MOVE "* DORMANT" TO WS-RPT-OP-TAG
               ADD 1 TO WS-TOT-DORMANT
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-OPR.

       4200-WRITE-UNKNOWN-IDS.
           WRITE REPORT-LINE FROM WS-RPT-UNK-TITLE.
           IF WS-UNK-COUNT = ZERO
               MOVE "NONE" TO WS-RPT-TEXT-LINE
               WRITE REPORT-LINE FROM WS-RPT-TEXT
           ELSE
               WRITE REPORT-LINE FROM WS-RPT-UNK-HEAD
               PERFORM VARYING UX FROM 1 BY 1
                   UNTIL UX > WS-UNK-COUNT
                   IF WS-UK-ID (UX) = SPACES
                       MOVE "(NO ID)" TO WS-RPT-UK-ID
                   ELSE
                       MOVE WS-UK-ID (UX) TO WS-RPT-UK-ID
                   END-IF
                   MOVE WS-UK-FAILED (UX) TO WS-RPT-UK-FAILED
                   MOVE WS-UK-REFUSED (UX) TO WS-RPT-UK-REFUSED
                   WRITE REPORT-LINE FROM WS-RPT-UNK
               END-PERFORM
           END-IF.
           IF WS-UNK-OVERFLOW > ZERO
               MOVE SPACES TO WS-RPT-TEXT-LINE
               STRING "PLUS " DELIMITED BY SIZE
                      WS-UNK-OVERFLOW DELIMITED BY SIZE
                      " MORE FROM IDS NOT LISTED (TABLE FULL)"
                          DELIMITED BY SIZE
                   INTO WS-RPT-TEXT-LINE
               WRITE REPORT-LINE FROM WS-RPT-TEXT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       4300-WRITE-TOTALS.
           MOVE "PROFILES ON FILE" TO WS-RPT-COUNT-LABEL.
           MOVE WS-OPR-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "  ACTIVE" TO WS-RPT-COUNT-LABEL.
           MOVE WS-TOT-ACTIVE TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "    OF WHICH LEVEL 4" TO WS-RPT-COUNT-LABEL.
           MOVE WS-TOT-LEVEL-4 TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "    OF WHICH DORMANT" TO WS-RPT-COUNT-LABEL.
           MOVE WS-TOT-DORMANT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "  SUSPENDED" TO WS-RPT-COUNT-LABEL.
           MOVE WS-TOT-SUSPENDED TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "  RETIRED" TO WS-RPT-COUNT-LABEL.
           MOVE WS-TOT-RETIRED TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "FAILED SIGN-ONS IN PERIOD" TO WS-RPT-COUNT-LABEL.
           MOVE WS-TOT-FAILED TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "REFUSED ACTIONS IN PERIOD" TO WS-RPT-COUNT-LABEL.
           MOVE WS-TOT-REFUSED TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "SECLOG ENTRIES READ" TO WS-RPT-COUNT-LABEL.
           MOVE WS-TOT-SECLOG TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "RATELOG ENTRIES READ" TO WS-RPT-COUNT-LABEL.
           MOVE WS-TOT-RATELOG TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "JOURNAL CALCULATIONS READ" TO WS-RPT-COUNT-LABEL.
           MOVE WS-TOT-JOURNAL TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "RATELOG/JOURNAL BY IDS NOT ON FILE"
               TO WS-RPT-COUNT-LABEL.
           MOVE WS-UNK-OTHER TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-RPT-SIGNOFF.

      * Sets OX to the profile for WS-FIND-ID when there is one.
       5000-FIND-OPERATOR.
           IF WS-FIND-ID = WS-LAST-ID
               SET OX TO WS-LAST-IX
               SET WS-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING OX FROM 1 BY 1
               UNTIL OX > WS-OPR-COUNT OR WS-FOUND
               IF WS-OP-ID (OX) = WS-FIND-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET OX DOWN BY 1
               MOVE WS-FIND-ID TO WS-LAST-ID
               SET WS-LAST-IX TO OX
           END-IF.

       5100-NOTE-ACTIVITY.
           IF WS-ACT-TS > WS-OP-LAST-TS (OX)
               MOVE WS-ACT-TS TO WS-OP-LAST-TS (OX)
           END-IF.

       5200-LOGGED-ACTIVITY.
           PERFORM 5000-FIND-OPERATOR.
           IF WS-FOUND
               PERFORM 5100-NOTE-ACTIVITY
           ELSE
               ADD 1 TO WS-UNK-OTHER
           END-IF.
