       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCENTX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATELOG-FILE ASSIGN TO "RATELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATELOG-STATUS.

           SELECT OPTIONAL RRCTL-FILE ASSIGN TO "RRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RRCTL-STATUS.

           SELECT OPTIONAL ARCH-FILE ASSIGN TO "ARCHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT OPTIONAL JOURNAL-IN-FILE ASSIGN TO "JRNLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "JRNLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RESULT-FILE ASSIGN TO "RESULTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "RRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  RATELOG-FILE.
       COPY PCRTLOG.

       FD  RRCTL-FILE.
       COPY PCRRCTL.

      * Both journal inputs are read raw, as PERCENTJ reads them:
      * archive generations may carry the layouts from before the
      * cents change, and 2300-MAP-RAW-ENTRY tells them apart.
       FD  ARCH-FILE.
       01 ARCH-RECORD       PIC X(67).

       FD  JOURNAL-IN-FILE.
       01 JRNL-INREC        PIC X(67).

       FD  JOURNAL-FILE.
       COPY PCJRNL.

       FD  RATE-FILE.
       COPY PCRATE.

       FD  RUNCTL-FILE.
       COPY PCRUNCTL.

       FD  RESULT-FILE.
       COPY PCRESULT.
       01 RESULT-CTL-RECORD PIC X(80).

       FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(80).

      * One sort record per journal total that may need re-rating,
      * in code / business-date order so each night's entries for a
      * code arrive together.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SR-CODE           PIC X(6).
           05 SR-BUS-DATE       PIC X(8).
           05 SR-ORIGIN         PIC X.
           05 SR-NUM            PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 SR-PERCENT        PIC 9(3)V99.
           05 SR-RESULT         PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.

       WORKING-STORAGE SECTION.
       COPY PCFIELDS.
       COPY PCCTL.
       COPY PCJRNL REPLACING ==JOURNAL-RECORD== BY ==WS-JRNL-ENTRY==
                   LEADING ==JRNL== BY ==WS-JRNL==.

       01 WS-RAW-ENTRY      PIC X(67).

      * The journal record before the cents change widened JRNL-NUM:
      * amount sign + 9 digits, result at 38-49.  Records without the
      * JRNL-CODE field (50 bytes) read the same way with the code
      * arriving as spaces from the short-record padding.
       01 WS-OLD-ENTRY.
           05 WS-OLD-TIMESTAMP  PIC 9(14).
           05 WS-OLD-OPERATOR   PIC X(8).
           05 WS-OLD-NUM        PIC S9(9)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 WS-OLD-PERCENT    PIC 9(3)V99.
           05 WS-OLD-RESULT     PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 WS-OLD-BAND-NO    PIC X.
           05 WS-OLD-CODE       PIC X(6).

       01 WS-RATELOG-STATUS PIC XX.
       01 WS-RRCTL-STATUS   PIC XX.
       01 WS-ARCH-STATUS    PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-RATE-STATUS    PIC XX.
       01 WS-RUNCTL-STATUS  PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-SW        PIC X VALUE 'N'.
              88 WS-EOF               VALUE 'Y'.
           05 WS-RATE-EOF-SW   PIC X VALUE 'N'.
              88 WS-RATE-EOF          VALUE 'Y'.
           05 WS-RATE-FOUND-SW PIC X VALUE 'N'.
              88 WS-RATE-FOUND        VALUE 'Y'.
           05 WS-CALC-SW       PIC X VALUE 'Y'.
              88 WS-CALC-OK           VALUE 'Y'.
              88 WS-CALC-ERROR        VALUE 'N'.
           05 WS-FOUND-SW      PIC X VALUE 'N'.
              88 WS-FOUND             VALUE 'Y'.
           05 WS-GROUP-SW      PIC X VALUE 'N'.
              88 WS-GROUP-OPEN        VALUE 'Y'.
           05 WS-WINDOW-SW     PIC X VALUE 'N'.
              88 WS-IN-RUN-WINDOW     VALUE 'Y'.

       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-TIMESTAMP      PIC X(21).
       01 WS-RUN-DATE       PIC 9(8).
       01 WS-RUN-DATE-PARM  PIC X(8).
       01 WS-RUN-DATE-X     PIC X(8).
       01 WS-ASOF-DATE      PIC 9(8).
       01 WS-ENTRY-DATE     PIC X(8).
       01 WS-BATCH-NO       PIC X(10).

       01 WS-LAST-TS        PIC 9(14) VALUE ZERO.
       01 WS-NEW-LAST-TS    PIC 9(14) VALUE ZERO.
       01 WS-BATCH-DATE     PIC 9(8) VALUE ZERO.
       01 WS-EFF-FROM-X     PIC X(8).

       01 WS-ROUND-MODE     PIC X VALUE 'H'.
           88 WS-ROUND-HALF-UP        VALUE 'H'.
           88 WS-ROUND-HALF-EVEN      VALUE 'E'.

       01 WS-RATE-TYPE      PIC X VALUE 'F'.
           88 WS-RATE-FLAT            VALUE 'F' ' '.
           88 WS-RATE-TIERED          VALUE 'T'.
       01 WS-BAND-COUNT     PIC 9 VALUE ZERO.
       01 WS-RATE-BANDS.
           05 WS-RATE-BAND OCCURS 5 TIMES.
               10 WS-BAND-LIMIT    PIC 9(9).
               10 WS-BAND-PCT      PIC 9(3)V99.

       01 WS-NEGATIVE-SW    PIC X VALUE 'N'.
           88 WS-NEGATIVE             VALUE 'Y'.
       01 WS-BAND-IX        PIC 9.
       01 WS-BAND-REMAIN    PIC 9(9)V99.
       01 WS-BAND-PREV      PIC 9(9).
       01 WS-BAND-WIDTH     PIC 9(9).
       01 WS-BAND-AMT       PIC 9(9)V99.
       01 WS-BAND-RESULT    PIC S9(9)V99.

      * One slot per code with a back-dated rate change since the
      * last run.  CT-FROM-DATE is the earliest effective date any of
      * its changes reached back to: every night from then on is
      * re-rated, which also covers a change that shortened a range
      * or a record deleted outright.
       01 WS-CODE-MAX       PIC 9(4) VALUE 200.
       01 WS-CODE-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 200 TIMES
               INDEXED BY CX.
               10 WS-CT-CODE       PIC X(6).
               10 WS-CT-FROM-DATE  PIC X(8).
               10 WS-CT-CHANGES    PIC 9(5).
               10 WS-CT-RERATED    PIC 9(7).
               10 WS-CT-NO-RATE    PIC 9(7).
               10 WS-CT-KEYED      PIC 9(7).
               10 WS-CT-UNDATED    PIC 9(7).
               10 WS-CT-ADJ-COUNT  PIC 9(5).
               10 WS-CT-ADJ-TOTAL  PIC S9(11)V99.

      * The start and finish of every COMPLETED run on the register
      * that can have journaled an entry being re-rated: any run that
      * finished on or after the earliest date a code is re-rated
      * from, whatever date it was run for.
       01 WS-WIN-MAX        PIC 9(4) VALUE 3000.
       01 WS-WIN-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-WIN-FROM-DATE  PIC X(8).
       01 WS-WIN-TABLE.
           05 WS-WIN-ENTRY OCCURS 3000 TIMES
               INDEXED BY WX.
               10 WS-WIN-START-TS  PIC 9(14).
               10 WS-WIN-END-TS    PIC 9(14).

      * Adjustments are journaled only after the result generation
      * is complete, so an abend part way through leaves no 'A'
      * entries behind to be netted off by the rerun.
       01 WS-ADJ-MAX        PIC 9(4) VALUE 2000.
       01 WS-ADJ-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-ADJ-TABLE.
           05 WS-ADJ-ENTRY OCCURS 2000 TIMES
               INDEXED BY AX.
               10 WS-ADJ-CODE      PIC X(6).
               10 WS-ADJ-DATE      PIC X(8).
               10 WS-ADJ-BASE      PIC S9(9)V99.
               10 WS-ADJ-PCT       PIC 9(3)V99.
               10 WS-ADJ-AMOUNT    PIC S9(9)V99.

      * The night being re-rated: every original batch entry and
      * every earlier adjustment for one code and business date.
       01 WS-GRP-CODE       PIC X(6).
       01 WS-GRP-DATE       PIC X(8).
       01 WS-GRP-PCT        PIC 9(3)V99.
       01 WS-GRP-ENTRIES    PIC 9(7).
       01 WS-GRP-NO-RATE    PIC 9(7).
       01 WS-GRP-BASE       PIC S9(11)V99.
       01 WS-GRP-BOOKED     PIC S9(11)V99.
       01 WS-GRP-RERATED    PIC S9(11)V99.
       01 WS-GRP-DELTA      PIC S9(11)V99.

       01 WS-CHANGE-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-FUTURE-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-RELEASE-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-ORPHAN-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-UNFINISHED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RESULT-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-ADJ-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01 WS-CTLFAIL-TEXT   PIC X(50).

       01 WS-RPT-HEADING-1.
           05 FILLER           PIC X(40) VALUE
               "RETROACTIVE RE-RATE ADJUSTMENTS".

       01 WS-RPT-HEADING-2.
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 WS-RPT-DATE       PIC 9999/99/99.

       01 WS-RPT-HEADING-3.
           05 FILLER           PIC X(10) VALUE "GL BATCH: ".
           05 WS-RPT-BATCH-NO   PIC X(10).

       01 WS-RPT-CHANGE.
           05 FILLER            PIC X(9) VALUE "  CHANGE ".
           05 WS-RPT-CHG-ACTION  PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RPT-CHG-CODE    PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RPT-CHG-FROM    PIC 9999/99/99.
           05 FILLER            PIC X(3) VALUE " - ".
           05 WS-RPT-CHG-TO      PIC 9999/99/99.
           05 FILLER            PIC X(4) VALUE " BY ".
           05 WS-RPT-CHG-OPER    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RPT-CHG-NOTE    PIC X(11).

       01 WS-RPT-COLUMNS.
           05 FILLER           PIC X(8) VALUE "CODE".
           05 FILLER           PIC X(12) VALUE "BUS DATE".
           05 FILLER           PIC X(10) VALUE "ENTRIES".
           05 FILLER           PIC X(14) VALUE "BOOKED".
           05 FILLER           PIC X(14) VALUE "RE-RATED".
           05 FILLER           PIC X(14) VALUE "ADJUSTMENT".

       01 WS-RPT-DETAIL.
           05 WS-RPT-CODE        PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-BUS-DATE    PIC 9999/99/99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-ENTRIES     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RPT-BOOKED      PIC -(9)9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RPT-RERATED     PIC -(9)9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RPT-ADJUST      PIC -(9)9.99.

       01 WS-RPT-NO-RATE.
           05 FILLER            PIC X(24) VALUE
               "*** NOT RE-RATED - CODE=".
           05 WS-RPT-NR-CODE     PIC X(6).
           05 FILLER            PIC X(6) VALUE " DATE=".
           05 WS-RPT-NR-DATE     PIC 9999/99/99.
           05 FILLER            PIC X(9) VALUE " ENTRIES=".
           05 WS-RPT-NR-COUNT    PIC ZZZ,ZZ9.
           05 FILLER            PIC X(17) VALUE
               " - NO RATE/CALC".

       01 WS-RPT-ORPHAN.
           05 FILLER            PIC X(36) VALUE
               "*** ADJUSTMENTS WITHOUT ORIGINALS - ".
           05 FILLER            PIC X(5) VALUE "CODE=".
           05 WS-RPT-ORPH-CODE   PIC X(6).
           05 FILLER            PIC X(6) VALUE " DATE=".
           05 WS-RPT-ORPH-DATE   PIC 9999/99/99.

       01 WS-RPT-CODE-LINE-1.
           05 FILLER            PIC X(7) VALUE "  CODE ".
           05 WS-RPT-CS-CODE     PIC X(6).
           05 FILLER            PIC X(11) VALUE "  RE-RATED ".
           05 WS-RPT-CS-RERATED  PIC ZZZ,ZZ9.
           05 FILLER            PIC X(14) VALUE "  ADJUSTMENTS ".
           05 WS-RPT-CS-ADJ      PIC ZZ,ZZ9.
           05 FILLER            PIC X(6) VALUE "  NET ".
           05 WS-RPT-CS-NET      PIC -(10)9.99.

       01 WS-RPT-CODE-LINE-2.
           05 FILLER            PIC X(18) VALUE
               "    LEFT AS KEYED ".
           05 WS-RPT-CS-KEYED    PIC ZZZ,ZZ9.
           05 FILLER            PIC X(16) VALUE
               "  BEFORE ORIGIN ".
           05 WS-RPT-CS-UNDATED  PIC ZZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE "  NO RATE ".
           05 WS-RPT-CS-NO-RATE  PIC ZZZ,ZZ9.

       01 WS-RPT-COUNT-LINE.
           05 WS-RPT-COUNT-LABEL PIC X(30).
           05 WS-RPT-COUNT-VALUE PIC ZZZ,ZZZ,ZZ9.

       01 WS-RPT-TOTAL.
           05 FILLER            PIC X(20) VALUE "ADJUSTMENT TOTAL:".
           05 WS-RPT-ADJ-TOTAL   PIC -(10)9.99.

       01 WS-RPT-TEXT-LINE  PIC X(80).

       01 WS-RPT-RUNFAIL.
           05 FILLER            PIC X(19) VALUE "*** RUN FAILED - ".
           05 WS-RPT-RUNFAIL-TEXT PIC X(50).

       PROCEDURE DIVISION.
      * Re-rates the nights already processed under a rate Finance
      * has since corrected back-dated, through PERCENTM or a PERCENTL
      * rate sheet.  The RATELOG entries keyed since the last run name
      * the codes and how far back their changes reach; every batch
      * journal total for those codes from that date on (archive
      * generations first, then the live journal) is rated again
      * under the table as it stands now, as of its own business
      * date.  Each code and night is compared as a whole - what the
      * rates now give against what was booked plus any earlier
      * adjustment - so a night corrected twice is only ever moved
      * by the difference, and a rerun with nothing new moves
      * nothing.  The differences go out as their own result
      * generation ("PA" GL batch), are journaled with origin 'A',
      * and are reported per code.
       0000-MAIN.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".

           ACCEPT WS-ROUND-MODE FROM ENVIRONMENT "ROUNDMODE".
           IF NOT WS-ROUND-HALF-UP AND NOT WS-ROUND-HALF-EVEN
               MOVE 'H' TO WS-ROUND-MODE
           END-IF.

           PERFORM 0010-SET-RUN-DATE.
           PERFORM 0020-READ-CONTROL.
           PERFORM 0030-OPEN-RATE-FILE.

           OPEN OUTPUT RESULT-FILE
                       REPORT-FILE.
           PERFORM 0100-WRITE-REPORT-HEADER.
           PERFORM 0110-WRITE-RESULT-HEADER.

           PERFORM 1000-COLLECT-RATE-CHANGES.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-RPT-COLUMNS.

           IF WS-CODE-COUNT > ZERO
               PERFORM 1200-LOAD-RUN-WINDOWS
               SORT SORT-FILE
                   ON ASCENDING KEY SR-CODE
                                    SR-BUS-DATE
                   INPUT PROCEDURE IS 2000-RELEASE-JOURNAL
                   OUTPUT PROCEDURE IS 3000-RERATE-SORTED-ENTRIES
           END-IF.

           PERFORM 4000-WRITE-RESULT-TRAILER.
           CLOSE RESULT-FILE
                 RATE-FILE.

           PERFORM 5000-JOURNAL-ADJUSTMENTS.
           PERFORM 6000-WRITE-CODE-SUMMARY.
           PERFORM 7000-SAVE-CONTROL.

           CLOSE REPORT-FILE.

           DISPLAY "PERCENTX: " WS-CHANGE-COUNT " rate changes, "
               WS-CODE-COUNT " codes, " WS-RESULT-COUNT
               " adjustments".

      * With nothing to adjust there is no batch to send: RC=4 lets
      * the job skip the GL step rather than cut an empty batch the
      * ledger would never acknowledge.
           IF WS-RESULT-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       0010-SET-RUN-DATE.
           MOVE SPACES TO WS-RUN-DATE-PARM.
           ACCEPT WS-RUN-DATE-PARM FROM ENVIRONMENT "RUNDATE".
           IF WS-RUN-DATE-PARM IS NUMERIC
               AND WS-RUN-DATE-PARM NOT = "00000000"
               MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
           MOVE "PA" TO WS-BATCH-NO(1:2).
           MOVE WS-RUN-DATE TO WS-BATCH-NO(3:8).

      * The batch number is "PA" + run date, so one adjustment batch
      * per date: a second run that would cut another under the same
      * number is refused, the way RUNCTL refuses a completed night.
       0020-READ-CONTROL.
           OPEN INPUT RRCTL-FILE.
           IF WS-RRCTL-STATUS = "00"
               READ RRCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RRCTL-LAST-TS TO WS-LAST-TS
                       MOVE RRCTL-BATCH-DATE TO WS-BATCH-DATE
               END-READ
           END-IF.
           CLOSE RRCTL-FILE.
           MOVE WS-LAST-TS TO WS-NEW-LAST-TS.
           IF WS-BATCH-DATE = WS-RUN-DATE
               DISPLAY "PERCENTX: adjustment batch " WS-BATCH-NO
                   " already cut - rerun refused"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0030-OPEN-RATE-FILE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "PERCENTX: rate file unavailable, status "
                   WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-WRITE-REPORT-HEADER.
           MOVE WS-RUN-DATE TO WS-RPT-DATE.
           MOVE WS-BATCH-NO TO WS-RPT-BATCH-NO.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-1.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-2.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-3.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       0110-WRITE-RESULT-HEADER.
           MOVE 'H' TO CTL-HDR-ID.
           MOVE WS-RUN-DATE TO CTL-HDR-DATE.
           MOVE "PERCENTX" TO CTL-HDR-SOURCE.
           MOVE SPACE TO CTL-HDR-RUN-NO.
           WRITE RESULT-CTL-RECORD FROM CTL-HEADER-RECORD.

      * Every RATELOG entry newer than the control timestamp is
      * listed.  Only a change whose effective date has already
      * arrived can have been applied to a processed night; one keyed
      * ahead of time is listed as such and otherwise left alone.
       1000-COLLECT-RATE-CHANGES.
           MOVE "RATE CHANGES SINCE LAST RUN:" TO WS-RPT-TEXT-LINE.
           WRITE REPORT-LINE FROM WS-RPT-TEXT-LINE.
           OPEN INPUT RATELOG-FILE.
           IF WS-RATELOG-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RATELOG-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF RTLG-TIMESTAMP > WS-LAST-TS
                               PERFORM 1100-NOTE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RATELOG-FILE.
           MOVE "CHANGES READ:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "KEYED AHEAD (NOT YET IN FORCE):" TO WS-RPT-COUNT-LABEL.
           MOVE WS-FUTURE-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "CODES TO RE-RATE:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CODE-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.

       1100-NOTE-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT.
           IF RTLG-TIMESTAMP > WS-NEW-LAST-TS
               MOVE RTLG-TIMESTAMP TO WS-NEW-LAST-TS
           END-IF.
           MOVE RTLG-ACTION TO WS-RPT-CHG-ACTION.
           MOVE RTLG-CODE TO WS-RPT-CHG-CODE.
           MOVE RTLG-EFF-FROM TO WS-RPT-CHG-FROM.
           MOVE RTLG-EFF-TO TO WS-RPT-CHG-TO.
           MOVE RTLG-OPERATOR TO WS-RPT-CHG-OPER.
           IF RTLG-EFF-FROM > WS-RUN-DATE
               ADD 1 TO WS-FUTURE-COUNT
               MOVE "KEYED AHEAD" TO WS-RPT-CHG-NOTE
           ELSE
               MOVE "BACK-DATED" TO WS-RPT-CHG-NOTE
               PERFORM 1150-ADD-CODE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-CHANGE.

       1150-ADD-CODE.
           MOVE RTLG-EFF-FROM TO WS-EFF-FROM-X.
           MOVE RTLG-CODE TO WS-GRP-CODE.
           PERFORM 1160-FIND-CODE.
           IF WS-FOUND
               ADD 1 TO WS-CT-CHANGES (CX)
               IF WS-EFF-FROM-X < WS-CT-FROM-DATE (CX)
                   MOVE WS-EFF-FROM-X TO WS-CT-FROM-DATE (CX)
               END-IF
           ELSE
               IF WS-CODE-COUNT < WS-CODE-MAX
                   ADD 1 TO WS-CODE-COUNT
                   SET CX TO WS-CODE-COUNT
                   MOVE RTLG-CODE TO WS-CT-CODE (CX)
                   MOVE WS-EFF-FROM-X TO WS-CT-FROM-DATE (CX)
                   MOVE 1 TO WS-CT-CHANGES (CX)
                   MOVE ZERO TO WS-CT-RERATED (CX)
                                WS-CT-NO-RATE (CX)
                                WS-CT-KEYED (CX)
                                WS-CT-UNDATED (CX)
                                WS-CT-ADJ-COUNT (CX)
                                WS-CT-ADJ-TOTAL (CX)
               ELSE
                   DISPLAY "PERCENTX: code table full at "
                       WS-CODE-MAX
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Leaves CX on the slot for WS-GRP-CODE when WS-FOUND is set.
       1160-FIND-CODE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING CX FROM 1 BY 1
               UNTIL CX > WS-CODE-COUNT OR WS-FOUND
               IF WS-CT-CODE (CX) = WS-GRP-CODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET CX DOWN BY 1
           END-IF.

      * PERCENTB journals each record as it is rated, before the
      * extract's trailer is checked, so an attempt that failed its
      * controls, abended or was forced over leaves entries behind
      * that its rerun journals again.  Only what a run that went on
      * to COMPLETE journaled between its start and finish on the
      * register was booked - the same window PERCENTR reconciles a
      * run's journal within.  A restart keeps its run's start, so
      * the entries from before the abend stay inside the window.
       1200-LOAD-RUN-WINDOWS.
           MOVE WS-RUN-DATE-X TO WS-WIN-FROM-DATE.
           PERFORM VARYING CX FROM 1 BY 1
               UNTIL CX > WS-CODE-COUNT
               IF WS-CT-FROM-DATE (CX) < WS-WIN-FROM-DATE
                   MOVE WS-CT-FROM-DATE (CX) TO WS-WIN-FROM-DATE
               END-IF
           END-PERFORM.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05"
               MOVE "RUN REGISTER UNAVAILABLE, STATUS"
                   TO WS-CTLFAIL-TEXT
               MOVE WS-RUNCTL-STATUS TO WS-CTLFAIL-TEXT(34:2)
               PERFORM 9900-CONTROL-FAILURE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO RUNCTL-DATE
                        RUNCTL-RUN-NO.
           START RUNCTL-FILE KEY IS NOT LESS THAN RUNCTL-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ RUNCTL-FILE NEXT
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF RUNCTL-COMPLETED
                           AND RUNCTL-END-TS(1:8) NOT < WS-WIN-FROM-DATE
                           PERFORM 1210-ADD-RUN-WINDOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNCTL-FILE.

       1210-ADD-RUN-WINDOW.
           IF WS-WIN-COUNT NOT < WS-WIN-MAX
               DISPLAY "PERCENTX: run window table full at "
                   WS-WIN-MAX
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-WIN-COUNT.
           SET WX TO WS-WIN-COUNT.
           MOVE RUNCTL-START-TS TO WS-WIN-START-TS (WX).
           MOVE RUNCTL-END-TS TO WS-WIN-END-TS (WX).

      * Archive generations first, then the live journal - the same
      * order PERCENTJ reads them in, so nothing PERCENTA has already
      * cut out of the live file is missed.
       2000-RELEASE-JOURNAL.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ARCH-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ARCH-RECORD TO WS-RAW-ENTRY
                           PERFORM 2300-MAP-RAW-ENTRY
                           PERFORM 2400-SELECT-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARCH-FILE.
           OPEN INPUT JOURNAL-IN-FILE.
           IF WS-JOURNAL-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ JOURNAL-IN-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE JRNL-INREC TO WS-RAW-ENTRY
                           PERFORM 2300-MAP-RAW-ENTRY
                           PERFORM 2400-SELECT-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JOURNAL-IN-FILE.

      * The same discriminator PERCENTJ uses: byte 40 is JRNL-RESULT's
      * leading sign in the current layout and falls inside the
      * result's digits in both pre-cents layouts.  Old-layout entries
      * never carry an origin, so they map up with it blank.
       2300-MAP-RAW-ENTRY.
           IF WS-RAW-ENTRY(40:1) = '+' OR WS-RAW-ENTRY(40:1) = '-'
               MOVE WS-RAW-ENTRY TO WS-JRNL-ENTRY
           ELSE
               MOVE SPACES TO WS-JRNL-ENTRY
               MOVE WS-RAW-ENTRY TO WS-OLD-ENTRY
               MOVE WS-OLD-TIMESTAMP TO WS-JRNL-TIMESTAMP
               MOVE WS-OLD-OPERATOR TO WS-JRNL-OPERATOR
               MOVE WS-OLD-NUM TO WS-JRNL-NUM
               MOVE WS-OLD-PERCENT TO WS-JRNL-PERCENT
               MOVE WS-OLD-RESULT TO WS-JRNL-RESULT
               MOVE WS-OLD-BAND-NO TO WS-JRNL-ENTRY(52:1)
               MOVE WS-OLD-CODE TO WS-JRNL-CODE
           END-IF.

      * Only calculation totals are re-rated; band details ride with
      * their total.  Batch entries and earlier adjustments go to the
      * sort.  An override was keyed, not looked up, so a rate
      * correction does not touch it; an interactive calculation
      * never reached the ledger.  Entries from before the journal
      * carried an origin cannot be told apart, so they are counted
      * for the report and left for Finance to review by hand.
      * Batch and override entries outside every completed run's
      * window (see 1200) were never booked and are only counted.
       2400-SELECT-ENTRY.
           IF WS-JRNL-BAND-NO IS NUMERIC AND WS-JRNL-BAND-NO > ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JRNL-CODE TO WS-GRP-CODE.
           PERFORM 1160-FIND-CODE.
           IF NOT WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-JRNL-ORIGIN = SPACE
               MOVE WS-JRNL-TIMESTAMP(1:8) TO WS-ENTRY-DATE
           ELSE
               MOVE WS-JRNL-BUS-DATE TO WS-ENTRY-DATE
           END-IF.
           IF WS-ENTRY-DATE < WS-CT-FROM-DATE (CX)
               OR WS-ENTRY-DATE > WS-RUN-DATE-X
               EXIT PARAGRAPH
           END-IF.
           IF WS-JRNL-FROM-BATCH OR WS-JRNL-FROM-OVERRIDE
               PERFORM 2410-FIND-RUN-WINDOW
               IF NOT WS-IN-RUN-WINDOW
                   ADD 1 TO WS-UNFINISHED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-JRNL-FROM-BATCH
               WHEN WS-JRNL-FROM-ADJUSTMENT
                   MOVE WS-JRNL-CODE TO SR-CODE
                   MOVE WS-ENTRY-DATE TO SR-BUS-DATE
                   MOVE WS-JRNL-ORIGIN TO SR-ORIGIN
                   MOVE WS-JRNL-NUM TO SR-NUM
                   MOVE WS-JRNL-PERCENT TO SR-PERCENT
                   MOVE WS-JRNL-RESULT TO SR-RESULT
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-RELEASE-COUNT
               WHEN WS-JRNL-FROM-OVERRIDE
                   ADD 1 TO WS-CT-KEYED (CX)
               WHEN WS-JRNL-FROM-INTERACTIVE
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-CT-UNDATED (CX)
           END-EVALUATE.

       2410-FIND-RUN-WINDOW.
           MOVE 'N' TO WS-WINDOW-SW.
           PERFORM VARYING WX FROM 1 BY 1
               UNTIL WX > WS-WIN-COUNT OR WS-IN-RUN-WINDOW
               IF WS-JRNL-TIMESTAMP NOT < WS-WIN-START-TS (WX)
                   AND WS-JRNL-TIMESTAMP NOT > WS-WIN-END-TS (WX)
                   SET WS-IN-RUN-WINDOW TO TRUE
               END-IF
           END-PERFORM.

       3000-RERATE-SORTED-ENTRIES.
           MOVE 'N' TO WS-EOF-SW
                       WS-GROUP-SW.
           PERFORM UNTIL WS-EOF
               RETURN SORT-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-GROUP-OPEN
                           AND (SR-CODE NOT = WS-GRP-CODE
                               OR SR-BUS-DATE NOT = WS-GRP-DATE)
                           PERFORM 3300-CLOSE-GROUP
                       END-IF
                       IF NOT WS-GROUP-OPEN
                           PERFORM 3100-OPEN-GROUP
                       END-IF
                       PERFORM 3200-APPLY-ENTRY
               END-RETURN
           END-PERFORM.
           IF WS-GROUP-OPEN
               PERFORM 3300-CLOSE-GROUP
           END-IF.

      * The rate in force is the same for a whole code and night, so
      * it is looked up once as the group opens.
       3100-OPEN-GROUP.
           MOVE SR-CODE TO WS-GRP-CODE.
           MOVE SR-BUS-DATE TO WS-GRP-DATE.
           MOVE ZERO TO WS-GRP-ENTRIES
                        WS-GRP-NO-RATE
                        WS-GRP-BASE
                        WS-GRP-BOOKED
                        WS-GRP-RERATED
                        WS-GRP-PCT.
           SET WS-GROUP-OPEN TO TRUE.
           PERFORM 1160-FIND-CODE.
           MOVE WS-GRP-DATE TO WS-ASOF-DATE.
           PERFORM 3400-FIND-RATE-IN-FORCE.
           IF WS-RATE-FOUND AND WS-RATE-FLAT
               MOVE PERCENT TO WS-GRP-PCT
           END-IF.

      * What was booked is the original result plus every earlier
      * adjustment.  An original the table can no longer rate (rate
      * deleted, amount past the bands) keeps its booked result, so
      * it neither moves nor hides the rest of the night.
       3200-APPLY-ENTRY.
           ADD SR-RESULT TO WS-GRP-BOOKED.
           IF SR-ORIGIN = 'A'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GRP-ENTRIES.
           SET WS-CALC-ERROR TO TRUE.
           IF WS-RATE-FOUND
               MOVE SR-NUM TO NUM
               PERFORM 3500-COMPUTE-RESULT
           END-IF.
           IF WS-CALC-OK
               ADD RESULT TO WS-GRP-RERATED
               ADD SR-NUM TO WS-GRP-BASE
               ADD 1 TO WS-CT-RERATED (CX)
           ELSE
               ADD SR-RESULT TO WS-GRP-RERATED
               ADD 1 TO WS-GRP-NO-RATE
               ADD 1 TO WS-CT-NO-RATE (CX)
           END-IF.

      * A night with adjustments on the journal but none of the
      * originals in reach means ARCHIN is missing a generation:
      * re-rating it would reverse the earlier adjustments, so it is
      * reported and left alone.
       3300-CLOSE-GROUP.
           MOVE 'N' TO WS-GROUP-SW.
           IF WS-GRP-NO-RATE > ZERO
               MOVE WS-GRP-CODE TO WS-RPT-NR-CODE
               MOVE WS-GRP-DATE TO WS-RPT-NR-DATE
               MOVE WS-GRP-NO-RATE TO WS-RPT-NR-COUNT
               WRITE REPORT-LINE FROM WS-RPT-NO-RATE
           END-IF.
           IF WS-GRP-ENTRIES = ZERO
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE WS-GRP-CODE TO WS-RPT-ORPH-CODE
               MOVE WS-GRP-DATE TO WS-RPT-ORPH-DATE
               WRITE REPORT-LINE FROM WS-RPT-ORPHAN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-GRP-DELTA = WS-GRP-RERATED - WS-GRP-BOOKED.
           IF WS-GRP-DELTA NOT = ZERO
               PERFORM 3350-WRITE-ADJUSTMENT
           END-IF.

       3350-WRITE-ADJUSTMENT.
           IF WS-ADJ-COUNT NOT < WS-ADJ-MAX
               MOVE "ADJUSTMENT TABLE FULL" TO WS-CTLFAIL-TEXT
               PERFORM 9900-CONTROL-FAILURE
           END-IF.
           ADD 1 TO WS-ADJ-COUNT.
           SET AX TO WS-ADJ-COUNT.
           MOVE WS-GRP-CODE TO WS-ADJ-CODE (AX).
           MOVE WS-GRP-DATE TO WS-ADJ-DATE (AX).
           MOVE WS-GRP-PCT TO WS-ADJ-PCT (AX).
           COMPUTE WS-ADJ-BASE (AX) = WS-GRP-BASE
               ON SIZE ERROR
                   MOVE "ADJUSTMENT BASE AMOUNT OVERFLOW"
                       TO WS-CTLFAIL-TEXT
                   PERFORM 9900-CONTROL-FAILURE
           END-COMPUTE.
           COMPUTE WS-ADJ-AMOUNT (AX) = WS-GRP-DELTA
               ON SIZE ERROR
                   MOVE "ADJUSTMENT AMOUNT OVERFLOW"
                       TO WS-CTLFAIL-TEXT
                   PERFORM 9900-CONTROL-FAILURE
           END-COMPUTE.

           MOVE WS-ADJ-BASE (AX) TO RESULT-NUM.
           MOVE WS-ADJ-PCT (AX) TO RESULT-PERCENT.
           MOVE WS-ADJ-AMOUNT (AX) TO RESULT-AMOUNT.
           MOVE WS-GRP-CODE TO RESULT-CODE.
           MOVE 'N' TO RESULT-OVERRIDE.
           WRITE RESULT-RECORD.
           ADD 1 TO WS-RESULT-COUNT.
           ADD WS-GRP-DELTA TO WS-ADJ-TOTAL.
           ADD 1 TO WS-CT-ADJ-COUNT (CX).
           ADD WS-GRP-DELTA TO WS-CT-ADJ-TOTAL (CX).

           MOVE WS-GRP-CODE TO WS-RPT-CODE.
           MOVE WS-GRP-DATE TO WS-RPT-BUS-DATE.
           MOVE WS-GRP-ENTRIES TO WS-RPT-ENTRIES.
           MOVE WS-GRP-BOOKED TO WS-RPT-BOOKED.
           MOVE WS-GRP-RERATED TO WS-RPT-RERATED.
           MOVE WS-GRP-DELTA TO WS-RPT-ADJUST.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

      * Walk the effective-dated records for the code and keep the one
      * whose date range covers the as-of date, the same way PERCENTB
      * looks a rate up for a night's run.
       3400-FIND-RATE-IN-FORCE.
           MOVE 'N' TO WS-RATE-EOF-SW
                       WS-RATE-FOUND-SW.
           MOVE WS-GRP-CODE TO RATE-CODE.
           MOVE ZERO TO RATE-EFF-FROM.
           START RATE-FILE KEY IS NOT LESS THAN RATE-KEY
               INVALID KEY SET WS-RATE-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-RATE-EOF
               READ RATE-FILE NEXT
                   AT END SET WS-RATE-EOF TO TRUE
                   NOT AT END
                       IF RATE-CODE NOT = WS-GRP-CODE
                           SET WS-RATE-EOF TO TRUE
                       ELSE
                           IF RATE-EFF-FROM <= WS-ASOF-DATE
                               AND WS-ASOF-DATE <= RATE-EFF-TO
                               MOVE RATE-PERCENT TO PERCENT
                               MOVE RATE-TYPE TO WS-RATE-TYPE
                               MOVE RATE-BAND-COUNT TO WS-BAND-COUNT
                               MOVE RATE-BANDS TO WS-RATE-BANDS
                               SET WS-RATE-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * The nightly calculation exactly as PERCENTB runs it, ROUNDMODE
      * included, so an unchanged rate re-rates to the penny it
      * booked.
       3500-COMPUTE-RESULT.
           SET WS-CALC-OK TO TRUE.
           IF WS-RATE-TIERED AND WS-BAND-COUNT > ZERO
               PERFORM 3520-COMPUTE-TIERED
           ELSE
               PERFORM 3510-COMPUTE-FLAT
           END-IF.

       3510-COMPUTE-FLAT.
           IF WS-ROUND-HALF-EVEN
               COMPUTE RESULT ROUNDED MODE IS NEAREST-EVEN
                   = NUM * PERCENT / 100
                   ON SIZE ERROR
                       SET WS-CALC-ERROR TO TRUE
               END-COMPUTE
           ELSE
               COMPUTE RESULT ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = NUM * PERCENT / 100
                   ON SIZE ERROR
                       SET WS-CALC-ERROR TO TRUE
               END-COMPUTE
           END-IF.

       3520-COMPUTE-TIERED.
           MOVE 'N' TO WS-NEGATIVE-SW.
           MOVE ZERO TO RESULT
                        WS-BAND-PREV.
           IF NUM < ZERO
               SET WS-NEGATIVE TO TRUE
               COMPUTE WS-BAND-REMAIN = ZERO - NUM
           ELSE
               MOVE NUM TO WS-BAND-REMAIN
           END-IF.
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
               UNTIL WS-BAND-IX > WS-BAND-COUNT
                  OR WS-BAND-REMAIN = ZERO
                  OR WS-CALC-ERROR
               PERFORM 3530-COMPUTE-ONE-BAND
           END-PERFORM.
           IF WS-CALC-OK AND WS-BAND-REMAIN > ZERO
               SET WS-CALC-ERROR TO TRUE
           END-IF.
           IF WS-CALC-OK AND WS-NEGATIVE
               COMPUTE RESULT = ZERO - RESULT
           END-IF.

       3530-COMPUTE-ONE-BAND.
           IF WS-BAND-LIMIT (WS-BAND-IX) = ZERO
               MOVE WS-BAND-REMAIN TO WS-BAND-AMT
           ELSE
               COMPUTE WS-BAND-WIDTH =
                   WS-BAND-LIMIT (WS-BAND-IX) - WS-BAND-PREV
               IF WS-BAND-REMAIN < WS-BAND-WIDTH
                   MOVE WS-BAND-REMAIN TO WS-BAND-AMT
               ELSE
                   MOVE WS-BAND-WIDTH TO WS-BAND-AMT
               END-IF
           END-IF.
           IF WS-ROUND-HALF-EVEN
               COMPUTE WS-BAND-RESULT ROUNDED MODE IS NEAREST-EVEN
                   = WS-BAND-AMT * WS-BAND-PCT (WS-BAND-IX) / 100
                   ON SIZE ERROR SET WS-CALC-ERROR TO TRUE
               END-COMPUTE
           ELSE
               COMPUTE WS-BAND-RESULT
                   ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = WS-BAND-AMT * WS-BAND-PCT (WS-BAND-IX) / 100
                   ON SIZE ERROR SET WS-CALC-ERROR TO TRUE
               END-COMPUTE
           END-IF.
           IF WS-CALC-OK
               ADD WS-BAND-RESULT TO RESULT
                   ON SIZE ERROR SET WS-CALC-ERROR TO TRUE
               END-ADD
               SUBTRACT WS-BAND-AMT FROM WS-BAND-REMAIN
               MOVE WS-BAND-LIMIT (WS-BAND-IX) TO WS-BAND-PREV
           END-IF.

      * The same outbound controls as the nightly result generation,
      * so PERCENTG proves the adjustment batch before cutting it.
       4000-WRITE-RESULT-TRAILER.
           MOVE 'T' TO CTL-TRL-ID.
           MOVE WS-RESULT-COUNT TO CTL-TRL-COUNT.
           MOVE WS-ADJ-TOTAL TO CTL-TRL-AMOUNT.
           WRITE RESULT-CTL-RECORD FROM CTL-TRAILER-RECORD.

      * One journal entry per adjustment, dated to the night it
      * corrects, so the next run nets it off and the journal inquiry
      * shows who moved what.
       5000-JOURNAL-ADJUSTMENTS.
           IF WS-ADJ-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN EXTEND JOURNAL-FILE.
           PERFORM VARYING AX FROM 1 BY 1
               UNTIL AX > WS-ADJ-COUNT
               MOVE WS-TIMESTAMP(1:14) TO JRNL-TIMESTAMP
               MOVE WS-OPERATOR-ID TO JRNL-OPERATOR
               MOVE WS-ADJ-BASE (AX) TO JRNL-NUM
               MOVE WS-ADJ-PCT (AX) TO JRNL-PERCENT
               MOVE WS-ADJ-AMOUNT (AX) TO JRNL-RESULT
               MOVE ZERO TO JRNL-BAND-NO
               MOVE WS-ADJ-CODE (AX) TO JRNL-CODE
               MOVE 'A' TO JRNL-ORIGIN
               MOVE WS-ADJ-DATE (AX) TO JRNL-BUS-DATE
               WRITE JOURNAL-RECORD
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       6000-WRITE-CODE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ADJUSTMENTS BY CODE:" TO WS-RPT-TEXT-LINE.
           WRITE REPORT-LINE FROM WS-RPT-TEXT-LINE.
           PERFORM VARYING CX FROM 1 BY 1
               UNTIL CX > WS-CODE-COUNT
               MOVE WS-CT-CODE (CX) TO WS-RPT-CS-CODE
               MOVE WS-CT-RERATED (CX) TO WS-RPT-CS-RERATED
               MOVE WS-CT-ADJ-COUNT (CX) TO WS-RPT-CS-ADJ
               MOVE WS-CT-ADJ-TOTAL (CX) TO WS-RPT-CS-NET
               WRITE REPORT-LINE FROM WS-RPT-CODE-LINE-1
               MOVE WS-CT-KEYED (CX) TO WS-RPT-CS-KEYED
               MOVE WS-CT-UNDATED (CX) TO WS-RPT-CS-UNDATED
               MOVE WS-CT-NO-RATE (CX) TO WS-RPT-CS-NO-RATE
               WRITE REPORT-LINE FROM WS-RPT-CODE-LINE-2
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "JOURNAL ENTRIES RE-READ:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-RELEASE-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "ADJUSTMENT RECORDS:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-RESULT-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "NOT FROM A COMPLETED RUN:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-UNFINISHED-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "NIGHTS WITHOUT ORIGINALS:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-ORPHAN-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE WS-ADJ-TOTAL TO WS-RPT-ADJ-TOTAL.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL.

      * Written last, once the batch and its journal entries are
      * safely out: an abend before this point reruns the same
      * changes.  The batch date is only stamped when a batch was
      * actually cut.
       7000-SAVE-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-NEW-LAST-TS TO RRCTL-LAST-TS.
           IF WS-RESULT-COUNT > ZERO
               MOVE WS-RUN-DATE TO RRCTL-BATCH-DATE
           ELSE
               MOVE WS-BATCH-DATE TO RRCTL-BATCH-DATE
           END-IF.
           MOVE WS-TIMESTAMP(1:14) TO RRCTL-RUN-TS.
           OPEN OUTPUT RRCTL-FILE.
           WRITE RRCTL-RECORD.
           CLOSE RRCTL-FILE.

      * Nothing has been journaled or recorded yet when this can
      * fire, so the rerun starts from the same changes; the result
      * generation is left without its trailer, and PERCENTG refuses
      * it.
       9900-CONTROL-FAILURE.
           MOVE WS-CTLFAIL-TEXT TO WS-RPT-RUNFAIL-TEXT.
           WRITE REPORT-LINE FROM WS-RPT-RUNFAIL.
           DISPLAY "PERCENTX: " WS-CTLFAIL-TEXT.
           MOVE 16 TO RETURN-CODE.
           CLOSE RESULT-FILE
                 RATE-FILE
                 REPORT-FILE.
           STOP RUN.
