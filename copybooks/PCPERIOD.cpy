      * Accounting period register: one record per calendar month
      * (YYYYMM).  A month with no record has never been closed and
      * is OPEN.  The month-end close (PERCENTP) marks the month
      * CLOSING when it starts and CLOSED once every night in it has
      * COMPLETED and every GL batch cut in it is ACKNOWLEDGED; a
      * close that finds anything outstanding leaves it CLOSING.
      *   CLOSING - rate maintenance (PERCENTM, PERCENTL) may no
      *             longer touch the month; nightly runs may still
      *             be finished or restarted so the close can pass.
      *   CLOSED  - nothing may be run, rerun or re-rated into the
      *             month until a level-4 operator reopens it in
      *             PERCENTT (logged to SECLOG).
      * The snapshot is the month's totals as they stood when it
      * closed, for Finance to tie to the ledger; a re-close after a
      * reopen takes it again.
       01 PERIOD-RECORD.
           05 PERIOD-MONTH          PIC 9(6).
           05 PERIOD-STATUS         PIC X(8).
              88 PERIOD-OPEN               VALUE 'OPEN' SPACES.
              88 PERIOD-CLOSING            VALUE 'CLOSING'.
              88 PERIOD-CLOSED             VALUE 'CLOSED'.
           05 PERIOD-CLOSE-START-TS PIC 9(14).
           05 PERIOD-CLOSED-TS      PIC 9(14).
           05 PERIOD-CLOSED-BY      PIC X(8).
           05 PERIOD-REOPEN-TS      PIC 9(14).
           05 PERIOD-REOPEN-BY      PIC X(8).
           05 PERIOD-REOPEN-COUNT   PIC 9(3).
           05 PERIOD-SNAPSHOT.
               10 PERIOD-NIGHTS        PIC 9(3).
               10 PERIOD-REC-COUNT     PIC 9(9).
               10 PERIOD-RESULT-TOTAL  PIC S9(13)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 PERIOD-BATCH-COUNT   PIC 9(3).
               10 PERIOD-GL-LINES      PIC 9(9).
               10 PERIOD-NIGHTLY-NET   PIC S9(13)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 PERIOD-ADJ-NET       PIC S9(13)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 PERIOD-GL-NET        PIC S9(13)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
