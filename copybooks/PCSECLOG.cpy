      * Security event log: one entry per sign-on, failed sign-on or
      * refused action, written the same way RATELOG records rate
      * changes so audit can answer who tried what and when.
      * Reopening a closed accounting period is logged here too,
      * whoever does it.  The quarterly access review (PERCENTY)
      * counts the failures and refusals per operator and takes a
      * good sign-on as activity.
       01 SECLOG-RECORD.
           05 SECL-TIMESTAMP    PIC 9(14).
           05 SECL-OPERATOR     PIC X(8).
           05 SECL-PROGRAM      PIC X(8).
           05 SECL-EVENT        PIC X(12).
              88 SECL-SIGNON           VALUE 'SIGNON'.
              88 SECL-SIGNON-FAIL      VALUE 'SIGNON-FAIL'.
              88 SECL-REFUSED          VALUE 'REFUSED'.
              88 SECL-REOPENED         VALUE 'REOPENED'.
           05 SECL-DETAIL       PIC X(30).
