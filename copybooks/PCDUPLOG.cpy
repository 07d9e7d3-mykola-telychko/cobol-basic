      * Duplicate review log: one entry per release or confirmation
      * taken in PERCENTD, written the same way OVRLOG records
      * override decisions so audit can answer who let a suspected
      * duplicate through and when.
       01 DUPLOG-RECORD.
           05 DPLG-TIMESTAMP    PIC 9(14).
           05 DPLG-OPERATOR     PIC X(8).
           05 DPLG-ACTION       PIC X(7).
           05 DPLG-QUEUE-DATE   PIC 9(8).
           05 DPLG-SEQ          PIC 9(6).
           05 DPLG-SOURCE       PIC X(8).
           05 DPLG-CODE         PIC X(6).
           05 DPLG-NUM          PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 DPLG-MATCH-DATE   PIC 9(8).
           05 DPLG-MATCH-SOURCE PIC X(8).
