      * Override decision log: one entry per approve or decline taken
      * in PERCENTO, written the same way RATELOG records rate changes
      * so audit can answer who authorised an override and when.
       01 OVRLOG-RECORD.
           05 OVLG-TIMESTAMP    PIC 9(14).
           05 OVLG-OPERATOR     PIC X(8).
           05 OVLG-ACTION       PIC X(7).
           05 OVLG-QUEUE-DATE   PIC 9(8).
           05 OVLG-SEQ          PIC 9(6).
           05 OVLG-BUS-DATE     PIC 9(8).
           05 OVLG-CODE         PIC X(6).
           05 OVLG-NUM          PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 OVLG-KEYED-PCT    PIC 9(3)V99.
           05 OVLG-TABLE-PCT    PIC 9(3)V99.
