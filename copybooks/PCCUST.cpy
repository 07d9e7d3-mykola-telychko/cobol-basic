      * Customer master: one record per customer/product code, keyed
      * by the same six characters the extract carries in TRANS-CODE
      * and RATEFILE carries in RATE-CODE.  PERCENTE rejects a code
      * that is not on file or is not active; PERCENTS prints the
      * name and address on the monthly statement.  An account is
      * never deleted, only closed, so its history stays explainable.
      * CUST-CLOSE-DATE is zero while the account is open.
      * CUST-STMT-PREF says how the monthly statement is delivered:
      * 'P' printed and mailed, 'E' e-mailed, 'N' none wanted.
      * Maintained in PERCENTU; every change is logged to CUSTLOG.
       01 CUST-RECORD.
           05 CUST-CODE         PIC X(6).
           05 CUST-NAME         PIC X(30).
           05 CUST-ADDRESS.
               10 CUST-ADDR-LINE OCCURS 3 TIMES
                                 PIC X(30).
           05 CUST-POSTCODE     PIC X(10).
           05 CUST-STATUS       PIC X.
              88 CUST-ACTIVE           VALUE 'A'.
              88 CUST-SUSPENDED        VALUE 'S'.
              88 CUST-CLOSED           VALUE 'C'.
           05 CUST-OPEN-DATE    PIC 9(8).
           05 CUST-CLOSE-DATE   PIC 9(8).
           05 CUST-STMT-PREF    PIC X.
              88 CUST-STMT-PRINT       VALUE 'P'.
              88 CUST-STMT-EMAIL       VALUE 'E'.
              88 CUST-STMT-NONE        VALUE 'N'.
