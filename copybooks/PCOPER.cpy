      *   1 = inquiry only (reports, journal, run history)
      *   2 = calculate (interactive percentage calculations)
      *   3 = rate maintenance (PERCENTM add/change/delete)
      *       and releasing or confirming suspected duplicates
      *       (PERCENTD)
      *   4 = force-rerun (FORCERUN=Y on a COMPLETED PERCENTB date)
      *       and reopening a closed accounting period (PERCENTT)
      *       and maintaining this file (PERCENTF)
      * An operator not on file, or not ACTIVE, has no authority at
      * all.  Profiles are added and changed only in PERCENTF, every
      * field changed logged to OPERLOG; nobody may raise their own
      * level.  A profile is never deleted: it is suspended, which
      * can be undone, or retired, which cannot, so the id stays on
      * file against its history.  OPER-CREATED-DATE and the last
      * change stamp are blank on profiles loaded by Ops before
      * PERCENTF existed.
       01 OPER-RECORD.
           05 OPER-ID           PIC X(8).
           05 OPER-NAME         PIC X(20).
           05 OPER-AUTH-LEVEL   PIC 9.
           05 OPER-STATUS       PIC X.
              88 OPER-ACTIVE           VALUE 'A'.
              88 OPER-SUSPENDED        VALUE 'S'.
              88 OPER-RETIRED          VALUE 'R'.
           05 OPER-CREATED-DATE PIC 9(8).
           05 OPER-CHANGED-BY   PIC X(8).
           05 OPER-CHANGED-TS   PIC 9(14).
