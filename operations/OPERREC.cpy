      *****************************************************************
      * One operator of the maintenance screens - OPERATOR.dat,
      * indexed on OPR-ID, kept by opermnt.cbl and read at sign-on
      * by signon.cbl.  The password is never stored, only its hash.
      * A role per application: C consultation, M mise a jour,
      * A administration; an application absent from the table is
      * closed to the operator.
      *****************************************************************
       01  OPERATOR-REC.
           05 OPR-ID           PIC X(08).
           05 OPR-NAME         PIC X(30).
           05 OPR-PASSWORD     PIC 9(10).
           05 OPR-STATUS       PIC X(01).
              88 OPR-ACTIVE        VALUE 'A'.
              88 OPR-LOCKED        VALUE 'B'.
              88 OPR-DISABLED      VALUE 'I'.
           05 OPR-FAILURES     PIC 9(01).
           05 OPR-PWD-CHANGE   PIC X(01).
              88 OPR-MUST-CHANGE   VALUE 'O'.
           05 OPR-LAST-SIGNON  PIC X(14).
           05 OPR-ROLE-TABLE.
              10 OPR-ROLE-ENTRY OCCURS 7 TIMES.
                 15 OPR-APPLI  PIC X(06).
                 15 OPR-ROLE   PIC X(01).
           05 FILLER           PIC X(06).
