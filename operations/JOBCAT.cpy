      *****************************************************************
      * One job of the daytime request queue - JOBCAT.dat, kept by
      * hand like CHAINDEF.dat.  The parameter file is the name the
      * program reads its unattended answers from; the output is the
      * file the run produces, kept as a generation when it succeeds;
      * the command is what the dispatcher runs.
      *****************************************************************
       01  JOBCAT-REC.
           05 JCT-JOB          PIC X(08).
           05 FILLER           PIC X(01).
           05 JCT-PARM         PIC X(30).
           05 FILLER           PIC X(01).
           05 JCT-OUTPUT       PIC X(30).
           05 FILLER           PIC X(01).
           05 JCT-COMMAND      PIC X(60).
