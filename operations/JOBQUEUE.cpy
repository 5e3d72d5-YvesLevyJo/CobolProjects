      *****************************************************************
      * One request of the daytime job queue - JOBQUEUE.dat, appended
      * by jobsubm.cbl and run in number order by jobdisp.cbl.  The
      * parameter file holds the answers the job will be given.
      *****************************************************************
       01  JOBQUEUE-REC.
           05 JQ-REQ           PIC 9(06).
           05 FILLER           PIC X(01).
           05 JQ-JOB           PIC X(08).
           05 FILLER           PIC X(01).
           05 JQ-PARM-FILE     PIC X(30).
           05 FILLER           PIC X(01).
           05 JQ-OPERATOR      PIC X(08).
           05 FILLER           PIC X(01).
           05 JQ-SUBMITTED     PIC X(14).
           05 FILLER           PIC X(10).
