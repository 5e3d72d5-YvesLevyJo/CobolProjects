      *****************************************************************
      * One state change of a queued request - JOBQSTAT.dat, appended
      * by jobdisp.cbl: R running, then D done (return code 4 or
      * less) or F failed.  A request with no record is pending; the
      * last record of a request is its current state.  The
      * generation is the copy of the output kept for a done request.
      *****************************************************************
       01  JOBQSTAT-REC.
           05 JS-REQ           PIC 9(06).
           05 FILLER           PIC X(01).
           05 JS-STATE         PIC X(01).
              88 JS-RUNNING        VALUE 'R'.
              88 JS-DONE           VALUE 'D'.
              88 JS-FAILED         VALUE 'F'.
           05 FILLER           PIC X(01).
           05 JS-STAMP         PIC X(14).
           05 FILLER           PIC X(01).
           05 JS-RC            PIC 9(04).
           05 FILLER           PIC X(01).
           05 JS-GENERATION    PIC X(30).
           05 FILLER           PIC X(21).
