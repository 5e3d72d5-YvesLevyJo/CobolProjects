      *****************************************************************
      * Parameter area of the common sign-on routine signon.cbl,
      * shared by every maintenance screen that calls it.
      *   S  sign on: asks for the operator code and password, checks
      *      them against OPERATOR.dat and returns the operator code
      *      and the operator's role for SGN-APPLI
      *   F  function check: SGN-LEVEL is the role the function needs
      *      (C consultation, M mise a jour, A administration); the
      *      answer is refused when the signed-on role is lower
      *   E  end of session
      *   H  hash of SGN-OPERATOR + SGN-PASSWORD into SGN-HASH
      * Every sign-on, refusal and function used goes to ACCESS.log.
      *****************************************************************
       01  SGN-PARM.
           05 SGN-REQUEST      PIC X(01).
              88 SGN-REQ-SIGNON    VALUE 'S'.
              88 SGN-REQ-FUNCTION  VALUE 'F'.
              88 SGN-REQ-SIGNOFF   VALUE 'E'.
              88 SGN-REQ-HASH      VALUE 'H'.
           05 SGN-APPLI        PIC X(06).
           05 SGN-PROGRAM      PIC X(08).
           05 SGN-FUNCTION     PIC X(20).
           05 SGN-LEVEL        PIC X(01).
           05 SGN-OPERATOR     PIC X(08).
           05 SGN-ROLE         PIC X(01).
           05 SGN-PASSWORD     PIC X(20).
           05 SGN-HASH         PIC 9(10).
           05 SGN-RESULT       PIC X(01).
              88 SGN-GRANTED       VALUE 'O'.
              88 SGN-REFUSED       VALUE 'N'.
