      *                    deptload.cbl build.  Every change writes a
      *                    before/after image to DEPTHIST.log, the
      *                    clientmt.cbl journal convention.
      * 2026-10-15 Yves    Operator sign-on through signon.cbl replaces
      *                    the free-typed operator name; each action
      *                    is checked against the operator's DEPT
      *                    role (add and rename need M, delete needs
      *                    A), and sign-on, refusals and functions
      *                    used go to ACCESS.log.
      * 2026-10-15 Yves    An early stop after sign-on (a file that
      *                    cannot be opened) ends the session in
      *                    ACCESS.log first.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-OPERATOR         PIC X(10).
       01  WS-TIMESTAMP        PIC X(21).

       COPY "SIGNPARM.cpy".
       01  WS-BEFORE-IMAGE     PIC X(52).

       01  WS-HIST-LINE.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'       TO SGN-REQUEST.
           MOVE "DEPT"    TO SGN-APPLI.
           MOVE "deptmnt" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SGN-OPERATOR TO WS-OPERATOR.

           OPEN I-O F-DEPT.
           IF NOT DEPT-ST-OK
                   WS-DEPT-STATUS
               DISPLAY "LANCER deptload POUR LE CONSTRUIRE."
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

               UNTIL WS-ACT-QUIT.
           CLOSE HISTORY-FILE.
           CLOSE F-DEPT.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

               " (Q)uitter ?".
           ACCEPT WS-ACTION.

           IF NOT WS-ACT-QUIT
               PERFORM 1050-AUTHORIZE-START THRU 1050-AUTHORIZE-END
               IF SGN-REFUSED
                   DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
                   GO TO 1000-ONE-ACTION-END
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 2000-ADD-DEPT-START
       1000-ONE-ACTION-END.
           EXIT.

      * the role each function needs; the sign-on routine decides
       1050-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           MOVE 'M' TO SGN-LEVEL.
           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   MOVE "AJOUT DEPARTEMENT" TO SGN-FUNCTION
               WHEN WS-ACT-RENAME
                   MOVE "RENOMMAGE DEPARTEMENT" TO SGN-FUNCTION
               WHEN WS-ACT-DELETE
                   MOVE "SUPPR DEPARTEMENT" TO SGN-FUNCTION
                   MOVE 'A' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 1050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       1050-AUTHORIZE-END.
           EXIT.

      ******************************************************************
      * ADD - THE DEPARTMENT NUMBER MUST NOT ALREADY EXIST
      ******************************************************************
