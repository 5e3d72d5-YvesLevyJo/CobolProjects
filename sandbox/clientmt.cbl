      *                    by clrecon.cbl (A/M/D records) in one
      *                    pass, each applied change logged to
      *                    CLIHIST.log exactly like a keyed one.
      * 2026-10-15 Yves    Agence action added: the (G) action sets
      *                    the agence of an employee in
      *                    fichierclient.txt, and only a code open in
      *                    the AGENCE.dat master kept by payagen.cbl
      *                    is accepted.  The change is logged to
      *                    CLIHIST.log with action AGENCE.
      * 2026-10-15 Yves    Operator sign-on through signon.cbl replaces
      *                    the free-typed operator name: CLIHIST.log
      *                    now carries the signed-on operator code,
      *                    and each action is checked against the
      *                    operator's CLIENT role (add, modify and
      *                    agence need M, deactivate and batch need
      *                    A).  Sign-on, refusals and functions used
      *                    go to ACCESS.log.
      * 2026-10-15 Yves    An early stop after sign-on (a master that
      *                    cannot be opened or a full employee table)
      *                    ends the session in ACCESS.log first.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FIX.

           SELECT AGENCE-MASTER
           ASSIGN TO 'AGENCE.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AGM-CODE
           FILE STATUS IS FS-AGENCE.

           SELECT EMPLOYE-FILE
           ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EMPLOYE.
      *=================================================================
       DATA DIVISION.
      ******************************************************************
              88 FIX-MODIFY      VALUE 'M'.
              88 FIX-DEACT       VALUE 'D'.
           05 FIX-CLIENT     PIC X(66).

      * agence master kept by payagen.cbl - only the code, name and
      * status are used here
       FD  AGENCE-MASTER
           RECORD CONTAINS 120 CHARACTERS.
       01  AGM-REC.
           05 AGM-CODE       PIC X(3).
           05 AGM-NOM        PIC X(30).
           05 FILLER         PIC X(78).
           05 AGM-STATUT     PIC X(1).
              88 AGM-FERMEE      VALUE 'F'.
           05 FILLER         PIC X(8).

      * salary view of the employees; the agence sits in columns
      * 70 to 72
       FD  EMPLOYE-FILE
           RECORD CONTAINS 81 CHARACTERS.
       01  EMP-REC.
           05 EMP-ID         PIC X(8).
           05 EMP-NOM        PIC X(20).
           05 FILLER         PIC X(41).
           05 EMP-AGENCE     PIC X(3).
           05 FILLER         PIC X(9).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FS-MASTER      PIC X(02).
       01  WS-OPERATOR         PIC X(10).
       01  WS-TIMESTAMP        PIC X(21).

       COPY "SIGNPARM.cpy".

       01  WS-ACTION           PIC X(01).
           88 WS-ACT-ADD           VALUE 'A' 'a'.
           88 WS-ACT-MODIFY        VALUE 'M' 'm'.
           88 WS-ACT-DEACT         VALUE 'D' 'd'.
           88 WS-ACT-BATCH         VALUE 'B' 'b'.
           88 WS-ACT-AGENCE        VALUE 'G' 'g'.
           88 WS-ACT-QUIT          VALUE 'Q' 'q'.

       01  FS-FIX              PIC X(02).
       01  WS-FIX-APPLIED      PIC 9(05) VALUE 0.
       01  WS-FIX-REJECTED     PIC 9(05) VALUE 0.

       01  FS-AGENCE           PIC X(02).
       01  FS-EMPLOYE          PIC X(02).
           88 EMPLOYE-FS-EOF       VALUE '10'.

      * fichierclient.txt in memory while an agence is assigned; the
      * whole file is written back after the change
       01  WS-EMP-TABLE.
           05 WS-EMP-COUNT     PIC 9(04) VALUE 0.
           05 WS-EMP-ENTRY     PIC X(81) OCCURS 9999 TIMES.
       01  WS-EMP-IX           PIC 9(04).
       01  WS-EMP-FOUND        PIC 9(04).
       01  WS-WANT-EMP         PIC X(08).
       01  WS-WANT-AGENCE      PIC X(03).

      * journal image of an agence change: who and which agence
       01  WS-AGC-IMAGE.
           05 AGI-ID           PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGI-NOM          PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGI-AGENCE       PIC X(03).

       01  WS-WANT-ID          PIC X(09).
       01  WS-FOUND-SW         PIC X(01) VALUE 'N'.
           88 WS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'        TO SGN-REQUEST.
           MOVE "CLIENT"   TO SGN-APPLI.
           MOVE "clientmt" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SGN-OPERATOR TO WS-OPERATOR.

           OPEN I-O CLIENT-MASTER.
           IF NOT MASTER-FS-OK
                   FS-MASTER
               DISPLAY "LANCER clibuild POUR CONSTRUIRE LE MAITRE."
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

           CLOSE HISTORY-FILE.

           CLOSE CLIENT-MASTER.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
       2000-ONE-ACTION-START.
           DISPLAY "Action : (A)jout / (M)odification /"
               " (D)esactivation / (B)atch / a(G)ence / (Q)uitter ?".
           ACCEPT WS-ACTION.

           IF NOT WS-ACT-QUIT
               PERFORM 2050-AUTHORIZE-START THRU 2050-AUTHORIZE-END
               IF SGN-REFUSED
                   DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
                   GO TO 2000-ONE-ACTION-END
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 3000-ADD-CLIENT-START
               WHEN WS-ACT-BATCH
                   PERFORM 3500-BATCH-APPLY-START
                      THRU 3500-BATCH-APPLY-END
               WHEN WS-ACT-AGENCE
                   PERFORM 3600-SET-AGENCE-START
                      THRU 3600-SET-AGENCE-END
               WHEN WS-ACT-QUIT
                   CONTINUE
               WHEN OTHER
       2000-ONE-ACTION-END.
           EXIT.

      * the role each function needs; the sign-on routine decides
       2050-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           MOVE 'M' TO SGN-LEVEL.
           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   MOVE "AJOUT CLIENT" TO SGN-FUNCTION
               WHEN WS-ACT-MODIFY
                   MOVE "MODIF CLIENT" TO SGN-FUNCTION
               WHEN WS-ACT-AGENCE
                   MOVE "AGENCE EMPLOYE" TO SGN-FUNCTION
               WHEN WS-ACT-DEACT
                   MOVE "DESACTIVATION CLIENT" TO SGN-FUNCTION
                   MOVE 'A' TO SGN-LEVEL
               WHEN WS-ACT-BATCH
                   MOVE "BATCH CLFIX" TO SGN-FUNCTION
                   MOVE 'A' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 2050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       2050-AUTHORIZE-END.
           EXIT.

      * one keyed read tells whether WS-WANT-ID exists; the record
      * itself lands in IX-CLIENT when it does
       2100-FIND-ID-START.
       3540-FIX-DEACT-END.
           EXIT.

      ******************************************************************
      * AGENCE - ATTACH AN EMPLOYEE OF fichierclient.txt TO AN AGENCE
      * OPEN IN THE AGENCE.dat MASTER; AN UNKNOWN OR CLOSED CODE IS
      * REFUSED
      ******************************************************************
       3600-SET-AGENCE-START.
           DISPLAY "ID de l'employe (8 chiffres) ?".
           MOVE SPACES TO WS-WANT-EMP.
           ACCEPT WS-WANT-EMP.
           DISPLAY "Code agence ?".
           MOVE SPACES TO WS-WANT-AGENCE.
           ACCEPT WS-WANT-AGENCE.

           OPEN INPUT AGENCE-MASTER.
           IF FS-AGENCE NOT = '00'
               DISPLAY "OUVERTURE AGENCE.dat IMPOSSIBLE, STATUT: "
                   FS-AGENCE
               DISPLAY "CODE AGENCE REFUSE: " WS-WANT-AGENCE
               GO TO 3600-SET-AGENCE-END
           END-IF.
           MOVE WS-WANT-AGENCE TO AGM-CODE.
           READ AGENCE-MASTER
               INVALID KEY
                   DISPLAY "CODE AGENCE INCONNU: " WS-WANT-AGENCE
                   CLOSE AGENCE-MASTER
                   GO TO 3600-SET-AGENCE-END
           END-READ.
           CLOSE AGENCE-MASTER.
           IF AGM-FERMEE
               DISPLAY "AGENCE FERMEE: " WS-WANT-AGENCE " " AGM-NOM
               GO TO 3600-SET-AGENCE-END
           END-IF.

           PERFORM 3610-LOAD-EMP-START THRU 3610-LOAD-EMP-END.
           IF WS-EMP-FOUND = 0
               DISPLAY "EMPLOYE INCONNU: " WS-WANT-EMP
               GO TO 3600-SET-AGENCE-END
           END-IF.

           MOVE WS-EMP-ENTRY(WS-EMP-FOUND) TO EMP-REC.
           MOVE EMP-ID     TO AGI-ID.
           MOVE EMP-NOM    TO AGI-NOM.
           MOVE EMP-AGENCE TO AGI-AGENCE.
           MOVE WS-AGC-IMAGE TO WS-BEFORE-IMAGE.
           MOVE WS-WANT-AGENCE TO EMP-AGENCE.
           MOVE EMP-REC TO WS-EMP-ENTRY(WS-EMP-FOUND).
           MOVE WS-WANT-AGENCE TO AGI-AGENCE.

           PERFORM 3620-SAVE-EMP-START THRU 3620-SAVE-EMP-END.

           MOVE "AGENCE  " TO HIS-ACTION.
           MOVE WS-AGC-IMAGE TO HIS-AFTER.
           PERFORM 4100-WRITE-HISTORY-START
              THRU 4100-WRITE-HISTORY-END.
           DISPLAY "AGENCE " WS-WANT-AGENCE " " AGM-NOM
               " AFFECTEE A " WS-WANT-EMP.
       3600-SET-AGENCE-END.
           EXIT.

      * the whole of fichierclient.txt into WS-EMP-TABLE; WS-EMP-FOUND
      * is the entry of WS-WANT-EMP, 0 when absent
       3610-LOAD-EMP-START.
           MOVE 0 TO WS-EMP-COUNT.
           MOVE 0 TO WS-EMP-FOUND.
           OPEN INPUT EMPLOYE-FILE.
           MOVE FS-EMPLOYE TO WS-ERR-STATUS.
           MOVE "fichierclient.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 3611-ONE-EMP-START THRU 3611-ONE-EMP-END
               UNTIL EMPLOYE-FS-EOF.
           CLOSE EMPLOYE-FILE.
           MOVE '00' TO FS-EMPLOYE.
       3610-LOAD-EMP-END.
           EXIT.

       3611-ONE-EMP-START.
           READ EMPLOYE-FILE
               AT END
                   SET EMPLOYE-FS-EOF TO TRUE
                   GO TO 3611-ONE-EMP-END
           END-READ.
           IF WS-EMP-COUNT = 9999
               DISPLAY "TABLE EMPLOYES PLEINE (9999)."
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
           ADD 1 TO WS-EMP-COUNT.
           MOVE EMP-REC TO WS-EMP-ENTRY(WS-EMP-COUNT).
           IF EMP-ID = WS-WANT-EMP
               MOVE WS-EMP-COUNT TO WS-EMP-FOUND
           END-IF.
       3611-ONE-EMP-END.
           EXIT.

       3620-SAVE-EMP-START.
           OPEN OUTPUT EMPLOYE-FILE.
           MOVE FS-EMPLOYE TO WS-ERR-STATUS.
           MOVE "fichierclient.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 3621-WRITE-EMP-START THRU 3621-WRITE-EMP-END
               VARYING WS-EMP-IX FROM 1 BY 1
               UNTIL WS-EMP-IX > WS-EMP-COUNT.
           CLOSE EMPLOYE-FILE.
       3620-SAVE-EMP-END.
           EXIT.

       3621-WRITE-EMP-START.
           MOVE WS-EMP-ENTRY(WS-EMP-IX) TO EMP-REC.
           WRITE EMP-REC.
           MOVE FS-EMPLOYE TO WS-ERR-STATUS.
           MOVE "fichierclient.txt" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       3621-WRITE-EMP-END.
           EXIT.

      ******************************************************************
      * PROMPT FOR THE NON-KEY FIELDS OF WS-WORK-REC
      ******************************************************************
