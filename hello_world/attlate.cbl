       IDENTIFICATION DIVISION.
      *================================================================*
      *    Retards, departs anticipes et absences du jour              *
      *================================================================*
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: daily check of SIGNIN.LOG against
      *                    the planned shifts of ROSTER.dat - the
      *                    first IN of each planned person compared
      *                    with the planned start, the last OUT with
      *                    the planned end, beyond a grace period -
      *                    listing late arrivals, early departures,
      *                    planned people who never signed in and
      *                    people present without a shift, to
      *                    ATTLATE.txt. Run in the morning for the day
      *                    so far; a shift not yet due is not counted
      *                    as an absence.
      *================================================================*
       PROGRAM-ID. attlate.
       AUTHOR. Yves.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNIN-LOG ASSIGN TO 'SIGNIN.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT ROSTER-FILE ASSIGN TO 'ROSTER.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ROS-STATUS.

           SELECT PARM-FILE ASSIGN TO 'ATTLATE.parm'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'ATTLATE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNIN-LOG.
       01  LOG-REC.
           05 LOG-TIMESTAMP.
              10 LOG-DATE      PIC 9(08).
              10 LOG-HH        PIC 9(02).
              10 LOG-MI        PIC 9(02).
              10 FILLER        PIC X(09).
           05 FILLER           PIC X(01).
           05 LOG-DIRECTION    PIC X(03).
           05 FILLER           PIC X(01).
           05 LOG-NOM          PIC X(12).
           05 FILLER           PIC X(41).

       FD  ROSTER-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  ROSTER-REC.
           05 ROS-NOM          PIC X(12).
           05 ROS-DATE         PIC 9(08).
           05 ROS-START-HH     PIC 9(02).
           05 ROS-START-MI     PIC 9(02).
           05 ROS-END-HH       PIC 9(02).
           05 ROS-END-MI       PIC 9(02).

      * day to check (blank = today) and grace period in minutes
      * (blank = 10)
       FD  PARM-FILE
           RECORD CONTAINS 11 CHARACTERS.
       01  PARM-REC.
           05 PRM-DATE         PIC X(08).
           05 PRM-GRACE        PIC X(03).

       FD  REPORT-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  REPORT-REC          PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS PIC X(02).
           88 WS-LOG-EOF     VALUE '10'.
       01  WS-ROS-STATUS PIC X(02).
           88 WS-ROS-EOF     VALUE '10'.
       01  WS-PRM-STATUS PIC X(02).
       01  WS-RPT-STATUS PIC X(02).

       01  WS-RUN-DATE         PIC 9(08).
       01  WS-GRACE            PIC 9(03) VALUE 10.
       01  WS-NOW.
           05 WS-NOW-DATE      PIC 9(08).
           05 WS-NOW-HH        PIC 9(02).
           05 WS-NOW-MI        PIC 9(02).
           05 FILLER           PIC X(09).
       01  WS-NOW-MINUTES      PIC 9(04) VALUE 9999.

      * the day's planned shifts with what the log shows for each;
      * 9999 = no such movement yet
       01  WS-SHIFT-TABLE.
           05 WS-SHF-ENTRY OCCURS 500 TIMES INDEXED BY WS-SHF-IDX.
              10 WS-SHF-NOM       PIC X(12).
              10 WS-SHF-START     PIC 9(04).
              10 WS-SHF-END       PIC 9(04).
              10 WS-SHF-FIRST-IN  PIC 9(04).
              10 WS-SHF-LAST-OUT  PIC 9(04).
              10 WS-SHF-LAST-DIR  PIC X(03).
       01  WS-SHF-COUNT        PIC 9(03) VALUE 0.

      * people who signed in that day without a planned shift
       01  WS-EXTRA-TABLE.
           05 WS-EXT-ENTRY OCCURS 200 TIMES INDEXED BY WS-EXT-IDX.
              10 WS-EXT-NOM       PIC X(12).
              10 WS-EXT-FIRST-IN  PIC 9(04).
       01  WS-EXT-COUNT        PIC 9(03) VALUE 0.

       01  WS-FOUND-SW         PIC X(01) VALUE 'N'.
           88 WS-FOUND             VALUE 'Y'.
           88 WS-NOT-FOUND          VALUE 'N'.
       01  WS-FOUND-IDX        PIC 9(03) VALUE 0.
       01  WS-REC-MINUTES      PIC 9(04) VALUE 0.
       01  WS-GAP              PIC S9(04) VALUE 0.
       01  WS-SECTION-COUNT    PIC 9(03) VALUE 0.

       01  WS-LATE-COUNT       PIC 9(03) VALUE 0.
       01  WS-EARLY-COUNT      PIC 9(03) VALUE 0.
       01  WS-ABSENT-COUNT     PIC 9(03) VALUE 0.
       01  WS-PENDING-COUNT    PIC 9(03) VALUE 0.

      * report lines
       01  WS-TITLE-LINE.
           05 FILLER           PIC X(23) VALUE
              "RETARDS ET ABSENCES DU ".
           05 TTL-DATE         PIC 9(08).
           05 FILLER           PIC X(13) VALUE "  TOLERANCE: ".
           05 TTL-GRACE        PIC ZZ9.
           05 FILLER           PIC X(04) VALUE " MIN".
       01  WS-DETAIL-LINE.
           05 DET-NOM          PIC X(12).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DET-LABEL-1      PIC X(08).
           05 DET-TIME-1       PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DET-LABEL-2      PIC X(08).
           05 DET-TIME-2       PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DET-GAP          PIC ZZZ9.
           05 DET-GAP-LABEL    PIC X(04).
       01  WS-HHMM.
           05 WS-HHMM-HH       PIC 9(02).
           05 FILLER           PIC X(01) VALUE ':'.
           05 WS-HHMM-MI       PIC 9(02).
       01  WS-HHMM-MINUTES     PIC 9(04).
       01  WS-COUNT-LINE.
           05 CNT-LABEL        PIC X(30).
           05 CNT-VALUE        PIC ZZ9.

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-READ-PARM-DEB THRU 0100-READ-PARM-FIN.
           PERFORM 1000-LOAD-ROSTER-DEB THRU 1000-LOAD-ROSTER-FIN.

           OPEN INPUT SIGNIN-LOG.
           MOVE WS-LOG-STATUS TO WS-ERR-STATUS.
           MOVE "SIGNIN.LOG" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 2000-ONE-RECORD-DEB THRU 2000-ONE-RECORD-FIN
               UNTIL WS-LOG-EOF.
           CLOSE SIGNIN-LOG.

           PERFORM 3000-REPORT-DEB THRU 3000-REPORT-FIN.

           DISPLAY "POSTES PLANIFIES     : " WS-SHF-COUNT.
           DISPLAY "RETARDS              : " WS-LATE-COUNT.
           DISPLAY "DEPARTS ANTICIPES    : " WS-EARLY-COUNT.
           DISPLAY "ABSENTS              : " WS-ABSENT-COUNT.
           DISPLAY "PRESENTS NON PLANIFIES: " WS-EXT-COUNT.
           IF WS-LATE-COUNT > 0 OR WS-EARLY-COUNT > 0
           OR WS-ABSENT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * THE DAY AND THE GRACE PERIOD, FROM ATTLATE.parm WHEN PRESENT;
      * A FIELD LEFT BLANK OR NOT VALID KEEPS ITS DEFAULT
      ******************************************************************
       0100-READ-PARM-DEB.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW-DATE TO WS-RUN-DATE.
           OPEN INPUT PARM-FILE.
           IF WS-PRM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-DATE IS NUMERIC
                           MOVE PRM-DATE TO WS-RUN-DATE
                           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE)
                               NOT = 0
                               MOVE WS-NOW-DATE TO WS-RUN-DATE
                           END-IF
                       END-IF
                       IF PRM-GRACE IS NUMERIC
                           MOVE PRM-GRACE TO WS-GRACE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
      *    only today's shifts can still be to come
           IF WS-RUN-DATE = WS-NOW-DATE
               COMPUTE WS-NOW-MINUTES = (WS-NOW-HH * 60) + WS-NOW-MI
           END-IF.
       0100-READ-PARM-FIN.
           EXIT.

      ******************************************************************
      * THE SHIFTS PLANNED FOR THE DAY
      ******************************************************************
       1000-LOAD-ROSTER-DEB.
           OPEN INPUT ROSTER-FILE.
           MOVE WS-ROS-STATUS TO WS-ERR-STATUS.
           MOVE "ROSTER.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1010-ONE-SHIFT-DEB THRU 1010-ONE-SHIFT-FIN
               UNTIL WS-ROS-EOF.
           CLOSE ROSTER-FILE.
       1000-LOAD-ROSTER-FIN.
           EXIT.

       1010-ONE-SHIFT-DEB.
           READ ROSTER-FILE
               AT END SET WS-ROS-EOF TO TRUE
               NOT AT END
                   IF ROS-DATE = WS-RUN-DATE AND WS-SHF-COUNT < 500
                       ADD 1 TO WS-SHF-COUNT
                       SET WS-SHF-IDX TO WS-SHF-COUNT
                       MOVE ROS-NOM TO WS-SHF-NOM(WS-SHF-IDX)
                       COMPUTE WS-SHF-START(WS-SHF-IDX) =
                           (ROS-START-HH * 60) + ROS-START-MI
                       COMPUTE WS-SHF-END(WS-SHF-IDX) =
                           (ROS-END-HH * 60) + ROS-END-MI
                       MOVE 9999 TO WS-SHF-FIRST-IN(WS-SHF-IDX)
                       MOVE 9999 TO WS-SHF-LAST-OUT(WS-SHF-IDX)
                       MOVE SPACES TO WS-SHF-LAST-DIR(WS-SHF-IDX)
                   END-IF
           END-READ.
       1010-ONE-SHIFT-FIN.
           EXIT.

      ******************************************************************
      * EACH MOVEMENT OF THE DAY, IN LOG ORDER: THE FIRST IN AND THE
      * LAST MOVEMENT OF EVERY PLANNED PERSON ARE KEPT
      ******************************************************************
       2000-ONE-RECORD-DEB.
           READ SIGNIN-LOG
               AT END
                   SET WS-LOG-EOF TO TRUE
                   GO TO 2000-ONE-RECORD-FIN
           END-READ.
           IF LOG-DATE NOT = WS-RUN-DATE
           OR LOG-HH NOT NUMERIC OR LOG-MI NOT NUMERIC
               GO TO 2000-ONE-RECORD-FIN
           END-IF.
           COMPUTE WS-REC-MINUTES = (LOG-HH * 60) + LOG-MI.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM 2100-FIND-SHIFT-DEB THRU 2100-FIND-SHIFT-FIN
               VARYING WS-SHF-IDX FROM 1 BY 1
               UNTIL WS-SHF-IDX > WS-SHF-COUNT OR WS-FOUND.
           IF WS-NOT-FOUND
               IF LOG-DIRECTION = 'IN'
                   PERFORM 2200-NOTE-EXTRA-DEB THRU 2200-NOTE-EXTRA-FIN
               END-IF
               GO TO 2000-ONE-RECORD-FIN
           END-IF.

           SET WS-SHF-IDX TO WS-FOUND-IDX.
           MOVE LOG-DIRECTION TO WS-SHF-LAST-DIR(WS-SHF-IDX).
           IF LOG-DIRECTION = 'IN'
               IF WS-SHF-FIRST-IN(WS-SHF-IDX) = 9999
                   MOVE WS-REC-MINUTES TO WS-SHF-FIRST-IN(WS-SHF-IDX)
               END-IF
           ELSE
               MOVE WS-REC-MINUTES TO WS-SHF-LAST-OUT(WS-SHF-IDX)
           END-IF.
       2000-ONE-RECORD-FIN.
           EXIT.

       2100-FIND-SHIFT-DEB.
           IF WS-SHF-NOM(WS-SHF-IDX) = LOG-NOM
               SET WS-FOUND TO TRUE
               SET WS-FOUND-IDX TO WS-SHF-IDX
           END-IF.
       2100-FIND-SHIFT-FIN.
           EXIT.

       2200-NOTE-EXTRA-DEB.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM 2210-FIND-EXTRA-DEB THRU 2210-FIND-EXTRA-FIN
               VARYING WS-EXT-IDX FROM 1 BY 1
               UNTIL WS-EXT-IDX > WS-EXT-COUNT OR WS-FOUND.
           IF WS-NOT-FOUND AND WS-EXT-COUNT < 200
               ADD 1 TO WS-EXT-COUNT
               SET WS-EXT-IDX TO WS-EXT-COUNT
               MOVE LOG-NOM TO WS-EXT-NOM(WS-EXT-IDX)
               MOVE WS-REC-MINUTES TO WS-EXT-FIRST-IN(WS-EXT-IDX)
           END-IF.
       2200-NOTE-EXTRA-FIN.
           EXIT.

       2210-FIND-EXTRA-DEB.
           IF WS-EXT-NOM(WS-EXT-IDX) = LOG-NOM
               SET WS-FOUND TO TRUE
           END-IF.
       2210-FIND-EXTRA-FIN.
           EXIT.

      ******************************************************************
      * ATTLATE.txt - ONE SECTION PER KIND OF EXCEPTION
      ******************************************************************
       3000-REPORT-DEB.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RPT-STATUS TO WS-ERR-STATUS.
           MOVE "ATTLATE.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE WS-RUN-DATE TO TTL-DATE.
           MOVE WS-GRACE TO TTL-GRACE.
           WRITE REPORT-REC FROM WS-TITLE-LINE.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "---- RETARDS ----" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 3100-LATE-DEB THRU 3100-LATE-FIN
               VARYING WS-SHF-IDX FROM 1 BY 1
               UNTIL WS-SHF-IDX > WS-SHF-COUNT.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "---- DEPARTS ANTICIPES ----" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 3200-EARLY-DEB THRU 3200-EARLY-FIN
               VARYING WS-SHF-IDX FROM 1 BY 1
               UNTIL WS-SHF-IDX > WS-SHF-COUNT.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "---- PLANIFIES JAMAIS ARRIVES ----" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 3300-ABSENT-DEB THRU 3300-ABSENT-FIN
               VARYING WS-SHF-IDX FROM 1 BY 1
               UNTIL WS-SHF-IDX > WS-SHF-COUNT.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "---- PRESENTS NON PLANIFIES ----" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 3400-EXTRA-DEB THRU 3400-EXTRA-FIN
               VARYING WS-EXT-IDX FROM 1 BY 1
               UNTIL WS-EXT-IDX > WS-EXT-COUNT.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "POSTES PLANIFIES" TO CNT-LABEL.
           MOVE WS-SHF-COUNT TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "RETARDS" TO CNT-LABEL.
           MOVE WS-LATE-COUNT TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "DEPARTS ANTICIPES" TO CNT-LABEL.
           MOVE WS-EARLY-COUNT TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ABSENTS" TO CNT-LABEL.
           MOVE WS-ABSENT-COUNT TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "POSTES PAS ENCORE COMMENCES" TO CNT-LABEL.
           MOVE WS-PENDING-COUNT TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           CLOSE REPORT-FILE.
       3000-REPORT-FIN.
           EXIT.

      * first IN later than the planned start plus the grace period
       3100-LATE-DEB.
           IF WS-SHF-FIRST-IN(WS-SHF-IDX) = 9999
               GO TO 3100-LATE-FIN
           END-IF.
           COMPUTE WS-GAP = WS-SHF-FIRST-IN(WS-SHF-IDX)
               - WS-SHF-START(WS-SHF-IDX).
           IF WS-GAP NOT > WS-GRACE
               GO TO 3100-LATE-FIN
           END-IF.
           ADD 1 TO WS-LATE-COUNT.
           MOVE "PREVU " TO DET-LABEL-1.
           MOVE "ARRIVE " TO DET-LABEL-2.
           MOVE WS-SHF-START(WS-SHF-IDX) TO WS-HHMM-MINUTES.
           PERFORM 3900-EDIT-TIME-DEB THRU 3900-EDIT-TIME-FIN.
           MOVE WS-HHMM TO DET-TIME-1.
           MOVE WS-SHF-FIRST-IN(WS-SHF-IDX) TO WS-HHMM-MINUTES.
           PERFORM 3900-EDIT-TIME-DEB THRU 3900-EDIT-TIME-FIN.
           MOVE WS-HHMM TO DET-TIME-2.
           MOVE WS-GAP TO DET-GAP.
           MOVE " MIN" TO DET-GAP-LABEL.
           MOVE WS-SHF-NOM(WS-SHF-IDX) TO DET-NOM.
           WRITE REPORT-REC FROM WS-DETAIL-LINE.
       3100-LATE-FIN.
           EXIT.

      * gone for good - the last movement is an OUT - before the
      * planned end less the grace period
       3200-EARLY-DEB.
           IF WS-SHF-LAST-DIR(WS-SHF-IDX) NOT = 'OUT'
               GO TO 3200-EARLY-FIN
           END-IF.
           COMPUTE WS-GAP = WS-SHF-END(WS-SHF-IDX)
               - WS-SHF-LAST-OUT(WS-SHF-IDX).
           IF WS-GAP NOT > WS-GRACE
               GO TO 3200-EARLY-FIN
           END-IF.
           ADD 1 TO WS-EARLY-COUNT.
           MOVE "FIN    " TO DET-LABEL-1.
           MOVE "SORTI  " TO DET-LABEL-2.
           MOVE WS-SHF-END(WS-SHF-IDX) TO WS-HHMM-MINUTES.
           PERFORM 3900-EDIT-TIME-DEB THRU 3900-EDIT-TIME-FIN.
           MOVE WS-HHMM TO DET-TIME-1.
           MOVE WS-SHF-LAST-OUT(WS-SHF-IDX) TO WS-HHMM-MINUTES.
           PERFORM 3900-EDIT-TIME-DEB THRU 3900-EDIT-TIME-FIN.
           MOVE WS-HHMM TO DET-TIME-2.
           MOVE WS-GAP TO DET-GAP.
           MOVE " MIN" TO DET-GAP-LABEL.
           MOVE WS-SHF-NOM(WS-SHF-IDX) TO DET-NOM.
           WRITE REPORT-REC FROM WS-DETAIL-LINE.
       3200-EARLY-FIN.
           EXIT.

      * no IN at all; a shift whose start plus grace is still ahead
      * is only counted as not started yet
       3300-ABSENT-DEB.
           IF WS-SHF-FIRST-IN(WS-SHF-IDX) NOT = 9999
               GO TO 3300-ABSENT-FIN
           END-IF.
           IF WS-SHF-START(WS-SHF-IDX) + WS-GRACE NOT < WS-NOW-MINUTES
               ADD 1 TO WS-PENDING-COUNT
               GO TO 3300-ABSENT-FIN
           END-IF.
           ADD 1 TO WS-ABSENT-COUNT.
           MOVE "PREVU " TO DET-LABEL-1.
           MOVE WS-SHF-START(WS-SHF-IDX) TO WS-HHMM-MINUTES.
           PERFORM 3900-EDIT-TIME-DEB THRU 3900-EDIT-TIME-FIN.
           MOVE WS-HHMM TO DET-TIME-1.
           MOVE SPACES TO DET-LABEL-2 DET-TIME-2 DET-GAP-LABEL.
           MOVE ZERO TO DET-GAP.
           MOVE WS-SHF-NOM(WS-SHF-IDX) TO DET-NOM.
           MOVE WS-DETAIL-LINE TO REPORT-REC.
           MOVE SPACES TO REPORT-REC(38:35).
           WRITE REPORT-REC.
       3300-ABSENT-FIN.
           EXIT.

       3400-EXTRA-DEB.
           MOVE "ARRIVE " TO DET-LABEL-1.
           MOVE WS-EXT-FIRST-IN(WS-EXT-IDX) TO WS-HHMM-MINUTES.
           PERFORM 3900-EDIT-TIME-DEB THRU 3900-EDIT-TIME-FIN.
           MOVE WS-HHMM TO DET-TIME-1.
           MOVE WS-EXT-NOM(WS-EXT-IDX) TO DET-NOM.
           MOVE WS-DETAIL-LINE TO REPORT-REC.
           MOVE SPACES TO REPORT-REC(38:35).
           WRITE REPORT-REC.
       3400-EXTRA-FIN.
           EXIT.

      * minutes since midnight to HH:MM
       3900-EDIT-TIME-DEB.
           DIVIDE WS-HHMM-MINUTES BY 60
               GIVING WS-HHMM-HH REMAINDER WS-HHMM-MI.
       3900-EDIT-TIME-FIN.
           EXIT.

      ******************************************************************
      * STANDARD FILE-STATUS CHECK - ANY STATUS OTHER THAN SUCCESS OR
      * END OF FILE STOPS THE RUN WITH A NONZERO RETURN CODE
      ******************************************************************
       9800-CHECK-STATUS-START.
           IF WS-ERR-STATUS NOT = '00' AND WS-ERR-STATUS NOT = '10'
               PERFORM 9900-FILE-ERROR-START
                  THRU 9900-FILE-ERROR-END
           END-IF.
       9800-CHECK-STATUS-END.
           EXIT.

       9900-FILE-ERROR-START.
           DISPLAY "*** ERREUR FICHIER: " WS-ERR-FILE
               " OPERATION: " WS-ERR-OP
               " STATUT: " WS-ERR-STATUS " ***".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9900-FILE-ERROR-END.
           EXIT.
