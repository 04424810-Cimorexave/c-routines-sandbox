       01 WS-Accept-Out-Count    PIC 9(04) COMP VALUE 0.
       01 WS-Reject-Count        PIC 9(04) COMP VALUE 0.

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWHOLMNT'.
         05 WS-Rlg-Start         PIC X(19).
         05 WS-Rlg-Parm          PIC X(40).
         05 WS-Rlg-RC            PIC 9(04).
         05 WS-Rlg-Count-Entry OCCURS 4 TIMES.
           10 WS-Rlg-Count-Name  PIC X(08).
           10 WS-Rlg-Count       PIC 9(09).
       01 WS-Run-Log-RC          PIC S9(04) COMP VALUE 0.

       LINKAGE SECTION.
       01 pParm.
        05 pParm-Len    PIC S9(4) COMP.
           DISPLAY "=================================================="
           DISPLAY "AWHOLMNT: Holiday calendar certification"
           DISPLAY "=================================================="
           PERFORM StartRunLog
           PERFORM ParseRollParm
           IF RETURN-CODE < 12
             PERFORM LoadSiteList
             PERFORM CheckCoverage
             PERFORM DisplayTotals
           END-IF
           PERFORM EndRunLog
           DISPLAY "AWHOLMNT: RC " RETURN-CODE
           GOBACK.

             END-IF
           END-IF
           .

      ******************************************************************
       StartRunLog SECTION.
      ******************************************************************
           MOVE 'S' TO WS-Rlg-Function
           MOVE pParm-Value(1:40) TO WS-Rlg-Parm
           MOVE 0 TO WS-Rlg-RC
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .

      ******************************************************************
       EndRunLog SECTION.
      ******************************************************************
      *> The run's RC and its key counts from the totals above.
           MOVE 'E' TO WS-Rlg-Function
           MOVE RETURN-CODE TO WS-Rlg-RC
           MOVE 'READ'     TO WS-Rlg-Count-Name(1)
           MOVE WS-Read-Count TO WS-Rlg-Count(1)
           MOVE 'ACCEPTED' TO WS-Rlg-Count-Name(2)
           MOVE WS-Accept-Out-Count TO WS-Rlg-Count(2)
           MOVE 'REJECTED' TO WS-Rlg-Count-Name(3)
           MOVE WS-Reject-Count TO WS-Rlg-Count(3)
           MOVE 'ROLLED'   TO WS-Rlg-Count-Name(4)
           MOVE WS-Rolled-Count TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
