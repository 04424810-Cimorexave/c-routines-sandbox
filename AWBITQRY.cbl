       01 WS-Master-Count        PIC 9(05) COMP VALUE 0.
       01 WS-Match-Count         PIC 9(05) COMP VALUE 0.

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWBITQRY'.
         05 WS-Rlg-Start         PIC X(19).
         05 WS-Rlg-Parm          PIC X(40).
         05 WS-Rlg-RC            PIC 9(04).
         05 WS-Rlg-Count-Entry OCCURS 4 TIMES.
           10 WS-Rlg-Count-Name  PIC X(08).
           10 WS-Rlg-Count       PIC 9(09).
       01 WS-Run-Log-RC          PIC S9(04) COMP VALUE 0.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           DISPLAY "=================================================="
           DISPLAY "AWBITQRY: Indicator-field selection report"
           DISPLAY "=================================================="
           PERFORM StartRunLog
           PERFORM LoadFieldDictionary
           PERFORM LoadCriteria
           IF RETURN-CODE = 0 AND WS-Crit-Count > 0
           IF RETURN-CODE < 12
             PERFORM DisplayTotals
           END-IF
           PERFORM EndRunLog
           DISPLAY "AWBITQRY: RC " RETURN-CODE
           GOBACK.

                   "read, " WS-Match-Count " matched"
           DISPLAY "=================================================="
           .

      ******************************************************************
       StartRunLog SECTION.
      ******************************************************************
           MOVE 'S' TO WS-Rlg-Function
           MOVE SPACES TO WS-Rlg-Parm
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
           MOVE WS-Master-Count TO WS-Rlg-Count(1)
           MOVE 'MATCHED'  TO WS-Rlg-Count-Name(2)
           MOVE WS-Match-Count TO WS-Rlg-Count(2)
           MOVE SPACES     TO WS-Rlg-Count-Name(3)
           MOVE 0 TO WS-Rlg-Count(3)
           MOVE SPACES     TO WS-Rlg-Count-Name(4)
           MOVE 0 TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
