       01 WS-Accept-Count        PIC 9(05) COMP VALUE 0.
       01 WS-Reject-Count        PIC 9(05) COMP VALUE 0.

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWTCVAL'.
         05 WS-Rlg-Start         PIC X(19).
         05 WS-Rlg-Parm          PIC X(40).
         05 WS-Rlg-RC            PIC 9(04).
         05 WS-Rlg-Count-Entry OCCURS 4 TIMES.
           10 WS-Rlg-Count-Name  PIC X(08).
           10 WS-Rlg-Count       PIC 9(09).
       01 WS-Run-Log-RC          PIC S9(04) COMP VALUE 0.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM StartRunLog
           OPEN INPUT AWTESTCF-FILE
           IF NOT TestFile-OK
             DISPLAY "AWTCVAL: AWTESTCF could not be opened, "
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           PERFORM EndRunLog
           DISPLAY "AWTCVAL: RC " RETURN-CODE
           GOBACK.

             END-IF
           END-IF
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
           MOVE WS-Read-Count TO WS-Rlg-Count(1)
           MOVE 'ACCEPTED' TO WS-Rlg-Count-Name(2)
           MOVE WS-Accept-Count TO WS-Rlg-Count(2)
           MOVE 'REJECTED' TO WS-Rlg-Count-Name(3)
           MOVE WS-Reject-Count TO WS-Rlg-Count(3)
           MOVE SPACES     TO WS-Rlg-Count-Name(4)
           MOVE 0 TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
