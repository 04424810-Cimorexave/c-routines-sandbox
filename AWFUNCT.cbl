       01 WS-BdayPrv-Result      PIC X(10).
       01 WS-BdayPrv-Expected    PIC X(10).

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWFUNCT'.
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

       PROCEDURE DIVISION USING pParm.
           MOVE 0 TO RETURN-CODE
           PERFORM StartRunLog
           PERFORM InitScorecard

           MOVE SPACES TO WS-Dispatch-Keyword
             PERFORM WriteAuditRecord
           END-IF

           PERFORM EndRunLog
           DISPLAY "AWFUNCT: RC " RETURN-CODE
           GOBACK.

           MOVE 'BDAYPRV' TO Ws-Module-Name
           PERFORM CertCompareCase
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
           MOVE 'RUN'      TO WS-Rlg-Count-Name(1)
           MOVE WS-Audit-Total-Run TO WS-Rlg-Count(1)
           MOVE 'FAILED'   TO WS-Rlg-Count-Name(2)
           MOVE WS-Audit-Total-Fail TO WS-Rlg-Count(2)
           MOVE SPACES     TO WS-Rlg-Count-Name(3)
           MOVE 0 TO WS-Rlg-Count(3)
           MOVE SPACES     TO WS-Rlg-Count-Name(4)
           MOVE 0 TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
