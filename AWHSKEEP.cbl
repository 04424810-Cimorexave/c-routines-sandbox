       01 WS-Kept-Count          PIC 9(06) COMP.
       01 WS-Purged-Count        PIC 9(06) COMP.
       01 WS-Rotated-Files       PIC 9(02) COMP VALUE 0.
       01 WS-Total-Kept          PIC 9(07) COMP VALUE 0.
       01 WS-Total-Purged        PIC 9(07) COMP VALUE 0.
       01 WS-Skipped-Files       PIC 9(02) COMP VALUE 0.

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWHSKEEP'.
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
           DISPLAY "AWHSKEEP: Output-file housekeeping"
           DISPLAY "=================================================="
           PERFORM StartRunLog
           PERFORM ParseCutoffParm
           PERFORM RotateResultGenerations
           IF RETURN-CODE < 12 AND Purge-Wanted
           IF RETURN-CODE < 12
             PERFORM DisplayTotals
           END-IF
           PERFORM EndRunLog
           DISPLAY "AWHSKEEP: RC " RETURN-CODE
           GOBACK.

               PERFORM CloseCopyOutput
               PERFORM CloseArchive
               MOVE '00' TO WS-Copy-In-Status
               ADD WS-Kept-Count   TO WS-Total-Kept
               ADD WS-Purged-Count TO WS-Total-Purged
               IF RETURN-CODE < 12
                 DISPLAY "AWHSKEEP: " WS-Copy-In-Name ": "
                         WS-Kept-Count " record(s) kept in "
           END-IF
           DISPLAY "=================================================="
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
           MOVE 'ROTATED'  TO WS-Rlg-Count-Name(1)
           MOVE WS-Rotated-Files TO WS-Rlg-Count(1)
           MOVE 'SKIPPED'  TO WS-Rlg-Count-Name(2)
           MOVE WS-Skipped-Files TO WS-Rlg-Count(2)
           MOVE 'KEPT'     TO WS-Rlg-Count-Name(3)
           MOVE WS-Total-Kept TO WS-Rlg-Count(3)
           MOVE 'PURGED'   TO WS-Rlg-Count-Name(4)
           MOVE WS-Total-Purged TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
