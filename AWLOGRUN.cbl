       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWLOGRUN.

      *> Common job run log. Every batch program in the nightly
      *> stream appends its outcome here in one standard layout -
      *> program, start and end timestamp, parm, RC and its own key
      *> counts - so the night can be read from one file by AWOPSRPT
      *> instead of pieced together from job logs that roll off.
      *>
      *>   CALL 'AWLOGRUN' USING BY REFERENCE run-log-area
      *>                   RETURNING rc
      *>   run-log-area (the caller's WS-Run-Log-Area):
      *>     function  X(01)  'S' - start of run: stamps the start
      *>                            time into the area and appends a
      *>                            START record
      *>                      'E' - end of run: appends the END
      *>                            record with the start time from
      *>                            the area and the end time now
      *>     program   X(08)
      *>     start     X(19)  YYYY-MM-DD HH:MM:SS, set by 'S'
      *>     parm      X(40)  the run's parm as given
      *>     rc        9(04)  the run's RC ('E')
      *>     4 times   name X(08), count 9(09) - the caller's key
      *>                      counts ('E'); unused slots blank/zero
      *>   RC 0 = written, RC 4 = AWRUNLOG could not be written. A
      *>   run log problem is reported but never changes the
      *>   caller's own outcome.
      *> A START with no matching END is a run that never finished -
      *> AWOPSRPT reports it as such.
      *>
      *> AWRUNLOG record (176 bytes):
      *>   RLG-PROGRAM X(08), sp, RLG-EVENT X(05) START/END, sp,
      *>   RLG-START X(19), sp, RLG-END X(19), sp, RLG-RC 9(04), sp,
      *>   RLG-PARM X(40), then four times: sp, count name X(08),
      *>   '=', count 9(09)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Appended like AWAUDIT and AWBITJRN.
           SELECT AWRUNLOG-FILE ASSIGN TO "AWRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AWRUNLOG-FILE.
       01  AWRUNLOG-REC          PIC X(176).

       WORKING-STORAGE SECTION.
       01 WS-Run-Log-Status      PIC X(02) VALUE '00'.
         88 Run-Log-OK                VALUE '00', '05'.

       01 WS-Log-Current-Date    PIC X(21).
       01 WS-Log-CD-Fields REDEFINES WS-Log-Current-Date.
         05 WS-Log-CD-Year       PIC 9(04).
         05 WS-Log-CD-Month      PIC 9(02).
         05 WS-Log-CD-Day        PIC 9(02).
         05 WS-Log-CD-Hour       PIC 9(02).
         05 WS-Log-CD-Minute     PIC 9(02).
         05 WS-Log-CD-Second     PIC 9(02).
         05 FILLER               PIC X(07).
       01 WS-Log-Timestamp-Out.
         05 WS-Log-TS-Year       PIC 9(04).
         05 FILLER               PIC X VALUE '-'.
         05 WS-Log-TS-Month      PIC 9(02).
         05 FILLER               PIC X VALUE '-'.
         05 WS-Log-TS-Day        PIC 9(02).
         05 FILLER               PIC X VALUE SPACE.
         05 WS-Log-TS-Hour       PIC 9(02).
         05 FILLER               PIC X VALUE ':'.
         05 WS-Log-TS-Minute     PIC 9(02).
         05 FILLER               PIC X VALUE ':'.
         05 WS-Log-TS-Second     PIC 9(02).

      *> Built here and MOVEd whole into AWRUNLOG-REC, so the
      *> separators keep their VALUE.
       01 WS-Run-Log-Record-Out.
         05 WS-Rlo-Program       PIC X(08).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Rlo-Event         PIC X(05).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Rlo-Start         PIC X(19).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Rlo-End           PIC X(19).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Rlo-RC            PIC 9(04).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Rlo-Parm          PIC X(40).
         05 WS-Rlo-Count-Entry OCCURS 4 TIMES INDEXED BY RO-Idx.
           10 FILLER             PIC X(01) VALUE SPACE.
           10 WS-Rlo-Count-Name  PIC X(08).
           10 FILLER             PIC X(01) VALUE '='.
           10 WS-Rlo-Count       PIC 9(09).

       LINKAGE SECTION.
       01 L-Run-Log-Area.
         05 L-Rlg-Function       PIC X(01).
           88 L-Run-Start             VALUE 'S'.
           88 L-Run-End               VALUE 'E'.
         05 L-Rlg-Program        PIC X(08).
         05 L-Rlg-Start          PIC X(19).
         05 L-Rlg-Parm           PIC X(40).
         05 L-Rlg-RC             PIC 9(04).
         05 L-Rlg-Count-Entry OCCURS 4 TIMES INDEXED BY RL-Idx.
           10 L-Rlg-Count-Name   PIC X(08).
           10 L-Rlg-Count        PIC 9(09).

       PROCEDURE DIVISION USING BY REFERENCE L-Run-Log-Area.
           MOVE 0 TO RETURN-CODE
           PERFORM SetLogTimestamp
           MOVE L-Rlg-Program TO WS-Rlo-Program
           MOVE L-Rlg-Parm    TO WS-Rlo-Parm
           EVALUATE TRUE
             WHEN L-Run-Start
               MOVE WS-Log-Timestamp-Out TO L-Rlg-Start
               MOVE 'START'  TO WS-Rlo-Event
               MOVE L-Rlg-Start TO WS-Rlo-Start
               MOVE SPACES   TO WS-Rlo-End
               MOVE 0        TO WS-Rlo-RC
               PERFORM VARYING RO-Idx FROM 1 BY 1 UNTIL RO-Idx > 4
                 MOVE SPACES TO WS-Rlo-Count-Name(RO-Idx)
                 MOVE 0      TO WS-Rlo-Count(RO-Idx)
               END-PERFORM
               PERFORM AppendRunLog
             WHEN L-Run-End
               MOVE 'END'    TO WS-Rlo-Event
               MOVE L-Rlg-Start TO WS-Rlo-Start
               MOVE WS-Log-Timestamp-Out TO WS-Rlo-End
               MOVE L-Rlg-RC TO WS-Rlo-RC
               PERFORM VARYING RO-Idx FROM 1 BY 1 UNTIL RO-Idx > 4
                 SET RL-Idx TO RO-Idx
                 MOVE L-Rlg-Count-Name(RL-Idx)
                   TO WS-Rlo-Count-Name(RO-Idx)
                 MOVE L-Rlg-Count(RL-Idx) TO WS-Rlo-Count(RO-Idx)
               END-PERFORM
               PERFORM AppendRunLog
             WHEN OTHER
               DISPLAY "AWLOGRUN: WARNING - function '" L-Rlg-Function
                       "' not S or E, nothing logged for "
                       L-Rlg-Program
               MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      ******************************************************************
       SetLogTimestamp SECTION.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-Log-Current-Date
           MOVE WS-Log-CD-Year   TO WS-Log-TS-Year
           MOVE WS-Log-CD-Month  TO WS-Log-TS-Month
           MOVE WS-Log-CD-Day    TO WS-Log-TS-Day
           MOVE WS-Log-CD-Hour   TO WS-Log-TS-Hour
           MOVE WS-Log-CD-Minute TO WS-Log-TS-Minute
           MOVE WS-Log-CD-Second TO WS-Log-TS-Second
           .

      ******************************************************************
       AppendRunLog SECTION.
      ******************************************************************
      *> Opened and closed per record, so a run that dies later still
      *> leaves its START behind.
           OPEN EXTEND AWRUNLOG-FILE
           IF NOT Run-Log-OK
             CLOSE AWRUNLOG-FILE
             OPEN OUTPUT AWRUNLOG-FILE
           END-IF
           IF Run-Log-OK
             MOVE WS-Run-Log-Record-Out TO AWRUNLOG-REC
             WRITE AWRUNLOG-REC
             IF NOT Run-Log-OK
               DISPLAY "AWLOGRUN: WARNING - run log record not "
                       "written for " WS-Rlo-Program ", file status "
                       WS-Run-Log-Status
               MOVE 4 TO RETURN-CODE
             END-IF
             CLOSE AWRUNLOG-FILE
           ELSE
             DISPLAY "AWLOGRUN: WARNING - AWRUNLOG could not be "
                     "opened for " WS-Rlo-Program ", file status "
                     WS-Run-Log-Status
             MOVE 4 TO RETURN-CODE
           END-IF
           .
