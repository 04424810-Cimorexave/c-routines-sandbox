       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWRULSWP.

      *> Cross-field rule sweep over the whole of AWMASTER. AWBITUPD
      *> stops a transaction set from leaving a record in a state
      *> the AWBITRUL rules forbid, but records that were already in
      *> such a state - before the rules existed, or patched by hand
      *> - are only found by looking. This step checks every master
      *> record against the same rules, through the same AWRULCHK
      *> routine, and lists every record in violation with each rule
      *> it breaks: the cleanup list for bad data that predates the
      *> rules.
      *>
      *> Each violation is reported on sysout and written to AWRULVIO
      *> (key X(10), sp, rule ID X(08), sp, rule description X(30)),
      *> one line per rule broken, for whoever works the list.
      *>
      *> RC 0 = no violations, RC 4 = violations listed, RC 12 = file
      *> error, or no usable rules (AWBITRUL missing, empty or not
      *> editing clean).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Same fixed 80-byte sequential as AWBITUPD reads.
           SELECT AWMASTER-FILE ASSIGN TO "AWMASTER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Master-Status.

           SELECT AWRULVIO-FILE ASSIGN TO "AWRULVIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Violation-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AWMASTER-FILE.
       01  AWMASTER-REC.
           05 MST-KEY            PIC X(10).
           05 MST-DATA           PIC X(70).

       FD  AWRULVIO-FILE.
       01  AWRULVIO-REC          PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-Master-Status       PIC X(02) VALUE '00'.
         88 Master-OK                 VALUE '00'.
         88 Master-EOF                VALUE '10'.
       01 WS-Violation-Status    PIC X(02) VALUE '00'.
         88 Violation-OK              VALUE '00'.

       01 Ws-Return-Code         PIC S9(04) COMP VALUE 0.

      *> AWRULCHK interface.
       01 WS-Rule-Function       PIC X(01).
       01 WS-Rule-No             PIC 9(03).
       01 WS-Rule-Id             PIC X(08).
       01 WS-Rule-Desc           PIC X(30).
       01 WS-Rules-Loaded-Count  PIC 9(03) VALUE 0.

      *> Violations per rule, by the rule number AWRULCHK returns.
       01 WS-Rule-Tally-Tab.
         03 WS-Rule-Tally OCCURS 100 TIMES INDEXED BY RT-Idx.
           05 RTT-Id             PIC X(08).
           05 RTT-Desc           PIC X(30).
           05 RTT-Count          PIC 9(07) COMP.

      *> Built here and MOVEd whole into AWRULVIO-REC, so the
      *> separators keep their VALUE.
       01 WS-Violation-Out.
         05 WS-Vio-Key           PIC X(10).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Vio-Rule-Id       PIC X(08).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Vio-Rule-Desc     PIC X(30).

       01 WS-Record-Bad          PIC X(01).
         88 Record-Bad                VALUE 'Y'.
       01 WS-Master-Count        PIC 9(07) COMP VALUE 0.
       01 WS-Bad-Record-Count    PIC 9(07) COMP VALUE 0.
       01 WS-Violation-Count     PIC 9(07) COMP VALUE 0.

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWRULSWP'.
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
           DISPLAY "AWRULSWP: Cross-field rule sweep of AWMASTER"
           DISPLAY "=================================================="
           PERFORM StartRunLog
           PERFORM LoadRules
           IF RETURN-CODE < 12
             PERFORM SweepMasterFile
           END-IF
           IF RETURN-CODE < 12
             PERFORM DisplayTotals
           END-IF
           PERFORM EndRunLog
           DISPLAY "AWRULSWP: RC " RETURN-CODE
           GOBACK.

      ******************************************************************
       LoadRules SECTION.
      ******************************************************************
      *> A sweep with no rules would report a clean master it never
      *> checked, so no usable rules is an error here, not a warning.
           MOVE 'L' TO WS-Rule-Function
           MOVE 0 TO WS-Rule-No
           MOVE 0 TO Ws-Return-Code
           CALL 'AWRULCHK' USING BY REFERENCE WS-Rule-Function
                                 BY REFERENCE AWMASTER-REC
                                 BY REFERENCE WS-Rule-No
                                 BY REFERENCE WS-Rule-Id
                                 BY REFERENCE WS-Rule-Desc
                           RETURNING Ws-Return-Code
           IF Ws-Return-Code NOT = 0
             DISPLAY "AWRULSWP: No usable AWBITRUL rules (AWRULCHK RC "
                     Ws-Return-Code ") - nothing swept."
             MOVE 12 TO RETURN-CODE
           ELSE
             MOVE WS-Rule-No TO WS-Rules-Loaded-Count
             PERFORM VARYING RT-Idx FROM 1 BY 1 UNTIL RT-Idx > 100
               MOVE SPACES TO RTT-Id(RT-Idx)
               MOVE SPACES TO RTT-Desc(RT-Idx)
               MOVE 0 TO RTT-Count(RT-Idx)
             END-PERFORM
           END-IF
           .

      ******************************************************************
       SweepMasterFile SECTION.
      ******************************************************************
           OPEN INPUT AWMASTER-FILE
           IF NOT Master-OK
             DISPLAY "AWRULSWP: AWMASTER could not be opened, "
                     "file status " WS-Master-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             OPEN OUTPUT AWRULVIO-FILE
             IF NOT Violation-OK
               DISPLAY "AWRULSWP: AWRULVIO could not be opened, "
                       "file status " WS-Violation-Status
               MOVE 12 TO RETURN-CODE
               CLOSE AWMASTER-FILE
             ELSE
               PERFORM UNTIL Master-EOF
                 READ AWMASTER-FILE
                   AT END
                     MOVE '10' TO WS-Master-Status
                   NOT AT END
                     PERFORM CheckOneRecord
                 END-READ
               END-PERFORM
               CLOSE AWMASTER-FILE
               CLOSE AWRULVIO-FILE
             END-IF
           END-IF
           .

      ******************************************************************
       CheckOneRecord SECTION.
      ******************************************************************
      *> AWRULCHK hands back one broken rule per call, carrying on
      *> from the last, until it returns rule 0.
           ADD 1 TO WS-Master-Count
           MOVE 'N' TO WS-Record-Bad
           MOVE 'C' TO WS-Rule-Function
           MOVE 0 TO WS-Rule-No
           PERFORM CheckNextRule
           PERFORM UNTIL WS-Rule-No = 0 OR Master-EOF
             PERFORM ReportViolation
             PERFORM CheckNextRule
           END-PERFORM
           IF Record-Bad
             ADD 1 TO WS-Bad-Record-Count
           END-IF
           .

      ******************************************************************
       CheckNextRule SECTION.
      ******************************************************************
           MOVE 0 TO Ws-Return-Code
           CALL 'AWRULCHK' USING BY REFERENCE WS-Rule-Function
                                 BY REFERENCE AWMASTER-REC
                                 BY REFERENCE WS-Rule-No
                                 BY REFERENCE WS-Rule-Id
                                 BY REFERENCE WS-Rule-Desc
                           RETURNING Ws-Return-Code
           IF Ws-Return-Code NOT = 0
             DISPLAY "AWRULSWP: AWRULCHK RC " Ws-Return-Code
                     " checking key " MST-KEY " - sweep stopped."
             MOVE 0 TO WS-Rule-No
             MOVE 12 TO RETURN-CODE
             MOVE '10' TO WS-Master-Status
           END-IF
           .

      ******************************************************************
       ReportViolation SECTION.
      ******************************************************************
           IF NOT Record-Bad
             PERFORM ReportBadKey
           END-IF
           DISPLAY "  breaks rule " WS-Rule-Id " - " WS-Rule-Desc
           ADD 1 TO WS-Violation-Count
           SET RT-Idx TO WS-Rule-No
           MOVE WS-Rule-Id   TO RTT-Id(RT-Idx)
           MOVE WS-Rule-Desc TO RTT-Desc(RT-Idx)
           ADD 1 TO RTT-Count(RT-Idx)
           MOVE MST-KEY      TO WS-Vio-Key
           MOVE WS-Rule-Id   TO WS-Vio-Rule-Id
           MOVE WS-Rule-Desc TO WS-Vio-Rule-Desc
           MOVE WS-Violation-Out TO AWRULVIO-REC
           WRITE AWRULVIO-REC
           IF NOT Violation-OK
             DISPLAY "AWRULSWP: AWRULVIO write failed, file status "
                     WS-Violation-Status
             MOVE 12 TO RETURN-CODE
             MOVE '10' TO WS-Master-Status
           END-IF
           .

      ******************************************************************
       ReportBadKey SECTION.
      ******************************************************************
           DISPLAY "--------------------------------------------------"
           DISPLAY "AWRULSWP: Key " MST-KEY
           MOVE 'Y' TO WS-Record-Bad
           .

      ******************************************************************
       DisplayTotals SECTION.
      ******************************************************************
           DISPLAY "=================================================="
           DISPLAY "AWRULSWP: " WS-Master-Count " record(s) checked "
                   "against " WS-Rules-Loaded-Count " rule(s)"
           DISPLAY "AWRULSWP: " WS-Bad-Record-Count " record(s) in "
                   "violation, " WS-Violation-Count " violation(s)"
           PERFORM VARYING RT-Idx FROM 1 BY 1
                   UNTIL RT-Idx > WS-Rules-Loaded-Count
             IF RTT-Count(RT-Idx) > 0
               DISPLAY "  " RTT-Id(RT-Idx) " " RTT-Count(RT-Idx)
                       " - " RTT-Desc(RT-Idx)
             END-IF
           END-PERFORM
           DISPLAY "=================================================="
           IF WS-Violation-Count > 0
             MOVE 4 TO RETURN-CODE
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
           MOVE 'CHECKED'  TO WS-Rlg-Count-Name(1)
           MOVE WS-Master-Count TO WS-Rlg-Count(1)
           MOVE 'BADRECS'  TO WS-Rlg-Count-Name(2)
           MOVE WS-Bad-Record-Count TO WS-Rlg-Count(2)
           MOVE 'VIOLATNS' TO WS-Rlg-Count-Name(3)
           MOVE WS-Violation-Count TO WS-Rlg-Count(3)
           MOVE SPACES     TO WS-Rlg-Count-Name(4)
           MOVE 0 TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
