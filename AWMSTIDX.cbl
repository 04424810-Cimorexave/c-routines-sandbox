       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWMSTIDX.

      *> Loads and unloads the keyed master AWMASTKY - the indexed
      *> copy of AWMASTER, keyed on MST-KEY, that AWBITUPD updates in
      *> place in RANDOM mode. The sequential AWMASTER stays the
      *> interchange form every other reader uses, so the two move
      *> across with this step.
      *>
      *> pParm-Value selects the direction:
      *>   LOAD     - AWMASTER into a new AWMASTKY. The input may be
      *>              in any order; a duplicate key is rejected and
      *>              listed, since a keyed file can hold only one
      *>              record per key
      *>   UNLOAD   - AWMASTKY out to AWMASTER in ascending key
      *>              order, the order AWBITUPD's SEQUENTIAL mode
      *>              and AWBITRCN rely on
      *>
      *> RC 0 = copied, RC 4 = LOAD input was not in key order (loaded
      *> all the same), RC 8 = duplicate keys rejected, RC 12 = file
      *> error or unknown parm.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWMASTER-FILE ASSIGN TO "AWMASTER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Master-Status.

           SELECT AWMASTKY-FILE ASSIGN TO "AWMASTKY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKY-KEY
               FILE STATUS IS WS-Keyed-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AWMASTER-FILE.
       01  AWMASTER-REC.
           05 MST-KEY            PIC X(10).
           05 MST-DATA           PIC X(70).

       FD  AWMASTKY-FILE.
       01  AWMASTKY-REC.
           05 MKY-KEY            PIC X(10).
           05 MKY-DATA           PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-Master-Status       PIC X(02) VALUE '00'.
         88 Master-OK                 VALUE '00'.
         88 Master-EOF                VALUE '10'.
       01 WS-Keyed-Status        PIC X(02) VALUE '00'.
         88 Keyed-OK                  VALUE '00'.
         88 Keyed-EOF                 VALUE '10'.
         88 Keyed-Duplicate           VALUE '22'.

       01 WS-Direction           PIC X(06) VALUE SPACES.
         88 Load-Direction            VALUE 'LOAD'.
         88 Unload-Direction          VALUE 'UNLOAD'.

       01 WS-Prev-Key            PIC X(10) VALUE LOW-VALUES.
       01 WS-Read-Count          PIC 9(07) COMP VALUE 0.
       01 WS-Written-Count       PIC 9(07) COMP VALUE 0.
       01 WS-Duplicate-Count     PIC 9(07) COMP VALUE 0.
       01 WS-Out-Of-Seq-Count    PIC 9(07) COMP VALUE 0.

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWMSTIDX'.
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
        05 pParm-Value  PIC X(100).

       PROCEDURE DIVISION USING pParm.
           MOVE 0 TO RETURN-CODE
           DISPLAY "=================================================="
           DISPLAY "AWMSTIDX: Keyed master load/unload"
           DISPLAY "=================================================="
           PERFORM StartRunLog
           MOVE pParm-Value(1:6) TO WS-Direction
           EVALUATE TRUE
             WHEN Load-Direction
               PERFORM LoadKeyedMaster
             WHEN Unload-Direction
               PERFORM UnloadKeyedMaster
             WHEN OTHER
               DISPLAY "AWMSTIDX: Parm '" pParm-Value(1:6)
                       "' not LOAD or UNLOAD."
               MOVE 12 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE < 12
             PERFORM DisplayTotals
           END-IF
           PERFORM EndRunLog
           DISPLAY "AWMSTIDX: RC " RETURN-CODE
           GOBACK.

      ******************************************************************
       LoadKeyedMaster SECTION.
      ******************************************************************
      *> Written by key, so input order does not matter to the load;
      *> it is still counted, because a master out of order will
      *> stop AWBITUPD's SEQUENTIAL mode until it is unloaded again.
           OPEN INPUT AWMASTER-FILE
           IF NOT Master-OK
             DISPLAY "AWMSTIDX: AWMASTER could not be opened, "
                     "file status " WS-Master-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             OPEN OUTPUT AWMASTKY-FILE
             IF NOT Keyed-OK
               DISPLAY "AWMSTIDX: AWMASTKY could not be opened, "
                       "file status " WS-Keyed-Status
               MOVE 12 TO RETURN-CODE
               CLOSE AWMASTER-FILE
             ELSE
               PERFORM UNTIL Master-EOF
                 READ AWMASTER-FILE
                   AT END
                     MOVE '10' TO WS-Master-Status
                   NOT AT END
                     PERFORM LoadOneRecord
                 END-READ
               END-PERFORM
               CLOSE AWMASTER-FILE
               CLOSE AWMASTKY-FILE
             END-IF
           END-IF
           .

      ******************************************************************
       LoadOneRecord SECTION.
      ******************************************************************
           ADD 1 TO WS-Read-Count
           IF MST-KEY < WS-Prev-Key
             ADD 1 TO WS-Out-Of-Seq-Count
           END-IF
           MOVE MST-KEY TO WS-Prev-Key
           MOVE AWMASTER-REC TO AWMASTKY-REC
           WRITE AWMASTKY-REC
             INVALID KEY
               CONTINUE
           END-WRITE
           EVALUATE TRUE
             WHEN Keyed-OK
               ADD 1 TO WS-Written-Count
             WHEN Keyed-Duplicate
               ADD 1 TO WS-Duplicate-Count
               DISPLAY "AWMSTIDX: Duplicate key '" MST-KEY
                       "' at record " WS-Read-Count " rejected."
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               DISPLAY "AWMSTIDX: AWMASTKY write failed, file status "
                       WS-Keyed-Status
               MOVE 12 TO RETURN-CODE
               MOVE '10' TO WS-Master-Status
           END-EVALUATE
           .

      ******************************************************************
       UnloadKeyedMaster SECTION.
      ******************************************************************
           OPEN INPUT AWMASTKY-FILE
           IF NOT Keyed-OK
             DISPLAY "AWMSTIDX: AWMASTKY could not be opened, "
                     "file status " WS-Keyed-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             OPEN OUTPUT AWMASTER-FILE
             IF NOT Master-OK
               DISPLAY "AWMSTIDX: AWMASTER could not be opened, "
                       "file status " WS-Master-Status
               MOVE 12 TO RETURN-CODE
               CLOSE AWMASTKY-FILE
             ELSE
               PERFORM UNTIL Keyed-EOF
                 READ AWMASTKY-FILE NEXT RECORD
                   AT END
                     MOVE '10' TO WS-Keyed-Status
                   NOT AT END
                     PERFORM UnloadOneRecord
                 END-READ
               END-PERFORM
               CLOSE AWMASTKY-FILE
               CLOSE AWMASTER-FILE
             END-IF
           END-IF
           .

      ******************************************************************
       UnloadOneRecord SECTION.
      ******************************************************************
           ADD 1 TO WS-Read-Count
           MOVE AWMASTKY-REC TO AWMASTER-REC
           WRITE AWMASTER-REC
           IF Master-OK
             ADD 1 TO WS-Written-Count
           ELSE
             DISPLAY "AWMSTIDX: AWMASTER write failed, file status "
                     WS-Master-Status
             MOVE 12 TO RETURN-CODE
             MOVE '10' TO WS-Keyed-Status
           END-IF
           .

      ******************************************************************
       DisplayTotals SECTION.
      ******************************************************************
           DISPLAY "=================================================="
           DISPLAY "AWMSTIDX: " WS-Direction " - " WS-Read-Count
                   " record(s) read, " WS-Written-Count " written"
           IF Load-Direction
             DISPLAY "AWMSTIDX: " WS-Duplicate-Count " duplicate "
                     "key(s) rejected, " WS-Out-Of-Seq-Count
                     " record(s) out of key order"
             IF WS-Out-Of-Seq-Count > 0 AND RETURN-CODE < 4
               DISPLAY "AWMSTIDX: AWMASTER is not in key order - "
                       "UNLOAD before the next SEQUENTIAL update."
               MOVE 4 TO RETURN-CODE
             END-IF
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
           MOVE 'READ'     TO WS-Rlg-Count-Name(1)
           MOVE WS-Read-Count TO WS-Rlg-Count(1)
           MOVE 'WRITTEN'  TO WS-Rlg-Count-Name(2)
           MOVE WS-Written-Count TO WS-Rlg-Count(2)
           MOVE 'DUPLICAT' TO WS-Rlg-Count-Name(3)
           MOVE WS-Duplicate-Count TO WS-Rlg-Count(3)
           MOVE SPACES     TO WS-Rlg-Count-Name(4)
           MOVE 0 TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
