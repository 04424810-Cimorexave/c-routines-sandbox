      *> run's entries, and writes to AWBITBKT the AWBITTRN
      *> transactions that restore every journalled field to its
      *> before image - an ANDMSK of zeros to clear the field
      *> followed by an ORMSK of the before image, emitted in key
      *> order and, within a key, in reverse journal order so
      *> stacked changes to the same field unwind to the state
      *> before the run. The entries are sorted, not tabled, so a
      *> run of any size backs out in one step. Feed AWBITBKT to
      *> AWBITUPD against the current AWMASTER to complete the
      *> recovery. Backouts carry 'AWBITBKO' as their requester, so
      *> they pass through AWBITAPV for a second person's approval
      *> like any other flag change. The file is written as one
      *> AWBITUPD batch - header, transactions, balancing trailer -
      *> with batch ID BKO plus the generation time YYYYMMDDHHMMSS
      *> and department AWBITBKO, so each backout can be applied
      *> once and only once.
      *>
      *> pParm-Value selects the run:
      *>   (spaces)              - the latest run in the journal
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Backout-Status.

      *> The selected run's entries, sorted for the backout.
           SELECT AWBITSRT-FILE ASSIGN TO "AWBITSRT".

       DATA DIVISION.
       FILE SECTION.
       FD  AWBITJRN-FILE.
           05 JRN-Before         PIC X(32).
           05 FILLER             PIC X(01).
           05 JRN-After          PIC X(32).
           05 FILLER             PIC X(01).
           05 JRN-Requester      PIC X(08).
           05 FILLER             PIC X(01).
           05 JRN-Approver       PIC X(08).

       FD  AWBITBKT-FILE.
       01  AWBITBKT-REC          PIC X(77).

       SD  AWBITSRT-FILE.
       01  AWBITSRT-REC.
           05 SRT-Key            PIC X(10).
           05 SRT-Seq            PIC 9(07).
           05 SRT-Offset         PIC 9(03).
           05 SRT-Len            PIC 9(02).
           05 SRT-Before         PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-Journal-Status      PIC X(02) VALUE '00'.
       01 WS-Backout-Status      PIC X(02) VALUE '00'.
         88 Backout-OK                VALUE '00'.

      *> Selected entries released to the sort, numbered in journal
      *> order so the sort can hand them back last-first per key.
       01 WS-Entry-Count         PIC 9(07) COMP VALUE 0.
       01 WS-Sort-EOF-Sw         PIC X(01) VALUE 'N'.
         88 Sort-EOF                  VALUE 'Y'.

       01 WS-Run-Selector        PIC X(26) VALUE SPACES.
       01 WS-Selector-Len        PIC 9(02) COMP VALUE 0.
       01 WS-Rec-Malformed       PIC X(01).
         88 Rec-Malformed             VALUE 'Y'.
       01 WS-Hex-Digits          PIC 9(04) COMP.
       01 WS-Read-Count          PIC 9(07) COMP VALUE 0.
       01 WS-Skipped-Count       PIC 9(07) COMP VALUE 0.
       01 WS-Txn-Out-Count       PIC 9(07) COMP VALUE 0.

      *> Batch envelope for AWBITBKT - see AWBITUPD for the layout
      *> and the key hash total.
       01 WS-Current-Date        PIC X(21).
       01 WS-Batch-Record-Out.
         05 WS-Bat-Rec-Type     PIC X(10).
         05 WS-Bat-Batch-Id     PIC X(20).
         05 WS-Bat-Area         PIC X(47).
         05 WS-Bat-Hdr-Area REDEFINES WS-Bat-Area.
           10 WS-Bat-Dept       PIC X(08).
           10 WS-Bat-Created    PIC X(10).
           10 FILLER            PIC X(29).
         05 WS-Bat-Trl-Area REDEFINES WS-Bat-Area.
           10 WS-Bat-Count      PIC 9(07).
           10 WS-Bat-Hash       PIC 9(18).
           10 FILLER            PIC X(22).
       01 WS-Batch-Id            PIC X(20) VALUE SPACES.
       01 WS-Hash-Total          PIC 9(18) COMP VALUE 0.
       01 WS-Key-Value           PIC 9(18) COMP.
       01 WS-Key-Idx             PIC 9(02) COMP.
       01 WS-Key-Digit           PIC 9(01).

      *> Backout transaction, built in AWBITTRN layout using the raw
      *> offset/length form of the field-address area - backouts
         05 WS-Txn-Mask          PIC X(32).
      *> Blank effective date - a backout applies the night it runs.
         05 WS-Txn-Effdate       PIC X(10) VALUE SPACES.
         05 WS-Txn-Requester     PIC X(08) VALUE 'AWBITBKO'.

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWBITBKO'.
         05 WS-Rlg-Start         PIC X(19).
         05 WS-Rlg-Parm          PIC X(40).
         05 WS-Rlg-RC            PIC 9(04).
         05 WS-Rlg-Count-Entry OCCURS 4 TIMES.
           10 WS-Rlg-Count-Name  PIC X(08).
           10 WS-Rlg-Count       PIC 9(09).
       01 WS-Run-Log-RC          PIC S9(04) COMP VALUE 0.

       LINKAGE SECTION.
       01 pParm.
           DISPLAY "=================================================="
           DISPLAY "AWBITBKO: Backout generation from change journal"
           DISPLAY "=================================================="
           PERFORM StartRunLog
           PERFORM SelectRunTimestamp
           IF RETURN-CODE < 12
             SORT AWBITSRT-FILE
                 ON ASCENDING KEY SRT-Key
                 ON DESCENDING KEY SRT-Seq
                 INPUT PROCEDURE IS LoadJournalEntries
                 OUTPUT PROCEDURE IS WriteBackoutFile
           END-IF
           IF RETURN-CODE < 12 AND WS-Entry-Count = 0
             DISPLAY "AWBITBKO: No journal entries match run '"
                     WS-Run-Selector "' - nothing to back out."
             MOVE 4 TO RETURN-CODE
           END-IF
           IF RETURN-CODE < 12
             PERFORM DisplayTotals
           END-IF
           PERFORM EndRunLog
           DISPLAY "AWBITBKO: RC " RETURN-CODE
           GOBACK.

                       "skipped: " AWBITJRN-REC
               ADD 1 TO WS-Skipped-Count
             ELSE
               ADD 1 TO WS-Entry-Count
               MOVE JRN-Key TO SRT-Key
               MOVE WS-Entry-Count TO SRT-Seq
               MOVE FUNCTION NUMVAL(JRN-Offset) TO SRT-Offset
               MOVE FUNCTION NUMVAL(JRN-Len)    TO SRT-Len
               MOVE JRN-Before TO SRT-Before
               RELEASE AWBITSRT-REC
             END-IF
           END-IF
           .
      *> Two transactions per journal entry: ANDMSK zeros to clear
      *> every bit of the field, then ORMSK of the before image -
      *> together they restore the field no matter what it holds
      *> now. Each key's entries come back last-first so repeated
      *> changes to one field end at the image before the run's
      *> first change.
           IF RETURN-CODE < 12 AND WS-Entry-Count > 0
             OPEN OUTPUT AWBITBKT-FILE
             IF NOT Backout-OK
               DISPLAY "AWBITBKO: AWBITBKT could not be opened, "
                       "file status " WS-Backout-Status
               MOVE 12 TO RETURN-CODE
             ELSE
               PERFORM WriteBatchHeader
               PERFORM UNTIL Sort-EOF OR RETURN-CODE = 12
                 RETURN AWBITSRT-FILE
                   AT END
                     MOVE 'Y' TO WS-Sort-EOF-Sw
                   NOT AT END
                     PERFORM WriteOneBackoutPair
                 END-RETURN
               END-PERFORM
               IF RETURN-CODE < 12
                 PERFORM WriteBatchTrailer
               END-IF
               CLOSE AWBITBKT-FILE
             END-IF
           END-IF
           .

      ******************************************************************
       WriteBatchHeader SECTION.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
           STRING 'BKO' WS-Current-Date(1:14)
                  DELIMITED BY SIZE INTO WS-Batch-Id
           END-STRING
           MOVE '*BATCHHDR*'  TO WS-Bat-Rec-Type
           MOVE WS-Batch-Id   TO WS-Bat-Batch-Id
           MOVE SPACES        TO WS-Bat-Area
           MOVE 'AWBITBKO'    TO WS-Bat-Dept
           STRING WS-Current-Date(1:4) '-' WS-Current-Date(5:2) '-'
                  WS-Current-Date(7:2)
                  DELIMITED BY SIZE INTO WS-Bat-Created
           END-STRING
           MOVE WS-Batch-Record-Out TO AWBITBKT-REC
           PERFORM WriteBatchRecord
           DISPLAY "AWBITBKO: Backout batch '" WS-Batch-Id "'"
           .

      ******************************************************************
       WriteBatchTrailer SECTION.
      ******************************************************************
           MOVE '*BATCHTRL*'     TO WS-Bat-Rec-Type
           MOVE WS-Batch-Id      TO WS-Bat-Batch-Id
           MOVE SPACES           TO WS-Bat-Area
           MOVE WS-Txn-Out-Count TO WS-Bat-Count
           MOVE WS-Hash-Total    TO WS-Bat-Hash
           MOVE WS-Batch-Record-Out TO AWBITBKT-REC
           PERFORM WriteBatchRecord
           .

      ******************************************************************
       WriteBatchRecord SECTION.
      ******************************************************************
           WRITE AWBITBKT-REC
           IF NOT Backout-OK
             DISPLAY "AWBITBKO: AWBITBKT write failed, file status "
                     WS-Backout-Status
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       WriteOneBackoutPair SECTION.
      ******************************************************************
           COMPUTE WS-Hex-Digits = SRT-Len * 2
           MOVE SRT-Key            TO WS-Txn-Key
           MOVE SRT-Offset         TO WS-Txn-Offset
           MOVE SRT-Len            TO WS-Txn-Len
           MOVE SPACES             TO WS-Txn-Position

           MOVE 'ANDMSK'           TO WS-Txn-Op
           IF RETURN-CODE < 12
             MOVE 'ORMSK'          TO WS-Txn-Op
             MOVE SPACES           TO WS-Txn-Mask
             MOVE SRT-Before(1:WS-Hex-Digits)
               TO WS-Txn-Mask(1:WS-Hex-Digits)
             PERFORM WriteOneTxn
           END-IF
           WRITE AWBITBKT-REC
           IF Backout-OK
             ADD 1 TO WS-Txn-Out-Count
             PERFORM AddKeyHash
           ELSE
             DISPLAY "AWBITBKO: AWBITBKT write failed, file status "
                     WS-Backout-Status
           END-IF
           .

      ******************************************************************
       AddKeyHash SECTION.
      ******************************************************************
           MOVE 0 TO WS-Key-Value
           PERFORM VARYING WS-Key-Idx FROM 1 BY 1 UNTIL WS-Key-Idx > 10
             IF WS-Txn-Key(WS-Key-Idx:1) >= '0'
               AND WS-Txn-Key(WS-Key-Idx:1) <= '9'
               MOVE WS-Txn-Key(WS-Key-Idx:1) TO WS-Key-Digit
               COMPUTE WS-Key-Value = WS-Key-Value * 10 + WS-Key-Digit
             END-IF
           END-PERFORM
           ADD WS-Key-Value TO WS-Hash-Total
           .

      ******************************************************************
       DisplayTotals SECTION.
      ******************************************************************
                   "out, " WS-Txn-Out-Count " transaction(s) written"
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
           MOVE 'ENTRIES'  TO WS-Rlg-Count-Name(1)
           MOVE WS-Entry-Count TO WS-Rlg-Count(1)
           MOVE 'BACKOUT'  TO WS-Rlg-Count-Name(2)
           MOVE WS-Txn-Out-Count TO WS-Rlg-Count(2)
           MOVE SPACES     TO WS-Rlg-Count-Name(3)
           MOVE 0 TO WS-Rlg-Count(3)
           MOVE SPACES     TO WS-Rlg-Count-Name(4)
           MOVE 0 TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
