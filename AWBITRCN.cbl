      *> journalled field - is flagged and the step returns nonzero
      *> so the swap job is held.
      *>
      *> Both files are read in ascending key order, the order the
      *> run's journal entries are sorted into, so the proof holds
      *> for a run of any size. After a RANDOM-mode AWBITUPD run,
      *> point AWMASTER at the AWMASTBI before-image file: AWMASTNW
      *> then holds the after images of the same records, and the
      *> same proof covers the in-place update.
      *>
      *> pParm-Value selects the journal run, as AWBITBKO does:
      *>   (spaces)              - the latest run in AWBITJRN
      *>   timestamp prefix      - e.g. '2026-09-01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.

      *> The selected run's journal footprints, sorted into key order.
           SELECT AWBITSRT-FILE ASSIGN TO "AWBITSRT".

       DATA DIVISION.
       FILE SECTION.
       FD  AWMASTER-FILE.
           05 JRN-Before         PIC X(32).
           05 FILLER             PIC X(01).
           05 JRN-After          PIC X(32).
           05 FILLER             PIC X(01).
           05 JRN-Requester      PIC X(08).
           05 FILLER             PIC X(01).
           05 JRN-Approver       PIC X(08).

       SD  AWBITSRT-FILE.
       01  AWBITSRT-REC.
           05 SRT-Key            PIC X(10).
           05 SRT-Offset         PIC 9(03).
           05 SRT-Len            PIC 9(02).

       WORKING-STORAGE SECTION.
       01 WS-Master-Status       PIC X(02) VALUE '00'.
         88 Journal-EOF               VALUE '10'.

      *> The selected run's journal entries - the only byte ranges
      *> allowed to differ between the two files. They come back
      *> from the sort a key at a time and are marked into a byte
      *> map of the current key's record.
       01 WS-Entry-Count         PIC 9(07) COMP VALUE 0.
       01 WS-Sort-EOF-Sw         PIC X(01) VALUE 'N'.
         88 Sort-EOF                  VALUE 'Y'.
       01 WS-Footprint-Key       PIC X(10) VALUE LOW-VALUES.
       01 WS-Footprint-Map       PIC X(80) VALUE SPACES.

       01 WS-Run-Selector        PIC X(26) VALUE SPACES.
       01 WS-Selector-Len        PIC 9(02) COMP VALUE 0.
       01 WS-Record-Flagged      PIC X(01).
         88 Record-Flagged            VALUE 'Y'.

       01 WS-Old-Count           PIC 9(07) COMP VALUE 0.
       01 WS-New-Count           PIC 9(07) COMP VALUE 0.
       01 WS-Pair-Count          PIC 9(07) COMP VALUE 0.
       01 WS-Differing-Count     PIC 9(07) COMP VALUE 0.
       01 WS-Flagged-Count       PIC 9(07) COMP VALUE 0.

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWBITRCN'.
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
           DISPLAY "AWBITRCN: Master-file reconciliation"
           DISPLAY "=================================================="
           PERFORM StartRunLog
           PERFORM SelectRunTimestamp
           IF RETURN-CODE < 12
             SORT AWBITSRT-FILE
                 ON ASCENDING KEY SRT-Key
                 INPUT PROCEDURE IS LoadJournalEntries
                 OUTPUT PROCEDURE IS CompareMasterFiles
           END-IF
           IF RETURN-CODE < 12
             PERFORM DisplayTotals
           END-IF
           PERFORM EndRunLog
           DISPLAY "AWBITRCN: RC " RETURN-CODE
           GOBACK.

               DISPLAY "AWBITRCN: WARNING - malformed journal record "
                       "skipped: " AWBITJRN-REC
             ELSE
               MOVE JRN-Key TO SRT-Key
               MOVE FUNCTION NUMVAL(JRN-Offset) TO SRT-Offset
               MOVE FUNCTION NUMVAL(JRN-Len)    TO SRT-Len
               IF SRT-Offset < 1 OR SRT-Len < 1
                 OR SRT-Offset + SRT-Len - 1 > 80
                 DISPLAY "AWBITRCN: WARNING - journal record outside "
                         "the 80-byte record skipped: " AWBITJRN-REC
               ELSE
                 ADD 1 TO WS-Entry-Count
                 RELEASE AWBITSRT-REC
               END-IF
             END-IF
           END-IF
      ******************************************************************
       CompareMasterFiles SECTION.
      ******************************************************************
      *> Sort output side - a journal that could not be read has
      *> already held the step.
           IF RETURN-CODE < 12
             PERFORM ReturnNextEntry
             OPEN INPUT AWMASTER-FILE
             IF NOT Master-OK
               DISPLAY "AWBITRCN: AWMASTER could not be opened, "
                       "file status " WS-Master-Status
               MOVE 12 TO RETURN-CODE
             ELSE
               OPEN INPUT AWMASTNW-FILE
               IF NOT NewMast-OK
                 DISPLAY "AWBITRCN: AWMASTNW could not be opened, "
                         "file status " WS-NewMast-Status
                 MOVE 12 TO RETURN-CODE
                 CLOSE AWMASTER-FILE
               ELSE
                 MOVE 'N' TO WS-Compare-Done
                 PERFORM ComparePair UNTIL Compare-Done
                 CLOSE AWMASTER-FILE
                 CLOSE AWMASTNW-FILE
               END-IF
             END-IF
           END-IF
           .

      ******************************************************************
       ReturnNextEntry SECTION.
      ******************************************************************
           RETURN AWBITSRT-FILE
             AT END
               MOVE 'Y' TO WS-Sort-EOF-Sw
           END-RETURN
           .

      ******************************************************************
       LoadKeyFootprint SECTION.
      ******************************************************************
      *> Marks every byte the run journalled for this key. Entries
      *> for keys below it belong to records neither file carries
      *> and are passed over. A key lower than the last one means
      *> the masters are out of order and the merge cannot prove
      *> anything from here on.
           IF MST-KEY < WS-Footprint-Key
             DISPLAY "AWBITRCN: FLAGGED - key " MST-KEY " out of "
                     "key sequence after " WS-Footprint-Key
             MOVE 'Y' TO WS-Record-Flagged
           END-IF
           MOVE MST-KEY TO WS-Footprint-Key
           MOVE SPACES TO WS-Footprint-Map
           PERFORM UNTIL Sort-EOF OR SRT-Key NOT < MST-KEY
             PERFORM ReturnNextEntry
           END-PERFORM
           PERFORM UNTIL Sort-EOF OR SRT-Key NOT = MST-KEY
             MOVE ALL 'Y' TO WS-Footprint-Map(SRT-Offset:SRT-Len)
             PERFORM ReturnNextEntry
           END-PERFORM
           .

      ******************************************************************
       ComparePair SECTION.
      ******************************************************************
                     "' vs AWMASTNW '" NEW-KEY "'"
             MOVE 'Y' TO WS-Record-Flagged
           ELSE
             IF MST-KEY NOT = WS-Footprint-Key
               PERFORM LoadKeyFootprint
             END-IF
             IF AWMASTER-REC NOT = AWMASTNW-REC
               ADD 1 TO WS-Differing-Count
               PERFORM VARYING WS-Byte-Idx FROM 1 BY 1
      ******************************************************************
      *> A differing byte is acceptable only inside the footprint of
      *> a journalled transaction for this key.
           MOVE WS-Footprint-Map(WS-Byte-Idx:1) TO WS-Byte-Covered
           IF NOT Byte-Covered
             DISPLAY "AWBITRCN: FLAGGED - key " MST-KEY " byte "
                     WS-Byte-Idx " differs outside any journalled "
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
           MOVE 'PAIRS'    TO WS-Rlg-Count-Name(1)
           MOVE WS-Pair-Count TO WS-Rlg-Count(1)
           MOVE 'DIFFER'   TO WS-Rlg-Count-Name(2)
           MOVE WS-Differing-Count TO WS-Rlg-Count(2)
           MOVE 'FLAGGED'  TO WS-Rlg-Count-Name(3)
           MOVE WS-Flagged-Count TO WS-Rlg-Count(3)
           MOVE 'JOURNAL'  TO WS-Rlg-Count-Name(4)
           MOVE WS-Entry-Count TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
