       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWBITEXP.

      *> Decoded flag export for the data warehouse. The raw 80-byte
      *> AWMASTER and the AWBITQRY extract carry the flag areas as
      *> binary that only AWFLDDIC offsets make sense of, so every
      *> receiving team wrote its own decoder. This step publishes
      *> one delimited text interface instead: one row per master
      *> key, every dictionary field by name as a bit string and as
      *> hex, a header row of the field names and a trailer row with
      *> the row count and a hash total so the receiving side can
      *> prove it loaded the whole file.
      *>
      *> pParm-Value selects the run:
      *>   FULL or (spaces) - every AWMASTER key
      *>   DELTA            - only keys AWBITJRN shows changed since
      *>                      the last export's cutoff (AWEXPCTL);
      *>                      schedule it after the night's AWBITUPD
      *>                      and, when that ran RANDOM, after the
      *>                      AWMSTIDX UNLOAD that brings AWMASTER
      *>                      level with AWMASTKY
      *> The cutoff is the run's start time; journal entries stamped
      *> after it fall into the next delta. AWEXPCTL is rewritten
      *> only when the export completes, so a failed run is simply
      *> covered again by the next one. A DELTA needs AWMASTER in
      *> ascending key order, as AWBITUPD's SEQUENTIAL mode does.
      *> Before a changed key is exported its bytes are proved
      *> against the journal, as AWBITHST does: every range the
      *> window journalled for the key must hold the latest after
      *> image. A master that disagrees has not caught up with the
      *> updates (typically the UNLOAD was missed) and the run stops
      *> rather than publish stale values as changed ones.
      *>
      *> AWBITWHS rows, fields separated by '|':
      *>   H|KEY|<field>_BITS|<field>_HEX|...   in dictionary order
      *>   D|<key>|<bits>|<hex>|...             one per key
      *>   T|<rows 9(09)>|<hash 9(18)>|<FULL/DELTA>|<cutoff>|<since>
      *> Bits run from BITGET position 1 (leftmost) to len*8. The hash
      *> total is the sum over the D rows of each key's digits read
      *> as one number, non-digits ignored (K000000123 counts 123).
      *>
      *> AWEXPCTL record (61 bytes):
      *>   EXC-CUTOFF X(19) YYYY-MM-DD HH:MM:SS, sp, EXC-MODE X(05),
      *>   sp, EXC-ROWS 9(09), sp, EXC-HASH 9(18), sp, EXC-RC 9(04)
      *>
      *> RC 0 = export written, RC 12 = bad parm, no usable dictionary,
      *> DELTA with no earlier export, master out of key order in a
      *> DELTA, master behind the journal in a DELTA, or file error
      *> (AWEXPCTL left as it was).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Same fixed 80-byte sequential as AWBITUPD reads.
           SELECT AWMASTER-FILE ASSIGN TO "AWMASTER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Master-Status.

           SELECT AWFLDDIC-FILE ASSIGN TO "AWFLDDIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Fld-Dic-Status.

           SELECT AWBITJRN-FILE ASSIGN TO "AWBITJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.

           SELECT AWEXPCTL-FILE ASSIGN TO "AWEXPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Status.

           SELECT AWBITWHS-FILE ASSIGN TO "AWBITWHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Export-Status.

      *> Journal entries since the last export, sorted into key order
      *> and within a key by range, oldest entry first.
           SELECT AWBITSRT-FILE ASSIGN TO "AWBITSRT".

       DATA DIVISION.
       FILE SECTION.
       FD  AWMASTER-FILE.
       01  AWMASTER-REC.
           05 MST-KEY            PIC X(10).
           05 MST-DATA           PIC X(70).

       FD  AWFLDDIC-FILE.
       01  AWFLDDIC-REC.
           05 FLD-NAME           PIC X(08).
           05 FILLER             PIC X(01).
           05 FLD-OFFSET         PIC X(03).
           05 FILLER             PIC X(01).
           05 FLD-LEN            PIC X(02).
           05 FILLER             PIC X(01).
           05 FLD-OPS            PIC X(05).
           05 FILLER             PIC X(01).
           05 FLD-DESC           PIC X(30).

       FD  AWBITJRN-FILE.
       01  AWBITJRN-REC.
           05 JRN-Timestamp      PIC X(26).
           05 FILLER             PIC X(01).
           05 JRN-Key            PIC X(10).
           05 FILLER             PIC X(01).
           05 JRN-Offset         PIC X(03).
           05 FILLER             PIC X(01).
           05 JRN-Len            PIC X(02).
           05 FILLER             PIC X(01).
           05 JRN-Op             PIC X(06).
           05 FILLER             PIC X(01).
           05 JRN-Before         PIC X(32).
           05 FILLER             PIC X(01).
           05 JRN-After          PIC X(32).
           05 FILLER             PIC X(01).
           05 JRN-Requester      PIC X(08).
           05 FILLER             PIC X(01).
           05 JRN-Approver       PIC X(08).

       FD  AWEXPCTL-FILE.
       01  AWEXPCTL-REC.
           05 EXC-CUTOFF         PIC X(19).
           05 FILLER             PIC X(01).
           05 EXC-MODE           PIC X(05).
           05 FILLER             PIC X(01).
           05 EXC-ROWS           PIC 9(09).
           05 FILLER             PIC X(01).
           05 EXC-HASH           PIC 9(18).
           05 FILLER             PIC X(01).
           05 EXC-RC             PIC 9(04).

       FD  AWBITWHS-FILE.
       01  AWBITWHS-REC          PIC X(4000).

       SD  AWBITSRT-FILE.
       01  AWBITSRT-REC.
           05 SRT-Key            PIC X(10).
           05 SRT-Offset         PIC 9(03).
           05 SRT-Len            PIC 9(02).
           05 SRT-Seq            PIC 9(07).
           05 SRT-After          PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-Master-Status       PIC X(02) VALUE '00'.
         88 Master-OK                 VALUE '00'.
         88 Master-EOF                VALUE '10'.
       01 WS-Fld-Dic-Status      PIC X(02) VALUE '00'.
         88 Fld-Dic-OK                VALUE '00'.
         88 Fld-Dic-EOF               VALUE '10'.
       01 WS-Journal-Status      PIC X(02) VALUE '00'.
         88 Journal-OK                VALUE '00'.
         88 Journal-EOF               VALUE '10'.
       01 WS-Control-Status      PIC X(02) VALUE '00'.
         88 Control-OK                VALUE '00'.
       01 WS-Export-Status       PIC X(02) VALUE '00'.
         88 Export-OK                 VALUE '00'.

      *> Field dictionary, loaded the same way AWBITUPD loads it.
       01 WS-Fld-Count           PIC 9(03) COMP VALUE 0.
       01 WS-Fld-Tab.
         03 WS-Fld-Entry OCCURS 100 TIMES INDEXED BY FD-Idx.
           05 FDT-Name           PIC X(08).
           05 FDT-Offset         PIC 9(03) COMP.
           05 FDT-Len            PIC 9(04) COMP.
           05 FDT-Ops            PIC X(05).

       01 WS-Export-Mode         PIC X(05).
         88 Mode-Full                 VALUE 'FULL'.
         88 Mode-Delta                VALUE 'DELTA'.

      *> The run's cutoff, and the previous export's.
       01 WS-Run-Current-Date    PIC X(21).
       01 WS-Run-CD-Fields REDEFINES WS-Run-Current-Date.
         05 WS-Run-CD-Year       PIC 9(04).
         05 WS-Run-CD-Month      PIC 9(02).
         05 WS-Run-CD-Day        PIC 9(02).
         05 WS-Run-CD-Hour       PIC 9(02).
         05 WS-Run-CD-Minute     PIC 9(02).
         05 WS-Run-CD-Second     PIC 9(02).
         05 FILLER               PIC X(07).
       01 WS-Run-Timestamp-Out.
         05 WS-Run-TS-Year       PIC 9(04).
         05 FILLER               PIC X VALUE '-'.
         05 WS-Run-TS-Month      PIC 9(02).
         05 FILLER               PIC X VALUE '-'.
         05 WS-Run-TS-Day        PIC 9(02).
         05 FILLER               PIC X VALUE SPACE.
         05 WS-Run-TS-Hour       PIC 9(02).
         05 FILLER               PIC X VALUE ':'.
         05 WS-Run-TS-Minute     PIC 9(02).
         05 FILLER               PIC X VALUE ':'.
         05 WS-Run-TS-Second     PIC 9(02).
       01 WS-Since-Timestamp     PIC X(19) VALUE SPACES.

      *> Delta merge state.
       01 WS-Sort-EOF-Sw         PIC X(01) VALUE 'N'.
         88 Sort-EOF                  VALUE 'Y'.
       01 WS-Changed-Entries     PIC 9(07) COMP VALUE 0.
       01 WS-Last-Master-Key     PIC X(10) VALUE LOW-VALUES.

      *> Latest journalled after image of the range being proved.
       01 WS-Chk-Offset          PIC 9(03).
       01 WS-Chk-Len             PIC 9(02).
       01 WS-Chk-After           PIC X(32).
       01 WS-Chk-Hex             PIC X(32).
       01 WS-Chk-Mismatch        PIC X(01).
         88 Chk-Mismatch              VALUE 'Y'.

      *> Export line build.
       01 WS-Export-Line         PIC X(4000).
       01 WS-Line-Ptr            PIC 9(05) COMP.
       01 WS-Line-Overflow       PIC X(01).
         88 Line-Overflow             VALUE 'Y'.
       01 WS-Bytes-Work          PIC X(16).
       01 WS-Rows-Edit           PIC 9(09).
       01 WS-Hash-Edit           PIC 9(18).

      *> Key hash total - the key's digits as one number.
       01 WS-Hash-Total          PIC 9(18) COMP VALUE 0.
       01 WS-Key-Value           PIC 9(18) COMP.
       01 WS-Key-Idx             PIC 9(02) COMP.
       01 WS-Key-Digit           PIC 9(01).

       01 WS-Master-Count        PIC 9(09) COMP VALUE 0.
       01 WS-Row-Count           PIC 9(09) COMP VALUE 0.

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWBITEXP'.
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
           DISPLAY "AWBITEXP: Decoded flag export for the warehouse"
           DISPLAY "=================================================="
           PERFORM StartRunLog
           PERFORM SetRunTimestamp
           PERFORM EditParm
           IF RETURN-CODE < 12
             PERFORM ReadExportControl
           END-IF
           IF RETURN-CODE < 12
             PERFORM LoadFieldDictionary
           END-IF
           IF RETURN-CODE < 12
             PERFORM OpenExportFile
           END-IF
           IF RETURN-CODE < 12
             IF Mode-Full
               PERFORM ExportAllRecords
             ELSE
               SORT AWBITSRT-FILE
                   ON ASCENDING KEY SRT-Key SRT-Offset SRT-Seq
                   INPUT PROCEDURE IS LoadChangedKeys
                   OUTPUT PROCEDURE IS ExportChangedRecords
             END-IF
             IF RETURN-CODE < 12
               PERFORM WriteTrailer
             END-IF
             CLOSE AWBITWHS-FILE
           END-IF
           IF RETURN-CODE < 12
             PERFORM WriteExportControl
           END-IF
           IF RETURN-CODE < 12
             PERFORM DisplayTotals
           END-IF
           PERFORM EndRunLog
           DISPLAY "AWBITEXP: RC " RETURN-CODE
           GOBACK.

      ******************************************************************
       SetRunTimestamp SECTION.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-Run-Current-Date
           MOVE WS-Run-CD-Year   TO WS-Run-TS-Year
           MOVE WS-Run-CD-Month  TO WS-Run-TS-Month
           MOVE WS-Run-CD-Day    TO WS-Run-TS-Day
           MOVE WS-Run-CD-Hour   TO WS-Run-TS-Hour
           MOVE WS-Run-CD-Minute TO WS-Run-TS-Minute
           MOVE WS-Run-CD-Second TO WS-Run-TS-Second
           .

      ******************************************************************
       EditParm SECTION.
      ******************************************************************
           IF pParm-Value(1:5) = SPACES
             MOVE 'FULL' TO WS-Export-Mode
           ELSE
             MOVE pParm-Value(1:5) TO WS-Export-Mode
           END-IF
           IF (NOT Mode-Full AND NOT Mode-Delta)
             OR pParm-Value(6:95) NOT = SPACES
             DISPLAY "AWBITEXP: Parm '" pParm-Value(1:40)
                     "' is not FULL or DELTA."
             MOVE 12 TO RETURN-CODE
           ELSE
             DISPLAY "AWBITEXP: " WS-Export-Mode " export, cutoff "
                     WS-Run-Timestamp-Out
           END-IF
           .

      ******************************************************************
       ReadExportControl SECTION.
      ******************************************************************
      *> A delta is only meaningful against an earlier export; a full
      *> run starts the chain whether or not one exists.
           OPEN INPUT AWEXPCTL-FILE
           IF Control-OK
             READ AWEXPCTL-FILE
               AT END
                 MOVE SPACES TO WS-Since-Timestamp
               NOT AT END
                 MOVE EXC-CUTOFF TO WS-Since-Timestamp
             END-READ
             CLOSE AWEXPCTL-FILE
           END-IF
           IF Mode-Delta
             IF WS-Since-Timestamp = SPACES
               DISPLAY "AWBITEXP: No earlier export in AWEXPCTL - run "
                       "FULL first."
               MOVE 12 TO RETURN-CODE
             ELSE
               DISPLAY "AWBITEXP: Keys changed since "
                       WS-Since-Timestamp
             END-IF
           END-IF
           .

      ******************************************************************
       LoadFieldDictionary SECTION.
      ******************************************************************
      *> The interface is by field name, so no dictionary is no
      *> export.
           OPEN INPUT AWFLDDIC-FILE
           IF Fld-Dic-OK
             PERFORM UNTIL Fld-Dic-EOF
               READ AWFLDDIC-FILE
                 AT END
                   MOVE '10' TO WS-Fld-Dic-Status
                 NOT AT END
                   PERFORM LoadOneDictEntry
               END-READ
             END-PERFORM
             CLOSE AWFLDDIC-FILE
           END-IF
           IF WS-Fld-Count = 0
             DISPLAY "AWBITEXP: No usable AWFLDDIC entries - nothing "
                     "to export."
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       LoadOneDictEntry SECTION.
      ******************************************************************
           IF FLD-NAME = SPACES
             OR FUNCTION TEST-NUMVAL(FLD-OFFSET) NOT = 0
             OR FUNCTION TEST-NUMVAL(FLD-LEN) NOT = 0
             DISPLAY "AWBITEXP: WARNING - malformed dictionary "
                     "record skipped: " AWFLDDIC-REC
           ELSE
             IF WS-Fld-Count >= 100
               DISPLAY "AWBITEXP: WARNING - field dictionary table "
                       "full, '" FLD-NAME "' ignored."
             ELSE
               ADD 1 TO WS-Fld-Count
               SET FD-Idx TO WS-Fld-Count
               MOVE FLD-NAME TO FDT-Name(FD-Idx)
               MOVE FUNCTION NUMVAL(FLD-OFFSET) TO FDT-Offset(FD-Idx)
               MOVE FUNCTION NUMVAL(FLD-LEN)    TO FDT-Len(FD-Idx)
               MOVE FLD-OPS  TO FDT-Ops(FD-Idx)
               IF FDT-Len(FD-Idx) < 1 OR FDT-Len(FD-Idx) > 16
                 OR FDT-Offset(FD-Idx) < 1
                 OR FDT-Offset(FD-Idx) + FDT-Len(FD-Idx) - 1 > 80
                 DISPLAY "AWBITEXP: WARNING - dictionary entry '"
                         FLD-NAME "' outside the 80-byte record, "
                         "skipped."
                 SUBTRACT 1 FROM WS-Fld-Count
               END-IF
             END-IF
           END-IF
           .

      ******************************************************************
       OpenExportFile SECTION.
      ******************************************************************
           OPEN OUTPUT AWBITWHS-FILE
           IF NOT Export-OK
             DISPLAY "AWBITEXP: AWBITWHS could not be opened, "
                     "file status " WS-Export-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             MOVE SPACES TO WS-Export-Line
             MOVE 1 TO WS-Line-Ptr
             MOVE 'N' TO WS-Line-Overflow
             STRING 'H|KEY' DELIMITED BY SIZE
               INTO WS-Export-Line WITH POINTER WS-Line-Ptr
             END-STRING
             PERFORM VARYING FD-Idx FROM 1 BY 1
                     UNTIL FD-Idx > WS-Fld-Count
               STRING '|'                         DELIMITED BY SIZE
                      FDT-Name(FD-Idx)            DELIMITED BY SPACE
                      '_BITS|'                    DELIMITED BY SIZE
                      FDT-Name(FD-Idx)            DELIMITED BY SPACE
                      '_HEX'                      DELIMITED BY SIZE
                 INTO WS-Export-Line WITH POINTER WS-Line-Ptr
                 ON OVERFLOW
                   MOVE 'Y' TO WS-Line-Overflow
               END-STRING
             END-PERFORM
             PERFORM WriteExportLine
           END-IF
           .

      ******************************************************************
       ExportAllRecords SECTION.
      ******************************************************************
           OPEN INPUT AWMASTER-FILE
           IF NOT Master-OK
             DISPLAY "AWBITEXP: AWMASTER could not be opened, "
                     "file status " WS-Master-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM UNTIL Master-EOF
               READ AWMASTER-FILE
                 AT END
                   MOVE '10' TO WS-Master-Status
                 NOT AT END
                   ADD 1 TO WS-Master-Count
                   PERFORM ExportOneRecord
               END-READ
             END-PERFORM
             CLOSE AWMASTER-FILE
           END-IF
           .

      ******************************************************************
       LoadChangedKeys SECTION.
      ******************************************************************
      *> Sort input side - every journal entry inside the window
      *> since the last cutoff, up to and including this run's.
           OPEN INPUT AWBITJRN-FILE
           IF NOT Journal-OK
             DISPLAY "AWBITEXP: AWBITJRN not readable (file status "
                     WS-Journal-Status ") - no changed keys."
           ELSE
             PERFORM UNTIL Journal-EOF
               READ AWBITJRN-FILE
                 AT END
                   MOVE '10' TO WS-Journal-Status
                 NOT AT END
                   IF JRN-Timestamp(1:19) > WS-Since-Timestamp
                     AND JRN-Timestamp(1:19)
                         NOT > WS-Run-Timestamp-Out
                     ADD 1 TO WS-Changed-Entries
                     PERFORM BuildSortRecord
                     RELEASE AWBITSRT-REC
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AWBITJRN-FILE
           END-IF
           DISPLAY "AWBITEXP: " WS-Changed-Entries " journal "
                   "entr(y/ies) since the last export."
           .

      ******************************************************************
       BuildSortRecord SECTION.
      ******************************************************************
      *> The key is exported whatever the entry holds; a range that
      *> cannot be read back from the journal line is carried as
      *> offset 0 and left out of the proof.
           MOVE JRN-Key            TO SRT-Key
           MOVE WS-Changed-Entries TO SRT-Seq
           MOVE JRN-After          TO SRT-After
           MOVE 0 TO SRT-Offset
           MOVE 0 TO SRT-Len
           IF FUNCTION TEST-NUMVAL(JRN-Offset) = 0
             AND FUNCTION TEST-NUMVAL(JRN-Len) = 0
             MOVE FUNCTION NUMVAL(JRN-Offset) TO SRT-Offset
             MOVE FUNCTION NUMVAL(JRN-Len)    TO SRT-Len
           END-IF
           IF SRT-Len < 1 OR SRT-Len > 16
             OR SRT-Offset < 1
             OR SRT-Offset + SRT-Len - 1 > 80
             DISPLAY "AWBITEXP: WARNING - journal range not checked: "
                     AWBITJRN-REC
             MOVE 0 TO SRT-Offset
             MOVE 0 TO SRT-Len
           END-IF
           .

      ******************************************************************
       ExportChangedRecords SECTION.
      ******************************************************************
      *> Sort output side - the changed keys and AWMASTER advance
      *> together in key order, each master record exported once
      *> however many entries its key has.
           IF RETURN-CODE < 12
             PERFORM ReturnNextKey
             OPEN INPUT AWMASTER-FILE
             IF NOT Master-OK
               DISPLAY "AWBITEXP: AWMASTER could not be opened, "
                       "file status " WS-Master-Status
               MOVE 12 TO RETURN-CODE
             ELSE
               PERFORM UNTIL Master-EOF OR Sort-EOF
                 READ AWMASTER-FILE
                   AT END
                     MOVE '10' TO WS-Master-Status
                   NOT AT END
                     ADD 1 TO WS-Master-Count
                     PERFORM MatchChangedKey
                 END-READ
               END-PERFORM
               CLOSE AWMASTER-FILE
             END-IF
           END-IF
           .

      ******************************************************************
       ReturnNextKey SECTION.
      ******************************************************************
           RETURN AWBITSRT-FILE
             AT END
               MOVE 'Y' TO WS-Sort-EOF-Sw
           END-RETURN
           .

      ******************************************************************
       MatchChangedKey SECTION.
      ******************************************************************
      *> Changed keys below the master key are not on the master and
      *> are passed over. A master key lower than the last one means
      *> the merge cannot be trusted from here on.
           IF MST-KEY < WS-Last-Master-Key
             DISPLAY "AWBITEXP: AWMASTER key " MST-KEY " out of key "
                     "sequence after " WS-Last-Master-Key
                     " - DELTA export stopped."
             MOVE 12 TO RETURN-CODE
             MOVE '10' TO WS-Master-Status
           ELSE
             MOVE MST-KEY TO WS-Last-Master-Key
             PERFORM UNTIL Sort-EOF OR SRT-Key NOT < MST-KEY
               PERFORM ReturnNextKey
             END-PERFORM
             IF NOT Sort-EOF AND SRT-Key = MST-KEY
               MOVE 'N' TO WS-Chk-Mismatch
               PERFORM UNTIL Sort-EOF OR SRT-Key NOT = MST-KEY
                 PERFORM TakeJournalRange
               END-PERFORM
               IF Chk-Mismatch
                 DISPLAY "AWBITEXP: AWMASTER is behind AWBITJRN - "
                         "DELTA export stopped. Run AWMSTIDX UNLOAD "
                         "after a RANDOM AWBITUPD, or reconcile with "
                         "AWBITHST and run FULL."
                 MOVE 12 TO RETURN-CODE
                 MOVE '10' TO WS-Master-Status
               ELSE
                 PERFORM ExportOneRecord
               END-IF
             END-IF
           END-IF
           .

      ******************************************************************
       TakeJournalRange SECTION.
      ******************************************************************
      *> Entries for a range arrive oldest first, so the one before
      *> a change of key or range is the latest and the one whose
      *> after image the master must now hold.
           MOVE SRT-Offset TO WS-Chk-Offset
           MOVE SRT-Len    TO WS-Chk-Len
           MOVE SRT-After  TO WS-Chk-After
           PERFORM ReturnNextKey
           IF Sort-EOF
             PERFORM CheckLatestAfter
           ELSE
             IF SRT-Key NOT = MST-KEY OR SRT-Offset NOT = WS-Chk-Offset
               PERFORM CheckLatestAfter
             END-IF
           END-IF
           .

      ******************************************************************
       CheckLatestAfter SECTION.
      ******************************************************************
           IF WS-Chk-Offset > 0
             MOVE SPACES TO WS-Chk-Hex
             MOVE FUNCTION HEX-OF(
                    AWMASTER-REC(WS-Chk-Offset:WS-Chk-Len))
               TO WS-Chk-Hex
             IF WS-Chk-Hex NOT = WS-Chk-After
               DISPLAY "AWBITEXP: Key " MST-KEY " offset "
                       WS-Chk-Offset " holds X'"
                       WS-Chk-Hex(1:WS-Chk-Len * 2)
                       "', journal after image X'"
                       WS-Chk-After(1:WS-Chk-Len * 2) "'."
               MOVE 'Y' TO WS-Chk-Mismatch
             END-IF
           END-IF
           .

      ******************************************************************
       ExportOneRecord SECTION.
      ******************************************************************
           MOVE SPACES TO WS-Export-Line
           MOVE 1 TO WS-Line-Ptr
           MOVE 'N' TO WS-Line-Overflow
           STRING 'D|'    DELIMITED BY SIZE
                  MST-KEY DELIMITED BY SIZE
             INTO WS-Export-Line WITH POINTER WS-Line-Ptr
           END-STRING
           PERFORM VARYING FD-Idx FROM 1 BY 1
                   UNTIL FD-Idx > WS-Fld-Count
             MOVE AWMASTER-REC(FDT-Offset(FD-Idx):FDT-Len(FD-Idx))
               TO WS-Bytes-Work(1:FDT-Len(FD-Idx))
             STRING '|' DELIMITED BY SIZE
                    FUNCTION BIT-OF(WS-Bytes-Work(1:FDT-Len(FD-Idx)))
                        DELIMITED BY SIZE
                    '|' DELIMITED BY SIZE
                    FUNCTION HEX-OF(WS-Bytes-Work(1:FDT-Len(FD-Idx)))
                        DELIMITED BY SIZE
               INTO WS-Export-Line WITH POINTER WS-Line-Ptr
               ON OVERFLOW
                 MOVE 'Y' TO WS-Line-Overflow
             END-STRING
           END-PERFORM
           PERFORM WriteExportLine
           IF RETURN-CODE < 12
             ADD 1 TO WS-Row-Count
             PERFORM AddKeyHash
           ELSE
             MOVE '10' TO WS-Master-Status
           END-IF
           .

      ******************************************************************
       AddKeyHash SECTION.
      ******************************************************************
           MOVE 0 TO WS-Key-Value
           PERFORM VARYING WS-Key-Idx FROM 1 BY 1 UNTIL WS-Key-Idx > 10
             IF MST-KEY(WS-Key-Idx:1) >= '0'
               AND MST-KEY(WS-Key-Idx:1) <= '9'
               MOVE MST-KEY(WS-Key-Idx:1) TO WS-Key-Digit
               COMPUTE WS-Key-Value = WS-Key-Value * 10 + WS-Key-Digit
             END-IF
           END-PERFORM
           ADD WS-Key-Value TO WS-Hash-Total
           .

      ******************************************************************
       WriteTrailer SECTION.
      ******************************************************************
           MOVE WS-Row-Count  TO WS-Rows-Edit
           MOVE WS-Hash-Total TO WS-Hash-Edit
           MOVE SPACES TO WS-Export-Line
           MOVE 1 TO WS-Line-Ptr
           MOVE 'N' TO WS-Line-Overflow
           STRING 'T|'                 DELIMITED BY SIZE
                  WS-Rows-Edit         DELIMITED BY SIZE
                  '|'                  DELIMITED BY SIZE
                  WS-Hash-Edit         DELIMITED BY SIZE
                  '|'                  DELIMITED BY SIZE
                  WS-Export-Mode       DELIMITED BY SPACE
                  '|'                  DELIMITED BY SIZE
                  WS-Run-Timestamp-Out DELIMITED BY SIZE
                  '|'                  DELIMITED BY SIZE
                  WS-Since-Timestamp   DELIMITED BY SIZE
             INTO WS-Export-Line WITH POINTER WS-Line-Ptr
           END-STRING
           PERFORM WriteExportLine
           .

      ******************************************************************
       WriteExportLine SECTION.
      ******************************************************************
           IF Line-Overflow
             DISPLAY "AWBITEXP: Export row longer than 4000 bytes - "
                     "dictionary too wide for the interface."
             MOVE 12 TO RETURN-CODE
           ELSE
             MOVE WS-Export-Line TO AWBITWHS-REC
             WRITE AWBITWHS-REC
             IF NOT Export-OK
               DISPLAY "AWBITEXP: AWBITWHS write failed, file status "
                       WS-Export-Status
               MOVE 12 TO RETURN-CODE
             END-IF
           END-IF
           .

      ******************************************************************
       WriteExportControl SECTION.
      ******************************************************************
      *> Only a complete export moves the cutoff on.
           OPEN OUTPUT AWEXPCTL-FILE
           IF NOT Control-OK
             DISPLAY "AWBITEXP: AWEXPCTL could not be opened, "
                     "file status " WS-Control-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             MOVE SPACES TO AWEXPCTL-REC
             MOVE WS-Run-Timestamp-Out TO EXC-CUTOFF
             MOVE WS-Export-Mode       TO EXC-MODE
             MOVE WS-Row-Count         TO EXC-ROWS
             MOVE WS-Hash-Total        TO EXC-HASH
             MOVE RETURN-CODE          TO EXC-RC
             WRITE AWEXPCTL-REC
             IF NOT Control-OK
               DISPLAY "AWBITEXP: AWEXPCTL write failed, file status "
                       WS-Control-Status
               MOVE 12 TO RETURN-CODE
             END-IF
             CLOSE AWEXPCTL-FILE
           END-IF
           .

      ******************************************************************
       DisplayTotals SECTION.
      ******************************************************************
           DISPLAY "=================================================="
           DISPLAY "AWBITEXP: " WS-Master-Count " master record(s) "
                   "read, " WS-Row-Count " row(s) exported"
           DISPLAY "AWBITEXP: Key hash total " WS-Hash-Edit
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
           MOVE WS-Master-Count TO WS-Rlg-Count(1)
           MOVE 'EXPORTED' TO WS-Rlg-Count-Name(2)
           MOVE WS-Row-Count TO WS-Rlg-Count(2)
           MOVE 'JOURNAL'  TO WS-Rlg-Count-Name(3)
           MOVE WS-Changed-Entries TO WS-Rlg-Count(3)
           MOVE SPACES     TO WS-Rlg-Count-Name(4)
           MOVE 0 TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
