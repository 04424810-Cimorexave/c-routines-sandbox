       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWBITHST.

      *> Flag history inquiry over the change journal AWBITJRN - the
      *> answer to "what were the flags on this account on a given
      *> date, and who has changed them since?" without reading raw
      *> journal lines and decoding hex by hand. For each selected
      *> key it lists, oldest first, every journalled change with
      *> the run timestamp, the AWFLDDIC field name, the operation,
      *> the before/after image in hex and bits and who requested
      *> and approved it; then it shows each field's value as of the
      *> requested date, rebuilt backwards from the current AWMASTER
      *> image by undoing every later change.
      *>
      *> The same backward walk proves the journal against the
      *> master: at each step the bytes the record holds must be
      *> the after image the journal recorded. Where they are not,
      *> the record was changed by something other than AWBITUPD
      *> after that run, and the key is flagged. The walk starts from
      *> the sequential AWMASTER, so when AWBITUPD ran RANDOM against
      *> AWMASTKY the AWMSTIDX UNLOAD must run first; otherwise every
      *> key updated that night shows as a mismatch.
      *>
      *> pParm-Value:
      *>   key                    - one master key, history only
      *>   key:YYYY-MM-DD         - one key, values as of the end of
      *>                            that date
      *>   :YYYY-MM-DD or (spaces) - the keys listed in AWHSTKEY,
      *>                            one X(10) key per line, with or
      *>                            without an as-of date
      *>
      *> RC 0 = history consistent, RC 4 = a key is not on AWMASTER
      *> or has no history, RC 8 = journal and master disagree,
      *> RC 12 = file error, bad parm or tables full.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWMASTER-FILE ASSIGN TO "AWMASTER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Master-Status.

           SELECT AWBITJRN-FILE ASSIGN TO "AWBITJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.

           SELECT AWFLDDIC-FILE ASSIGN TO "AWFLDDIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Fld-Dic-Status.

           SELECT AWHSTKEY-FILE ASSIGN TO "AWHSTKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Key-List-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AWMASTER-FILE.
       01  AWMASTER-REC.
           05 MST-KEY            PIC X(10).
           05 MST-DATA           PIC X(70).

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

       FD  AWHSTKEY-FILE.
       01  AWHSTKEY-REC.
           05 HKY-KEY            PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-Master-Status       PIC X(02) VALUE '00'.
         88 Master-OK                 VALUE '00'.
         88 Master-EOF                VALUE '10'.
       01 WS-Journal-Status      PIC X(02) VALUE '00'.
         88 Journal-OK                VALUE '00'.
         88 Journal-EOF               VALUE '10'.
       01 WS-Fld-Dic-Status      PIC X(02) VALUE '00'.
         88 Fld-Dic-OK                VALUE '00'.
         88 Fld-Dic-EOF               VALUE '10'.
       01 WS-Key-List-Status     PIC X(02) VALUE '00'.
         88 Key-List-OK               VALUE '00'.
         88 Key-List-EOF              VALUE '10'.

      *> Parm pieces. The as-of date is held both as text, for the
      *> compare against journal timestamps, and as YYYYMMDD for the
      *> validity test.
       01 WS-Parm-Key            PIC X(10) VALUE SPACES.
       01 WS-Parm-Asof           PIC X(10) VALUE SPACES.
       01 WS-Asof-Date           PIC X(10) VALUE SPACES.
       01 WS-Asof-Parts REDEFINES WS-Asof-Date.
         05 WS-Asof-Year         PIC X(04).
         05 WS-Asof-Dash1        PIC X(01).
         05 WS-Asof-Month        PIC X(02).
         05 WS-Asof-Dash2        PIC X(01).
         05 WS-Asof-Day          PIC X(02).
       01 WS-Asof-Numeric.
         05 WS-Asof-Num-Year     PIC X(04).
         05 WS-Asof-Num-Month    PIC X(02).
         05 WS-Asof-Num-Day      PIC X(02).
       01 WS-Asof-YYYYMMDD REDEFINES WS-Asof-Numeric PIC 9(08).
       01 WS-Asof-Given          PIC X(01) VALUE 'N'.
         88 Asof-Given                VALUE 'Y'.

      *> Field dictionary, for naming journalled byte ranges.
       01 WS-Fld-Count           PIC 9(03) COMP VALUE 0.
       01 WS-Fld-Tab.
         03 WS-Fld-Entry OCCURS 100 TIMES INDEXED BY FD-Idx
                                                     FD-Name-Idx.
           05 FDT-Name           PIC X(08).
           05 FDT-Offset         PIC 9(03) COMP.
           05 FDT-Len            PIC 9(04) COMP.
       01 WS-Fld-Found           PIC X(01).
         88 Fld-Found                 VALUE 'Y'.
       01 WS-Field-Label         PIC X(08).
       01 WS-Raw-Label.
         05 WS-Raw-Offset        PIC 9(03).
         05 FILLER               PIC X(01) VALUE '/'.
         05 WS-Raw-Len           PIC 9(02).
         05 FILLER               PIC X(02) VALUE SPACES.

      *> Keys asked about, with the current master image of each.
       01 WS-Key-Count           PIC 9(03) COMP VALUE 0.
       01 WS-Key-Tab.
         03 WS-Key-Entry OCCURS 200 TIMES INDEXED BY KY-Idx.
           05 KYT-Key            PIC X(10).
           05 KYT-On-Master      PIC X(01).
             88 Key-On-Master         VALUE 'Y'.
           05 KYT-Image          PIC X(80).
           05 KYT-Hist-Count     PIC 9(05) COMP.
       01 WS-Key-Found           PIC X(01).
         88 Key-Found                 VALUE 'Y'.

      *> Journal entries for the selected keys, in journal (that is,
      *> chronological) order.
       01 WS-Hist-Count          PIC 9(05) COMP VALUE 0.
       01 WS-Hist-Tab.
         03 WS-Hist-Entry OCCURS 5000 TIMES INDEXED BY HS-Idx.
           05 HST-Key-Idx        PIC 9(03) COMP.
           05 HST-Timestamp      PIC X(19).
           05 HST-Offset         PIC 9(03) COMP.
           05 HST-Len            PIC 9(02) COMP.
           05 HST-Op             PIC X(06).
           05 HST-Before         PIC X(32).
           05 HST-After          PIC X(32).
           05 HST-Requester      PIC X(08).
           05 HST-Approver       PIC X(08).
           05 HST-Mismatch       PIC X(01).
             88 Hist-Mismatch         VALUE 'Y'.
           05 HST-Found-Hex      PIC X(32).

      *> Working images for the backward walk over one key.
       01 WS-Recon-Image         PIC X(80).
       01 WS-Asof-Image          PIC X(80).
       01 WS-Asof-Taken          PIC X(01).
         88 Asof-Taken                VALUE 'Y'.
       01 WS-Hex-Digits          PIC 9(02) COMP.
       01 WS-Hex-Work            PIC X(32).
       01 WS-Hex-Decode-Tmp      PIC X(32).
       01 WS-Bytes-Work          PIC X(16).
       01 WS-Key-Mismatch        PIC X(01).
         88 Key-Mismatch              VALUE 'Y'.
       01 WS-Range-Seen          PIC X(01).
         88 Range-Seen                VALUE 'Y'.
       01 WS-Scan-Idx            PIC 9(05) COMP.
       01 WS-Show-Offset         PIC 9(03) COMP.
       01 WS-Show-Len            PIC 9(02) COMP.

       01 WS-Journal-Read        PIC 9(07) COMP VALUE 0.
       01 WS-Missing-Count       PIC 9(03) COMP VALUE 0.
       01 WS-Quiet-Count         PIC 9(03) COMP VALUE 0.
       01 WS-Mismatch-Keys       PIC 9(03) COMP VALUE 0.

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWBITHST'.
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
           DISPLAY "AWBITHST: Flag history / as-of inquiry"
           DISPLAY "=================================================="
           PERFORM StartRunLog
           PERFORM ParseHistoryParm
           IF RETURN-CODE < 12
             PERFORM LoadKeyList
           END-IF
           IF RETURN-CODE < 12
             PERFORM LoadFieldDictionary
             PERFORM LoadMasterImages
           END-IF
           IF RETURN-CODE < 12
             PERFORM LoadJournalHistory
           END-IF
           IF RETURN-CODE < 12
             PERFORM VARYING KY-Idx FROM 1 BY 1
                     UNTIL KY-Idx > WS-Key-Count
               PERFORM ReportOneKey
             END-PERFORM
             PERFORM DisplayTotals
           END-IF
           PERFORM EndRunLog
           DISPLAY "AWBITHST: RC " RETURN-CODE
           GOBACK.

      ******************************************************************
       ParseHistoryParm SECTION.
      ******************************************************************
           UNSTRING pParm-Value DELIMITED BY ':'
               INTO WS-Parm-Key WS-Parm-Asof
           END-UNSTRING
           IF WS-Parm-Asof NOT = SPACES
             MOVE WS-Parm-Asof TO WS-Asof-Date
             MOVE WS-Asof-Year  TO WS-Asof-Num-Year
             MOVE WS-Asof-Month TO WS-Asof-Num-Month
             MOVE WS-Asof-Day   TO WS-Asof-Num-Day
             IF WS-Asof-Dash1 NOT = '-' OR WS-Asof-Dash2 NOT = '-'
               OR WS-Asof-Numeric NOT NUMERIC
               DISPLAY "AWBITHST: As-of date '" WS-Parm-Asof
                       "' is not YYYY-MM-DD."
               MOVE 12 TO RETURN-CODE
             ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-Asof-YYYYMMDD)
                  NOT = 0
                 DISPLAY "AWBITHST: As-of date '" WS-Parm-Asof
                         "' is not a valid date."
                 MOVE 12 TO RETURN-CODE
               ELSE
                 MOVE 'Y' TO WS-Asof-Given
                 DISPLAY "AWBITHST: Values as of the end of "
                         WS-Asof-Date
               END-IF
             END-IF
           END-IF
           .

      ******************************************************************
       LoadKeyList SECTION.
      ******************************************************************
      *> A key in the parm is the usual dispute inquiry; without one
      *> the keys come from AWHSTKEY, for a batch of complaints.
           IF WS-Parm-Key NOT = SPACES
             MOVE 1 TO WS-Key-Count
             SET KY-Idx TO 1
             PERFORM InitKeyEntry
             MOVE WS-Parm-Key TO KYT-Key(KY-Idx)
           ELSE
             OPEN INPUT AWHSTKEY-FILE
             IF NOT Key-List-OK
               DISPLAY "AWBITHST: No key in the parm and AWHSTKEY "
                       "could not be opened, file status "
                       WS-Key-List-Status
               MOVE 12 TO RETURN-CODE
             ELSE
               PERFORM UNTIL Key-List-EOF
                 READ AWHSTKEY-FILE
                   AT END
                     MOVE '10' TO WS-Key-List-Status
                   NOT AT END
                     PERFORM AddListedKey
                 END-READ
               END-PERFORM
               CLOSE AWHSTKEY-FILE
             END-IF
           END-IF
           IF RETURN-CODE < 12 AND WS-Key-Count = 0
             DISPLAY "AWBITHST: No keys to report on."
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       AddListedKey SECTION.
      ******************************************************************
           IF HKY-KEY NOT = SPACES
             IF WS-Key-Count >= 200
               DISPLAY "AWBITHST: More than 200 keys in AWHSTKEY - "
                       "split the list."
               MOVE 12 TO RETURN-CODE
               MOVE '10' TO WS-Key-List-Status
             ELSE
               ADD 1 TO WS-Key-Count
               SET KY-Idx TO WS-Key-Count
               PERFORM InitKeyEntry
               MOVE HKY-KEY TO KYT-Key(KY-Idx)
             END-IF
           END-IF
           .

      ******************************************************************
       InitKeyEntry SECTION.
      ******************************************************************
           MOVE 'N'    TO KYT-On-Master(KY-Idx)
           MOVE SPACES TO KYT-Image(KY-Idx)
           MOVE 0      TO KYT-Hist-Count(KY-Idx)
           .

      ******************************************************************
       FindKey SECTION.
      ******************************************************************
      *> Looks up the key in WS-Parm-Key; KY-Idx is left on it.
           MOVE 'N' TO WS-Key-Found
           PERFORM VARYING KY-Idx FROM 1 BY 1
                   UNTIL KY-Idx > WS-Key-Count
                      OR Key-Found
             IF KYT-Key(KY-Idx) = WS-Parm-Key
               MOVE 'Y' TO WS-Key-Found
             END-IF
           END-PERFORM
           IF Key-Found
             SET KY-Idx DOWN BY 1
           END-IF
           .

      ******************************************************************
       LoadFieldDictionary SECTION.
      ******************************************************************
      *> Optional - without it the history names ranges by offset
      *> and length, exactly as the journal holds them.
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
           .

      ******************************************************************
       LoadOneDictEntry SECTION.
      ******************************************************************
           IF FLD-NAME = SPACES
             OR FUNCTION TEST-NUMVAL(FLD-OFFSET) NOT = 0
             OR FUNCTION TEST-NUMVAL(FLD-LEN) NOT = 0
             DISPLAY "AWBITHST: WARNING - malformed dictionary "
                     "record skipped: " AWFLDDIC-REC
           ELSE
             IF WS-Fld-Count >= 100
               DISPLAY "AWBITHST: WARNING - field dictionary table "
                       "full, '" FLD-NAME "' ignored."
             ELSE
               ADD 1 TO WS-Fld-Count
               SET FD-Idx TO WS-Fld-Count
               MOVE FLD-NAME TO FDT-Name(FD-Idx)
               MOVE FUNCTION NUMVAL(FLD-OFFSET) TO FDT-Offset(FD-Idx)
               MOVE FUNCTION NUMVAL(FLD-LEN)    TO FDT-Len(FD-Idx)
               IF FDT-Len(FD-Idx) < 1 OR FDT-Len(FD-Idx) > 16
                 OR FDT-Offset(FD-Idx) < 1
                 OR FDT-Offset(FD-Idx) + FDT-Len(FD-Idx) - 1 > 80
                 DISPLAY "AWBITHST: WARNING - dictionary entry '"
                         FLD-NAME "' outside the 80-byte record, "
                         "skipped."
                 SUBTRACT 1 FROM WS-Fld-Count
               END-IF
             END-IF
           END-IF
           .

      ******************************************************************
       LoadMasterImages SECTION.
      ******************************************************************
           OPEN INPUT AWMASTER-FILE
           IF NOT Master-OK
             DISPLAY "AWBITHST: AWMASTER could not be opened, "
                     "file status " WS-Master-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM UNTIL Master-EOF
               READ AWMASTER-FILE
                 AT END
                   MOVE '10' TO WS-Master-Status
                 NOT AT END
                   MOVE MST-KEY TO WS-Parm-Key
                   PERFORM FindKey
                   IF Key-Found
                     MOVE 'Y' TO KYT-On-Master(KY-Idx)
                     MOVE AWMASTER-REC TO KYT-Image(KY-Idx)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AWMASTER-FILE
           END-IF
           .

      ******************************************************************
       LoadJournalHistory SECTION.
      ******************************************************************
           OPEN INPUT AWBITJRN-FILE
           IF NOT Journal-OK
             DISPLAY "AWBITHST: AWBITJRN could not be opened, "
                     "file status " WS-Journal-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM UNTIL Journal-EOF
               READ AWBITJRN-FILE
                 AT END
                   MOVE '10' TO WS-Journal-Status
                 NOT AT END
                   ADD 1 TO WS-Journal-Read
                   MOVE JRN-Key TO WS-Parm-Key
                   PERFORM FindKey
                   IF Key-Found
                     PERFORM AddHistoryEntry
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AWBITJRN-FILE
           END-IF
           .

      ******************************************************************
       AddHistoryEntry SECTION.
      ******************************************************************
           IF FUNCTION TEST-NUMVAL(JRN-Offset) NOT = 0
             OR FUNCTION TEST-NUMVAL(JRN-Len) NOT = 0
             DISPLAY "AWBITHST: WARNING - malformed journal record "
                     "skipped: " AWBITJRN-REC
           ELSE
             IF WS-Hist-Count >= 5000
               DISPLAY "AWBITHST: History table full - ask about "
                       "fewer keys."
               MOVE 12 TO RETURN-CODE
               MOVE '10' TO WS-Journal-Status
             ELSE
               ADD 1 TO WS-Hist-Count
               SET HS-Idx TO WS-Hist-Count
               SET HST-Key-Idx(HS-Idx) TO KY-Idx
               MOVE JRN-Timestamp(1:19) TO HST-Timestamp(HS-Idx)
               MOVE FUNCTION NUMVAL(JRN-Offset) TO HST-Offset(HS-Idx)
               MOVE FUNCTION NUMVAL(JRN-Len)    TO HST-Len(HS-Idx)
               MOVE JRN-Op        TO HST-Op(HS-Idx)
               MOVE JRN-Before    TO HST-Before(HS-Idx)
               MOVE JRN-After     TO HST-After(HS-Idx)
               MOVE JRN-Requester TO HST-Requester(HS-Idx)
               MOVE JRN-Approver  TO HST-Approver(HS-Idx)
               MOVE 'N'           TO HST-Mismatch(HS-Idx)
               MOVE SPACES        TO HST-Found-Hex(HS-Idx)
               ADD 1 TO KYT-Hist-Count(KY-Idx)
               IF HST-Len(HS-Idx) < 1 OR HST-Len(HS-Idx) > 16
                 OR HST-Offset(HS-Idx) < 1
                 OR HST-Offset(HS-Idx) + HST-Len(HS-Idx) - 1 > 80
                 DISPLAY "AWBITHST: WARNING - journal record outside "
                         "the 80-byte record skipped: " AWBITJRN-REC
                 SUBTRACT 1 FROM WS-Hist-Count
                 SUBTRACT 1 FROM KYT-Hist-Count(KY-Idx)
               END-IF
             END-IF
           END-IF
           .

      ******************************************************************
       ReportOneKey SECTION.
      ******************************************************************
           DISPLAY "=================================================="
           DISPLAY "AWBITHST: Key " KYT-Key(KY-Idx) " - "
                   KYT-Hist-Count(KY-Idx) " journalled change(s)"
           IF NOT Key-On-Master(KY-Idx)
             DISPLAY "  NOT ON AWMASTER - history listed, no values "
                     "rebuilt."
             ADD 1 TO WS-Missing-Count
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             PERFORM WalkBackFromMaster
           END-IF
           IF KYT-Hist-Count(KY-Idx) = 0
             DISPLAY "  No changes in AWBITJRN for this key."
             IF Key-On-Master(KY-Idx)
               ADD 1 TO WS-Quiet-Count
               IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
           ELSE
             PERFORM ListKeyHistory
           END-IF
           IF Key-On-Master(KY-Idx)
             PERFORM ShowAsofValues
           END-IF
           .

      ******************************************************************
       WalkBackFromMaster SECTION.
      ******************************************************************
      *> Newest change first: the record must hold that change's
      *> after image, and undoing it to the before image gives the
      *> record as it stood before that run. Stopping the undo at
      *> the as-of date gives the values on that date.
           MOVE KYT-Image(KY-Idx) TO WS-Recon-Image
           MOVE 'N' TO WS-Key-Mismatch
           MOVE 'N' TO WS-Asof-Taken
           PERFORM VARYING HS-Idx FROM WS-Hist-Count BY -1
                   UNTIL HS-Idx < 1
             IF HST-Key-Idx(HS-Idx) = KY-Idx
               IF Asof-Given AND NOT Asof-Taken
                 AND HST-Timestamp(HS-Idx)(1:10) <= WS-Asof-Date
                 MOVE WS-Recon-Image TO WS-Asof-Image
                 MOVE 'Y' TO WS-Asof-Taken
               END-IF
               PERFORM UndoOneChange
             END-IF
           END-PERFORM
           IF Asof-Given AND NOT Asof-Taken
             MOVE WS-Recon-Image TO WS-Asof-Image
             MOVE 'Y' TO WS-Asof-Taken
           END-IF
           IF Key-Mismatch
             ADD 1 TO WS-Mismatch-Keys
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       UndoOneChange SECTION.
      ******************************************************************
           COMPUTE WS-Hex-Digits = HST-Len(HS-Idx) * 2
           MOVE SPACES TO WS-Hex-Work
           MOVE FUNCTION HEX-OF(
                WS-Recon-Image(HST-Offset(HS-Idx):HST-Len(HS-Idx)))
             TO WS-Hex-Work
           IF WS-Hex-Work(1:WS-Hex-Digits)
              NOT = HST-After(HS-Idx)(1:WS-Hex-Digits)
             MOVE 'Y' TO HST-Mismatch(HS-Idx)
             MOVE WS-Hex-Work TO HST-Found-Hex(HS-Idx)
             MOVE 'Y' TO WS-Key-Mismatch
           END-IF
           MOVE ALL '0' TO WS-Hex-Decode-Tmp
           MOVE HST-Before(HS-Idx)(1:WS-Hex-Digits)
             TO WS-Hex-Decode-Tmp(1:WS-Hex-Digits)
           MOVE FUNCTION HEX-TO-CHAR(WS-Hex-Decode-Tmp)
             TO WS-Bytes-Work
           MOVE WS-Bytes-Work(1:HST-Len(HS-Idx))
             TO WS-Recon-Image(HST-Offset(HS-Idx):HST-Len(HS-Idx))
           .

      ******************************************************************
       ListKeyHistory SECTION.
      ******************************************************************
           DISPLAY "  Change history, oldest first:"
           PERFORM VARYING HS-Idx FROM 1 BY 1
                   UNTIL HS-Idx > WS-Hist-Count
             IF HST-Key-Idx(HS-Idx) = KY-Idx
               PERFORM ListOneChange
             END-IF
           END-PERFORM
           .

      ******************************************************************
       ListOneChange SECTION.
      ******************************************************************
           MOVE HST-Offset(HS-Idx) TO WS-Show-Offset
           MOVE HST-Len(HS-Idx)    TO WS-Show-Len
           PERFORM NameFieldRange
           COMPUTE WS-Hex-Digits = HST-Len(HS-Idx) * 2
           DISPLAY "  " HST-Timestamp(HS-Idx) " " WS-Field-Label
                   " " HST-Op(HS-Idx)
                   " requested by '" HST-Requester(HS-Idx)
                   "' approved by '" HST-Approver(HS-Idx) "'"
           MOVE ALL '0' TO WS-Hex-Decode-Tmp
           MOVE HST-Before(HS-Idx)(1:WS-Hex-Digits)
             TO WS-Hex-Decode-Tmp(1:WS-Hex-Digits)
           MOVE FUNCTION HEX-TO-CHAR(WS-Hex-Decode-Tmp)
             TO WS-Bytes-Work
           DISPLAY "      before X'" HST-Before(HS-Idx)(1:WS-Hex-Digits)
                   "' B'"
                   FUNCTION BIT-OF(WS-Bytes-Work(1:HST-Len(HS-Idx)))
                   "'"
           MOVE ALL '0' TO WS-Hex-Decode-Tmp
           MOVE HST-After(HS-Idx)(1:WS-Hex-Digits)
             TO WS-Hex-Decode-Tmp(1:WS-Hex-Digits)
           MOVE FUNCTION HEX-TO-CHAR(WS-Hex-Decode-Tmp)
             TO WS-Bytes-Work
           DISPLAY "      after  X'" HST-After(HS-Idx)(1:WS-Hex-Digits)
                   "' B'"
                   FUNCTION BIT-OF(WS-Bytes-Work(1:HST-Len(HS-Idx)))
                   "'"
           IF Hist-Mismatch(HS-Idx)
             DISPLAY "      *** MISMATCH - the record next shows X'"
                     HST-Found-Hex(HS-Idx)(1:WS-Hex-Digits)
                     "' here: changed outside AWBITUPD after this run"
           END-IF
           .

      ******************************************************************
       ShowAsofValues SECTION.
      ******************************************************************
      *> Every dictionary field, then every range the journal
      *> touched for this key that no dictionary field describes.
           IF Asof-Given
             DISPLAY "  Values as of the end of " WS-Asof-Date
                     " (current value where it differs):"
             PERFORM VARYING FD-Idx FROM 1 BY 1
                     UNTIL FD-Idx > WS-Fld-Count
               MOVE FDT-Offset(FD-Idx) TO WS-Show-Offset
               MOVE FDT-Len(FD-Idx)    TO WS-Show-Len
               PERFORM ShowOneAsofValue
             END-PERFORM
             PERFORM VARYING HS-Idx FROM 1 BY 1
                     UNTIL HS-Idx > WS-Hist-Count
               IF HST-Key-Idx(HS-Idx) = KY-Idx
                 MOVE HST-Offset(HS-Idx) TO WS-Show-Offset
                 MOVE HST-Len(HS-Idx)    TO WS-Show-Len
                 PERFORM NameFieldRange
                 PERFORM CheckRangeSeen
                 IF NOT Range-Seen AND NOT Fld-Found
                   PERFORM ShowOneAsofValue
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           .

      ******************************************************************
       CheckRangeSeen SECTION.
      ******************************************************************
      *> True when an earlier entry for this key had the same range,
      *> so each range is shown once.
           MOVE 'N' TO WS-Range-Seen
           PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
                   UNTIL WS-Scan-Idx >= HS-Idx
                      OR Range-Seen
             IF HST-Key-Idx(WS-Scan-Idx) = KY-Idx
               AND HST-Offset(WS-Scan-Idx) = HST-Offset(HS-Idx)
               AND HST-Len(WS-Scan-Idx) = HST-Len(HS-Idx)
               MOVE 'Y' TO WS-Range-Seen
             END-IF
           END-PERFORM
           .

      ******************************************************************
       ShowOneAsofValue SECTION.
      ******************************************************************
           PERFORM NameFieldRange
           MOVE WS-Asof-Image(WS-Show-Offset:WS-Show-Len)
             TO WS-Bytes-Work
           DISPLAY "    " WS-Field-Label " X'"
                   FUNCTION HEX-OF(WS-Bytes-Work(1:WS-Show-Len))
                   "' B'"
                   FUNCTION BIT-OF(WS-Bytes-Work(1:WS-Show-Len))
                   "'"
           IF WS-Asof-Image(WS-Show-Offset:WS-Show-Len)
              NOT = KYT-Image(KY-Idx)(WS-Show-Offset:WS-Show-Len)
             MOVE KYT-Image(KY-Idx)(WS-Show-Offset:WS-Show-Len)
               TO WS-Bytes-Work
             DISPLAY "      now X'"
                     FUNCTION HEX-OF(WS-Bytes-Work(1:WS-Show-Len))
                     "' B'"
                     FUNCTION BIT-OF(WS-Bytes-Work(1:WS-Show-Len))
                     "'"
           END-IF
           .

      ******************************************************************
       NameFieldRange SECTION.
      ******************************************************************
      *> The dictionary name for the range in WS-Show-Offset and
      *> WS-Show-Len, or the raw offset/length when none matches.
      *> Searched with its own index - ShowAsofValues is stepping
      *> FD-Idx through the dictionary around this.
           MOVE 'N' TO WS-Fld-Found
           PERFORM VARYING FD-Name-Idx FROM 1 BY 1
                   UNTIL FD-Name-Idx > WS-Fld-Count
                      OR Fld-Found
             IF FDT-Offset(FD-Name-Idx) = WS-Show-Offset
               AND FDT-Len(FD-Name-Idx) = WS-Show-Len
               MOVE 'Y' TO WS-Fld-Found
               MOVE FDT-Name(FD-Name-Idx) TO WS-Field-Label
             END-IF
           END-PERFORM
           IF NOT Fld-Found
             MOVE WS-Show-Offset TO WS-Raw-Offset
             MOVE WS-Show-Len    TO WS-Raw-Len
             MOVE WS-Raw-Label   TO WS-Field-Label
           END-IF
           .

      ******************************************************************
       DisplayTotals SECTION.
      ******************************************************************
           DISPLAY "=================================================="
           DISPLAY "AWBITHST: " WS-Key-Count " key(s), "
                   WS-Hist-Count " change(s) from "
                   WS-Journal-Read " journal record(s)"
           DISPLAY "AWBITHST: " WS-Missing-Count " not on AWMASTER, "
                   WS-Quiet-Count " with no history, "
                   WS-Mismatch-Keys " where journal and master "
                   "disagree"
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
           MOVE 'KEYS'     TO WS-Rlg-Count-Name(1)
           MOVE WS-Key-Count TO WS-Rlg-Count(1)
           MOVE 'CHANGES'  TO WS-Rlg-Count-Name(2)
           MOVE WS-Hist-Count TO WS-Rlg-Count(2)
           MOVE 'MISMATCH' TO WS-Rlg-Count-Name(3)
           MOVE WS-Mismatch-Keys TO WS-Rlg-Count(3)
           MOVE SPACES     TO WS-Rlg-Count-Name(4)
           MOVE 0 TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
