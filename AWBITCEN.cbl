       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWBITCEN.

      *> Indicator-flag census. One pass of AWMASTER counts, for every
      *> AWFLDDIC field and every bit position in it, the records with
      *> that bit set - the monthly "how many accounts carry each
      *> flag" answer without one AWBITQRY criteria file per question.
      *> The counts are appended to the snapshot history AWCENHST under
      *> the run date, and the run prints a trend report setting the
      *> new snapshot against the previous one and, optionally, a
      *> chosen earlier one. A bit whose population moved by more than
      *> the threshold percentage is flagged - a sudden jump in a hold
      *> flag is the bad-campaign signal the business used to report
      *> before we saw it.
      *>
      *> The census reads the sequential AWMASTER, so when the night's
      *> AWBITUPD ran RANDOM against AWMASTKY the AWMSTIDX UNLOAD must
      *> run first or the snapshot is of the master before the
      *> updates.
      *>
      *> pParm-Value:
      *>   [YYYY-MM-DD][:NNN]
      *>     YYYY-MM-DD - the earlier snapshot to compare with as well
      *>                  (the latest one on or before that date)
      *>     NNN        - threshold percentage, default 10
      *>   e.g. 2026-01-31:25, or :5, or blank for the defaults.
      *>
      *> AWCENHST record (44 bytes), one per field bit per snapshot:
      *>   CEN-DATE X(10) YYYY-MM-DD, sp, CEN-FIELD X(08), sp,
      *>   CEN-POSITION 9(03), sp, CEN-COUNT 9(09) records with the
      *>   bit set, sp, CEN-RECORDS 9(09) records in the census
      *> A rerun on the same day appends a second snapshot for the
      *> date; the later rows win when the date is compared against.
      *> Positions are BITGET positions - bit 1 is the leftmost bit of
      *> the field, as BIT-OF shows it.
      *>
      *> A change is measured against the earlier count; a bit set on
      *> no record before and on some now is always flagged. A field
      *> with no rows in the earlier snapshot - added to AWFLDDIC
      *> since - has nothing to be measured against: it is shown as
      *> NEW with no percentage and is not flagged.
      *>
      *> RC 0 = no bit moved past the threshold, RC 4 = moves flagged,
      *> RC 12 = bad parm, no usable dictionary or file error.

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

      *> Appended like AWAUDIT and AWBITJRN.
           SELECT AWCENHST-FILE ASSIGN TO "AWCENHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.

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

       FD  AWCENHST-FILE.
       01  AWCENHST-REC.
           05 CEN-DATE           PIC X(10).
           05 FILLER             PIC X(01).
           05 CEN-FIELD          PIC X(08).
           05 FILLER             PIC X(01).
           05 CEN-POSITION       PIC 9(03).
           05 FILLER             PIC X(01).
           05 CEN-COUNT          PIC 9(09).
           05 FILLER             PIC X(01).
           05 CEN-RECORDS        PIC 9(09).

       WORKING-STORAGE SECTION.
       01 WS-Master-Status       PIC X(02) VALUE '00'.
         88 Master-OK                 VALUE '00'.
         88 Master-EOF                VALUE '10'.
       01 WS-Fld-Dic-Status      PIC X(02) VALUE '00'.
         88 Fld-Dic-OK                VALUE '00'.
         88 Fld-Dic-EOF               VALUE '10'.
       01 WS-History-Status      PIC X(02) VALUE '00'.
         88 History-OK                VALUE '00'.
         88 History-EOF               VALUE '10'.

      *> Field dictionary, loaded the same way AWBITUPD loads it.
       01 WS-Fld-Count           PIC 9(03) COMP VALUE 0.
       01 WS-Fld-Tab.
         03 WS-Fld-Entry OCCURS 100 TIMES INDEXED BY FD-Idx.
           05 FDT-Name           PIC X(08).
           05 FDT-Offset         PIC 9(03) COMP.
           05 FDT-Len            PIC 9(04) COMP.
           05 FDT-Ops            PIC X(05).
       01 WS-Fld-Found           PIC X(01).
         88 Fld-Found                 VALUE 'Y'.

      *> Bit counts per field and position: the census just taken,
      *> the previous snapshot and the chosen earlier one, and
      *> whether the field appears in those snapshots at all.
       01 WS-Census-Tab.
         03 WS-Census-Field OCCURS 100 TIMES.
           05 CNF-In-Previous    PIC X(01).
             88 In-Previous           VALUE 'Y'.
           05 CNF-In-Chosen      PIC X(01).
             88 In-Chosen             VALUE 'Y'.
           05 WS-Census-Bit OCCURS 128 TIMES.
             07 CNT-Latest       PIC 9(09) COMP.
             07 CNT-Previous     PIC 9(09) COMP.
             07 CNT-Chosen       PIC 9(09) COMP.
       01 WS-Fld-Idx             PIC 9(03) COMP.
       01 WS-Bit-Idx             PIC 9(03) COMP.
       01 WS-Bit-Total           PIC 9(03) COMP.
       01 WS-Bit-Image           PIC X(128).

       01 WS-Master-Count        PIC 9(09) COMP VALUE 0.
       01 WS-Previous-Records    PIC 9(09) COMP VALUE 0.
       01 WS-Chosen-Records      PIC 9(09) COMP VALUE 0.

      *> Run date and parm.
       01 WS-Current-Date        PIC X(21).
       01 WS-Census-Date         PIC X(10).
       01 WS-Parm-Date           PIC X(10).
       01 WS-Parm-Threshold      PIC X(05).
       01 WS-Threshold           PIC 9(03) VALUE 10.
       01 WS-Previous-Date       PIC X(10) VALUE SPACES.
       01 WS-Chosen-Date         PIC X(10) VALUE SPACES.
       01 WS-Date-Num            PIC 9(08).
       01 WS-Check-Idx           PIC 9(02) COMP.
       01 WS-Date-Shape-OK       PIC X(01).
         88 Date-Shape-OK             VALUE 'Y'.

      *> Trend report work fields.
       01 WS-Earlier-Count       PIC 9(09) COMP.
       01 WS-Change-Pct          PIC S9(07)V9 COMP-3.
       01 WS-Move-Flag           PIC X(01).
         88 Move-Flagged              VALUE 'Y'.
       01 WS-Bit-Moved           PIC X(01).
       01 WS-Pct-Previous        PIC -(6)9.9.
       01 WS-Pct-Previous-X REDEFINES WS-Pct-Previous PIC X(09).
       01 WS-Pct-Chosen          PIC -(6)9.9.
       01 WS-Pct-Chosen-X REDEFINES WS-Pct-Chosen PIC X(09).
       01 WS-Flag-Text           PIC X(03).
       01 WS-Flagged-Count       PIC 9(05) COMP VALUE 0.
       01 WS-Snapshot-Rows       PIC 9(07) COMP VALUE 0.

      *> Built here and MOVEd whole into AWCENHST-REC, so the
      *> separators keep their VALUE.
       01 WS-History-Out.
         05 WS-Hso-Date          PIC X(10).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Hso-Field         PIC X(08).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Hso-Position      PIC 9(03).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Hso-Count         PIC 9(09).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Hso-Records       PIC 9(09).

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWBITCEN'.
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
           DISPLAY "AWBITCEN: Indicator-flag census of AWMASTER"
           DISPLAY "=================================================="
           PERFORM StartRunLog
           PERFORM EditParm
           IF RETURN-CODE < 12
             PERFORM LoadFieldDictionary
           END-IF
           IF RETURN-CODE < 12
             PERFORM TakeCensus
           END-IF
           IF RETURN-CODE < 12
             PERFORM FindSnapshotDates
           END-IF
           IF RETURN-CODE < 12
             PERFORM LoadEarlierCounts
           END-IF
           IF RETURN-CODE < 12
             PERFORM AppendSnapshot
           END-IF
           IF RETURN-CODE < 12
             PERFORM ReportTrend
             PERFORM DisplayTotals
           END-IF
           PERFORM EndRunLog
           DISPLAY "AWBITCEN: RC " RETURN-CODE
           GOBACK.

      ******************************************************************
       EditParm SECTION.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
           STRING WS-Current-Date(1:4) '-' WS-Current-Date(5:2) '-'
                  WS-Current-Date(7:2)
                  DELIMITED BY SIZE INTO WS-Census-Date
           END-STRING
           MOVE SPACES TO WS-Parm-Date
           MOVE SPACES TO WS-Parm-Threshold
           UNSTRING pParm-Value DELIMITED BY ':'
             INTO WS-Parm-Date WS-Parm-Threshold
           END-UNSTRING
           IF WS-Parm-Date NOT = SPACES
             PERFORM EditParmDate
           END-IF
           IF WS-Parm-Threshold NOT = SPACES
             IF FUNCTION TEST-NUMVAL(WS-Parm-Threshold) = 0
               AND FUNCTION NUMVAL(WS-Parm-Threshold) > 0
               AND FUNCTION NUMVAL(WS-Parm-Threshold) < 1000
               MOVE FUNCTION NUMVAL(WS-Parm-Threshold)
                 TO WS-Threshold
             ELSE
               DISPLAY "AWBITCEN: Threshold '" WS-Parm-Threshold
                       "' is not a percentage 1-999."
               MOVE 12 TO RETURN-CODE
             END-IF
           END-IF
           IF RETURN-CODE < 12
             DISPLAY "AWBITCEN: Snapshot " WS-Census-Date
                     ", threshold " WS-Threshold "%"
           END-IF
           .

      ******************************************************************
       EditParmDate SECTION.
      ******************************************************************
      *> Same shape-then-calendar check BDAYCHK applies.
           MOVE 'Y' TO WS-Date-Shape-OK
           PERFORM VARYING WS-Check-Idx FROM 1 BY 1
                   UNTIL WS-Check-Idx > 10
             EVALUATE WS-Check-Idx
               WHEN 5
               WHEN 8
                 IF WS-Parm-Date(WS-Check-Idx:1) NOT = '-'
                   MOVE 'N' TO WS-Date-Shape-OK
                 END-IF
               WHEN OTHER
                 IF WS-Parm-Date(WS-Check-Idx:1) < '0'
                   OR WS-Parm-Date(WS-Check-Idx:1) > '9'
                   MOVE 'N' TO WS-Date-Shape-OK
                 END-IF
             END-EVALUATE
           END-PERFORM
           IF Date-Shape-OK
             COMPUTE WS-Date-Num =
                     FUNCTION NUMVAL(WS-Parm-Date(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-Parm-Date(6:2)) * 100
                   + FUNCTION NUMVAL(WS-Parm-Date(9:2))
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-Date-Num) NOT = 0
               MOVE 'N' TO WS-Date-Shape-OK
             END-IF
           END-IF
           IF NOT Date-Shape-OK
             DISPLAY "AWBITCEN: Comparison date '" WS-Parm-Date
                     "' is not a valid YYYY-MM-DD date."
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       LoadFieldDictionary SECTION.
      ******************************************************************
      *> The census is by field name, so no dictionary is no census.
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
             DISPLAY "AWBITCEN: No usable AWFLDDIC entries - no census "
                     "taken."
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       LoadOneDictEntry SECTION.
      ******************************************************************
           IF FLD-NAME = SPACES
             OR FUNCTION TEST-NUMVAL(FLD-OFFSET) NOT = 0
             OR FUNCTION TEST-NUMVAL(FLD-LEN) NOT = 0
             DISPLAY "AWBITCEN: WARNING - malformed dictionary "
                     "record skipped: " AWFLDDIC-REC
           ELSE
             IF WS-Fld-Count >= 100
               DISPLAY "AWBITCEN: WARNING - field dictionary table "
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
                 DISPLAY "AWBITCEN: WARNING - dictionary entry '"
                         FLD-NAME "' outside the 80-byte record, "
                         "skipped."
                 SUBTRACT 1 FROM WS-Fld-Count
               END-IF
             END-IF
           END-IF
           .

      ******************************************************************
       TakeCensus SECTION.
      ******************************************************************
           PERFORM VARYING WS-Fld-Idx FROM 1 BY 1
                   UNTIL WS-Fld-Idx > WS-Fld-Count
             MOVE 'N' TO CNF-In-Previous(WS-Fld-Idx)
             MOVE 'N' TO CNF-In-Chosen(WS-Fld-Idx)
             PERFORM VARYING WS-Bit-Idx FROM 1 BY 1
                     UNTIL WS-Bit-Idx > 128
               MOVE 0 TO CNT-Latest(WS-Fld-Idx, WS-Bit-Idx)
               MOVE 0 TO CNT-Previous(WS-Fld-Idx, WS-Bit-Idx)
               MOVE 0 TO CNT-Chosen(WS-Fld-Idx, WS-Bit-Idx)
             END-PERFORM
           END-PERFORM
           OPEN INPUT AWMASTER-FILE
           IF NOT Master-OK
             DISPLAY "AWBITCEN: AWMASTER could not be opened, "
                     "file status " WS-Master-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM UNTIL Master-EOF
               READ AWMASTER-FILE
                 AT END
                   MOVE '10' TO WS-Master-Status
                 NOT AT END
                   PERFORM CountOneRecord
               END-READ
             END-PERFORM
             CLOSE AWMASTER-FILE
           END-IF
           .

      ******************************************************************
       CountOneRecord SECTION.
      ******************************************************************
           ADD 1 TO WS-Master-Count
           PERFORM VARYING FD-Idx FROM 1 BY 1
                   UNTIL FD-Idx > WS-Fld-Count
             SET WS-Fld-Idx TO FD-Idx
             COMPUTE WS-Bit-Total = FDT-Len(FD-Idx) * 8
             MOVE FUNCTION BIT-OF(AWMASTER-REC(FDT-Offset(FD-Idx):
                                               FDT-Len(FD-Idx)))
               TO WS-Bit-Image
             PERFORM VARYING WS-Bit-Idx FROM 1 BY 1
                     UNTIL WS-Bit-Idx > WS-Bit-Total
               IF WS-Bit-Image(WS-Bit-Idx:1) = '1'
                 ADD 1 TO CNT-Latest(WS-Fld-Idx, WS-Bit-Idx)
               END-IF
             END-PERFORM
           END-PERFORM
           .

      ******************************************************************
       FindSnapshotDates SECTION.
      ******************************************************************
      *> Previous = the latest snapshot before today; chosen = the
      *> latest on or before the parm date. No history yet simply
      *> means this is the first snapshot.
           OPEN INPUT AWCENHST-FILE
           IF History-OK
             PERFORM UNTIL History-EOF
               READ AWCENHST-FILE
                 AT END
                   MOVE '10' TO WS-History-Status
                 NOT AT END
                   IF CEN-DATE < WS-Census-Date
                     AND CEN-DATE > WS-Previous-Date
                     MOVE CEN-DATE TO WS-Previous-Date
                   END-IF
                   IF WS-Parm-Date NOT = SPACES
                     AND CEN-DATE NOT > WS-Parm-Date
                     AND CEN-DATE > WS-Chosen-Date
                     MOVE CEN-DATE TO WS-Chosen-Date
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AWCENHST-FILE
           END-IF
           IF WS-Previous-Date = SPACES
             DISPLAY "AWBITCEN: No earlier snapshot in AWCENHST - "
                     "first census, no trend."
           END-IF
           IF WS-Parm-Date NOT = SPACES AND WS-Chosen-Date = SPACES
             DISPLAY "AWBITCEN: WARNING - no snapshot on or before "
                     WS-Parm-Date " to compare with."
           END-IF
           .

      ******************************************************************
       LoadEarlierCounts SECTION.
      ******************************************************************
      *> Fields no longer in the dictionary are left out; later rows
      *> for a date overwrite earlier ones.
           IF WS-Previous-Date NOT = SPACES
             OR WS-Chosen-Date NOT = SPACES
             MOVE '00' TO WS-History-Status
             OPEN INPUT AWCENHST-FILE
             PERFORM UNTIL History-EOF
               READ AWCENHST-FILE
                 AT END
                   MOVE '10' TO WS-History-Status
                 NOT AT END
                   IF CEN-DATE = WS-Previous-Date
                     OR CEN-DATE = WS-Chosen-Date
                     PERFORM LoadOneHistoryRow
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AWCENHST-FILE
           END-IF
           .

      ******************************************************************
       LoadOneHistoryRow SECTION.
      ******************************************************************
           IF CEN-DATE = WS-Previous-Date
             MOVE CEN-RECORDS TO WS-Previous-Records
           END-IF
           IF CEN-DATE = WS-Chosen-Date
             MOVE CEN-RECORDS TO WS-Chosen-Records
           END-IF
           MOVE 'N' TO WS-Fld-Found
           PERFORM VARYING FD-Idx FROM 1 BY 1
                   UNTIL FD-Idx > WS-Fld-Count OR Fld-Found
             IF FDT-Name(FD-Idx) = CEN-FIELD
               MOVE 'Y' TO WS-Fld-Found
             END-IF
           END-PERFORM
           IF Fld-Found
             SET FD-Idx DOWN BY 1
             SET WS-Fld-Idx TO FD-Idx
             IF CEN-DATE = WS-Previous-Date
               MOVE 'Y' TO CNF-In-Previous(WS-Fld-Idx)
             END-IF
             IF CEN-DATE = WS-Chosen-Date
               MOVE 'Y' TO CNF-In-Chosen(WS-Fld-Idx)
             END-IF
           END-IF
           IF Fld-Found
             AND CEN-POSITION > 0
             AND CEN-POSITION NOT > FDT-Len(FD-Idx) * 8
             SET WS-Fld-Idx TO FD-Idx
             MOVE CEN-POSITION TO WS-Bit-Idx
             IF CEN-DATE = WS-Previous-Date
               MOVE CEN-COUNT TO CNT-Previous(WS-Fld-Idx, WS-Bit-Idx)
             END-IF
             IF CEN-DATE = WS-Chosen-Date
               MOVE CEN-COUNT TO CNT-Chosen(WS-Fld-Idx, WS-Bit-Idx)
             END-IF
           END-IF
           .

      ******************************************************************
       AppendSnapshot SECTION.
      ******************************************************************
           OPEN EXTEND AWCENHST-FILE
           IF NOT History-OK
             CLOSE AWCENHST-FILE
             OPEN OUTPUT AWCENHST-FILE
           END-IF
           IF NOT History-OK
             DISPLAY "AWBITCEN: AWCENHST could not be opened, "
                     "file status " WS-History-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             MOVE WS-Census-Date TO WS-Hso-Date
             MOVE WS-Master-Count TO WS-Hso-Records
             PERFORM VARYING FD-Idx FROM 1 BY 1
                     UNTIL FD-Idx > WS-Fld-Count
                        OR RETURN-CODE NOT < 12
               SET WS-Fld-Idx TO FD-Idx
               COMPUTE WS-Bit-Total = FDT-Len(FD-Idx) * 8
               PERFORM VARYING WS-Bit-Idx FROM 1 BY 1
                       UNTIL WS-Bit-Idx > WS-Bit-Total
                          OR RETURN-CODE NOT < 12
                 PERFORM WriteHistoryRow
               END-PERFORM
             END-PERFORM
             CLOSE AWCENHST-FILE
           END-IF
           .

      ******************************************************************
       WriteHistoryRow SECTION.
      ******************************************************************
           MOVE FDT-Name(FD-Idx) TO WS-Hso-Field
           MOVE WS-Bit-Idx TO WS-Hso-Position
           MOVE CNT-Latest(WS-Fld-Idx, WS-Bit-Idx) TO WS-Hso-Count
           MOVE WS-History-Out TO AWCENHST-REC
           WRITE AWCENHST-REC
           IF History-OK
             ADD 1 TO WS-Snapshot-Rows
           ELSE
             DISPLAY "AWBITCEN: AWCENHST write failed, file status "
                     WS-History-Status
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       ReportTrend SECTION.
      ******************************************************************
      *> One line per bit set on any record in any of the snapshots
      *> compared; an all-clear bit has nothing to say.
           DISPLAY "--------------------------------------------------"
           DISPLAY "AWBITCEN: Latest   " WS-Census-Date " "
                   WS-Master-Count " record(s)"
           IF WS-Previous-Date NOT = SPACES
             DISPLAY "AWBITCEN: Previous " WS-Previous-Date " "
                     WS-Previous-Records " record(s)"
           END-IF
           IF WS-Chosen-Date NOT = SPACES
             DISPLAY "AWBITCEN: Chosen   " WS-Chosen-Date " "
                     WS-Chosen-Records " record(s)"
           END-IF
           DISPLAY "--------------------------------------------------"
           DISPLAY "  FIELD      BIT     LATEST   PREVIOUS   CHANGE%"
                   "     CHOSEN   CHANGE%"
           PERFORM VARYING FD-Idx FROM 1 BY 1
                   UNTIL FD-Idx > WS-Fld-Count
             SET WS-Fld-Idx TO FD-Idx
             COMPUTE WS-Bit-Total = FDT-Len(FD-Idx) * 8
             PERFORM VARYING WS-Bit-Idx FROM 1 BY 1
                     UNTIL WS-Bit-Idx > WS-Bit-Total
               IF CNT-Latest(WS-Fld-Idx, WS-Bit-Idx) > 0
                 OR CNT-Previous(WS-Fld-Idx, WS-Bit-Idx) > 0
                 OR CNT-Chosen(WS-Fld-Idx, WS-Bit-Idx) > 0
                 PERFORM ReportOneBit
               END-IF
             END-PERFORM
           END-PERFORM
           .

      ******************************************************************
       ReportOneBit SECTION.
      ******************************************************************
           MOVE 'N' TO WS-Bit-Moved
           MOVE 0 TO WS-Pct-Previous
           MOVE 0 TO WS-Pct-Chosen
           IF WS-Previous-Date NOT = SPACES
             IF In-Previous(WS-Fld-Idx)
               MOVE CNT-Previous(WS-Fld-Idx, WS-Bit-Idx)
                 TO WS-Earlier-Count
               PERFORM MeasureChange
               MOVE WS-Change-Pct TO WS-Pct-Previous
               IF Move-Flagged
                 MOVE 'Y' TO WS-Bit-Moved
               END-IF
             ELSE
               MOVE '      NEW' TO WS-Pct-Previous-X
             END-IF
           END-IF
           IF WS-Chosen-Date NOT = SPACES
             IF In-Chosen(WS-Fld-Idx)
               MOVE CNT-Chosen(WS-Fld-Idx, WS-Bit-Idx)
                 TO WS-Earlier-Count
               PERFORM MeasureChange
               MOVE WS-Change-Pct TO WS-Pct-Chosen
               IF Move-Flagged
                 MOVE 'Y' TO WS-Bit-Moved
               END-IF
             ELSE
               MOVE '      NEW' TO WS-Pct-Chosen-X
             END-IF
           END-IF
           IF WS-Bit-Moved = 'Y'
             MOVE '***' TO WS-Flag-Text
             ADD 1 TO WS-Flagged-Count
           ELSE
             MOVE SPACES TO WS-Flag-Text
           END-IF
           DISPLAY "  " FDT-Name(FD-Idx) " " WS-Bit-Idx " "
                   CNT-Latest(WS-Fld-Idx, WS-Bit-Idx) " "
                   CNT-Previous(WS-Fld-Idx, WS-Bit-Idx) " "
                   WS-Pct-Previous " "
                   CNT-Chosen(WS-Fld-Idx, WS-Bit-Idx) " "
                   WS-Pct-Chosen " " WS-Flag-Text
           .

      ******************************************************************
       MeasureChange SECTION.
      ******************************************************************
      *> Percentage change from WS-Earlier-Count to the latest count.
      *> From zero to anything is flagged outright (shown as 100%).
           MOVE 'N' TO WS-Move-Flag
           IF WS-Earlier-Count = 0
             IF CNT-Latest(WS-Fld-Idx, WS-Bit-Idx) > 0
               MOVE 100 TO WS-Change-Pct
               MOVE 'Y' TO WS-Move-Flag
             ELSE
               MOVE 0 TO WS-Change-Pct
             END-IF
           ELSE
             COMPUTE WS-Change-Pct ROUNDED =
                     (CNT-Latest(WS-Fld-Idx, WS-Bit-Idx)
                      - WS-Earlier-Count) * 100 / WS-Earlier-Count
               ON SIZE ERROR
                 MOVE 999999.9 TO WS-Change-Pct
             END-COMPUTE
             IF WS-Change-Pct > WS-Threshold
               OR WS-Change-Pct < 0 - WS-Threshold
               MOVE 'Y' TO WS-Move-Flag
             END-IF
           END-IF
           .

      ******************************************************************
       DisplayTotals SECTION.
      ******************************************************************
           DISPLAY "=================================================="
           DISPLAY "AWBITCEN: " WS-Master-Count " record(s), "
                   WS-Fld-Count " field(s), " WS-Snapshot-Rows
                   " snapshot row(s) written"
           DISPLAY "AWBITCEN: " WS-Flagged-Count " bit(s) moved more "
                   "than " WS-Threshold "%"
           DISPLAY "=================================================="
           IF WS-Flagged-Count > 0
             MOVE 4 TO RETURN-CODE
           END-IF
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
           MOVE 'FIELDS'   TO WS-Rlg-Count-Name(2)
           MOVE WS-Fld-Count TO WS-Rlg-Count(2)
           MOVE 'ROWS'     TO WS-Rlg-Count-Name(3)
           MOVE WS-Snapshot-Rows TO WS-Rlg-Count(3)
           MOVE 'FLAGGED'  TO WS-Rlg-Count-Name(4)
           MOVE WS-Flagged-Count TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
