       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWTCCOV.

      *> Coverage analysis of the regression case file. AWTCVAL says
      *> each AWTESTCF row is well formed; this step says whether the
      *> rows together test what matters. It reads the accepted cases
      *> AWTCVAL wrote to AWTCACC, groups them by TC-FUNCTION and
      *> reports for each function:
      *>   - which field lengths 1-16 have a case (bit functions)
      *>   - whether the boundary bit positions are hit: the first
      *>     bit, the last bit of the field, and a byte boundary
      *>     inside it (a bit 8n or 8n+1) - for the functions that
      *>     take TC-POSITION, where BITSLR/BITSLL read it as the
      *>     shift count
      *>   - for DOFY, DATEDOY and the BDAY* routines, whether a case
      *>     touches a leap year (29 February, 31 December of a leap
      *>     year, or a span across 29 February), a year end (31
      *>     December, 1 January, or a span into the next year), and
      *>     - for the BDAY* routines, which read AWHOLCAL - a date on
      *>     or next to an all-sites holiday
      *>   - whether an error-path case (nonzero TC-EXPECTED-RC) exists
      *> Only happy-path cases count towards lengths, boundaries and
      *> dates - an error-path row is out of range on purpose.
      *>
      *> Every gap is listed under its function. The minimum set every
      *> function must reach - the ones marked MINIMUM - is:
      *>   all       - at least one happy-path and one error-path case
      *>   bit       - a case at length 1 and at length 16
      *>   position  - first bit, last bit and a byte boundary
      *>   date      - a leap-year case and a year-end case
      *>   BDAY*     - also a holiday-adjacent case (when AWHOLCAL has
      *>               all-sites holidays to be adjacent to)
      *>
      *> RC 0 = nothing missing, RC 4 = gaps above the minimum only,
      *> RC 8 = a function below the minimum set (the suite should be
      *> held, as for an AWTCVAL reject), RC 12 = file error.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWTCACC-FILE ASSIGN TO "AWTCACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Accept-Status.

           SELECT AWHOLCAL-FILE ASSIGN TO "AWHOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Holcal-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AWTCACC-FILE.
       01  AWTCACC-REC.
           05 TC-FUNCTION        PIC X(08).
           05 TC-LEN             PIC X(02).
           05 TC-VALUE1          PIC X(32).
           05 TC-VALUE2          PIC X(32).
           05 TC-POSITION        PIC X(03).
           05 TC-EXPECTED        PIC X(32).
           05 TC-EXPECTED-RC     PIC X(05).

       FD  AWHOLCAL-FILE.
       01  AWHOLCAL-REC.
           05 HOL-YEAR           PIC X(04).
           05 FILLER             PIC X(01).
           05 HOL-DATE           PIC X(10).
           05 FILLER             PIC X(01).
           05 HOL-NAME           PIC X(30).
           05 FILLER             PIC X(01).
           05 HOL-SITE           PIC X(03).

       WORKING-STORAGE SECTION.
       01 WS-Accept-Status       PIC X(02) VALUE '00'.
         88 Accept-OK                 VALUE '00'.
         88 Accept-EOF                VALUE '10'.
       01 WS-Holcal-Status       PIC X(02) VALUE '00'.
         88 Holcal-OK                 VALUE '00'.
         88 Holcal-EOF                VALUE '10'.

      *> Supported dispatch keywords, as AWFUNCT's EVALUATE knows them,
      *> each with the kind of input space it covers:
      *>   B = bit function, no position   P = bit function, position
      *>   D = date function               H = business-day function
       01 WS-Function-List.
         05 FILLER               PIC X(09) VALUE 'BITAND  B'.
         05 FILLER               PIC X(09) VALUE 'BITGET  P'.
         05 FILLER               PIC X(09) VALUE 'BITINV  P'.
         05 FILLER               PIC X(09) VALUE 'BITIS   P'.
         05 FILLER               PIC X(09) VALUE 'BITOR   B'.
         05 FILLER               PIC X(09) VALUE 'BITSET  P'.
         05 FILLER               PIC X(09) VALUE 'BITSLR  P'.
         05 FILLER               PIC X(09) VALUE 'BITSLL  P'.
         05 FILLER               PIC X(09) VALUE 'DOFY    D'.
         05 FILLER               PIC X(09) VALUE 'BITXOR  B'.
         05 FILLER               PIC X(09) VALUE 'BITCNT  B'.
         05 FILLER               PIC X(09) VALUE 'DATEDOY D'.
         05 FILLER               PIC X(09) VALUE 'BDAYADD H'.
         05 FILLER               PIC X(09) VALUE 'BDAYCHK H'.
         05 FILLER               PIC X(09) VALUE 'BDAYNXT H'.
         05 FILLER               PIC X(09) VALUE 'BDAYPRV H'.
       01 WS-Function-Tab REDEFINES WS-Function-List.
         03 WS-Function-Entry    OCCURS 16 TIMES INDEXED BY FN-Idx.
           05 WS-Function-Name   PIC X(08).
           05 WS-Function-Kind   PIC X(01).
             88 Kind-Bit              VALUE 'B', 'P'.
             88 Kind-Position         VALUE 'P'.
             88 Kind-Date             VALUE 'D', 'H'.
             88 Kind-Bday             VALUE 'H'.

      *> What the accepted cases cover, per function. Length map byte
      *> n is 'X' when a happy-path case of length n exists.
       01 WS-Coverage-Tab.
         03 WS-Coverage-Entry    OCCURS 16 TIMES INDEXED BY CV-Idx.
           05 CVT-Cases          PIC 9(05) COMP.
           05 CVT-Happy          PIC 9(05) COMP.
           05 CVT-Error          PIC 9(05) COMP.
           05 CVT-Len-Map        PIC X(16).
           05 CVT-First-Bit      PIC X(01).
           05 CVT-Last-Bit       PIC X(01).
           05 CVT-Byte-Edge      PIC X(01).
           05 CVT-Leap-Year      PIC X(01).
           05 CVT-Year-End       PIC X(01).
           05 CVT-Holiday        PIC X(01).

      *> All-sites holidays as integer dates, as BDAYCHK and AWFUNCT's
      *> blank site code see them.
       01 WS-Holiday-Count       PIC 9(03) COMP VALUE 0.
       01 WS-Holiday-Tab.
         03 WS-Holiday-Int OCCURS 200 TIMES INDEXED BY HO-Idx
                                 PIC 9(08) COMP.

      *> Per-case work fields.
       01 WS-Function-Known      PIC X(01).
         88 Function-Known            VALUE 'Y'.
       01 WS-Rec-Len             PIC 9(04) COMP.
       01 WS-Rec-Position        PIC 9(04) COMP.
       01 WS-Rec-Negative        PIC X(01).
         88 Negative-Case             VALUE 'Y'.
       01 WS-Byte-Rem            PIC 9(04) COMP.
       01 WS-Date-Check-Field    PIC X(10).
       01 WS-Date-Num            PIC 9(08).
       01 WS-Date-Int            PIC 9(08) COMP.
       01 WS-Date-Year           PIC 9(04).
       01 WS-Date-MMDD           PIC X(05).
       01 WS-Check-Idx           PIC 9(02) COMP.
       01 WS-Date-Shape-OK       PIC X(01).
         88 Date-Shape-OK             VALUE 'Y'.
       01 WS-Leap-Flag           PIC X(01).
         88 Leap-Year                 VALUE 'Y'.
       01 WS-First-Int           PIC 9(08) COMP.
       01 WS-First-Year          PIC 9(04).
       01 WS-Second-Int          PIC 9(08) COMP.
       01 WS-Second-Year         PIC 9(04).
       01 WS-Low-Int             PIC 9(08) COMP.
       01 WS-High-Int            PIC 9(08) COMP.
       01 WS-Feb29-Num           PIC 9(08).
       01 WS-Feb29-Int           PIC 9(08) COMP.
       01 WS-Span-Year           PIC 9(04).
       01 WS-Day-Diff            PIC S9(08) COMP.

      *> Gap accounting for the report and the return code.
       01 WS-Gap-Text            PIC X(70).
       01 WS-Gap-Minimum         PIC X(01).
         88 Gap-Is-Minimum            VALUE 'Y'.
       01 WS-Function-Gaps       PIC 9(03) COMP.
       01 WS-Function-Below      PIC X(01).
         88 Function-Below            VALUE 'Y'.
       01 WS-Missing-Lengths     PIC X(50).
       01 WS-Missing-Ptr         PIC 9(03) COMP.
       01 WS-Len-Idx             PIC 9(02) COMP.
       01 WS-Len-Edit            PIC Z9.

       01 WS-Read-Count          PIC 9(05) COMP VALUE 0.
       01 WS-Unknown-Count       PIC 9(05) COMP VALUE 0.
       01 WS-Total-Gaps          PIC 9(05) COMP VALUE 0.
       01 WS-Below-Count         PIC 9(03) COMP VALUE 0.

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWTCCOV'.
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
           DISPLAY "AWTCCOV: Regression case coverage of AWTCACC"
           DISPLAY "=================================================="
           PERFORM StartRunLog
           PERFORM LoadHolidayCalendar
           PERFORM LoadCoverage
           IF RETURN-CODE < 12
             PERFORM VARYING FN-Idx FROM 1 BY 1 UNTIL FN-Idx > 16
               SET CV-Idx TO FN-Idx
               PERFORM ReportFunction
             END-PERFORM
             PERFORM DisplayTotals
           END-IF
           PERFORM EndRunLog
           DISPLAY "AWTCCOV: RC " RETURN-CODE
           GOBACK.

      ******************************************************************
       LoadHolidayCalendar SECTION.
      ******************************************************************
      *> Optional - without it no date is holiday-adjacent and that
      *> dimension is left out of the minimum set.
           OPEN INPUT AWHOLCAL-FILE
           IF Holcal-OK
             PERFORM UNTIL Holcal-EOF
               READ AWHOLCAL-FILE
                 AT END
                   MOVE '10' TO WS-Holcal-Status
                 NOT AT END
                   IF HOL-SITE = SPACES OR HOL-SITE = 'ALL'
                     MOVE HOL-DATE TO WS-Date-Check-Field
                     PERFORM DateToInteger
                     IF Date-Shape-OK
                       IF WS-Holiday-Count < 200
                         ADD 1 TO WS-Holiday-Count
                         SET HO-Idx TO WS-Holiday-Count
                         MOVE WS-Date-Int TO WS-Holiday-Int(HO-Idx)
                       ELSE
                         DISPLAY "AWTCCOV: WARNING - holiday table "
                                 "full, " HOL-DATE " ignored."
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AWHOLCAL-FILE
           END-IF
           IF WS-Holiday-Count = 0
             DISPLAY "AWTCCOV: No all-sites holidays in AWHOLCAL - "
                     "holiday adjacency not assessed."
           END-IF
           .

      ******************************************************************
       LoadCoverage SECTION.
      ******************************************************************
           PERFORM VARYING CV-Idx FROM 1 BY 1 UNTIL CV-Idx > 16
             MOVE 0        TO CVT-Cases(CV-Idx)
             MOVE 0        TO CVT-Happy(CV-Idx)
             MOVE 0        TO CVT-Error(CV-Idx)
             MOVE ALL '-'  TO CVT-Len-Map(CV-Idx)
             MOVE 'N'      TO CVT-First-Bit(CV-Idx)
             MOVE 'N'      TO CVT-Last-Bit(CV-Idx)
             MOVE 'N'      TO CVT-Byte-Edge(CV-Idx)
             MOVE 'N'      TO CVT-Leap-Year(CV-Idx)
             MOVE 'N'      TO CVT-Year-End(CV-Idx)
             MOVE 'N'      TO CVT-Holiday(CV-Idx)
           END-PERFORM
           OPEN INPUT AWTCACC-FILE
           IF NOT Accept-OK
             DISPLAY "AWTCCOV: AWTCACC could not be opened, "
                     "file status " WS-Accept-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM UNTIL Accept-EOF
               READ AWTCACC-FILE
                 AT END
                   MOVE '10' TO WS-Accept-Status
                 NOT AT END
                   PERFORM NoteOneCase
               END-READ
             END-PERFORM
             CLOSE AWTCACC-FILE
           END-IF
           .

      ******************************************************************
       NoteOneCase SECTION.
      ******************************************************************
           ADD 1 TO WS-Read-Count
           MOVE 'N' TO WS-Function-Known
           PERFORM VARYING FN-Idx FROM 1 BY 1
                   UNTIL FN-Idx > 16 OR Function-Known
             IF TC-FUNCTION = WS-Function-Name(FN-Idx)
               MOVE 'Y' TO WS-Function-Known
             END-IF
           END-PERFORM
           IF NOT Function-Known
             ADD 1 TO WS-Unknown-Count
             DISPLAY "AWTCCOV: WARNING - unknown function '"
                     TC-FUNCTION "' in record " WS-Read-Count
           ELSE
             SET FN-Idx DOWN BY 1
             SET CV-Idx TO FN-Idx
             ADD 1 TO CVT-Cases(CV-Idx)
             MOVE 'N' TO WS-Rec-Negative
             IF TC-EXPECTED-RC NOT = SPACES
               IF FUNCTION NUMVAL(TC-EXPECTED-RC) NOT = 0
                 MOVE 'Y' TO WS-Rec-Negative
               END-IF
             END-IF
             IF Negative-Case
               ADD 1 TO CVT-Error(CV-Idx)
             ELSE
               ADD 1 TO CVT-Happy(CV-Idx)
               EVALUATE TRUE
                 WHEN Kind-Bit(FN-Idx)
                   PERFORM NoteBitCase
                 WHEN Kind-Date(FN-Idx)
                   PERFORM NoteDateCase
               END-EVALUATE
             END-IF
           END-IF
           .

      ******************************************************************
       NoteBitCase SECTION.
      ******************************************************************
           MOVE FUNCTION NUMVAL(TC-LEN) TO WS-Rec-Len
           MOVE 'X' TO CVT-Len-Map(CV-Idx)(WS-Rec-Len:1)
           IF Kind-Position(FN-Idx)
             MOVE FUNCTION NUMVAL(TC-POSITION) TO WS-Rec-Position
             IF WS-Rec-Position = 1
               MOVE 'Y' TO CVT-First-Bit(CV-Idx)
             END-IF
             IF WS-Rec-Position = WS-Rec-Len * 8
               MOVE 'Y' TO CVT-Last-Bit(CV-Idx)
             END-IF
      *> Last bit of one byte or first bit of the next, inside the
      *> field.
             COMPUTE WS-Byte-Rem = FUNCTION MOD(WS-Rec-Position, 8)
             IF (WS-Byte-Rem = 0 AND WS-Rec-Position < WS-Rec-Len * 8)
               OR (WS-Byte-Rem = 1 AND WS-Rec-Position > 1)
               MOVE 'Y' TO CVT-Byte-Edge(CV-Idx)
             END-IF
           END-IF
           .

      ******************************************************************
       NoteDateCase SECTION.
      ******************************************************************
      *> The dates a case feeds to or expects back from the routine -
      *> see AWTCVAL for where each function carries them.
           MOVE 0 TO WS-First-Int
           MOVE 0 TO WS-Second-Int
           EVALUATE TC-FUNCTION
             WHEN 'DOFY'
               MOVE TC-EXPECTED(1:10) TO WS-Date-Check-Field
               PERFORM NoteOneDate
               MOVE WS-Date-Int  TO WS-First-Int
             WHEN 'DATEDOY'
             WHEN 'BDAYCHK'
               MOVE TC-VALUE1(1:10) TO WS-Date-Check-Field
               PERFORM NoteOneDate
               MOVE WS-Date-Int  TO WS-First-Int
             WHEN OTHER
               MOVE TC-VALUE1(1:10) TO WS-Date-Check-Field
               PERFORM NoteOneDate
               MOVE WS-Date-Int  TO WS-First-Int
               MOVE WS-Date-Year TO WS-First-Year
               MOVE TC-EXPECTED(1:10) TO WS-Date-Check-Field
               PERFORM NoteOneDate
               MOVE WS-Date-Int  TO WS-Second-Int
               MOVE WS-Date-Year TO WS-Second-Year
           END-EVALUATE
           IF WS-First-Int > 0 AND WS-Second-Int > 0
             PERFORM NoteDateSpan
           END-IF
           .

      ******************************************************************
       NoteOneDate SECTION.
      ******************************************************************
           PERFORM DateToInteger
           IF NOT Date-Shape-OK
             MOVE 0 TO WS-Date-Int
           ELSE
             MOVE WS-Date-Check-Field(6:5) TO WS-Date-MMDD
             PERFORM TestLeapYear
             IF WS-Date-MMDD = '02-29'
               OR (WS-Date-MMDD = '12-31' AND Leap-Year)
               MOVE 'Y' TO CVT-Leap-Year(CV-Idx)
             END-IF
             IF WS-Date-MMDD = '12-31' OR WS-Date-MMDD = '01-01'
               MOVE 'Y' TO CVT-Year-End(CV-Idx)
             END-IF
             IF Kind-Bday(FN-Idx)
               PERFORM VARYING HO-Idx FROM 1 BY 1
                       UNTIL HO-Idx > WS-Holiday-Count
                 COMPUTE WS-Day-Diff =
                         WS-Date-Int - WS-Holiday-Int(HO-Idx)
                 IF WS-Day-Diff >= -1 AND WS-Day-Diff <= 1
                   MOVE 'Y' TO CVT-Holiday(CV-Idx)
                 END-IF
               END-PERFORM
             END-IF
           END-IF
           .

      ******************************************************************
       NoteDateSpan SECTION.
      ******************************************************************
      *> A start and result date in different years cross a year end;
      *> either year's 29 February lying between them is a leap-year
      *> case for a business-day walk.
           IF WS-First-Year NOT = WS-Second-Year
             MOVE 'Y' TO CVT-Year-End(CV-Idx)
           END-IF
           IF WS-First-Int < WS-Second-Int
             MOVE WS-First-Int  TO WS-Low-Int
             MOVE WS-Second-Int TO WS-High-Int
           ELSE
             MOVE WS-Second-Int TO WS-Low-Int
             MOVE WS-First-Int  TO WS-High-Int
           END-IF
           MOVE WS-First-Year TO WS-Span-Year
           PERFORM NoteSpanFeb29
           IF WS-Second-Year NOT = WS-First-Year
             MOVE WS-Second-Year TO WS-Span-Year
             PERFORM NoteSpanFeb29
           END-IF
           .

      ******************************************************************
       NoteSpanFeb29 SECTION.
      ******************************************************************
           MOVE WS-Span-Year TO WS-Date-Year
           PERFORM TestLeapYear
           IF Leap-Year
             COMPUTE WS-Feb29-Num = WS-Span-Year * 10000 + 229
             COMPUTE WS-Feb29-Int =
                     FUNCTION INTEGER-OF-DATE(WS-Feb29-Num)
             IF WS-Feb29-Int >= WS-Low-Int
               AND WS-Feb29-Int <= WS-High-Int
               MOVE 'Y' TO CVT-Leap-Year(CV-Idx)
             END-IF
           END-IF
           .

      ******************************************************************
       TestLeapYear SECTION.
      ******************************************************************
           MOVE 'N' TO WS-Leap-Flag
           IF FUNCTION MOD(WS-Date-Year, 4) = 0
             AND (FUNCTION MOD(WS-Date-Year, 100) NOT = 0
               OR FUNCTION MOD(WS-Date-Year, 400) = 0)
             MOVE 'Y' TO WS-Leap-Flag
           END-IF
           .

      ******************************************************************
       DateToInteger SECTION.
      ******************************************************************
      *> Same shape-then-calendar check BDAYCHK applies; leaves the
      *> year in WS-Date-Year and the integer date in WS-Date-Int.
           MOVE 'Y' TO WS-Date-Shape-OK
           PERFORM VARYING WS-Check-Idx FROM 1 BY 1
                   UNTIL WS-Check-Idx > 10
             EVALUATE WS-Check-Idx
               WHEN 5
               WHEN 8
                 IF WS-Date-Check-Field(WS-Check-Idx:1) NOT = '-'
                   MOVE 'N' TO WS-Date-Shape-OK
                 END-IF
               WHEN OTHER
                 IF WS-Date-Check-Field(WS-Check-Idx:1) < '0'
                   OR WS-Date-Check-Field(WS-Check-Idx:1) > '9'
                   MOVE 'N' TO WS-Date-Shape-OK
                 END-IF
             END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-Date-Int
           MOVE 0 TO WS-Date-Year
           IF Date-Shape-OK
             COMPUTE WS-Date-Num =
                     FUNCTION NUMVAL(WS-Date-Check-Field(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-Date-Check-Field(6:2)) * 100
                   + FUNCTION NUMVAL(WS-Date-Check-Field(9:2))
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-Date-Num) = 0
               COMPUTE WS-Date-Int =
                       FUNCTION INTEGER-OF-DATE(WS-Date-Num)
               MOVE WS-Date-Check-Field(1:4) TO WS-Date-Year
             ELSE
               MOVE 'N' TO WS-Date-Shape-OK
             END-IF
           END-IF
           .

      ******************************************************************
       ReportFunction SECTION.
      ******************************************************************
           MOVE 0 TO WS-Function-Gaps
           MOVE 'N' TO WS-Function-Below
           DISPLAY "--------------------------------------------------"
           DISPLAY "AWTCCOV: " WS-Function-Name(FN-Idx) " "
                   CVT-Cases(CV-Idx) " case(s), "
                   CVT-Happy(CV-Idx) " happy path, "
                   CVT-Error(CV-Idx) " error path"
           IF Kind-Bit(FN-Idx)
             DISPLAY "  lengths 1-16 : " CVT-Len-Map(CV-Idx)
           END-IF
           IF Kind-Position(FN-Idx)
             DISPLAY "  first bit " CVT-First-Bit(CV-Idx)
                     "  last bit " CVT-Last-Bit(CV-Idx)
                     "  byte boundary " CVT-Byte-Edge(CV-Idx)
           END-IF
           IF Kind-Date(FN-Idx)
             IF Kind-Bday(FN-Idx)
               DISPLAY "  leap year " CVT-Leap-Year(CV-Idx)
                       "  year end " CVT-Year-End(CV-Idx)
                       "  holiday-adjacent " CVT-Holiday(CV-Idx)
             ELSE
               DISPLAY "  leap year " CVT-Leap-Year(CV-Idx)
                       "  year end " CVT-Year-End(CV-Idx)
             END-IF
           END-IF

      *> A function with no cases at all is one gap, not one per
      *> dimension.
           IF CVT-Cases(CV-Idx) = 0
             MOVE 'no cases at all' TO WS-Gap-Text
             MOVE 'Y' TO WS-Gap-Minimum
             PERFORM ReportGap
           ELSE
             PERFORM ReportCaseGaps
           END-IF

           IF WS-Function-Gaps = 0
             DISPLAY "  no gaps"
           END-IF
           IF Function-Below
             ADD 1 TO WS-Below-Count
             DISPLAY "  *** below the minimum coverage set"
           END-IF
           .

      ******************************************************************
       ReportCaseGaps SECTION.
      ******************************************************************
           IF CVT-Happy(CV-Idx) = 0
             MOVE 'no happy-path case' TO WS-Gap-Text
             MOVE 'Y' TO WS-Gap-Minimum
             PERFORM ReportGap
           END-IF
           IF CVT-Error(CV-Idx) = 0
             MOVE 'no error-path case (nonzero TC-EXPECTED-RC)'
               TO WS-Gap-Text
             MOVE 'Y' TO WS-Gap-Minimum
             PERFORM ReportGap
           END-IF
           IF Kind-Bit(FN-Idx)
             PERFORM ReportLengthGaps
           END-IF
           IF Kind-Position(FN-Idx)
             MOVE 'Y' TO WS-Gap-Minimum
             IF CVT-First-Bit(CV-Idx) = 'N'
               MOVE 'no case at the first bit (position 1)'
                 TO WS-Gap-Text
               PERFORM ReportGap
             END-IF
             IF CVT-Last-Bit(CV-Idx) = 'N'
               MOVE 'no case at the last bit (position len*8)'
                 TO WS-Gap-Text
               PERFORM ReportGap
             END-IF
             IF CVT-Byte-Edge(CV-Idx) = 'N'
               MOVE 'no case at a byte boundary (bit 8n or 8n+1)'
                 TO WS-Gap-Text
               PERFORM ReportGap
             END-IF
           END-IF
           IF Kind-Date(FN-Idx)
             MOVE 'Y' TO WS-Gap-Minimum
             IF CVT-Leap-Year(CV-Idx) = 'N'
               MOVE 'no leap-year case' TO WS-Gap-Text
               PERFORM ReportGap
             END-IF
             IF CVT-Year-End(CV-Idx) = 'N'
               MOVE 'no year-end case' TO WS-Gap-Text
               PERFORM ReportGap
             END-IF
             IF Kind-Bday(FN-Idx) AND CVT-Holiday(CV-Idx) = 'N'
               AND WS-Holiday-Count > 0
               MOVE 'no case on or next to an AWHOLCAL holiday'
                 TO WS-Gap-Text
               PERFORM ReportGap
             END-IF
           END-IF
           .

      ******************************************************************
       ReportLengthGaps SECTION.
      ******************************************************************
      *> Lengths 1 and 16 - the narrowest field and the widest the work
      *> areas take - are in the minimum set; the rest are listed.
           IF CVT-Len-Map(CV-Idx)(1:1) = '-'
             MOVE 'no case at length 1' TO WS-Gap-Text
             MOVE 'Y' TO WS-Gap-Minimum
             PERFORM ReportGap
           END-IF
           IF CVT-Len-Map(CV-Idx)(16:1) = '-'
             MOVE 'no case at length 16' TO WS-Gap-Text
             MOVE 'Y' TO WS-Gap-Minimum
             PERFORM ReportGap
           END-IF
           MOVE SPACES TO WS-Missing-Lengths
           MOVE 1 TO WS-Missing-Ptr
           PERFORM VARYING WS-Len-Idx FROM 2 BY 1 UNTIL WS-Len-Idx > 15
             IF CVT-Len-Map(CV-Idx)(WS-Len-Idx:1) = '-'
               MOVE WS-Len-Idx TO WS-Len-Edit
               STRING ' '         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Len-Edit)
                                  DELIMITED BY SIZE
                 INTO WS-Missing-Lengths
                 WITH POINTER WS-Missing-Ptr
               END-STRING
             END-IF
           END-PERFORM
           IF WS-Missing-Lengths NOT = SPACES
             MOVE SPACES TO WS-Gap-Text
             STRING 'no case at length(s)' DELIMITED BY SIZE
                    WS-Missing-Lengths     DELIMITED BY SIZE
               INTO WS-Gap-Text
             END-STRING
             MOVE 'N' TO WS-Gap-Minimum
             PERFORM ReportGap
           END-IF
           .

      ******************************************************************
       ReportGap SECTION.
      ******************************************************************
           ADD 1 TO WS-Function-Gaps
           ADD 1 TO WS-Total-Gaps
           IF Gap-Is-Minimum
             MOVE 'Y' TO WS-Function-Below
             DISPLAY "  GAP MINIMUM  " WS-Gap-Text
           ELSE
             DISPLAY "  GAP          " WS-Gap-Text
           END-IF
           .

      ******************************************************************
       DisplayTotals SECTION.
      ******************************************************************
           DISPLAY "=================================================="
           DISPLAY "AWTCCOV: " WS-Read-Count " accepted case(s) read, "
                   WS-Unknown-Count " with unknown function"
           DISPLAY "AWTCCOV: " WS-Total-Gaps " gap(s), "
                   WS-Below-Count " function(s) below the minimum set"
           DISPLAY "=================================================="
           EVALUATE TRUE
             WHEN WS-Below-Count > 0
               MOVE 8 TO RETURN-CODE
             WHEN WS-Total-Gaps > 0
               MOVE 4 TO RETURN-CODE
           END-EVALUATE
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
           MOVE 'READ'     TO WS-Rlg-Count-Name(1)
           MOVE WS-Read-Count TO WS-Rlg-Count(1)
           MOVE 'GAPS'     TO WS-Rlg-Count-Name(2)
           MOVE WS-Total-Gaps TO WS-Rlg-Count(2)
           MOVE 'BELOWMIN' TO WS-Rlg-Count-Name(3)
           MOVE WS-Below-Count TO WS-Rlg-Count(3)
           MOVE SPACES     TO WS-Rlg-Count-Name(4)
           MOVE 0 TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
