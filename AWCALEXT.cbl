       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWCALEXT.

      *> Processing-calendar extract. The BDAY* routines answer one
      *> date per call, so the scheduler and the downstream teams kept
      *> their own lists of working days; this step publishes the
      *> whole year for one site from the shared calendar instead,
      *> every day asked of BDAYCHK exactly as the batch jobs ask it.
      *>
      *> pParm-Value selects the year and the site:
      *>   YYYY        - the year, all-sites holidays only
      *>   YYYY:SSS    - the year, for site SSS (its own holidays plus
      *>                 the all-sites ones - see BDAYCHK)
      *>
      *> AWPRCCAL record, one per calendar day (70 bytes):
      *>   CAL-DATE         X(10)  YYYY-MM-DD, sp,
      *>   CAL-SITE         X(03)  site as given (blank = all sites), sp,
      *>   CAL-WEEKDAY      X(03)  MON..SUN, sp,
      *>   CAL-BUSINESS-DAY X(01)  Y = working day, sp,
      *>   CAL-BDAY-NO      9(02)  working day number within the month
      *>                           (00 on a non-working day), sp,
      *>   CAL-BDAYS-LEFT   9(02)  working days left in the month after
      *>                           this day, sp,
      *>   six Y/N flags, each followed by sp - first / last working day
      *>   of the month, of the quarter and of the year,
      *>   CAL-HOLIDAY-NAME X(30)  the AWHOLCAL name for the site's
      *>                           holiday that day, blank otherwise
      *>
      *> RC 0 = extract written, RC 12 = bad parm, BDAYCHK failure or
      *> file error.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Read here only for the holiday names - BDAYCHK owns the
      *> working-day answer.
           SELECT AWHOLCAL-FILE ASSIGN TO "AWHOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Holcal-Status.

           SELECT AWPRCCAL-FILE ASSIGN TO "AWPRCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AWHOLCAL-FILE.
       01  AWHOLCAL-REC.
           05 HOL-YEAR           PIC X(04).
           05 FILLER             PIC X(01).
           05 HOL-DATE           PIC X(10).
           05 FILLER             PIC X(01).
           05 HOL-NAME           PIC X(30).
           05 FILLER             PIC X(01).
           05 HOL-SITE           PIC X(03).

       FD  AWPRCCAL-FILE.
       01  AWPRCCAL-REC          PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-Holcal-Status       PIC X(02) VALUE '00'.
         88 Holcal-OK                 VALUE '00'.
         88 Holcal-EOF                VALUE '10'.
       01 WS-Calendar-Status     PIC X(02) VALUE '00'.
         88 Calendar-OK               VALUE '00'.

       01 Ws-Return-Code         PIC S9(04) COMP VALUE 0.

       01 WS-Cal-Year            PIC 9(04).
       01 WS-Cal-Site            PIC X(03).
       01 WS-Check-Idx           PIC 9(02) COMP.

       01 WS-Date-Num            PIC 9(08).
       01 WS-Date-Digits REDEFINES WS-Date-Num.
         05 WS-Date-Y            PIC 9(04).
         05 WS-Date-M            PIC 9(02).
         05 WS-Date-D            PIC 9(02).
       01 WS-Date-Int            PIC 9(08) COMP.
       01 WS-Last-Int            PIC 9(08) COMP.
       01 WS-Weekday             PIC 9(01) COMP.
       01 WS-Work-Date           PIC X(10).
       01 WS-Work-Flag           PIC X(01).

      *> MOD 7 of the integer date: 0 = Sunday .. 6 = Saturday, as
      *> BDAYCHK reads it.
       01 WS-Weekday-Names       PIC X(21)
                                 VALUE 'SUNMONTUEWEDTHUFRISAT'.
       01 WS-Weekday-Tab REDEFINES WS-Weekday-Names.
         03 WS-Weekday-Name OCCURS 7 TIMES PIC X(03).

      *> The year, one entry per calendar day, built up in three
      *> passes: the BDAYCHK answers, a forward count and a backward
      *> count within each month, quarter and year.
       01 WS-Day-Count           PIC 9(03) COMP VALUE 0.
       01 WS-Day-Tab.
         03 WS-Day-Entry OCCURS 366 TIMES INDEXED BY DY-Idx.
           05 DYT-Date           PIC X(10).
           05 DYT-Month          PIC 9(02).
           05 DYT-Quarter        PIC 9(01).
           05 DYT-Weekday        PIC X(03).
           05 DYT-Business-Day   PIC X(01).
             88 Business-Day          VALUE 'Y'.
           05 DYT-Holiday-Name   PIC X(30).
           05 DYT-Month-No       PIC 9(02) COMP.
           05 DYT-Month-Left     PIC 9(02) COMP.
           05 DYT-Qtr-No         PIC 9(03) COMP.
           05 DYT-Qtr-Left       PIC 9(03) COMP.
           05 DYT-Year-No        PIC 9(03) COMP.
           05 DYT-Year-Left      PIC 9(03) COMP.

       01 WS-Month-Count         PIC 9(02) COMP.
       01 WS-Qtr-Count           PIC 9(03) COMP.
       01 WS-Year-Count          PIC 9(03) COMP.
       01 WS-Prev-Month          PIC 9(02).
       01 WS-Prev-Quarter        PIC 9(01).
       01 WS-Business-Days       PIC 9(03) COMP VALUE 0.
       01 WS-Holiday-Days        PIC 9(03) COMP VALUE 0.

      *> Built here and MOVEd whole into AWPRCCAL-REC, so the
      *> separators keep their VALUE.
       01 WS-Calendar-Out.
         05 WS-Cal-Date          PIC X(10).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Cal-Site-Out      PIC X(03).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Cal-Weekday       PIC X(03).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Cal-Business-Day  PIC X(01).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Cal-Bday-No       PIC 9(02).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Cal-Bdays-Left    PIC 9(02).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Cal-First-Month   PIC X(01).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Cal-Last-Month    PIC X(01).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Cal-First-Qtr     PIC X(01).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Cal-Last-Qtr      PIC X(01).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Cal-First-Year    PIC X(01).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Cal-Last-Year     PIC X(01).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Cal-Holiday-Name  PIC X(30).

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWCALEXT'.
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
           DISPLAY "AWCALEXT: Processing calendar extract"
           DISPLAY "=================================================="
           PERFORM StartRunLog
           PERFORM EditParm
           IF RETURN-CODE < 12
             PERFORM BuildYear
           END-IF
           IF RETURN-CODE < 12
             PERFORM LoadHolidayNames
             PERFORM CountForward
             PERFORM CountBackward
             PERFORM WriteCalendar
           END-IF
           IF RETURN-CODE < 12
             DISPLAY "================================================="
             DISPLAY "AWCALEXT: " WS-Day-Count " day(s) written, "
                     WS-Business-Days " working day(s), "
                     WS-Holiday-Days " holiday(s)"
             DISPLAY "================================================="
           END-IF
           PERFORM EndRunLog
           DISPLAY "AWCALEXT: RC " RETURN-CODE
           GOBACK.

      ******************************************************************
       EditParm SECTION.
      ******************************************************************
           MOVE SPACES TO WS-Cal-Site
           IF FUNCTION TEST-NUMVAL(pParm-Value(1:4)) = 0
             AND (pParm-Value(5:1) = SPACE OR pParm-Value(5:1) = ':')
             MOVE pParm-Value(1:4) TO WS-Cal-Year
             IF pParm-Value(5:1) = ':'
               MOVE pParm-Value(6:3) TO WS-Cal-Site
             END-IF
           ELSE
             MOVE 0 TO WS-Cal-Year
           END-IF
           IF WS-Cal-Year < 1601
             DISPLAY "AWCALEXT: Parm '" pParm-Value(1:40)
                     "' is not YYYY or YYYY:SSS."
             MOVE 12 TO RETURN-CODE
           ELSE
      *> Same clean alphanumeric site code AWHOLMNT accepts.
             PERFORM VARYING WS-Check-Idx FROM 1 BY 1
                     UNTIL WS-Check-Idx > 3
               IF WS-Cal-Site NOT = SPACES
                 AND (WS-Cal-Site(WS-Check-Idx:1) < '0'
                   OR WS-Cal-Site(WS-Check-Idx:1) > '9')
                 AND (WS-Cal-Site(WS-Check-Idx:1) < 'A'
                   OR WS-Cal-Site(WS-Check-Idx:1) > 'Z')
                 DISPLAY "AWCALEXT: Site '" WS-Cal-Site
                         "' is not a site code."
                 MOVE 12 TO RETURN-CODE
                 MOVE 3 TO WS-Check-Idx
               END-IF
             END-PERFORM
           END-IF
           IF RETURN-CODE < 12
             IF WS-Cal-Site = SPACES
               DISPLAY "AWCALEXT: Year " WS-Cal-Year
                       ", all-sites holidays only"
             ELSE
               DISPLAY "AWCALEXT: Year " WS-Cal-Year ", site "
                       WS-Cal-Site
             END-IF
           END-IF
           .

      ******************************************************************
       BuildYear SECTION.
      ******************************************************************
           MOVE WS-Cal-Year TO WS-Date-Y
           MOVE 12 TO WS-Date-M
           MOVE 31 TO WS-Date-D
           COMPUTE WS-Last-Int = FUNCTION INTEGER-OF-DATE(WS-Date-Num)
           MOVE 1 TO WS-Date-M
           MOVE 1 TO WS-Date-D
           COMPUTE WS-Date-Int = FUNCTION INTEGER-OF-DATE(WS-Date-Num)
           PERFORM UNTIL WS-Date-Int > WS-Last-Int
                      OR RETURN-CODE NOT = 0
             PERFORM BuildOneDay
             ADD 1 TO WS-Date-Int
           END-PERFORM
           .

      ******************************************************************
       BuildOneDay SECTION.
      ******************************************************************
           COMPUTE WS-Date-Num = FUNCTION DATE-OF-INTEGER(WS-Date-Int)
           STRING WS-Date-Y '-' WS-Date-M '-' WS-Date-D
                  DELIMITED BY SIZE INTO WS-Work-Date
           END-STRING
           CALL 'BDAYCHK' USING BY REFERENCE WS-Work-Date
                                BY REFERENCE WS-Work-Flag
                                BY REFERENCE WS-Cal-Site
                         RETURNING Ws-Return-Code
           IF Ws-Return-Code NOT = 0
             DISPLAY "AWCALEXT: BDAYCHK RC " Ws-Return-Code " for "
                     WS-Work-Date " - extract stopped."
             MOVE 12 TO RETURN-CODE
           ELSE
             ADD 1 TO WS-Day-Count
             SET DY-Idx TO WS-Day-Count
             MOVE WS-Work-Date TO DYT-Date(DY-Idx)
             MOVE WS-Date-M    TO DYT-Month(DY-Idx)
             COMPUTE DYT-Quarter(DY-Idx) = (WS-Date-M + 2) / 3
             COMPUTE WS-Weekday = FUNCTION MOD(WS-Date-Int, 7)
             MOVE WS-Weekday-Name(WS-Weekday + 1)
               TO DYT-Weekday(DY-Idx)
             MOVE WS-Work-Flag TO DYT-Business-Day(DY-Idx)
             MOVE SPACES TO DYT-Holiday-Name(DY-Idx)
             IF Business-Day(DY-Idx)
               ADD 1 TO WS-Business-Days
             END-IF
           END-IF
           .

      ******************************************************************
       LoadHolidayNames SECTION.
      ******************************************************************
      *> The same site selection BDAYCHK applies; a missing calendar
      *> just means no names, as it means no holidays to BDAYCHK.
           OPEN INPUT AWHOLCAL-FILE
           IF Holcal-OK
             PERFORM UNTIL Holcal-EOF
               READ AWHOLCAL-FILE
                 AT END
                   MOVE '10' TO WS-Holcal-Status
                 NOT AT END
                   IF HOL-DATE(1:4) = WS-Cal-Year
                     AND (HOL-SITE = SPACES OR HOL-SITE = 'ALL'
                       OR HOL-SITE = WS-Cal-Site)
                     PERFORM NoteHolidayName
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AWHOLCAL-FILE
           END-IF
           .

      ******************************************************************
       NoteHolidayName SECTION.
      ******************************************************************
           PERFORM VARYING DY-Idx FROM 1 BY 1
                   UNTIL DY-Idx > WS-Day-Count
             IF DYT-Date(DY-Idx) = HOL-DATE
               IF DYT-Holiday-Name(DY-Idx) = SPACES
                 ADD 1 TO WS-Holiday-Days
                 MOVE HOL-NAME TO DYT-Holiday-Name(DY-Idx)
               END-IF
               SET DY-Idx TO WS-Day-Count
             END-IF
           END-PERFORM
           .

      ******************************************************************
       CountForward SECTION.
      ******************************************************************
      *> Working-day number so far within the month, quarter and year.
           MOVE 0 TO WS-Month-Count
           MOVE 0 TO WS-Qtr-Count
           MOVE 0 TO WS-Year-Count
           MOVE 0 TO WS-Prev-Month
           MOVE 0 TO WS-Prev-Quarter
           PERFORM VARYING DY-Idx FROM 1 BY 1
                   UNTIL DY-Idx > WS-Day-Count
             IF DYT-Month(DY-Idx) NOT = WS-Prev-Month
               MOVE 0 TO WS-Month-Count
               MOVE DYT-Month(DY-Idx) TO WS-Prev-Month
             END-IF
             IF DYT-Quarter(DY-Idx) NOT = WS-Prev-Quarter
               MOVE 0 TO WS-Qtr-Count
               MOVE DYT-Quarter(DY-Idx) TO WS-Prev-Quarter
             END-IF
             IF Business-Day(DY-Idx)
               ADD 1 TO WS-Month-Count
               ADD 1 TO WS-Qtr-Count
               ADD 1 TO WS-Year-Count
               MOVE WS-Month-Count TO DYT-Month-No(DY-Idx)
               MOVE WS-Qtr-Count   TO DYT-Qtr-No(DY-Idx)
               MOVE WS-Year-Count  TO DYT-Year-No(DY-Idx)
             ELSE
               MOVE 0 TO DYT-Month-No(DY-Idx)
               MOVE 0 TO DYT-Qtr-No(DY-Idx)
               MOVE 0 TO DYT-Year-No(DY-Idx)
             END-IF
           END-PERFORM
           .

      ******************************************************************
       CountBackward SECTION.
      ******************************************************************
      *> Working days still to come after each day, within the month,
      *> quarter and year.
           MOVE 0 TO WS-Month-Count
           MOVE 0 TO WS-Qtr-Count
           MOVE 0 TO WS-Year-Count
           MOVE 0 TO WS-Prev-Month
           MOVE 0 TO WS-Prev-Quarter
           PERFORM VARYING DY-Idx FROM WS-Day-Count BY -1
                   UNTIL DY-Idx < 1
             IF DYT-Month(DY-Idx) NOT = WS-Prev-Month
               MOVE 0 TO WS-Month-Count
               MOVE DYT-Month(DY-Idx) TO WS-Prev-Month
             END-IF
             IF DYT-Quarter(DY-Idx) NOT = WS-Prev-Quarter
               MOVE 0 TO WS-Qtr-Count
               MOVE DYT-Quarter(DY-Idx) TO WS-Prev-Quarter
             END-IF
             MOVE WS-Month-Count TO DYT-Month-Left(DY-Idx)
             MOVE WS-Qtr-Count   TO DYT-Qtr-Left(DY-Idx)
             MOVE WS-Year-Count  TO DYT-Year-Left(DY-Idx)
             IF Business-Day(DY-Idx)
               ADD 1 TO WS-Month-Count
               ADD 1 TO WS-Qtr-Count
               ADD 1 TO WS-Year-Count
             END-IF
           END-PERFORM
           .

      ******************************************************************
       WriteCalendar SECTION.
      ******************************************************************
           OPEN OUTPUT AWPRCCAL-FILE
           IF NOT Calendar-OK
             DISPLAY "AWCALEXT: AWPRCCAL could not be opened, "
                     "file status " WS-Calendar-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM VARYING DY-Idx FROM 1 BY 1
                     UNTIL DY-Idx > WS-Day-Count
               PERFORM WriteOneDay
             END-PERFORM
             CLOSE AWPRCCAL-FILE
           END-IF
           .

      ******************************************************************
       WriteOneDay SECTION.
      ******************************************************************
           MOVE DYT-Date(DY-Idx)         TO WS-Cal-Date
           MOVE WS-Cal-Site              TO WS-Cal-Site-Out
           MOVE DYT-Weekday(DY-Idx)      TO WS-Cal-Weekday
           MOVE DYT-Business-Day(DY-Idx) TO WS-Cal-Business-Day
           MOVE DYT-Month-No(DY-Idx)     TO WS-Cal-Bday-No
           MOVE DYT-Month-Left(DY-Idx)   TO WS-Cal-Bdays-Left
           MOVE DYT-Holiday-Name(DY-Idx) TO WS-Cal-Holiday-Name
           MOVE 'N' TO WS-Cal-First-Month
           MOVE 'N' TO WS-Cal-Last-Month
           MOVE 'N' TO WS-Cal-First-Qtr
           MOVE 'N' TO WS-Cal-Last-Qtr
           MOVE 'N' TO WS-Cal-First-Year
           MOVE 'N' TO WS-Cal-Last-Year
           IF Business-Day(DY-Idx)
             IF DYT-Month-No(DY-Idx) = 1
               MOVE 'Y' TO WS-Cal-First-Month
             END-IF
             IF DYT-Month-Left(DY-Idx) = 0
               MOVE 'Y' TO WS-Cal-Last-Month
             END-IF
             IF DYT-Qtr-No(DY-Idx) = 1
               MOVE 'Y' TO WS-Cal-First-Qtr
             END-IF
             IF DYT-Qtr-Left(DY-Idx) = 0
               MOVE 'Y' TO WS-Cal-Last-Qtr
             END-IF
             IF DYT-Year-No(DY-Idx) = 1
               MOVE 'Y' TO WS-Cal-First-Year
             END-IF
             IF DYT-Year-Left(DY-Idx) = 0
               MOVE 'Y' TO WS-Cal-Last-Year
             END-IF
           END-IF
           MOVE WS-Calendar-Out TO AWPRCCAL-REC
           WRITE AWPRCCAL-REC
           IF NOT Calendar-OK
             DISPLAY "AWCALEXT: AWPRCCAL write failed, file status "
                     WS-Calendar-Status
             MOVE 12 TO RETURN-CODE
             SET DY-Idx TO WS-Day-Count
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
           MOVE 'DAYS'     TO WS-Rlg-Count-Name(1)
           MOVE WS-Day-Count TO WS-Rlg-Count(1)
           MOVE 'WORKING'  TO WS-Rlg-Count-Name(2)
           MOVE WS-Business-Days TO WS-Rlg-Count(2)
           MOVE 'HOLIDAYS' TO WS-Rlg-Count-Name(3)
           MOVE WS-Holiday-Days TO WS-Rlg-Count(3)
           MOVE SPACES     TO WS-Rlg-Count-Name(4)
           MOVE 0 TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
