       IDENTIFICATION DIVISION.
       PROGRAM-ID. BDAYNTH.

      *> Nth business day of a month - "the 3rd working day" that
      *> settlement and reporting jobs are defined by. Takes any date
      *> inside the month in question and answers the Nth working day
      *> of that month per the shared calendar; a negative N counts
      *> back from the month end, so -1 is the last working day (the
      *> BDAYEOM answer) and -2 the one before it.
      *>
      *>   CALL 'BDAYNTH' USING BY REFERENCE date-str    PIC X(10)
      *>                        BY REFERENCE nth         PIC S9(4) COMP
      *>                        BY REFERENCE result-date PIC X(10)
      *>                        BY REFERENCE site-code   PIC X(03)
      *>                  RETURNING rc
      *>   The site code scopes the holiday calendar - blank means
      *>   all-sites holidays only; see BDAYCHK.
      *>   RC 0 = result set, RC 4 = the month has fewer than N
      *>   working days (result blank), RC 8 = bad input date or N
      *>   of zero.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 Ws-Return-Code         PIC S9(04) COMP VALUE 0.
       01 WS-Date-Int            PIC 9(08) COMP.
       01 WS-First-Int           PIC 9(08) COMP.
       01 WS-Last-Int            PIC 9(08) COMP.
       01 WS-Date-Num            PIC 9(08).
       01 WS-Date-Digits REDEFINES WS-Date-Num.
         05 WS-Date-Y            PIC 9(04).
         05 WS-Date-M            PIC 9(02).
         05 WS-Date-D            PIC 9(02).
       01 WS-Work-Date           PIC X(10).
       01 WS-Work-Flag           PIC X(01).
       01 WS-Found-Sw            PIC X(01).
         88 Found-Working-Day         VALUE 'Y'.
       01 WS-Step                PIC S9(01) COMP.
       01 WS-Days-Left           PIC 9(04) COMP.

       LINKAGE SECTION.
       01 L-Date-Str             PIC X(10).
       01 L-Nth                  PIC S9(04) COMP.
       01 L-Result-Date          PIC X(10).
       01 L-Site                 PIC X(03).

       PROCEDURE DIVISION USING BY REFERENCE L-Date-Str
                                BY REFERENCE L-Nth
                                BY REFERENCE L-Result-Date
                                BY REFERENCE L-Site.
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO L-Result-Date

      *> Validate the input date by asking BDAYCHK about it.
           MOVE L-Date-Str TO WS-Work-Date
           CALL 'BDAYCHK' USING BY REFERENCE WS-Work-Date
                                BY REFERENCE WS-Work-Flag
                                BY REFERENCE L-Site
                         RETURNING Ws-Return-Code
           IF Ws-Return-Code NOT = 0 OR L-Nth = 0
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

      *> First calendar day of the month, and the last = day 1 of the
      *> following month minus one.
           COMPUTE WS-Date-Y = FUNCTION NUMVAL(L-Date-Str(1:4))
           COMPUTE WS-Date-M = FUNCTION NUMVAL(L-Date-Str(6:2))
           MOVE 1 TO WS-Date-D
           COMPUTE WS-First-Int = FUNCTION INTEGER-OF-DATE(WS-Date-Num)
           IF WS-Date-M = 12
             ADD 1 TO WS-Date-Y
             MOVE 1 TO WS-Date-M
           ELSE
             ADD 1 TO WS-Date-M
           END-IF
           COMPUTE WS-Last-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Date-Num) - 1

      *> Walk forward from the first day for a positive N, back from
      *> the last day for a negative one, counting working days; the
      *> walk stops at the far end of the month.
           IF L-Nth > 0
             MOVE WS-First-Int TO WS-Date-Int
             MOVE 1 TO WS-Step
             MOVE L-Nth TO WS-Days-Left
           ELSE
             MOVE WS-Last-Int TO WS-Date-Int
             MOVE -1 TO WS-Step
             COMPUTE WS-Days-Left = 0 - L-Nth
           END-IF
           MOVE 'N' TO WS-Found-Sw
           PERFORM TestOneDay
                   UNTIL Found-Working-Day
                      OR RETURN-CODE NOT = 0
           IF Found-Working-Day
             MOVE WS-Work-Date TO L-Result-Date
           END-IF
           GOBACK.

      ******************************************************************
       TestOneDay SECTION.
      ******************************************************************
           IF WS-Date-Int < WS-First-Int OR WS-Date-Int > WS-Last-Int
             MOVE 4 TO RETURN-CODE
           ELSE
             COMPUTE WS-Date-Num =
                     FUNCTION DATE-OF-INTEGER(WS-Date-Int)
             STRING WS-Date-Y '-' WS-Date-M '-' WS-Date-D
                    DELIMITED BY SIZE INTO WS-Work-Date
             END-STRING
             CALL 'BDAYCHK' USING BY REFERENCE WS-Work-Date
                                  BY REFERENCE WS-Work-Flag
                                  BY REFERENCE L-Site
                           RETURNING Ws-Return-Code
             IF Ws-Return-Code NOT = 0
               MOVE 8 TO RETURN-CODE
             ELSE
               IF WS-Work-Flag = 'Y'
                 SUBTRACT 1 FROM WS-Days-Left
               END-IF
               IF WS-Days-Left = 0
                 MOVE 'Y' TO WS-Found-Sw
               ELSE
                 ADD WS-Step TO WS-Date-Int
               END-IF
             END-IF
           END-IF
           .
