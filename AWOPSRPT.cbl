       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWOPSRPT.

      *> Morning operations report over the common run log AWRUNLOG
      *> that AWLOGRUN appends for every batch program. One page
      *> answers "how did last night go": every run in start order
      *> with its end time, RC, parm and key counts, and an
      *> exception list of everything that needs a look -
      *>   - a run that ended with a nonzero RC
      *>   - a run that logged its START but never its END (abended,
      *>     cancelled, or still running)
      *>   - a program expected every night that did not run
      *>   - runs out of order, such as an AWBITUPD with no AWBITRCN
      *>     after it or an AWFUNCT with no AWTCVAL before it
      *>
      *> The night runs from 18:00 on the batch date to 18:00 the next
      *> day, so a morning run sees the whole of the night before.
      *> pParm-Value selects it:
      *>   (spaces)    - the night that started yesterday
      *>   YYYY-MM-DD  - the night that started on that date
      *>
      *> What is expected and in what order comes from AWOPSCTL (one
      *> rule per line), or - without it - from the built-in rules
      *> shown in LoadDefaultControls:
      *>   CTL-TYPE    X(06)  EXPECT - CTL-PROGRAM must run every night
      *>                      AFTER  - every CTL-PROGRAM run must be
      *>                               followed by a CTL-OTHER run
      *>                      BEFORE - every CTL-PROGRAM run must be
      *>                               preceded by a CTL-OTHER run
      *>   sp, CTL-PROGRAM X(08), sp, CTL-OTHER X(08)
      *> A line starting '*' is a comment.
      *>
      *> RC 0 = a clean night, RC 4 = exceptions listed, RC 12 = file
      *> error, bad parm or tables full.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWRUNLOG-FILE ASSIGN TO "AWRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Log-Status.

           SELECT AWOPSCTL-FILE ASSIGN TO "AWOPSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AWRUNLOG-FILE.
       01  AWRUNLOG-REC.
           05 RLG-PROGRAM        PIC X(08).
           05 FILLER             PIC X(01).
           05 RLG-EVENT          PIC X(05).
           05 FILLER             PIC X(01).
           05 RLG-START          PIC X(19).
           05 FILLER             PIC X(01).
           05 RLG-END            PIC X(19).
           05 FILLER             PIC X(01).
           05 RLG-RC             PIC 9(04).
           05 FILLER             PIC X(01).
           05 RLG-PARM           PIC X(40).
           05 RLG-COUNTS         PIC X(76).

       FD  AWOPSCTL-FILE.
       01  AWOPSCTL-REC.
           05 CTL-TYPE           PIC X(06).
           05 FILLER             PIC X(01).
           05 CTL-PROGRAM        PIC X(08).
           05 FILLER             PIC X(01).
           05 CTL-OTHER          PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-Run-Log-Status      PIC X(02) VALUE '00'.
         88 Run-Log-OK                VALUE '00'.
         88 Run-Log-EOF               VALUE '10'.
       01 WS-Control-Status      PIC X(02) VALUE '00'.
         88 Control-OK                VALUE '00'.
         88 Control-EOF               VALUE '10'.

      *> The night's window, as text comparable with RLG-START.
       01 WS-Night-Date          PIC X(10).
       01 WS-Window-Start        PIC X(19).
       01 WS-Window-End          PIC X(19).
       01 WS-Cutover-Time        PIC X(08) VALUE '18:00:00'.
       01 WS-Current-Date        PIC X(21).
       01 WS-Date-Num            PIC 9(08).
       01 WS-Date-Int            PIC 9(08) COMP.
       01 WS-Next-Date-Num       PIC 9(08).
       01 WS-Next-Date-Parts REDEFINES WS-Next-Date-Num.
         05 WS-Next-Year         PIC 9(04).
         05 WS-Next-Month        PIC 9(02).
         05 WS-Next-Day          PIC 9(02).
       01 WS-Date-Text.
         05 WS-Date-Text-Year    PIC 9(04).
         05 FILLER               PIC X(01) VALUE '-'.
         05 WS-Date-Text-Month   PIC 9(02).
         05 FILLER               PIC X(01) VALUE '-'.
         05 WS-Date-Text-Day     PIC 9(02).
       01 WS-Check-Idx           PIC 9(02) COMP.
       01 WS-Date-Shape-OK       PIC X(01).
         88 Date-Shape-OK             VALUE 'Y'.

      *> Expected-run and ordering rules.
       01 WS-Ctl-Count           PIC 9(03) COMP VALUE 0.
       01 WS-Ctl-Tab.
         03 WS-Ctl-Entry OCCURS 50 TIMES INDEXED BY CT-Idx.
           05 CTT-Type           PIC X(06).
             88 Ctl-Expect            VALUE 'EXPECT'.
             88 Ctl-After             VALUE 'AFTER'.
             88 Ctl-Before            VALUE 'BEFORE'.
           05 CTT-Program        PIC X(08).
           05 CTT-Other          PIC X(08).

      *> The night's runs in start order - a START record opens an
      *> entry and its END record completes it.
       01 WS-Run-Count           PIC 9(03) COMP VALUE 0.
       01 WS-Run-Tab.
         03 WS-Run-Entry OCCURS 500 TIMES INDEXED BY RN-Idx.
           05 RNT-Program        PIC X(08).
           05 RNT-Start          PIC X(19).
           05 RNT-End            PIC X(19).
           05 RNT-RC             PIC 9(04).
           05 RNT-Parm           PIC X(40).
           05 RNT-Counts         PIC X(76).
           05 RNT-Ended          PIC X(01).
             88 Run-Ended             VALUE 'Y'.
       01 WS-Run-Found           PIC X(01).
         88 Run-Found                 VALUE 'Y'.
       01 WS-Scan-Idx            PIC 9(03) COMP.
       01 WS-Other-Found         PIC X(01).
         88 Other-Found               VALUE 'Y'.

       01 WS-Log-Read            PIC 9(07) COMP VALUE 0.
       01 WS-Exception-Count     PIC 9(05) COMP VALUE 0.
       01 WS-Run-Status-Text     PIC X(12).

       LINKAGE SECTION.
       01 pParm.
        05 pParm-Len    PIC S9(4) COMP.
        05 pParm-Value  PIC X(100).

       PROCEDURE DIVISION USING pParm.
           MOVE 0 TO RETURN-CODE
           DISPLAY "=================================================="
           DISPLAY "AWOPSRPT: Batch operations report"
           DISPLAY "=================================================="
           PERFORM SetNightWindow
           IF RETURN-CODE < 12
             PERFORM LoadControls
           END-IF
           IF RETURN-CODE < 12
             PERFORM LoadNightRuns
           END-IF
           IF RETURN-CODE < 12
             PERFORM ListNightRuns
             PERFORM CheckRunOutcomes
             PERFORM VARYING CT-Idx FROM 1 BY 1
                     UNTIL CT-Idx > WS-Ctl-Count
               EVALUATE TRUE
                 WHEN Ctl-Expect(CT-Idx)
                   PERFORM CheckExpectedRun
                 WHEN Ctl-After(CT-Idx)
                 WHEN Ctl-Before(CT-Idx)
                   PERFORM CheckRunOrder
               END-EVALUATE
             END-PERFORM
             PERFORM DisplayTotals
           END-IF
           DISPLAY "AWOPSRPT: RC " RETURN-CODE
           GOBACK.

      ******************************************************************
       SetNightWindow SECTION.
      ******************************************************************
           IF pParm-Value(1:10) = SPACES
             MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
             MOVE WS-Current-Date(1:8) TO WS-Date-Num
             COMPUTE WS-Date-Int =
                     FUNCTION INTEGER-OF-DATE(WS-Date-Num) - 1
             MOVE FUNCTION DATE-OF-INTEGER(WS-Date-Int)
               TO WS-Next-Date-Num
             PERFORM FormatDateText
             MOVE WS-Date-Text TO WS-Night-Date
           ELSE
             MOVE pParm-Value(1:10) TO WS-Night-Date
             PERFORM EditNightDate
           END-IF
           IF RETURN-CODE < 12
             MOVE SPACES TO WS-Window-Start
             STRING WS-Night-Date DELIMITED BY SIZE
                    ' '           DELIMITED BY SIZE
                    WS-Cutover-Time DELIMITED BY SIZE
               INTO WS-Window-Start
             END-STRING
             COMPUTE WS-Date-Num =
                     FUNCTION NUMVAL(WS-Night-Date(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-Night-Date(6:2)) * 100
                   + FUNCTION NUMVAL(WS-Night-Date(9:2))
             COMPUTE WS-Date-Int =
                     FUNCTION INTEGER-OF-DATE(WS-Date-Num) + 1
             MOVE FUNCTION DATE-OF-INTEGER(WS-Date-Int)
               TO WS-Next-Date-Num
             PERFORM FormatDateText
             MOVE SPACES TO WS-Window-End
             STRING WS-Date-Text    DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    WS-Cutover-Time DELIMITED BY SIZE
               INTO WS-Window-End
             END-STRING
             DISPLAY "AWOPSRPT: Runs started " WS-Window-Start
                     " to " WS-Window-End
           END-IF
           .

      ******************************************************************
       FormatDateText SECTION.
      ******************************************************************
           MOVE WS-Next-Year  TO WS-Date-Text-Year
           MOVE WS-Next-Month TO WS-Date-Text-Month
           MOVE WS-Next-Day   TO WS-Date-Text-Day
           .

      ******************************************************************
       EditNightDate SECTION.
      ******************************************************************
      *> Same shape-then-calendar check BDAYCHK applies.
           MOVE 'Y' TO WS-Date-Shape-OK
           PERFORM VARYING WS-Check-Idx FROM 1 BY 1
                   UNTIL WS-Check-Idx > 10
             EVALUATE WS-Check-Idx
               WHEN 5
               WHEN 8
                 IF WS-Night-Date(WS-Check-Idx:1) NOT = '-'
                   MOVE 'N' TO WS-Date-Shape-OK
                 END-IF
               WHEN OTHER
                 IF WS-Night-Date(WS-Check-Idx:1) < '0'
                   OR WS-Night-Date(WS-Check-Idx:1) > '9'
                   MOVE 'N' TO WS-Date-Shape-OK
                 END-IF
             END-EVALUATE
           END-PERFORM
           IF Date-Shape-OK
             COMPUTE WS-Date-Num =
                     FUNCTION NUMVAL(WS-Night-Date(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-Night-Date(6:2)) * 100
                   + FUNCTION NUMVAL(WS-Night-Date(9:2))
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-Date-Num) NOT = 0
               MOVE 'N' TO WS-Date-Shape-OK
             END-IF
           END-IF
           IF NOT Date-Shape-OK
             DISPLAY "AWOPSRPT: Batch date '" WS-Night-Date
                     "' is not a valid YYYY-MM-DD date."
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       LoadControls SECTION.
      ******************************************************************
           OPEN INPUT AWOPSCTL-FILE
           IF NOT Control-OK
             DISPLAY "AWOPSRPT: No AWOPSCTL - built-in schedule rules "
                     "used."
             PERFORM LoadDefaultControls
           ELSE
             PERFORM UNTIL Control-EOF
               READ AWOPSCTL-FILE
                 AT END
                   MOVE '10' TO WS-Control-Status
                 NOT AT END
                   IF AWOPSCTL-REC NOT = SPACES
                     AND CTL-TYPE(1:1) NOT = '*'
                     PERFORM EditOneControl
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AWOPSCTL-FILE
           END-IF
           .

      ******************************************************************
       EditOneControl SECTION.
      ******************************************************************
           IF (CTL-TYPE NOT = 'EXPECT' AND CTL-TYPE NOT = 'AFTER'
               AND CTL-TYPE NOT = 'BEFORE')
             OR CTL-PROGRAM = SPACES
             OR (CTL-TYPE NOT = 'EXPECT' AND CTL-OTHER = SPACES)
             DISPLAY "AWOPSRPT: WARNING - AWOPSCTL line ignored: "
                     AWOPSCTL-REC
           ELSE
             IF WS-Ctl-Count >= 50
               DISPLAY "AWOPSRPT: More than 50 AWOPSCTL rules."
               MOVE 12 TO RETURN-CODE
               MOVE '10' TO WS-Control-Status
             ELSE
               ADD 1 TO WS-Ctl-Count
               SET CT-Idx TO WS-Ctl-Count
               MOVE CTL-TYPE    TO CTT-Type(CT-Idx)
               MOVE CTL-PROGRAM TO CTT-Program(CT-Idx)
               MOVE CTL-OTHER   TO CTT-Other(CT-Idx)
             END-IF
           END-IF
           .

      ******************************************************************
       LoadDefaultControls SECTION.
      ******************************************************************
      *> The regression suite runs on a validated case file, and every
      *> flag update is reconciled before the morning.
           MOVE 6 TO WS-Ctl-Count
           MOVE 'EXPECT'   TO CTT-Type(1)
           MOVE 'AWTCVAL'  TO CTT-Program(1)
           MOVE SPACES     TO CTT-Other(1)
           MOVE 'EXPECT'   TO CTT-Type(2)
           MOVE 'AWFUNCT'  TO CTT-Program(2)
           MOVE SPACES     TO CTT-Other(2)
           MOVE 'EXPECT'   TO CTT-Type(3)
           MOVE 'AWBITUPD' TO CTT-Program(3)
           MOVE SPACES     TO CTT-Other(3)
           MOVE 'EXPECT'   TO CTT-Type(4)
           MOVE 'AWBITRCN' TO CTT-Program(4)
           MOVE SPACES     TO CTT-Other(4)
           MOVE 'BEFORE'   TO CTT-Type(5)
           MOVE 'AWFUNCT'  TO CTT-Program(5)
           MOVE 'AWTCVAL'  TO CTT-Other(5)
           MOVE 'AFTER'    TO CTT-Type(6)
           MOVE 'AWBITUPD' TO CTT-Program(6)
           MOVE 'AWBITRCN' TO CTT-Other(6)
           .

      ******************************************************************
       LoadNightRuns SECTION.
      ******************************************************************
           OPEN INPUT AWRUNLOG-FILE
           IF NOT Run-Log-OK
             DISPLAY "AWOPSRPT: AWRUNLOG could not be opened, "
                     "file status " WS-Run-Log-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM UNTIL Run-Log-EOF
               READ AWRUNLOG-FILE
                 AT END
                   MOVE '10' TO WS-Run-Log-Status
                 NOT AT END
                   ADD 1 TO WS-Log-Read
                   IF RLG-START >= WS-Window-Start
                     AND RLG-START < WS-Window-End
                     PERFORM AddRunLogRecord
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AWRUNLOG-FILE
           END-IF
           .

      ******************************************************************
       AddRunLogRecord SECTION.
      ******************************************************************
      *> An END finds its START by program and start time; an END
      *> with no START (its START fell before the log was trimmed)
      *> still makes an entry of its own.
           MOVE 'N' TO WS-Run-Found
           IF RLG-EVENT = 'END'
             PERFORM VARYING RN-Idx FROM WS-Run-Count BY -1
                     UNTIL RN-Idx < 1 OR Run-Found
               IF RNT-Program(RN-Idx) = RLG-PROGRAM
                 AND RNT-Start(RN-Idx) = RLG-START
                 AND NOT Run-Ended(RN-Idx)
                 MOVE 'Y' TO WS-Run-Found
               END-IF
             END-PERFORM
             IF Run-Found
               SET RN-Idx UP BY 1
             END-IF
           END-IF
           IF NOT Run-Found
             IF WS-Run-Count >= 500
               DISPLAY "AWOPSRPT: More than 500 runs in the night - "
                       "report stopped."
               MOVE 12 TO RETURN-CODE
               MOVE '10' TO WS-Run-Log-Status
             ELSE
               ADD 1 TO WS-Run-Count
               SET RN-Idx TO WS-Run-Count
               MOVE RLG-PROGRAM TO RNT-Program(RN-Idx)
               MOVE RLG-START   TO RNT-Start(RN-Idx)
               MOVE RLG-PARM    TO RNT-Parm(RN-Idx)
               MOVE SPACES      TO RNT-End(RN-Idx)
               MOVE 0           TO RNT-RC(RN-Idx)
               MOVE SPACES      TO RNT-Counts(RN-Idx)
               MOVE 'N'         TO RNT-Ended(RN-Idx)
               MOVE 'Y'         TO WS-Run-Found
             END-IF
           END-IF
           IF Run-Found AND RLG-EVENT = 'END'
             MOVE RLG-END    TO RNT-End(RN-Idx)
             MOVE RLG-RC     TO RNT-RC(RN-Idx)
             MOVE RLG-COUNTS TO RNT-Counts(RN-Idx)
             MOVE 'Y'        TO RNT-Ended(RN-Idx)
           END-IF
           .

      ******************************************************************
       ListNightRuns SECTION.
      ******************************************************************
           DISPLAY "AWOPSRPT: " WS-Run-Count " run(s) for batch date "
                   WS-Night-Date
           PERFORM VARYING RN-Idx FROM 1 BY 1
                   UNTIL RN-Idx > WS-Run-Count
             PERFORM DisplayOneRun
           END-PERFORM
           .

      ******************************************************************
       DisplayOneRun SECTION.
      ******************************************************************
           EVALUATE TRUE
             WHEN NOT Run-Ended(RN-Idx)
               MOVE 'NO END'       TO WS-Run-Status-Text
             WHEN RNT-RC(RN-Idx) = 0
               MOVE 'OK'           TO WS-Run-Status-Text
             WHEN RNT-RC(RN-Idx) < 8
               MOVE 'WARNING'      TO WS-Run-Status-Text
             WHEN OTHER
               MOVE 'FAILED'       TO WS-Run-Status-Text
           END-EVALUATE
           DISPLAY "--------------------------------------------------"
           DISPLAY "  " RNT-Program(RN-Idx) " " RNT-Start(RN-Idx)
                   " - " RNT-End(RN-Idx) " RC " RNT-RC(RN-Idx)
                   " " WS-Run-Status-Text
           IF RNT-Parm(RN-Idx) NOT = SPACES
             DISPLAY "    parm '" RNT-Parm(RN-Idx) "'"
           END-IF
           IF RNT-Counts(RN-Idx) NOT = SPACES
             DISPLAY "   " RNT-Counts(RN-Idx)
           END-IF
           .

      ******************************************************************
       CheckRunOutcomes SECTION.
      ******************************************************************
           DISPLAY "=================================================="
           DISPLAY "AWOPSRPT: Exceptions"
           PERFORM VARYING RN-Idx FROM 1 BY 1
                   UNTIL RN-Idx > WS-Run-Count
             IF NOT Run-Ended(RN-Idx)
               ADD 1 TO WS-Exception-Count
               DISPLAY "  *** " RNT-Program(RN-Idx) " started "
                       RNT-Start(RN-Idx) " never logged its end - "
                       "abended or still running"
             ELSE
               IF RNT-RC(RN-Idx) NOT = 0
                 ADD 1 TO WS-Exception-Count
                 DISPLAY "  *** " RNT-Program(RN-Idx) " started "
                         RNT-Start(RN-Idx) " ended RC "
                         RNT-RC(RN-Idx)
               END-IF
             END-IF
           END-PERFORM
           .

      ******************************************************************
       CheckExpectedRun SECTION.
      ******************************************************************
           MOVE 'N' TO WS-Run-Found
           PERFORM VARYING RN-Idx FROM 1 BY 1
                   UNTIL RN-Idx > WS-Run-Count OR Run-Found
             IF RNT-Program(RN-Idx) = CTT-Program(CT-Idx)
               MOVE 'Y' TO WS-Run-Found
             END-IF
           END-PERFORM
           IF NOT Run-Found
             ADD 1 TO WS-Exception-Count
             DISPLAY "  *** " CTT-Program(CT-Idx) " did not run - "
                     "expected every night"
           END-IF
           .

      ******************************************************************
       CheckRunOrder SECTION.
      ******************************************************************
      *> Each run of CTT-Program needs a CTT-Other run later in the
      *> night (AFTER) or earlier in the night (BEFORE).
           PERFORM VARYING RN-Idx FROM 1 BY 1
                   UNTIL RN-Idx > WS-Run-Count
             IF RNT-Program(RN-Idx) = CTT-Program(CT-Idx)
               MOVE 'N' TO WS-Other-Found
               PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
                       UNTIL WS-Scan-Idx > WS-Run-Count
                          OR Other-Found
                 IF RNT-Program(WS-Scan-Idx) = CTT-Other(CT-Idx)
                   IF (Ctl-After(CT-Idx) AND WS-Scan-Idx > RN-Idx)
                     OR (Ctl-Before(CT-Idx) AND WS-Scan-Idx < RN-Idx)
                     MOVE 'Y' TO WS-Other-Found
                   END-IF
                 END-IF
               END-PERFORM
               IF NOT Other-Found
                 ADD 1 TO WS-Exception-Count
                 IF Ctl-After(CT-Idx)
                   DISPLAY "  *** " RNT-Program(RN-Idx) " started "
                           RNT-Start(RN-Idx) " has no "
                           CTT-Other(CT-Idx) " after it"
                 ELSE
                   DISPLAY "  *** " RNT-Program(RN-Idx) " started "
                           RNT-Start(RN-Idx) " has no "
                           CTT-Other(CT-Idx) " before it"
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

      ******************************************************************
       DisplayTotals SECTION.
      ******************************************************************
           IF WS-Exception-Count = 0
             DISPLAY "  None."
           END-IF
           DISPLAY "=================================================="
           DISPLAY "AWOPSRPT: " WS-Run-Count " run(s) from "
                   WS-Log-Read " log record(s), " WS-Exception-Count
                   " exception(s)"
           DISPLAY "=================================================="
           IF WS-Exception-Count > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           .
