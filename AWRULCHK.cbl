       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWRULCHK.

      *> Cross-field consistency rules for the indicator areas of a
      *> master record. BITSET and friends only know one field at a
      *> time; the business forbids some combinations across fields
      *> - a closed-account bit set while the active-hold bit is
      *> still on, say. The rules live in AWBITRUL, named by AWFLDDIC
      *> field, and this routine is the one place they are read and
      *> evaluated, so AWBITUPD (before it lets a key's changes
      *> stand) and AWRULSWP (over the whole of AWMASTER) cannot
      *> disagree about what a violation is.
      *>
      *>   CALL 'AWRULCHK' USING BY REFERENCE function  PIC X(01)
      *>                         BY REFERENCE record    PIC X(80)
      *>                         BY REFERENCE rule-no   PIC 9(03)
      *>                         BY REFERENCE rule-id   PIC X(08)
      *>                         BY REFERENCE rule-desc PIC X(30)
      *>                   RETURNING rc
      *>   function 'L' - load and edit the rules only; rule-no comes
      *>                  back as the number of rules loaded
      *>   function 'C' - check the record: evaluation starts after
      *>                  rule-no (0 = from the first rule) and stops
      *>                  at the next rule the record breaks, which
      *>                  comes back in rule-no / rule-id / rule-desc.
      *>                  rule-no 0 on return means no further rule
      *>                  is broken - so calling until it comes back
      *>                  0 lists every rule the record breaks.
      *>   RC 0 = done, RC 4 = no rules (AWBITRUL missing or empty -
      *>   nothing is ever broken), RC 12 = AWBITRUL has a rule that
      *>   does not edit, or a bit routine failed; the rules are not
      *>   trustworthy and the caller must not act on the answer.
      *> The rules are loaded on the first call and kept.
      *>
      *> Rule record (80 bytes):
      *>   RUL-ID       X(08)  rule name, shown on every violation
      *>   RUL-TYPE     X(06)  REQUIR - when the IF bit has the IF
      *>                                value, the THEN bit must have
      *>                                the THEN value
      *>                       FORBID - the IF bit with the IF value
      *>                                and the THEN bit with the THEN
      *>                                value must not occur together
      *>   RUL-IF-FIELD   X(08) AWFLDDIC field name
      *>   RUL-IF-POS     X(03) bit position in that field
      *>   RUL-IF-VALUE   X(01) '1' or '0'
      *>   RUL-THEN-FIELD X(08) AWFLDDIC field name
      *>   RUL-THEN-POS   X(03) bit position in that field
      *>   RUL-THEN-VALUE X(01) '1' or '0'
      *>   RUL-DESC       X(30) what the rule protects
      *> Fields are separated by one blank, as in AWFLDDIC. A line
      *> starting '*' is a comment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWBITRUL-FILE ASSIGN TO "AWBITRUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rule-Status.

           SELECT AWFLDDIC-FILE ASSIGN TO "AWFLDDIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Fld-Dic-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AWBITRUL-FILE.
       01  AWBITRUL-REC.
           05 RUL-ID             PIC X(08).
           05 FILLER             PIC X(01).
           05 RUL-TYPE           PIC X(06).
           05 FILLER             PIC X(01).
           05 RUL-IF-FIELD       PIC X(08).
           05 FILLER             PIC X(01).
           05 RUL-IF-POS         PIC X(03).
           05 FILLER             PIC X(01).
           05 RUL-IF-VALUE       PIC X(01).
           05 FILLER             PIC X(01).
           05 RUL-THEN-FIELD     PIC X(08).
           05 FILLER             PIC X(01).
           05 RUL-THEN-POS       PIC X(03).
           05 FILLER             PIC X(01).
           05 RUL-THEN-VALUE     PIC X(01).
           05 FILLER             PIC X(01).
           05 RUL-DESC           PIC X(30).

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

       WORKING-STORAGE SECTION.
       01 WS-Rule-Status         PIC X(02) VALUE '00'.
         88 Rule-OK                   VALUE '00'.
         88 Rule-EOF                  VALUE '10'.
       01 WS-Fld-Dic-Status      PIC X(02) VALUE '00'.
         88 Fld-Dic-OK                VALUE '00'.
         88 Fld-Dic-EOF               VALUE '10'.

       01 WS-Rules-Loaded        PIC X(01) VALUE 'N'.
         88 Rules-Loaded              VALUE 'Y'.
      *> Set once at load time and returned on every call after.
       01 WS-Load-RC             PIC S9(04) COMP VALUE 0.

       01 Ws-Return-Code         PIC S9(04) COMP VALUE 0.

      *> Field dictionary, loaded the same way AWBITUPD loads it.
       01 WS-Fld-Count           PIC 9(03) COMP VALUE 0.
       01 WS-Fld-Tab.
         03 WS-Fld-Entry OCCURS 100 TIMES INDEXED BY FD-Idx.
           05 FDT-Name           PIC X(08).
           05 FDT-Offset         PIC 9(03) COMP.
           05 FDT-Len            PIC 9(04) COMP.
       01 WS-Fld-Found           PIC X(01).
         88 Fld-Found                 VALUE 'Y'.

      *> Rules held in storage, evaluated in file order.
       01 WS-Rule-Count          PIC 9(03) COMP VALUE 0.
       01 WS-Rule-Number         PIC 9(03) COMP VALUE 0.
       01 WS-Rule-Tab.
         03 WS-Rule-Entry OCCURS 100 TIMES INDEXED BY RU-Idx.
           05 RUT-Id             PIC X(08).
           05 RUT-Type           PIC X(06).
             88 Rule-Requires         VALUE 'REQUIR'.
             88 Rule-Forbids          VALUE 'FORBID'.
           05 RUT-If-Offset      PIC 9(03) COMP.
           05 RUT-If-Len         PIC 9(04) COMP.
           05 RUT-If-Pos         PIC 9(03) COMP.
           05 RUT-If-Value       PIC X(01).
           05 RUT-Then-Offset    PIC 9(03) COMP.
           05 RUT-Then-Len       PIC 9(04) COMP.
           05 RUT-Then-Pos       PIC 9(03) COMP.
           05 RUT-Then-Value     PIC X(01).
           05 RUT-Desc           PIC X(30).
       01 WS-Rule-Valid          PIC X(01).
         88 Rule-Is-Valid             VALUE 'Y'.

      *> One side of a rule being edited or evaluated.
       01 WS-Side-Field          PIC X(08).
       01 WS-Side-Pos-Text       PIC X(03).
       01 WS-Side-Value          PIC X(01).
       01 WS-Side-Offset         PIC 9(03) COMP.
       01 WS-Side-Len            PIC 9(04) COMP.
       01 WS-Side-Pos            PIC 9(03) COMP.

       01 WS-Field-Work          PIC X(16).
       01 WS-Bit-Value           PIC X(01).
       01 WS-If-Bit              PIC X(01).
       01 WS-Then-Bit            PIC X(01).
       01 WS-Rule-Broken         PIC X(01).
         88 Rule-Broken               VALUE 'Y'.
       01 WS-Check-Failed        PIC X(01).
         88 Check-Failed              VALUE 'Y'.

       LINKAGE SECTION.
       01 L-Function             PIC X(01).
         88 L-Load                    VALUE 'L'.
         88 L-Check                   VALUE 'C'.
       01 L-Record               PIC X(80).
       01 L-Rule-No              PIC 9(03).
       01 L-Rule-Id              PIC X(08).
       01 L-Rule-Desc            PIC X(30).

       PROCEDURE DIVISION USING BY REFERENCE L-Function
                                BY REFERENCE L-Record
                                BY REFERENCE L-Rule-No
                                BY REFERENCE L-Rule-Id
                                BY REFERENCE L-Rule-Desc.
           MOVE 0 TO RETURN-CODE
           IF NOT Rules-Loaded
             PERFORM LoadRules
           END-IF
           EVALUATE TRUE
             WHEN L-Load
               MOVE WS-Rule-Count TO L-Rule-No
               MOVE WS-Load-RC TO RETURN-CODE
             WHEN L-Check
               IF WS-Load-RC NOT = 0
                 MOVE 0 TO L-Rule-No
                 MOVE WS-Load-RC TO RETURN-CODE
               ELSE
                 PERFORM CheckRecord
               END-IF
             WHEN OTHER
               DISPLAY "AWRULCHK: Function '" L-Function
                       "' not L or C."
               MOVE 0 TO L-Rule-No
               MOVE 12 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      ******************************************************************
       LoadRules SECTION.
      ******************************************************************
      *> A rule that does not edit makes the whole set unusable -
      *> enforcing the rest and quietly skipping one would let
      *> exactly the combination it was written for through.
           MOVE 'Y' TO WS-Rules-Loaded
           PERFORM LoadFieldDictionary
           OPEN INPUT AWBITRUL-FILE
           IF NOT Rule-OK
             DISPLAY "AWRULCHK: No AWBITRUL - cross-field rules not "
                     "checked."
             MOVE 4 TO WS-Load-RC
           ELSE
             PERFORM UNTIL Rule-EOF
               READ AWBITRUL-FILE
                 AT END
                   MOVE '10' TO WS-Rule-Status
                 NOT AT END
                   IF AWBITRUL-REC NOT = SPACES
                     AND RUL-ID(1:1) NOT = '*'
                     PERFORM EditOneRule
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AWBITRUL-FILE
             IF WS-Load-RC = 0 AND WS-Rule-Count = 0
               DISPLAY "AWRULCHK: AWBITRUL holds no rules - "
                       "cross-field rules not checked."
               MOVE 4 TO WS-Load-RC
             END-IF
             IF WS-Load-RC = 0
               DISPLAY "AWRULCHK: " WS-Rule-Count " cross-field "
                       "rule(s) loaded from AWBITRUL"
             END-IF
           END-IF
           .

      ******************************************************************
       LoadFieldDictionary SECTION.
      ******************************************************************
      *> Without the dictionary no rule can name a field, so every
      *> rule will fail its edit - which is the right outcome.
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
           IF FLD-NAME NOT = SPACES
             AND FUNCTION TEST-NUMVAL(FLD-OFFSET) = 0
             AND FUNCTION TEST-NUMVAL(FLD-LEN) = 0
             AND WS-Fld-Count < 100
             ADD 1 TO WS-Fld-Count
             SET FD-Idx TO WS-Fld-Count
             MOVE FLD-NAME TO FDT-Name(FD-Idx)
             MOVE FUNCTION NUMVAL(FLD-OFFSET) TO FDT-Offset(FD-Idx)
             MOVE FUNCTION NUMVAL(FLD-LEN)    TO FDT-Len(FD-Idx)
             IF FDT-Len(FD-Idx) < 1 OR FDT-Len(FD-Idx) > 16
               OR FDT-Offset(FD-Idx) < 1
               OR FDT-Offset(FD-Idx) + FDT-Len(FD-Idx) - 1 > 80
               SUBTRACT 1 FROM WS-Fld-Count
             END-IF
           END-IF
           .

      ******************************************************************
       EditOneRule SECTION.
      ******************************************************************
           ADD 1 TO WS-Rule-Number
           MOVE 'Y' TO WS-Rule-Valid
           IF WS-Rule-Count >= 100
             DISPLAY "AWRULCHK: Rule table full at rule '" RUL-ID
                     "' - AWBITRUL holds more than 100 rules."
             MOVE 'N' TO WS-Rule-Valid
           ELSE
             IF RUL-ID = SPACES
               DISPLAY "AWRULCHK: Rule " WS-Rule-Number
                       " rejected - no rule ID."
               MOVE 'N' TO WS-Rule-Valid
             END-IF
             IF RUL-TYPE NOT = 'REQUIR' AND RUL-TYPE NOT = 'FORBID'
               DISPLAY "AWRULCHK: Rule '" RUL-ID "' rejected - type '"
                       RUL-TYPE "' not REQUIR or FORBID."
               MOVE 'N' TO WS-Rule-Valid
             END-IF
             MOVE RUL-IF-FIELD TO WS-Side-Field
             MOVE RUL-IF-POS   TO WS-Side-Pos-Text
             MOVE RUL-IF-VALUE TO WS-Side-Value
             PERFORM EditRuleSide
             SET RU-Idx TO WS-Rule-Count
             SET RU-Idx UP BY 1
             MOVE WS-Side-Offset TO RUT-If-Offset(RU-Idx)
             MOVE WS-Side-Len    TO RUT-If-Len(RU-Idx)
             MOVE WS-Side-Pos    TO RUT-If-Pos(RU-Idx)
             MOVE RUL-IF-VALUE   TO RUT-If-Value(RU-Idx)
             MOVE RUL-THEN-FIELD TO WS-Side-Field
             MOVE RUL-THEN-POS   TO WS-Side-Pos-Text
             MOVE RUL-THEN-VALUE TO WS-Side-Value
             PERFORM EditRuleSide
             MOVE WS-Side-Offset TO RUT-Then-Offset(RU-Idx)
             MOVE WS-Side-Len    TO RUT-Then-Len(RU-Idx)
             MOVE WS-Side-Pos    TO RUT-Then-Pos(RU-Idx)
             MOVE RUL-THEN-VALUE TO RUT-Then-Value(RU-Idx)
           END-IF
           IF Rule-Is-Valid
             ADD 1 TO WS-Rule-Count
             MOVE RUL-ID   TO RUT-Id(RU-Idx)
             MOVE RUL-TYPE TO RUT-Type(RU-Idx)
             MOVE RUL-DESC TO RUT-Desc(RU-Idx)
           ELSE
             MOVE 12 TO WS-Load-RC
           END-IF
           .

      ******************************************************************
       EditRuleSide SECTION.
      ******************************************************************
      *> Field name, bit position and value for one side of a rule,
      *> held in WS-Side-*. Failures are reported against the rule.
           MOVE 0 TO WS-Side-Offset
           MOVE 0 TO WS-Side-Len
           MOVE 0 TO WS-Side-Pos
           MOVE 'N' TO WS-Fld-Found
           PERFORM VARYING FD-Idx FROM 1 BY 1
                   UNTIL FD-Idx > WS-Fld-Count
                      OR Fld-Found
             IF FDT-Name(FD-Idx) = WS-Side-Field
               MOVE 'Y' TO WS-Fld-Found
             END-IF
           END-PERFORM
           IF NOT Fld-Found
             DISPLAY "AWRULCHK: Rule '" RUL-ID "' rejected - field '"
                     WS-Side-Field "' not in the dictionary."
             MOVE 'N' TO WS-Rule-Valid
           ELSE
             SET FD-Idx DOWN BY 1
             MOVE FDT-Offset(FD-Idx) TO WS-Side-Offset
             MOVE FDT-Len(FD-Idx)    TO WS-Side-Len
             IF FUNCTION TEST-NUMVAL(WS-Side-Pos-Text) = 0
               MOVE FUNCTION NUMVAL(WS-Side-Pos-Text) TO WS-Side-Pos
               IF WS-Side-Pos < 1
                 OR WS-Side-Pos > WS-Side-Len * 8
                 DISPLAY "AWRULCHK: Rule '" RUL-ID "' rejected - "
                         "position " WS-Side-Pos-Text " outside 1 "
                         "to len*8 for " WS-Side-Field "."
                 MOVE 'N' TO WS-Rule-Valid
               END-IF
             ELSE
               DISPLAY "AWRULCHK: Rule '" RUL-ID "' rejected - "
                       "position '" WS-Side-Pos-Text "' not numeric."
               MOVE 'N' TO WS-Rule-Valid
             END-IF
           END-IF
           IF WS-Side-Value NOT = '1' AND WS-Side-Value NOT = '0'
             DISPLAY "AWRULCHK: Rule '" RUL-ID "' rejected - bit "
                     "value '" WS-Side-Value "' not 1 or 0."
             MOVE 'N' TO WS-Rule-Valid
           END-IF
           .

      ******************************************************************
       CheckRecord SECTION.
      ******************************************************************
      *> Picks up after the rule the caller last saw.
           MOVE 'N' TO WS-Rule-Broken
           MOVE 'N' TO WS-Check-Failed
           SET RU-Idx TO L-Rule-No
           SET RU-Idx UP BY 1
           PERFORM UNTIL RU-Idx > WS-Rule-Count
                      OR Rule-Broken
                      OR Check-Failed
             PERFORM EvaluateOneRule
             IF NOT Rule-Broken
               SET RU-Idx UP BY 1
             END-IF
           END-PERFORM
           IF Check-Failed
             MOVE 12 TO RETURN-CODE
           END-IF
           IF Rule-Broken
             SET L-Rule-No TO RU-Idx
             MOVE RUT-Id(RU-Idx)   TO L-Rule-Id
             MOVE RUT-Desc(RU-Idx) TO L-Rule-Desc
           ELSE
             MOVE 0      TO L-Rule-No
             MOVE SPACES TO L-Rule-Id
             MOVE SPACES TO L-Rule-Desc
           END-IF
           .

      ******************************************************************
       EvaluateOneRule SECTION.
      ******************************************************************
           MOVE RUT-If-Offset(RU-Idx) TO WS-Side-Offset
           MOVE RUT-If-Len(RU-Idx)    TO WS-Side-Len
           MOVE RUT-If-Pos(RU-Idx)    TO WS-Side-Pos
           PERFORM GetRecordBit
           MOVE WS-Bit-Value TO WS-If-Bit
           MOVE RUT-Then-Offset(RU-Idx) TO WS-Side-Offset
           MOVE RUT-Then-Len(RU-Idx)    TO WS-Side-Len
           MOVE RUT-Then-Pos(RU-Idx)    TO WS-Side-Pos
           PERFORM GetRecordBit
           MOVE WS-Bit-Value TO WS-Then-Bit
           IF NOT Check-Failed
             AND WS-If-Bit = RUT-If-Value(RU-Idx)
             IF Rule-Requires(RU-Idx)
               AND WS-Then-Bit NOT = RUT-Then-Value(RU-Idx)
               MOVE 'Y' TO WS-Rule-Broken
             END-IF
             IF Rule-Forbids(RU-Idx)
               AND WS-Then-Bit = RUT-Then-Value(RU-Idx)
               MOVE 'Y' TO WS-Rule-Broken
             END-IF
           END-IF
           .

      ******************************************************************
       GetRecordBit SECTION.
      ******************************************************************
           MOVE SPACES TO WS-Field-Work
           MOVE L-Record(WS-Side-Offset:WS-Side-Len)
             TO WS-Field-Work(1:WS-Side-Len)
           MOVE 0 TO Ws-Return-Code
           CALL 'BITGET' USING BY VALUE     WS-Side-Len
                               BY REFERENCE WS-Field-Work
                               BY VALUE     WS-Side-Pos
                               BY REFERENCE WS-Bit-Value
                         RETURNING Ws-Return-Code
           IF Ws-Return-Code NOT = 0
             DISPLAY "AWRULCHK: Rule '" RUT-Id(RU-Idx) "' - BITGET "
                     "RC " Ws-Return-Code ", record not checked."
             MOVE 'Y' TO WS-Check-Failed
           END-IF
           .
