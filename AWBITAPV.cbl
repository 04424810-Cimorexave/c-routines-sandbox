       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWBITAPV.

      *> Maker-checker approval of AWBITTRN flag changes - the second
      *> pair of eyes between whoever keyed a transaction file and
      *> AWBITUPD applying it to production AWMASTER records. Every
      *> transaction carries the ID of the user who requested it in
      *> TRN-REQUESTER; this step lets a different user approve or
      *> decline each one, and writes every transaction with its
      *> decision to the approval file AWBITAPR, which is what
      *> AWBITUPD reads. AWBITUPD applies only approved records.
      *>
      *> pParm-Value selects the mode:
      *>   LIST         - number and list the AWBITTRN transactions
      *>                  with their requesters for the approver to
      *>                  review; nothing is written
      *>   approver-id  - X(08) ID of the approving user: apply the
      *>                  AWBITDEC decisions and write AWBITAPR
      *>
      *> AWBITDEC decision record (47 bytes), in ascending sequence:
      *>   DEC-SEQ      X(06)  transaction number from the LIST run,
      *>                       or ALL - a default for every
      *>                       transaction, allowed only as the
      *>                       first record
      *>   DEC-KEY      X(10)  that transaction's key, checked so a
      *>                       file changed since the LIST cannot be
      *>                       approved blind (blank on ALL)
      *>   DEC-ACTION   X(01)  A = approve, D = decline
      *>   DEC-REASON   X(30)  free text, carried to AWBITAPR
      *> A transaction with no decision is written undecided and is
      *> not applied.
      *>
      *> AWBITAPR record (135 bytes):
      *>   APR-TRN      X(77)  the AWBITTRN record as submitted
      *>   APR-DECISION X(01)  A = approved, D = declined,
      *>                       U = no decision
      *>   APR-APPROVER X(08)  approver-id from the parm
      *>   APR-STAMP    X(19)  decision timestamp
      *>   APR-REASON   X(30)  decision reason
      *>
      *> Batch header and trailer records ('*BATCHHDR*' /
      *> '*BATCHTRL*' in the key position - see AWBITUPD) are not
      *> transactions: they are not numbered or decided, are shown
      *> in the LIST, and go to AWBITAPR as submitted with a blank
      *> decision so AWBITUPD can balance each batch.
      *>
      *> Four-eyes rules: an approval is turned into a decline when
      *> the transaction has no requester ID or when the approver is
      *> the requester - nobody signs off their own change.
      *>
      *> RC 0 = every transaction approved, RC 4 = some declined or
      *> undecided, RC 8 = decision file errors (decisions ignored),
      *> RC 12 = file error or no approver ID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWBITTRN-FILE ASSIGN TO "AWBITTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Trans-Status.

           SELECT AWBITDEC-FILE ASSIGN TO "AWBITDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Decision-Status.

           SELECT AWBITAPR-FILE ASSIGN TO "AWBITAPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Approval-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AWBITTRN-FILE.
       01  AWBITTRN-REC.
           05 TRN-KEY            PIC X(10).
           05 TRN-FIELD          PIC X(08).
           05 TRN-OP             PIC X(06).
           05 TRN-POSITION       PIC X(03).
           05 TRN-MASK           PIC X(32).
           05 TRN-EFFDATE        PIC X(10).
           05 TRN-REQUESTER      PIC X(08).
       01  AWBITBAT-REC.
           05 BAT-REC-TYPE       PIC X(10).
              88 Batch-Header         VALUE '*BATCHHDR*'.
              88 Batch-Trailer        VALUE '*BATCHTRL*'.
           05 BAT-BATCH-ID       PIC X(20).
           05 BAT-HDR-AREA.
              10 BAT-DEPT        PIC X(08).
              10 BAT-CREATED     PIC X(10).
              10 FILLER          PIC X(29).
           05 BAT-TRL-AREA REDEFINES BAT-HDR-AREA.
              10 BAT-COUNT       PIC X(07).
              10 BAT-HASH        PIC X(18).
              10 FILLER          PIC X(22).

       FD  AWBITDEC-FILE.
       01  AWBITDEC-REC.
           05 DEC-SEQ            PIC X(06).
           05 DEC-KEY            PIC X(10).
           05 DEC-ACTION         PIC X(01).
           05 DEC-REASON         PIC X(30).

       FD  AWBITAPR-FILE.
       01  AWBITAPR-REC          PIC X(135).

       WORKING-STORAGE SECTION.
       01 WS-Trans-Status        PIC X(02) VALUE '00'.
         88 Trans-OK                  VALUE '00'.
         88 Trans-EOF                 VALUE '10'.
       01 WS-Decision-Status     PIC X(02) VALUE '00'.
         88 Decision-OK               VALUE '00'.
         88 Decision-EOF              VALUE '10'.
       01 WS-Decision-Open-Sw    PIC X(01) VALUE 'N'.
         88 Decision-File-Open        VALUE 'Y'.
       01 WS-Approval-Status     PIC X(02) VALUE '00'.
         88 Approval-OK               VALUE '00'.

       01 WS-List-Mode-Sw        PIC X(01) VALUE 'N'.
         88 List-Mode                 VALUE 'Y'.
       01 WS-Approver-Id         PIC X(08) VALUE SPACES.

      *> Decision stream state. AWBITDEC is read in step with the
      *> transactions - both in ascending sequence - so there is no
      *> table to fill and no cap on the campaign size.
       01 WS-Dec-Seq-Num         PIC 9(06) VALUE 0.
       01 WS-Dec-Prev-Seq        PIC 9(06) VALUE 0.
       01 WS-Dec-Pending         PIC X(01) VALUE 'N'.
         88 Dec-Pending               VALUE 'Y'.
       01 WS-Default-Action      PIC X(01) VALUE SPACE.
       01 WS-Default-Reason      PIC X(30) VALUE SPACES.
       01 WS-Dec-Valid           PIC X(01).
         88 Dec-Is-Valid              VALUE 'Y'.

      *> Decision for the transaction in hand.
       01 WS-Txn-Number          PIC 9(06) VALUE 0.
       01 WS-Txn-Action          PIC X(01).
       01 WS-Txn-Reason          PIC X(30).

      *> Decision timestamp stamped on every approval record.
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

      *> Built here and MOVEd whole into AWBITAPR-REC, as AWBITUPD
      *> builds its journal record.
       01 WS-Approval-Record-Out.
         05 WS-Apr-Trn           PIC X(77).
         05 WS-Apr-Decision      PIC X(01).
         05 WS-Apr-Approver      PIC X(08).
         05 WS-Apr-Stamp         PIC X(19).
         05 WS-Apr-Reason        PIC X(30).

       01 WS-Approved-Count      PIC 9(06) COMP VALUE 0.
       01 WS-Declined-Count      PIC 9(06) COMP VALUE 0.
       01 WS-Undecided-Count     PIC 9(06) COMP VALUE 0.
       01 WS-Overruled-Count     PIC 9(06) COMP VALUE 0.
       01 WS-Dec-Error-Count     PIC 9(06) COMP VALUE 0.

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWBITAPV'.
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
           DISPLAY "AWBITAPV: Flag-change approval (maker-checker)"
           DISPLAY "=================================================="
           PERFORM StartRunLog
           PERFORM ParseApproverParm
           IF RETURN-CODE < 12
             PERFORM SetRunTimestamp
             PERFORM OpenFiles
           END-IF
           IF RETURN-CODE < 12
             PERFORM UNTIL Trans-EOF
               READ AWBITTRN-FILE
                 AT END
                   MOVE '10' TO WS-Trans-Status
                 NOT AT END
                   IF Batch-Header OR Batch-Trailer
                     PERFORM PassBatchRecord
                   ELSE
                     PERFORM DecideOneTransaction
                   END-IF
               END-READ
             END-PERFORM
             PERFORM CloseFiles
           END-IF
           IF RETURN-CODE < 12
             PERFORM DisplayTotals
           END-IF
           PERFORM EndRunLog
           DISPLAY "AWBITAPV: RC " RETURN-CODE
           GOBACK.

      ******************************************************************
       ParseApproverParm SECTION.
      ******************************************************************
           EVALUATE TRUE
             WHEN pParm-Value(1:8) = SPACES
               DISPLAY "AWBITAPV: No approver ID in the parm - run "
                       "held, nothing approved."
               MOVE 12 TO RETURN-CODE
             WHEN pParm-Value(1:8) = 'LIST'
               MOVE 'Y' TO WS-List-Mode-Sw
               DISPLAY "AWBITAPV: LIST mode - transactions listed for "
                       "review, AWBITAPR not written."
             WHEN OTHER
               MOVE pParm-Value(1:8) TO WS-Approver-Id
               DISPLAY "AWBITAPV: Approver " WS-Approver-Id
           END-EVALUATE
           .

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
       OpenFiles SECTION.
      ******************************************************************
      *> No decision file means nothing was decided - every
      *> transaction goes out undecided rather than the step failing,
      *> so the undecided list still reaches the approver.
           OPEN INPUT AWBITTRN-FILE
           IF NOT Trans-OK
             DISPLAY "AWBITAPV: AWBITTRN could not be opened, "
                     "file status " WS-Trans-Status
             MOVE 12 TO RETURN-CODE
           END-IF
           IF RETURN-CODE < 12 AND NOT List-Mode
             OPEN INPUT AWBITDEC-FILE
             IF Decision-OK
               MOVE 'Y' TO WS-Decision-Open-Sw
               PERFORM ReadNextDecision
               IF Dec-Pending AND DEC-SEQ = 'ALL'
                 PERFORM TakeDefaultDecision
               END-IF
             ELSE
               DISPLAY "AWBITAPV: No AWBITDEC decision file (file "
                       "status " WS-Decision-Status ") - every "
                       "transaction left undecided."
               MOVE '10' TO WS-Decision-Status
             END-IF
             OPEN OUTPUT AWBITAPR-FILE
             IF NOT Approval-OK
               DISPLAY "AWBITAPV: AWBITAPR could not be opened, "
                       "file status " WS-Approval-Status
               MOVE 12 TO RETURN-CODE
               CLOSE AWBITTRN-FILE
               IF Decision-File-Open
                 CLOSE AWBITDEC-FILE
               END-IF
             END-IF
           END-IF
           .

      ******************************************************************
       CloseFiles SECTION.
      ******************************************************************
           CLOSE AWBITTRN-FILE
           IF NOT List-Mode
      *> Decisions left over name transactions that do not exist -
      *> a sign the decision file was built against another run.
             PERFORM UNTIL NOT Dec-Pending
               DISPLAY "AWBITAPV: Decision " DEC-SEQ " for key '"
                       DEC-KEY "' matches no transaction - ignored."
               ADD 1 TO WS-Dec-Error-Count
               PERFORM ReadNextDecision
             END-PERFORM
             IF Decision-File-Open
               CLOSE AWBITDEC-FILE
             END-IF
             CLOSE AWBITAPR-FILE
           END-IF
           .

      ******************************************************************
       TakeDefaultDecision SECTION.
      ******************************************************************
           IF DEC-ACTION = 'A' OR DEC-ACTION = 'D'
             MOVE DEC-ACTION TO WS-Default-Action
             MOVE DEC-REASON TO WS-Default-Reason
             DISPLAY "AWBITAPV: Default decision '" DEC-ACTION
                     "' for every transaction not decided singly."
           ELSE
             DISPLAY "AWBITAPV: ALL decision action '" DEC-ACTION
                     "' not A or D - ignored."
             ADD 1 TO WS-Dec-Error-Count
           END-IF
           PERFORM ReadNextDecision
           .

      ******************************************************************
       ReadNextDecision SECTION.
      ******************************************************************
      *> Reads ahead to the next usable decision. A malformed or
      *> out-of-sequence record is reported and skipped, never
      *> guessed at - a decision landing on the wrong transaction is
      *> exactly what this step exists to prevent.
           MOVE 'N' TO WS-Dec-Pending
           PERFORM UNTIL Dec-Pending OR Decision-EOF
             READ AWBITDEC-FILE
               AT END
                 MOVE '10' TO WS-Decision-Status
               NOT AT END
                 PERFORM EditOneDecision
             END-READ
           END-PERFORM
           .

      ******************************************************************
       EditOneDecision SECTION.
      ******************************************************************
           MOVE 'Y' TO WS-Dec-Valid
           IF DEC-SEQ = 'ALL'
             IF WS-Dec-Prev-Seq = 0 AND WS-Txn-Number = 0
               AND WS-Default-Action = SPACE
               MOVE 'Y' TO WS-Dec-Pending
             ELSE
               DISPLAY "AWBITAPV: ALL decision must be the first "
                       "record - ignored."
               MOVE 'N' TO WS-Dec-Valid
             END-IF
           ELSE
             IF FUNCTION TEST-NUMVAL(DEC-SEQ) NOT = 0
               DISPLAY "AWBITAPV: Decision sequence '" DEC-SEQ
                       "' not numeric - ignored."
               MOVE 'N' TO WS-Dec-Valid
             ELSE
               MOVE FUNCTION NUMVAL(DEC-SEQ) TO WS-Dec-Seq-Num
               IF WS-Dec-Seq-Num <= WS-Dec-Prev-Seq
                 DISPLAY "AWBITAPV: Decision " DEC-SEQ " out of "
                         "sequence - ignored."
                 MOVE 'N' TO WS-Dec-Valid
               ELSE
                 IF DEC-ACTION NOT = 'A' AND DEC-ACTION NOT = 'D'
                   DISPLAY "AWBITAPV: Decision " DEC-SEQ " action '"
                           DEC-ACTION "' not A or D - ignored."
                   MOVE 'N' TO WS-Dec-Valid
                 ELSE
                   MOVE WS-Dec-Seq-Num TO WS-Dec-Prev-Seq
                   MOVE 'Y' TO WS-Dec-Pending
                 END-IF
               END-IF
             END-IF
           END-IF
           IF NOT Dec-Is-Valid
             ADD 1 TO WS-Dec-Error-Count
           END-IF
           .

      ******************************************************************
       PassBatchRecord SECTION.
      ******************************************************************
           IF List-Mode
             IF Batch-Header
               DISPLAY "AWBITAPV: Batch '" BAT-BATCH-ID "' from "
                       BAT-DEPT " created " BAT-CREATED
             ELSE
               DISPLAY "AWBITAPV: End of batch '" BAT-BATCH-ID "', "
                       BAT-COUNT " record(s) on the trailer"
             END-IF
           ELSE
             MOVE SPACE  TO WS-Txn-Action
             MOVE SPACES TO WS-Txn-Reason
             PERFORM WriteApprovalRecord
           END-IF
           .

      ******************************************************************
       DecideOneTransaction SECTION.
      ******************************************************************
           ADD 1 TO WS-Txn-Number
           IF List-Mode
             DISPLAY "AWBITAPV: " WS-Txn-Number " key " TRN-KEY
                     " field " TRN-FIELD " op " TRN-OP
                     " pos " TRN-POSITION " eff " TRN-EFFDATE
                     " requested by '" TRN-REQUESTER "'"
             IF TRN-MASK NOT = SPACES
               DISPLAY "          mask " TRN-MASK
             END-IF
           ELSE
             MOVE WS-Default-Action TO WS-Txn-Action
             MOVE WS-Default-Reason TO WS-Txn-Reason
             IF Dec-Pending AND WS-Dec-Seq-Num = WS-Txn-Number
               IF DEC-KEY = TRN-KEY
                 MOVE DEC-ACTION TO WS-Txn-Action
                 MOVE DEC-REASON TO WS-Txn-Reason
               ELSE
                 DISPLAY "AWBITAPV: Decision " DEC-SEQ " names key '"
                         DEC-KEY "' but transaction " WS-Txn-Number
                         " is for '" TRN-KEY "' - decision ignored."
                 ADD 1 TO WS-Dec-Error-Count
                 MOVE SPACE  TO WS-Txn-Action
                 MOVE SPACES TO WS-Txn-Reason
               END-IF
               PERFORM ReadNextDecision
             END-IF
             PERFORM ApplyFourEyesRules
             PERFORM WriteApprovalRecord
           END-IF
           .

      ******************************************************************
       ApplyFourEyesRules SECTION.
      ******************************************************************
           IF WS-Txn-Action = 'A'
             EVALUATE TRUE
               WHEN TRN-REQUESTER = SPACES
                 MOVE 'D' TO WS-Txn-Action
                 MOVE 'NO REQUESTER ID ON TRANSACTION'
                   TO WS-Txn-Reason
                 ADD 1 TO WS-Overruled-Count
               WHEN TRN-REQUESTER = WS-Approver-Id
                 MOVE 'D' TO WS-Txn-Action
                 MOVE 'APPROVER IS THE REQUESTER'
                   TO WS-Txn-Reason
                 ADD 1 TO WS-Overruled-Count
             END-EVALUATE
           END-IF
           EVALUATE WS-Txn-Action
             WHEN 'A'
               ADD 1 TO WS-Approved-Count
             WHEN 'D'
               ADD 1 TO WS-Declined-Count
               DISPLAY "AWBITAPV: DECLINED " WS-Txn-Number " key "
                       TRN-KEY " field " TRN-FIELD " op " TRN-OP
                       " requested by '" TRN-REQUESTER "' - "
                       WS-Txn-Reason
             WHEN OTHER
               MOVE 'U' TO WS-Txn-Action
               ADD 1 TO WS-Undecided-Count
               DISPLAY "AWBITAPV: UNDECIDED " WS-Txn-Number " key "
                       TRN-KEY " field " TRN-FIELD " op " TRN-OP
                       " requested by '" TRN-REQUESTER "'"
           END-EVALUATE
           .

      ******************************************************************
       WriteApprovalRecord SECTION.
      ******************************************************************
           MOVE AWBITTRN-REC         TO WS-Apr-Trn
           MOVE WS-Txn-Action        TO WS-Apr-Decision
           MOVE WS-Approver-Id       TO WS-Apr-Approver
           MOVE WS-Run-Timestamp-Out TO WS-Apr-Stamp
           MOVE WS-Txn-Reason        TO WS-Apr-Reason
           MOVE WS-Approval-Record-Out TO AWBITAPR-REC
           WRITE AWBITAPR-REC
           IF NOT Approval-OK
             DISPLAY "AWBITAPV: AWBITAPR write failed, file status "
                     WS-Approval-Status
             MOVE 12 TO RETURN-CODE
             MOVE '10' TO WS-Trans-Status
           END-IF
           .

      ******************************************************************
       DisplayTotals SECTION.
      ******************************************************************
           DISPLAY "=================================================="
           DISPLAY "AWBITAPV: " WS-Txn-Number " transaction(s) read"
           IF NOT List-Mode
             DISPLAY "AWBITAPV: " WS-Approved-Count " approved, "
                     WS-Declined-Count " declined ("
                     WS-Overruled-Count " by the four-eyes rules), "
                     WS-Undecided-Count " undecided"
             DISPLAY "AWBITAPV: " WS-Dec-Error-Count
                     " decision record(s) in error"
             EVALUATE TRUE
               WHEN WS-Dec-Error-Count > 0
                 MOVE 8 TO RETURN-CODE
               WHEN WS-Declined-Count > 0 OR WS-Undecided-Count > 0
                 MOVE 4 TO RETURN-CODE
             END-EVALUATE
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
           MOVE 'READ'     TO WS-Rlg-Count-Name(1)
           MOVE WS-Txn-Number TO WS-Rlg-Count(1)
           MOVE 'APPROVED' TO WS-Rlg-Count-Name(2)
           MOVE WS-Approved-Count TO WS-Rlg-Count(2)
           MOVE 'DECLINED' TO WS-Rlg-Count-Name(3)
           MOVE WS-Declined-Count TO WS-Rlg-Count(3)
           MOVE 'UNDECIDE' TO WS-Rlg-Count-Name(4)
           MOVE WS-Undecided-Count TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
