      *> Transaction-driven maintenance of the indicator (flag) fields
      *> carried in production records - the controlled replacement
      *> for patching flag bytes by hand with a file editor. Reads the
      *> master file AWMASTER and the approval file AWBITAPR that
      *> AWBITAPV writes from a transaction file AWBITTRN of bit
      *> operations, applies them through the same BITSET / BITINV /
      *> BITAND / BITOR routines the regression suite exercises, and
      *> writes the updated master to AWMASTNW plus a before/after
      *> image line per transaction so every flag change is
      *> reviewable.
      *>
      *> pParm-Value selects the update mode:
      *>   (spaces) or SEQUENTIAL - read all of AWMASTER, which must
      *>                  be in ascending key order, and write a
      *>                  full updated copy to AWMASTNW for the swap
      *>                  job
      *>   RANDOM       - read and rewrite in place only the keys the
      *>                  transactions name, on the indexed master
      *>                  AWMASTKY that AWMSTIDX loads. Each record
      *>                  read is written before the update to
      *>                  AWMASTBI and after it to AWMASTNW, so
      *>                  AWBITRCN can prove the run with AWMASTER
      *>                  pointed at AWMASTBI.
      *> Transactions are sorted by key, in file order within a
      *> key, so either mode takes a campaign of any size in one
      *> run; up to 500 transactions can name any one key.
      *>
      *> Transaction record (77 bytes):
      *>   TRN-KEY      X(10)  master record key
      *>   TRN-FIELD    X(08)  field name from the AWFLDDIC
      *>                       dictionary, or - when the first five
      *>                       next working day (BDAYCHK/BDAYNXT
      *>                       answer which). Transactions not yet
      *>                       released are carried forward to
      *>                       AWBITPND with their approval, ready
      *>                       to be fed in with the next run's
      *>                       AWBITAPR without re-keying.
      *>   TRN-REQUESTER X(08) ID of the user who asked for the
      *>                       change
      *>
      *> Maker-checker: AWBITAPR carries each transaction with the
      *> decision AWBITAPV recorded for it (APR-DECISION, approver,
      *> stamp, reason). Only approved transactions are applied, and
      *> the four-eyes rules are checked again here - a requester
      *> and an approver must both be present and must differ - so
      *> a hand-edited approval file cannot slip a change through.
      *> Declined and undecided transactions are listed and carried
      *> forward to AWBITUNA in AWBITTRN format, ready to go back
      *> through AWBITAPV, rather than dropped.
      *>
      *> AWFLDDIC maps each field name to its offset, length and the
      *> operations the owning area allows - so business requests
      *> in the middle of another field.
      *>
      *> Every applied transaction is also journalled to AWBITJRN -
      *> run timestamp, key, offset, length, operation, the hex
      *> before/after images and the requester and approver IDs -
      *> so a bad transaction file can be
      *> backed out by AWBITBKO instead of reconstructed from saved
      *> job output.
      *>
      *> Cross-field rules: once every transaction for a record has
      *> been applied, the record is checked against the AWBITRUL
      *> rules through AWRULCHK. A record left in a combination the
      *> rules forbid has the whole of that key's transactions
      *> rejected - the record keeps its before image and nothing is
      *> journalled for it - so a key's changes stand or fall
      *> together. Without AWBITRUL no rules are checked; a rule file
      *> that does not edit holds the run.
      *>
      *> Batch control: AWBITTRN arrives as one or more batches, each
      *> a header record, its transactions and a trailer, carried
      *> through AWBITAPV unchanged into AWBITAPR:
      *>   header  X(10) '*BATCHHDR*', batch ID X(20), originating
      *>           department X(08), creation date X(10) YYYY-MM-DD
      *>   trailer X(10) '*BATCHTRL*', batch ID X(20), record count
      *>           9(07), key hash total 9(18)
      *> The key hash total is the sum over the batch's transactions
      *> of each key's digits read as one number, non-digits ignored
      *> (K000000123 counts 123). Every envelope is checked before
      *> anything is applied: a batch whose trailer is missing, names
      *> another batch or does not balance is rejected whole, as is
      *> one whose ID the batch register AWBATREG shows already
      *> applied. Transactions outside any header/trailer pair are
      *> never applied. Accepted batches are appended to AWBATREG
      *> with this run's timestamp - the same stamp their AWBITJRN
      *> entries carry. Carry-forward files are written as batches
      *> of their own, IDs PND or UNA plus the run's YYYYMMDDHHMMSS,
      *> department AWBITUPD, so they pass the checks when fed back.
      *>
      *> A RANDOM run that stops with RC 12 after rewriting records
      *> has already applied part of its batches to AWMASTKY, so they
      *> are registered PARTIAL instead of being left free for a
      *> resubmit to apply twice; recovery is AWBITBKO on the run.
      *> A SEQUENTIAL run that stops registers nothing - AWMASTER is
      *> untouched until AWMASTNW is swapped in.
      *>
      *> AWBATREG record (96 bytes):
      *>   REG-BATCH-ID X(20), sp, REG-DEPT X(08), sp, REG-CREATED
      *>   X(10), sp, REG-COUNT 9(07), sp, REG-HASH 9(18), sp,
      *>   REG-RUN-TS X(19) YYYY-MM-DD HH:MM:SS, sp, REG-STATUS X(08)
      *>   COMPLETE or PARTIAL
      *>
      *> RC 0 = all applied, RC 4 = unmatched or unapproved
      *> transactions, RC 8 = rejected transactions or batches,
      *> RC 12 = file error, unknown mode, AWMASTER out of key
      *> sequence, AWBITRUL rules that do not edit, or more batches
      *> than one run takes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Master-Status.

      *> Approval file - AWBITTRN records with AWBITAPV's decision.
           SELECT AWBITAPR-FILE ASSIGN TO "AWBITAPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Trans-Status.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NewMast-Status.

      *> Keyed master for the RANDOM mode, and the before images of
      *> the records that mode rewrites.
           SELECT AWMASTKY-FILE ASSIGN TO "AWMASTKY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MKY-KEY
               FILE STATUS IS WS-Keyed-Status.

           SELECT AWMASTBI-FILE ASSIGN TO "AWMASTBI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Before-Status.

      *> Edited transactions, sorted into key order for the update.
           SELECT AWBITSRT-FILE ASSIGN TO "AWBITSRT".

      *> Change journal - appended like AWAUDIT, one record per
      *> applied transaction, so flag changes survive the job log.
           SELECT AWBITJRN-FILE ASSIGN TO "AWBITJRN"
               FILE STATUS IS WS-Journal-Status.

      *> Pending transactions - future-dated work carried forward,
      *> written in AWBITAPR format so the approval travels with it
      *> and the next run reads it as is.
           SELECT AWBITPND-FILE ASSIGN TO "AWBITPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pending-Status.

      *> Unapproved transactions - declined or undecided, carried
      *> forward in AWBITTRN format for the next approval cycle.
           SELECT AWBITUNA-FILE ASSIGN TO "AWBITUNA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Unapproved-Status.

      *> Batch register - every batch ever applied, appended like
      *> the journal, so a resubmitted file is refused.
           SELECT AWBATREG-FILE ASSIGN TO "AWBATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AWMASTER-FILE.
           05 MST-KEY            PIC X(10).
           05 MST-DATA           PIC X(70).

       FD  AWBITAPR-FILE.
       01  AWBITAPR-REC.
           05 AWBITTRN-REC.
              10 TRN-KEY         PIC X(10).
              10 TRN-FIELD       PIC X(08).
              10 TRN-FIELD-NUM REDEFINES TRN-FIELD.
                 15 TRN-OFFSET   PIC X(03).
                 15 TRN-LEN      PIC X(02).
                 15 TRN-FIELD-REST PIC X(03).
              10 TRN-OP          PIC X(06).
              10 TRN-POSITION    PIC X(03).
              10 TRN-MASK        PIC X(32).
              10 TRN-EFFDATE     PIC X(10).
              10 TRN-REQUESTER   PIC X(08).
      *> Batch header and trailer records share the 77 bytes.
           05 AWBITBAT-REC REDEFINES AWBITTRN-REC.
              10 BAT-REC-TYPE    PIC X(10).
                 88 Batch-Header          VALUE '*BATCHHDR*'.
                 88 Batch-Trailer         VALUE '*BATCHTRL*'.
              10 BAT-BATCH-ID    PIC X(20).
              10 BAT-HDR-AREA.
                 15 BAT-DEPT     PIC X(08).
                 15 BAT-CREATED  PIC X(10).
                 15 FILLER       PIC X(29).
              10 BAT-TRL-AREA REDEFINES BAT-HDR-AREA.
                 15 BAT-COUNT    PIC 9(07).
                 15 BAT-HASH     PIC 9(18).
                 15 FILLER       PIC X(22).
           05 APR-DECISION       PIC X(01).
           05 APR-APPROVER       PIC X(08).
           05 APR-STAMP          PIC X(19).
           05 APR-REASON         PIC X(30).

       FD  AWFLDDIC-FILE.
       01  AWFLDDIC-REC.
       FD  AWMASTNW-FILE.
       01  AWMASTNW-REC          PIC X(80).

       FD  AWMASTKY-FILE.
       01  AWMASTKY-REC.
           05 MKY-KEY            PIC X(10).
           05 MKY-DATA           PIC X(70).

       FD  AWMASTBI-FILE.
       01  AWMASTBI-REC          PIC X(80).

       SD  AWBITSRT-FILE.
       01  AWBITSRT-REC.
           05 SRT-Key            PIC X(10).
           05 SRT-Seq            PIC 9(07).
           05 SRT-Offset         PIC 9(03) COMP.
           05 SRT-Len            PIC 9(04) COMP.
           05 SRT-Op             PIC X(06).
           05 SRT-Position       PIC 9(03) COMP.
           05 SRT-Mask           PIC X(16).
           05 SRT-Requester      PIC X(08).
           05 SRT-Approver       PIC X(08).

       FD  AWBITJRN-FILE.
       01  AWBITJRN-REC          PIC X(135).

       FD  AWBITPND-FILE.
       01  AWBITPND-REC          PIC X(135).

       FD  AWBITUNA-FILE.
       01  AWBITUNA-REC          PIC X(77).

       FD  AWBATREG-FILE.
       01  AWBATREG-REC.
           05 REG-BATCH-ID       PIC X(20).
           05 FILLER             PIC X(01).
           05 REG-DEPT           PIC X(08).
           05 FILLER             PIC X(01).
           05 REG-CREATED        PIC X(10).
           05 FILLER             PIC X(01).
           05 REG-COUNT          PIC X(07).
           05 FILLER             PIC X(01).
           05 REG-HASH           PIC X(18).
           05 FILLER             PIC X(01).
           05 REG-RUN-TS         PIC X(19).
           05 FILLER             PIC X(01).
           05 REG-STATUS         PIC X(08).
             88 Reg-Partial           VALUE 'PARTIAL'.

       WORKING-STORAGE SECTION.
       01 WS-Master-Status       PIC X(02) VALUE '00'.
         88 Trans-EOF                 VALUE '10'.
       01 WS-NewMast-Status      PIC X(02) VALUE '00'.
         88 NewMast-OK                VALUE '00'.
       01 WS-Keyed-Status        PIC X(02) VALUE '00'.
         88 Keyed-OK                  VALUE '00'.
         88 Keyed-Not-Found           VALUE '23'.
       01 WS-Before-Status       PIC X(02) VALUE '00'.
         88 Before-OK                 VALUE '00'.

       01 WS-Update-Mode         PIC X(01) VALUE 'S'.
         88 Sequential-Mode           VALUE 'S'.
         88 Random-Mode               VALUE 'R'.
       01 WS-Journal-Status      PIC X(02) VALUE '00'.
         88 Journal-OK                VALUE '00', '05'.
       01 WS-Fld-Dic-Status      PIC X(02) VALUE '00'.
         88 Fld-Dic-EOF               VALUE '10'.
       01 WS-Pending-Status      PIC X(02) VALUE '00'.
         88 Pending-OK                VALUE '00'.
       01 WS-Unapproved-Status   PIC X(02) VALUE '00'.
         88 Unapproved-OK             VALUE '00'.
       01 WS-Register-Status     PIC X(02) VALUE '00'.
         88 Register-OK               VALUE '00', '05'.
         88 Register-EOF              VALUE '10'.
         88 Register-Not-Found        VALUE '35'.

      *> Effective-date release support - the run date the release
      *> test compares against, and the BDAY answers.
       01 WS-Eff-Shape-OK        PIC X(01).
         88 Eff-Shape-OK              VALUE 'Y'.
       01 WS-Pending-Count       PIC 9(05) COMP VALUE 0.
       01 WS-Unapproved-Count    PIC 9(05) COMP VALUE 0.

      *> Batch envelopes found in AWBITAPR by the checking pass, in
      *> file order; the update pass steps through them again.
       01 WS-Batch-Count         PIC 9(03) COMP VALUE 0.
       01 WS-Batch-Tab.
         03 WS-Batch-Entry OCCURS 50 TIMES INDEXED BY BT-Idx
                                                     BT-Dup-Idx.
           05 BTT-Id             PIC X(20).
           05 BTT-Dept           PIC X(08).
           05 BTT-Created        PIC X(10).
           05 BTT-Count          PIC 9(07) COMP.
           05 BTT-Hash           PIC 9(18) COMP.
           05 BTT-Trl-Count      PIC 9(07) COMP.
           05 BTT-Trl-Hash       PIC 9(18) COMP.
           05 BTT-Status         PIC X(01).
             88 Batch-Open            VALUE 'O'.
             88 Batch-Accepted        VALUE 'A'.
             88 Batch-Rejected        VALUE 'R'.
           05 BTT-Reason         PIC X(45).
       01 WS-Batch-Reason        PIC X(45).
       01 WS-In-Batch-Sw         PIC X(01) VALUE 'N'.
         88 In-Batch                  VALUE 'Y'.
       01 WS-Cur-Batch           PIC 9(03) COMP VALUE 0.
       01 WS-Unbatched-Count     PIC 9(05) COMP VALUE 0.
       01 WS-Stray-Trailer-Count PIC 9(05) COMP VALUE 0.
       01 WS-Batch-Accept-Count  PIC 9(03) COMP VALUE 0.
       01 WS-Batch-Reject-Count  PIC 9(03) COMP VALUE 0.
       01 WS-Batch-Skip-Count    PIC 9(05) COMP VALUE 0.
       01 WS-Registered-Count    PIC 9(03) COMP VALUE 0.
       01 WS-Count-Edit          PIC 9(07).
       01 WS-Trl-Count-Edit      PIC 9(07).

      *> Key hash total - the key's digits as one number.
       01 WS-Hash-Key            PIC X(10).
       01 WS-Key-Value           PIC 9(18) COMP.
       01 WS-Key-Idx             PIC 9(02) COMP.
       01 WS-Key-Digit           PIC 9(01).

      *> Envelope for the carry-forward files, and their totals.
       01 WS-Batch-Record-Out.
         05 WS-Bat-Rec-Type     PIC X(10).
         05 WS-Bat-Batch-Id     PIC X(20).
         05 WS-Bat-Area         PIC X(47).
         05 WS-Bat-Hdr-Area REDEFINES WS-Bat-Area.
           10 WS-Bat-Dept       PIC X(08).
           10 WS-Bat-Created    PIC X(10).
           10 FILLER            PIC X(29).
         05 WS-Bat-Trl-Area REDEFINES WS-Bat-Area.
           10 WS-Bat-Count      PIC 9(07).
           10 WS-Bat-Hash       PIC 9(18).
           10 FILLER            PIC X(22).
       01 WS-Pnd-Batch-Id        PIC X(20).
       01 WS-Pnd-Hash            PIC 9(18) COMP VALUE 0.
       01 WS-Una-Batch-Id        PIC X(20).
       01 WS-Una-Hash            PIC 9(18) COMP VALUE 0.

      *> Register record, built here like the journal record.
       01 WS-Register-Record-Out.
         05 WS-Reg-Batch-Id      PIC X(20).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Reg-Dept          PIC X(08).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Reg-Created       PIC X(10).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Reg-Count         PIC 9(07).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Reg-Hash          PIC 9(18).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Reg-Run-TS        PIC X(19).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Reg-Status        PIC X(08).
       01 WS-Reg-Failed-Sw       PIC X(01) VALUE 'N'.
         88 Reg-Failed                VALUE 'Y'.

      *> Field dictionary held in storage for LoadTransactions to
      *> resolve names against.
         05 WS-Jrn-Before        PIC X(32).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Jrn-After         PIC X(32).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Jrn-Requester     PIC X(08).
         05 FILLER               PIC X(01) VALUE SPACE.
         05 WS-Jrn-Approver      PIC X(08).
       01 WS-Before-Hex          PIC X(32).
       01 WS-After-Hex           PIC X(32).
       01 WS-Journal-Count       PIC 9(05) COMP VALUE 0.

      *> Journal records for the record being updated, held until
      *> the cross-field rules have passed it.
       01 WS-Jrn-Buffer-Count    PIC 9(03) COMP VALUE 0.
       01 WS-Jrn-Buffer-Tab.
         03 WS-Jrn-Buffer-Entry OCCURS 500 TIMES INDEXED BY JB-Idx.
           05 JBT-Record         PIC X(135).

      *> Cross-field rule check through AWRULCHK.
       01 WS-Rules-Active        PIC X(01) VALUE 'N'.
         88 Rules-Active              VALUE 'Y'.
       01 WS-Rule-Function       PIC X(01).
       01 WS-Rule-No             PIC 9(03).
       01 WS-Rule-Id             PIC X(08).
       01 WS-Rule-Desc           PIC X(30).
       01 WS-Rule-Broken         PIC X(01).
         88 Rule-Broken               VALUE 'Y'.
       01 WS-Master-Save         PIC X(80).
       01 WS-Record-Applied      PIC 9(03) COMP VALUE 0.
       01 WS-Rule-Reject-Count   PIC 9(05) COMP VALUE 0.

      *> Transaction being edited, released to the sort when it is
      *> good and due.
       01 WS-Trans-Count         PIC 9(07) COMP VALUE 0.
       01 WS-Trans-Entry.
           05 TRT-Key            PIC X(10).
           05 TRT-Offset         PIC 9(03) COMP.
           05 TRT-Len            PIC 9(04) COMP.
           05 TRT-Op             PIC X(06).
           05 TRT-Position       PIC 9(03) COMP.
           05 TRT-Mask           PIC X(16).
           05 TRT-Requester      PIC X(08).
           05 TRT-Approver       PIC X(08).
           05 TRT-Status         PIC X(01).
             88 Trans-Unused          VALUE 'U'.
             88 Trans-Applied         VALUE 'A'.
             88 Trans-Rejected        VALUE 'R'.
             88 Trans-Pending         VALUE 'P'.

      *> One key's transactions back from the sort, applied in file
      *> order to every master record with that key.
       01 WS-Sort-EOF-Sw         PIC X(01) VALUE 'N'.
         88 Sort-EOF                  VALUE 'Y'.
       01 WS-Group-Loaded-Sw     PIC X(01) VALUE 'N'.
         88 Group-Loaded              VALUE 'Y'.
       01 WS-Group-Key           PIC X(10).
       01 WS-Group-Count         PIC 9(03) COMP VALUE 0.
       01 WS-Group-Tab.
         03 WS-Group-Entry OCCURS 500 TIMES INDEXED BY GR-Idx.
           05 GRT-Seq            PIC 9(07).
           05 GRT-Offset         PIC 9(03) COMP.
           05 GRT-Len            PIC 9(04) COMP.
           05 GRT-Op             PIC X(06).
           05 GRT-Position       PIC 9(03) COMP.
           05 GRT-Mask           PIC X(16).
           05 GRT-Requester      PIC X(08).
           05 GRT-Approver       PIC X(08).
           05 GRT-Status         PIC X(01).
             88 Group-Unused          VALUE 'U'.
             88 Group-Applied         VALUE 'A'.
             88 Group-Rejected        VALUE 'R'.

      *> The master record being updated, whichever file it came
      *> from, and the sequence check on the sequential master.
       01 WS-Master-Work.
         05 WS-Work-Key          PIC X(10).
         05 WS-Work-Data         PIC X(70).
       01 WS-Prev-Master-Key     PIC X(10) VALUE LOW-VALUES.

      *> Current transaction being edited/applied.
       01 WS-Txn-Number          PIC 9(07) COMP VALUE 0.
       01 WS-Txn-Valid           PIC X(01).
         88 Txn-Is-Valid              VALUE 'Y'.
       01 WS-Txn-Approved        PIC X(01).
         88 Txn-Is-Approved           VALUE 'Y'.
       01 WS-Field-Work          PIC X(16).
       01 WS-Field-Result        PIC X(16).
       01 WS-Bit-Value           PIC X(01).
       01 WS-Record-Touched      PIC X(01).
         88 Record-Touched            VALUE 'Y'.

      *> Common run log entry, appended through AWLOGRUN at the start
      *> and end of the run for AWOPSRPT.
       01 WS-Run-Log-Area.
         05 WS-Rlg-Function      PIC X(01).
         05 WS-Rlg-Program       PIC X(08) VALUE 'AWBITUPD'.
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
           DISPLAY "AWBITUPD: Indicator-field maintenance"
           DISPLAY "=================================================="
           PERFORM StartRunLog
           PERFORM ParseModeParm
           IF RETURN-CODE < 12
             PERFORM SetRunTimestamp
             PERFORM LoadFieldDictionary
             PERFORM LoadConsistencyRules
           END-IF
           IF RETURN-CODE < 12
             PERFORM ValidateBatches
           END-IF
           IF RETURN-CODE < 12
             PERFORM OpenJournal
           END-IF
           IF RETURN-CODE < 12
             PERFORM OpenBatchRegister
             IF RETURN-CODE < 12
               PERFORM OpenPendingFile
               IF RETURN-CODE < 12
                 SORT AWBITSRT-FILE
                     ON ASCENDING KEY SRT-Key SRT-Seq
                     INPUT PROCEDURE IS LoadTransactions
                     OUTPUT PROCEDURE IS ApplyTransactions
                 PERFORM CloseCarryForward
               END-IF
               IF RETURN-CODE < 12
                 OR (Random-Mode AND WS-Updated-Count > 0)
                 PERFORM RegisterBatches
               END-IF
               CLOSE AWBATREG-FILE
             END-IF
             CLOSE AWBITJRN-FILE
           END-IF
           IF RETURN-CODE < 12
             PERFORM ReportUnmatched
             PERFORM DisplayTotals
           END-IF
           PERFORM EndRunLog
           DISPLAY "AWBITUPD: RC " RETURN-CODE
           GOBACK.

      ******************************************************************
       ParseModeParm SECTION.
      ******************************************************************
           EVALUATE pParm-Value(1:10)
             WHEN SPACES
             WHEN 'SEQUENTIAL'
               MOVE 'S' TO WS-Update-Mode
               DISPLAY "AWBITUPD: SEQUENTIAL mode - AWMASTER to "
                       "AWMASTNW"
             WHEN 'RANDOM'
               MOVE 'R' TO WS-Update-Mode
               DISPLAY "AWBITUPD: RANDOM mode - AWMASTKY updated in "
                       "place"
             WHEN OTHER
               DISPLAY "AWBITUPD: Mode '" pParm-Value(1:10)
                       "' not SEQUENTIAL or RANDOM - run held."
               MOVE 12 TO RETURN-CODE
           END-EVALUATE
           .

      ******************************************************************
       SetRunTimestamp SECTION.
      ******************************************************************
           MOVE SPACES TO WS-Jrn-Timestamp
           MOVE WS-Run-Timestamp-Out TO WS-Jrn-Timestamp
           MOVE WS-Run-Timestamp-Out(1:10) TO WS-Run-Date
           MOVE SPACES TO WS-Pnd-Batch-Id
           MOVE SPACES TO WS-Una-Batch-Id
           STRING 'PND' WS-Run-Current-Date(1:14)
                  DELIMITED BY SIZE INTO WS-Pnd-Batch-Id
           END-STRING
           STRING 'UNA' WS-Run-Current-Date(1:14)
                  DELIMITED BY SIZE INTO WS-Una-Batch-Id
           END-STRING
           .

      ******************************************************************
       LoadConsistencyRules SECTION.
      ******************************************************************
      *> Loaded before anything is opened for output, so rules that
      *> do not edit hold the run with nothing touched.
           MOVE 'L' TO WS-Rule-Function
           MOVE 0 TO WS-Rule-No
           MOVE 0 TO Ws-Return-Code
           CALL 'AWRULCHK' USING BY REFERENCE WS-Rule-Function
                                 BY REFERENCE WS-Master-Work
                                 BY REFERENCE WS-Rule-No
                                 BY REFERENCE WS-Rule-Id
                                 BY REFERENCE WS-Rule-Desc
                           RETURNING Ws-Return-Code
           EVALUATE Ws-Return-Code
             WHEN 0
               MOVE 'Y' TO WS-Rules-Active
             WHEN 4
               MOVE 'N' TO WS-Rules-Active
             WHEN OTHER
               DISPLAY "AWBITUPD: AWBITRUL rules do not edit - run "
                       "held, no updates applied."
               MOVE 12 TO RETURN-CODE
           END-EVALUATE
           .

      ******************************************************************
                     "file status " WS-Pending-Status
                     " - run held, no updates applied."
             MOVE 12 TO RETURN-CODE
           ELSE
      *> Same reasoning for the unapproved carry-forward - a declined
      *> transaction that vanished would never get its second look.
             OPEN OUTPUT AWBITUNA-FILE
             IF NOT Unapproved-OK
               DISPLAY "AWBITUPD: AWBITUNA could not be opened, "
                       "file status " WS-Unapproved-Status
                       " - run held, no updates applied."
               MOVE 12 TO RETURN-CODE
               CLOSE AWBITPND-FILE
             END-IF
           END-IF
           .

           END-IF
           .

      ******************************************************************
       OpenBatchRegister SECTION.
      ******************************************************************
      *> Taken before anything is applied - an accepted batch that
      *> could not be registered could be applied again tomorrow.
           OPEN EXTEND AWBATREG-FILE
           IF NOT Register-OK
             CLOSE AWBATREG-FILE
             OPEN OUTPUT AWBATREG-FILE
           END-IF
           IF NOT Register-OK
             DISPLAY "AWBITUPD: AWBATREG could not be opened, "
                     "file status " WS-Register-Status
                     " - run held, no updates applied."
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       ValidateBatches SECTION.
      ******************************************************************
      *> A truncated transfer or a resubmitted file has to be caught
      *> before the first flag moves, so AWBITAPR is read once here
      *> for the batch envelopes and again by the update.
           OPEN INPUT AWBITAPR-FILE
           IF NOT Trans-OK
             DISPLAY "AWBITUPD: AWBITAPR could not be opened, "
                     "file status " WS-Trans-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM UNTIL Trans-EOF OR RETURN-CODE = 12
               READ AWBITAPR-FILE
                 AT END
                   MOVE '10' TO WS-Trans-Status
                 NOT AT END
                   PERFORM CheckBatchRecord
               END-READ
             END-PERFORM
             CLOSE AWBITAPR-FILE
             MOVE '00' TO WS-Trans-Status
             IF In-Batch
               SET BT-Idx TO WS-Cur-Batch
               MOVE 'NO TRAILER - TRANSFER TRUNCATED'
                 TO WS-Batch-Reason
               PERFORM RejectBatch
             END-IF
           END-IF
           IF RETURN-CODE < 12
             PERFORM CheckBatchRegister
           END-IF
           IF RETURN-CODE < 12
             PERFORM ReportBatches
           END-IF
           MOVE 'N' TO WS-In-Batch-Sw
           MOVE 0 TO WS-Cur-Batch
           .

      ******************************************************************
       CheckBatchRecord SECTION.
      ******************************************************************
           EVALUATE TRUE
             WHEN Batch-Header
               IF In-Batch
                 SET BT-Idx TO WS-Cur-Batch
                 MOVE 'NEXT HEADER BEFORE ITS TRAILER'
                   TO WS-Batch-Reason
                 PERFORM RejectBatch
               END-IF
               IF WS-Batch-Count >= 50
                 DISPLAY "AWBITUPD: More than 50 batches in AWBITAPR "
                         "- run held, no updates applied."
                 MOVE 12 TO RETURN-CODE
               ELSE
                 ADD 1 TO WS-Batch-Count
                 MOVE WS-Batch-Count TO WS-Cur-Batch
                 SET BT-Idx TO WS-Cur-Batch
                 MOVE BAT-BATCH-ID TO BTT-Id(BT-Idx)
                 MOVE BAT-DEPT     TO BTT-Dept(BT-Idx)
                 MOVE BAT-CREATED  TO BTT-Created(BT-Idx)
                 MOVE 0 TO BTT-Count(BT-Idx)
                 MOVE 0 TO BTT-Hash(BT-Idx)
                 MOVE 0 TO BTT-Trl-Count(BT-Idx)
                 MOVE 0 TO BTT-Trl-Hash(BT-Idx)
                 MOVE 'O' TO BTT-Status(BT-Idx)
                 MOVE SPACES TO BTT-Reason(BT-Idx)
                 MOVE 'Y' TO WS-In-Batch-Sw
                 PERFORM EditBatchHeader
               END-IF
             WHEN Batch-Trailer
               IF In-Batch
                 PERFORM BalanceBatch
                 MOVE 'N' TO WS-In-Batch-Sw
               ELSE
                 ADD 1 TO WS-Stray-Trailer-Count
                 DISPLAY "AWBITUPD: Trailer for batch '" BAT-BATCH-ID
                         "' has no header - ignored."
               END-IF
             WHEN OTHER
               IF In-Batch
                 SET BT-Idx TO WS-Cur-Batch
                 ADD 1 TO BTT-Count(BT-Idx)
                 MOVE TRN-KEY TO WS-Hash-Key
                 PERFORM ComputeKeyHash
                 ADD WS-Key-Value TO BTT-Hash(BT-Idx)
               ELSE
                 ADD 1 TO WS-Unbatched-Count
               END-IF
           END-EVALUATE
           .

      ******************************************************************
       EditBatchHeader SECTION.
      ******************************************************************
           EVALUATE TRUE
             WHEN BAT-BATCH-ID = SPACES
               MOVE 'NO BATCH ID ON THE HEADER' TO WS-Batch-Reason
               PERFORM RejectBatch
             WHEN BAT-DEPT = SPACES
               MOVE 'NO DEPARTMENT ON THE HEADER' TO WS-Batch-Reason
               PERFORM RejectBatch
             WHEN OTHER
               MOVE BAT-CREATED TO WS-Release-Date
               CALL 'BDAYCHK' USING BY REFERENCE WS-Release-Date
                                    BY REFERENCE WS-Bday-Flag
                                    BY REFERENCE WS-Bday-Site
                             RETURNING Ws-Return-Code
               IF Ws-Return-Code NOT = 0
                 MOVE 'CREATION DATE NOT A VALID DATE'
                   TO WS-Batch-Reason
                 PERFORM RejectBatch
               END-IF
           END-EVALUATE
           .

      ******************************************************************
       BalanceBatch SECTION.
      ******************************************************************
           SET BT-Idx TO WS-Cur-Batch
           IF BAT-COUNT IS NUMERIC AND BAT-HASH IS NUMERIC
             MOVE BAT-COUNT TO BTT-Trl-Count(BT-Idx)
             MOVE BAT-HASH  TO BTT-Trl-Hash(BT-Idx)
           END-IF
           MOVE SPACES TO WS-Batch-Reason
           EVALUATE TRUE
             WHEN BAT-BATCH-ID NOT = BTT-Id(BT-Idx)
               MOVE 'TRAILER IS FOR ANOTHER BATCH' TO WS-Batch-Reason
             WHEN BAT-COUNT IS NOT NUMERIC
               OR BAT-HASH IS NOT NUMERIC
               MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-Batch-Reason
             WHEN BTT-Trl-Count(BT-Idx) NOT = BTT-Count(BT-Idx)
               MOVE 'RECORD COUNT DOES NOT BALANCE'
                 TO WS-Batch-Reason
             WHEN BTT-Trl-Hash(BT-Idx) NOT = BTT-Hash(BT-Idx)
               MOVE 'KEY HASH TOTAL DOES NOT BALANCE'
                 TO WS-Batch-Reason
           END-EVALUATE
           IF WS-Batch-Reason NOT = SPACES
             PERFORM RejectBatch
           END-IF
           IF Batch-Open(BT-Idx)
             MOVE 'A' TO BTT-Status(BT-Idx)
           END-IF
           .

      ******************************************************************
       RejectBatch SECTION.
      ******************************************************************
      *> The first reason found is the one reported.
           IF NOT Batch-Rejected(BT-Idx)
             MOVE 'R' TO BTT-Status(BT-Idx)
             MOVE WS-Batch-Reason TO BTT-Reason(BT-Idx)
           END-IF
           .

      ******************************************************************
       CheckBatchRegister SECTION.
      ******************************************************************
      *> A batch ID seen twice in this run, or already in the
      *> register, is refused - the register is read through rather
      *> than tabled, so it can grow without limit.
           PERFORM VARYING BT-Idx FROM 2 BY 1
                   UNTIL BT-Idx > WS-Batch-Count
             PERFORM VARYING BT-Dup-Idx FROM 1 BY 1
                     UNTIL BT-Dup-Idx >= BT-Idx
               IF BTT-Id(BT-Dup-Idx) = BTT-Id(BT-Idx)
                 AND BTT-Id(BT-Idx) NOT = SPACES
                 MOVE 'BATCH ID REPEATED IN THIS RUN'
                   TO WS-Batch-Reason
                 PERFORM RejectBatch
               END-IF
             END-PERFORM
           END-PERFORM
           OPEN INPUT AWBATREG-FILE
           EVALUATE TRUE
             WHEN Register-OK
               PERFORM UNTIL Register-EOF
                 READ AWBATREG-FILE
                   AT END
                     MOVE '10' TO WS-Register-Status
                   NOT AT END
                     PERFORM CheckOneRegisterEntry
                 END-READ
               END-PERFORM
               CLOSE AWBATREG-FILE
             WHEN Register-Not-Found
               DISPLAY "AWBITUPD: No AWBATREG batch register yet - "
                       "every batch is new."
             WHEN OTHER
               DISPLAY "AWBITUPD: AWBATREG could not be read, file "
                       "status " WS-Register-Status
                       " - run held, no updates applied."
               MOVE 12 TO RETURN-CODE
           END-EVALUATE
           MOVE '00' TO WS-Register-Status
           .

      ******************************************************************
       CheckOneRegisterEntry SECTION.
      ******************************************************************
           PERFORM VARYING BT-Idx FROM 1 BY 1
                   UNTIL BT-Idx > WS-Batch-Count
             IF BTT-Id(BT-Idx) = REG-BATCH-ID
               MOVE SPACES TO WS-Batch-Reason
               IF Reg-Partial
                 STRING 'PARTLY APPLIED BY RUN ' REG-RUN-TS
                        DELIMITED BY SIZE INTO WS-Batch-Reason
                 END-STRING
               ELSE
                 STRING 'ALREADY APPLIED BY RUN ' REG-RUN-TS
                        DELIMITED BY SIZE INTO WS-Batch-Reason
                 END-STRING
               END-IF
               PERFORM RejectBatch
             END-IF
           END-PERFORM
           .

      ******************************************************************
       ReportBatches SECTION.
      ******************************************************************
           PERFORM VARYING BT-Idx FROM 1 BY 1
                   UNTIL BT-Idx > WS-Batch-Count
             MOVE BTT-Count(BT-Idx) TO WS-Count-Edit
             IF Batch-Accepted(BT-Idx)
               ADD 1 TO WS-Batch-Accept-Count
               DISPLAY "AWBITUPD: Batch '" BTT-Id(BT-Idx) "' from "
                       BTT-Dept(BT-Idx) " created "
                       BTT-Created(BT-Idx) " - " WS-Count-Edit
                       " record(s), accepted."
             ELSE
               ADD 1 TO WS-Batch-Reject-Count
               DISPLAY "AWBITUPD: Batch '" BTT-Id(BT-Idx) "' from "
                       BTT-Dept(BT-Idx) " REJECTED - "
                       BTT-Reason(BT-Idx)
               MOVE BTT-Trl-Count(BT-Idx) TO WS-Trl-Count-Edit
               DISPLAY "          " WS-Count-Edit " record(s) found, "
                       WS-Trl-Count-Edit " on the trailer - none "
                       "applied."
             END-IF
           END-PERFORM
           IF WS-Unbatched-Count > 0
             DISPLAY "AWBITUPD: " WS-Unbatched-Count " transaction(s) "
                     "outside any batch header/trailer - not applied."
           END-IF
           IF WS-Stray-Trailer-Count > 0
             DISPLAY "AWBITUPD: " WS-Stray-Trailer-Count " trailer(s) "
                     "with no header."
           END-IF
           IF WS-Batch-Reject-Count > 0 OR WS-Unbatched-Count > 0
             OR WS-Stray-Trailer-Count > 0
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       RegisterBatches SECTION.
      ******************************************************************
      *> Every accepted batch, stamped with the run timestamp its
      *> AWBITJRN entries carry - PARTIAL when a RANDOM run stopped
      *> with some of its rewrites already made.
           IF RETURN-CODE < 12
             MOVE 'COMPLETE' TO WS-Reg-Status
           ELSE
             MOVE 'PARTIAL' TO WS-Reg-Status
             DISPLAY "AWBITUPD: RANDOM run stopped after "
                     WS-Updated-Count " record(s) rewritten - "
                     "accepted batches registered PARTIAL."
             DISPLAY "AWBITUPD: Recover with AWBITBKO for run "
                     WS-Run-Timestamp-Out " - do not resubmit."
           END-IF
           MOVE 'N' TO WS-Reg-Failed-Sw
           PERFORM VARYING BT-Idx FROM 1 BY 1
                   UNTIL BT-Idx > WS-Batch-Count
                      OR Reg-Failed
             IF Batch-Accepted(BT-Idx)
               MOVE BTT-Id(BT-Idx)      TO WS-Reg-Batch-Id
               MOVE BTT-Dept(BT-Idx)    TO WS-Reg-Dept
               MOVE BTT-Created(BT-Idx) TO WS-Reg-Created
               MOVE BTT-Count(BT-Idx)   TO WS-Reg-Count
               MOVE BTT-Hash(BT-Idx)    TO WS-Reg-Hash
               MOVE WS-Run-Timestamp-Out TO WS-Reg-Run-TS
               MOVE WS-Register-Record-Out TO AWBATREG-REC
               WRITE AWBATREG-REC
               IF Register-OK
                 ADD 1 TO WS-Registered-Count
               ELSE
                 DISPLAY "AWBITUPD: AWBATREG write failed for batch '"
                         BTT-Id(BT-Idx) "', file status "
                         WS-Register-Status
                 MOVE 12 TO RETURN-CODE
                 MOVE 'Y' TO WS-Reg-Failed-Sw
               END-IF
             END-IF
           END-PERFORM
           .

      ******************************************************************
       ComputeKeyHash SECTION.
      ******************************************************************
           MOVE 0 TO WS-Key-Value
           PERFORM VARYING WS-Key-Idx FROM 1 BY 1 UNTIL WS-Key-Idx > 10
             IF WS-Hash-Key(WS-Key-Idx:1) >= '0'
               AND WS-Hash-Key(WS-Key-Idx:1) <= '9'
               MOVE WS-Hash-Key(WS-Key-Idx:1) TO WS-Key-Digit
               COMPUTE WS-Key-Value = WS-Key-Value * 10 + WS-Key-Digit
             END-IF
           END-PERFORM
           .

      ******************************************************************
       LoadTransactions SECTION.
      ******************************************************************
      *> reported and marked rejected rather than silently applied -
      *> flag bytes are exactly where a mis-typed offset does the
      *> most damage.
           OPEN INPUT AWBITAPR-FILE
           IF NOT Trans-OK
             DISPLAY "AWBITUPD: AWBITAPR could not be opened, "
                     "file status " WS-Trans-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM UNTIL Trans-EOF
               READ AWBITAPR-FILE
                 AT END
                   MOVE '10' TO WS-Trans-Status
                 NOT AT END
                   PERFORM LoadOneApprovalRecord
               END-READ
             END-PERFORM
             CLOSE AWBITAPR-FILE
             IF WS-Trans-Count = 0
               DISPLAY "AWBITUPD: No usable transactions - nothing "
                       "to do."
           END-IF
           .

      ******************************************************************
       LoadOneApprovalRecord SECTION.
      ******************************************************************
      *> Steps through the batches in the order ValidateBatches found
      *> them; only an accepted batch's transactions go any further.
           EVALUATE TRUE
             WHEN Batch-Header
               ADD 1 TO WS-Cur-Batch
               MOVE 'Y' TO WS-In-Batch-Sw
             WHEN Batch-Trailer
               MOVE 'N' TO WS-In-Batch-Sw
             WHEN OTHER
               MOVE 'N' TO WS-Txn-Approved
               IF In-Batch
                 SET BT-Idx TO WS-Cur-Batch
                 IF Batch-Accepted(BT-Idx)
                   MOVE 'Y' TO WS-Txn-Approved
                 END-IF
               END-IF
               IF Txn-Is-Approved
                 PERFORM CheckApproval
                 IF Txn-Is-Approved
                   PERFORM EditOneTransaction
                 ELSE
                   PERFORM CarryUnapproved
                 END-IF
               ELSE
                 ADD 1 TO WS-Txn-Number
                 ADD 1 TO WS-Batch-Skip-Count
               END-IF
           END-EVALUATE
           .

      ******************************************************************
       EditOneTransaction SECTION.
      ******************************************************************
           ADD 1 TO WS-Trans-Count
           MOVE 'Y' TO WS-Txn-Valid
           MOVE TRN-KEY TO TRT-Key
           MOVE TRN-OP  TO TRT-Op
           MOVE TRN-REQUESTER TO TRT-Requester
           MOVE APR-APPROVER  TO TRT-Approver
           MOVE 'U'     TO TRT-Status
           PERFORM EditFieldAddress
           IF Txn-Is-Valid
             PERFORM EditOpOperands
           END-IF
           IF Txn-Is-Valid
             PERFORM EvaluateEffectiveDate
           END-IF
           IF NOT Txn-Is-Valid
             MOVE 'R' TO TRT-Status
             ADD 1 TO WS-Rejected-Count
             MOVE 8 TO RETURN-CODE
           END-IF
           IF Trans-Unused
             PERFORM ReleaseTransaction
           END-IF
           .

      ******************************************************************
       ReleaseTransaction SECTION.
      ******************************************************************
      *> The file sequence number rides along as the minor sort key
      *> so one key's transactions still apply in the order keyed.
           MOVE TRT-Key        TO SRT-Key
           MOVE WS-Txn-Number  TO SRT-Seq
           MOVE TRT-Offset     TO SRT-Offset
           MOVE TRT-Len        TO SRT-Len
           MOVE TRT-Op         TO SRT-Op
           MOVE TRT-Position   TO SRT-Position
           MOVE TRT-Mask       TO SRT-Mask
           MOVE TRT-Requester  TO SRT-Requester
           MOVE TRT-Approver   TO SRT-Approver
           RELEASE AWBITSRT-REC
           .

      ******************************************************************
       CheckApproval SECTION.
      ******************************************************************
      *> AWBITAPV already applied the four-eyes rules; they are
      *> checked again because AWBITAPR is only a file, and the
      *> control must not depend on nobody having edited it.
           ADD 1 TO WS-Txn-Number
           MOVE 'N' TO WS-Txn-Approved
           IF APR-DECISION = 'A'
             AND TRN-REQUESTER NOT = SPACES
             AND APR-APPROVER NOT = SPACES
             AND APR-APPROVER NOT = TRN-REQUESTER
             MOVE 'Y' TO WS-Txn-Approved
           END-IF
           .

      ******************************************************************
       CarryUnapproved SECTION.
      ******************************************************************
      *> Listed here and carried forward in plain AWBITTRN format -
      *> the approval stamp is deliberately dropped so the next
      *> AWBITAPV run decides it afresh.
           ADD 1 TO WS-Unapproved-Count
           EVALUATE TRUE
             WHEN APR-DECISION = 'D'
               DISPLAY "AWBITUPD: Txn " WS-Txn-Number " for key "
                       TRN-KEY " DECLINED by '" APR-APPROVER "' - "
                       APR-REASON
             WHEN APR-DECISION = 'A'
               DISPLAY "AWBITUPD: Txn " WS-Txn-Number " for key "
                       TRN-KEY " approval INVALID - requester '"
                       TRN-REQUESTER "', approver '" APR-APPROVER "'"
             WHEN OTHER
               DISPLAY "AWBITUPD: Txn " WS-Txn-Number " for key "
                       TRN-KEY " NOT APPROVED - no decision recorded"
           END-EVALUATE
           DISPLAY "          field " TRN-FIELD " op " TRN-OP
                   " requested by '" TRN-REQUESTER
                   "' - carried forward to AWBITUNA."
      *> The first one carried opens the AWBITUNA batch.
           IF WS-Unapproved-Count = 1
             MOVE '*BATCHHDR*'    TO WS-Bat-Rec-Type
             MOVE WS-Una-Batch-Id TO WS-Bat-Batch-Id
             MOVE SPACES          TO WS-Bat-Area
             MOVE 'AWBITUPD'      TO WS-Bat-Dept
             MOVE WS-Run-Date     TO WS-Bat-Created
             MOVE WS-Batch-Record-Out TO AWBITUNA-REC
             PERFORM WriteUnapprovedRecord
           END-IF
           MOVE TRN-KEY TO WS-Hash-Key
           PERFORM ComputeKeyHash
           ADD WS-Key-Value TO WS-Una-Hash
           MOVE AWBITTRN-REC TO AWBITUNA-REC
           PERFORM WriteUnapprovedRecord
           .

      ******************************************************************
       WriteUnapprovedRecord SECTION.
      ******************************************************************
           WRITE AWBITUNA-REC
           IF NOT Unapproved-OK
             DISPLAY "AWBITUPD: AWBITUNA write failed, file status "
                     WS-Unapproved-Status
             MOVE 12 TO RETURN-CODE
             MOVE '10' TO WS-Trans-Status
           END-IF
           .

      ******************************************************************
       WritePendingRecord SECTION.
      ******************************************************************
           WRITE AWBITPND-REC
           IF NOT Pending-OK
             DISPLAY "AWBITUPD: AWBITPND write failed, file "
                     "status " WS-Pending-Status
             MOVE 12 TO RETURN-CODE
             MOVE '10' TO WS-Trans-Status
           END-IF
           .

      ******************************************************************
       CloseCarryForward SECTION.
      ******************************************************************
      *> Each carry-forward file that took anything gets the trailer
      *> that balances it, so the next run accepts it as a batch.
           IF WS-Pending-Count > 0
             MOVE '*BATCHTRL*'     TO WS-Bat-Rec-Type
             MOVE WS-Pnd-Batch-Id  TO WS-Bat-Batch-Id
             MOVE SPACES           TO WS-Bat-Area
             MOVE WS-Pending-Count TO WS-Bat-Count
             MOVE WS-Pnd-Hash      TO WS-Bat-Hash
             MOVE SPACES TO AWBITPND-REC
             MOVE WS-Batch-Record-Out TO AWBITPND-REC(1:77)
             PERFORM WritePendingRecord
           END-IF
           IF WS-Unapproved-Count > 0
             MOVE '*BATCHTRL*'     TO WS-Bat-Rec-Type
             MOVE WS-Una-Batch-Id  TO WS-Bat-Batch-Id
             MOVE SPACES           TO WS-Bat-Area
             MOVE WS-Unapproved-Count TO WS-Bat-Count
             MOVE WS-Una-Hash      TO WS-Bat-Hash
             MOVE WS-Batch-Record-Out TO AWBITUNA-REC
             PERFORM WriteUnapprovedRecord
           END-IF
           CLOSE AWBITPND-FILE
           CLOSE AWBITUNA-FILE
           .

      ******************************************************************
       LoadFieldDictionary SECTION.
      ******************************************************************
             MOVE 'N' TO WS-Txn-Valid
           ELSE
             SET FD-Idx DOWN BY 1
             MOVE FDT-Offset(FD-Idx) TO TRT-Offset
             MOVE FDT-Len(FD-Idx)    TO TRT-Len
             PERFORM CheckOpAllowed
           END-IF
           .
             END-IF
             IF Txn-Is-Valid
               AND WS-Release-Date > WS-Run-Date
               MOVE 'P' TO TRT-Status
               ADD 1 TO WS-Pending-Count
               DISPLAY "AWBITUPD: Txn " WS-Txn-Number " for key "
                       TRN-KEY " releases " WS-Release-Date
                       " - carried forward."
      *> The first one carried opens the AWBITPND batch.
               IF WS-Pending-Count = 1
                 MOVE '*BATCHHDR*'    TO WS-Bat-Rec-Type
                 MOVE WS-Pnd-Batch-Id TO WS-Bat-Batch-Id
                 MOVE SPACES          TO WS-Bat-Area
                 MOVE 'AWBITUPD'      TO WS-Bat-Dept
                 MOVE WS-Run-Date     TO WS-Bat-Created
                 MOVE SPACES TO AWBITPND-REC
                 MOVE WS-Batch-Record-Out TO AWBITPND-REC(1:77)
                 PERFORM WritePendingRecord
               END-IF
               MOVE TRN-KEY TO WS-Hash-Key
               PERFORM ComputeKeyHash
               ADD WS-Key-Value TO WS-Pnd-Hash
               MOVE AWBITAPR-REC TO AWBITPND-REC
               PERFORM WritePendingRecord
             END-IF
           END-IF
           .
      ******************************************************************
           IF FUNCTION TEST-NUMVAL(TRN-OFFSET) = 0
             AND FUNCTION TEST-NUMVAL(TRN-LEN) = 0
             MOVE FUNCTION NUMVAL(TRN-OFFSET) TO TRT-Offset
             MOVE FUNCTION NUMVAL(TRN-LEN)    TO TRT-Len
             IF TRT-Len < 1 OR TRT-Len > 16
               OR TRT-Offset < 1
               OR TRT-Offset + TRT-Len - 1 > 80
               DISPLAY "AWBITUPD: Txn " WS-Txn-Number " rejected - "
                       "offset " TRN-OFFSET " / length " TRN-LEN
                       " outside the 80-byte record."
             WHEN 'INVERT'
               IF FUNCTION TEST-NUMVAL(TRN-POSITION) = 0
                 MOVE FUNCTION NUMVAL(TRN-POSITION)
                   TO TRT-Position
                 IF TRT-Position < 1
                   OR TRT-Position > TRT-Len * 8
                   DISPLAY "AWBITUPD: Txn " WS-Txn-Number
                           " rejected - position " TRN-POSITION
                           " outside 1 to len*8."
      ******************************************************************
       EditMaskValue SECTION.
      ******************************************************************
           COMPUTE WS-Hex-Digits = TRT-Len * 2
           MOVE 'Y' TO WS-Hex-Check-Result
           PERFORM VARYING WS-Check-Idx FROM 1 BY 1
                   UNTIL WS-Check-Idx > WS-Hex-Digits
             MOVE TRN-MASK(1:WS-Hex-Digits)
               TO WS-Hex-Decode-Tmp(1:WS-Hex-Digits)
             MOVE FUNCTION HEX-TO-CHAR(WS-Hex-Decode-Tmp)
               TO TRT-Mask
           ELSE
             DISPLAY "AWBITUPD: Txn " WS-Txn-Number " rejected - "
                     "mask '" TRN-MASK(1:WS-Hex-Digits)
           END-IF
           .

      ******************************************************************
       ApplyTransactions SECTION.
      ******************************************************************
      *> Sort output side - the edited transactions come back one
      *> key at a time for whichever mode the parm chose.
           IF RETURN-CODE < 12
             PERFORM ReturnNextTransaction
             PERFORM LoadNextGroup
             IF Random-Mode
               PERFORM ProcessKeyedMaster
             ELSE
               PERFORM ProcessMasterFile
             END-IF
           END-IF
           .

      ******************************************************************
       ReturnNextTransaction SECTION.
      ******************************************************************
           RETURN AWBITSRT-FILE
             AT END
               MOVE 'Y' TO WS-Sort-EOF-Sw
           END-RETURN
           .

      ******************************************************************
       LoadNextGroup SECTION.
      ******************************************************************
      *> Gathers every sorted transaction for the next key. A key
      *> with more than the table holds has the excess rejected
      *> rather than applied out of step with the rest.
           MOVE 0 TO WS-Group-Count
           IF Sort-EOF
             MOVE 'N' TO WS-Group-Loaded-Sw
           ELSE
             MOVE 'Y' TO WS-Group-Loaded-Sw
             MOVE SRT-Key TO WS-Group-Key
             PERFORM UNTIL Sort-EOF
                        OR SRT-Key NOT = WS-Group-Key
               IF WS-Group-Count >= 500
                 DISPLAY "AWBITUPD: Txn " SRT-Seq " for key "
                         SRT-Key " rejected - more than 500 "
                         "transactions for one key."
                 ADD 1 TO WS-Rejected-Count
                 MOVE 8 TO RETURN-CODE
               ELSE
                 ADD 1 TO WS-Group-Count
                 SET GR-Idx TO WS-Group-Count
                 MOVE SRT-Seq       TO GRT-Seq(GR-Idx)
                 MOVE SRT-Offset    TO GRT-Offset(GR-Idx)
                 MOVE SRT-Len       TO GRT-Len(GR-Idx)
                 MOVE SRT-Op        TO GRT-Op(GR-Idx)
                 MOVE SRT-Position  TO GRT-Position(GR-Idx)
                 MOVE SRT-Mask      TO GRT-Mask(GR-Idx)
                 MOVE SRT-Requester TO GRT-Requester(GR-Idx)
                 MOVE SRT-Approver  TO GRT-Approver(GR-Idx)
                 MOVE 'U'           TO GRT-Status(GR-Idx)
               END-IF
               PERFORM ReturnNextTransaction
             END-PERFORM
           END-IF
           .

      ******************************************************************
       ProcessMasterFile SECTION.
      ******************************************************************
      *> SEQUENTIAL mode - a match-merge of the sorted transactions
      *> against AWMASTER. The master has to be in key order for
      *> that to hold, so a key lower than the one before it stops
      *> the run instead of letting later transactions go unmatched.
           OPEN INPUT AWMASTER-FILE
           IF NOT Master-OK
             DISPLAY "AWBITUPD: AWMASTER could not be opened, "
               END-PERFORM
               CLOSE AWMASTER-FILE
               CLOSE AWMASTNW-FILE
               IF RETURN-CODE < 12
                 PERFORM UNTIL NOT Group-Loaded
                   PERFORM ReportGroupUnmatched
                   PERFORM LoadNextGroup
                 END-PERFORM
               END-IF
             END-IF
           END-IF
           .
       ProcessMasterRecord SECTION.
      ******************************************************************
           ADD 1 TO WS-Master-Count
           IF MST-KEY < WS-Prev-Master-Key
             DISPLAY "AWBITUPD: AWMASTER out of key sequence at "
                     "record " WS-Master-Count ": '" MST-KEY
                     "' follows '" WS-Prev-Master-Key
                     "' - run held."
             MOVE 12 TO RETURN-CODE
             MOVE '10' TO WS-Master-Status
           ELSE
             MOVE MST-KEY TO WS-Prev-Master-Key
             PERFORM UNTIL NOT Group-Loaded
                        OR WS-Group-Key NOT < MST-KEY
               PERFORM ReportGroupUnmatched
               PERFORM LoadNextGroup
             END-PERFORM
             MOVE AWMASTER-REC TO WS-Master-Work
             MOVE 'N' TO WS-Record-Touched
             IF Group-Loaded AND WS-Group-Key = MST-KEY
               PERFORM ApplyGroup
             END-IF
             IF Record-Touched
               ADD 1 TO WS-Updated-Count
             END-IF
             MOVE WS-Master-Work TO AWMASTNW-REC
             WRITE AWMASTNW-REC
             IF NOT NewMast-OK
               DISPLAY "AWBITUPD: AWMASTNW write failed, file status "
                       WS-NewMast-Status
               MOVE 12 TO RETURN-CODE
               MOVE '10' TO WS-Master-Status
             END-IF
           END-IF
           .

      ******************************************************************
       ProcessKeyedMaster SECTION.
      ******************************************************************
      *> RANDOM mode - only the keys the transactions name are read
      *> and rewritten. AWMASTBI and AWMASTNW take the before and
      *> after image of each record read, in the same key order, as
      *> the pair AWBITRCN reconciles.
           OPEN I-O AWMASTKY-FILE
           IF NOT Keyed-OK
             DISPLAY "AWBITUPD: AWMASTKY could not be opened, "
                     "file status " WS-Keyed-Status
             MOVE 12 TO RETURN-CODE
           ELSE
             OPEN OUTPUT AWMASTBI-FILE
             IF NOT Before-OK
               DISPLAY "AWBITUPD: AWMASTBI could not be opened, "
                       "file status " WS-Before-Status
               MOVE 12 TO RETURN-CODE
             ELSE
               OPEN OUTPUT AWMASTNW-FILE
               IF NOT NewMast-OK
                 DISPLAY "AWBITUPD: AWMASTNW could not be opened, "
                         "file status " WS-NewMast-Status
                 MOVE 12 TO RETURN-CODE
               ELSE
                 PERFORM UNTIL NOT Group-Loaded OR Master-EOF
                   PERFORM UpdateKeyedRecord
                   PERFORM LoadNextGroup
                 END-PERFORM
                 CLOSE AWMASTNW-FILE
               END-IF
               CLOSE AWMASTBI-FILE
             END-IF
             CLOSE AWMASTKY-FILE
           END-IF
           .

      ******************************************************************
       UpdateKeyedRecord SECTION.
      ******************************************************************
           MOVE WS-Group-Key TO MKY-KEY
           READ AWMASTKY-FILE
             INVALID KEY
               CONTINUE
           END-READ
           EVALUATE TRUE
             WHEN Keyed-Not-Found
               PERFORM ReportGroupUnmatched
             WHEN NOT Keyed-OK
               DISPLAY "AWBITUPD: AWMASTKY read failed for key '"
                       WS-Group-Key "', file status " WS-Keyed-Status
               MOVE 12 TO RETURN-CODE
               MOVE '10' TO WS-Master-Status
             WHEN OTHER
               ADD 1 TO WS-Master-Count
               MOVE AWMASTKY-REC TO WS-Master-Work
               MOVE AWMASTKY-REC TO AWMASTBI-REC
               MOVE 'N' TO WS-Record-Touched
               PERFORM ApplyGroup
               IF Record-Touched AND NOT Master-EOF
                 MOVE WS-Master-Work TO AWMASTKY-REC
                 REWRITE AWMASTKY-REC
                   INVALID KEY
                     CONTINUE
                 END-REWRITE
                 IF Keyed-OK
                   ADD 1 TO WS-Updated-Count
                   PERFORM FlushJournalBuffer
                 ELSE
                   DISPLAY "AWBITUPD: AWMASTKY rewrite failed for "
                           "key '" WS-Group-Key "', file status "
                           WS-Keyed-Status
                   MOVE 12 TO RETURN-CODE
                   MOVE '10' TO WS-Master-Status
                 END-IF
               END-IF
      *> Whatever was not flushed above never reached AWMASTKY.
               MOVE 0 TO WS-Jrn-Buffer-Count
               IF NOT Master-EOF
                 PERFORM WriteKeyedImages
               END-IF
           END-EVALUATE
           .

      ******************************************************************
       WriteKeyedImages SECTION.
      ******************************************************************
           WRITE AWMASTBI-REC
           IF NOT Before-OK
             DISPLAY "AWBITUPD: AWMASTBI write failed, file status "
                     WS-Before-Status
             MOVE 12 TO RETURN-CODE
             MOVE '10' TO WS-Master-Status
           ELSE
             MOVE WS-Master-Work TO AWMASTNW-REC
             WRITE AWMASTNW-REC
             IF NOT NewMast-OK
               DISPLAY "AWBITUPD: AWMASTNW write failed, file status "
                       WS-NewMast-Status
               MOVE 12 TO RETURN-CODE
               MOVE '10' TO WS-Master-Status
             END-IF
           END-IF
           .

      ******************************************************************
       ApplyGroup SECTION.
      ******************************************************************
      *> A transaction the bit routine refused stays refused for any
      *> later record carrying the same key. The journal records wait
      *> in the buffer until the finished record has passed the
      *> cross-field rules - and, in RANDOM mode, until its REWRITE
      *> has gone through, so the journal never gets ahead of the
      *> master; UpdateKeyedRecord flushes them there.
           MOVE WS-Master-Work TO WS-Master-Save
           MOVE 0 TO WS-Jrn-Buffer-Count
           MOVE 0 TO WS-Record-Applied
           PERFORM VARYING GR-Idx FROM 1 BY 1
                   UNTIL GR-Idx > WS-Group-Count
                      OR Master-EOF
             IF NOT Group-Rejected(GR-Idx)
               PERFORM ApplyOneTransaction
             END-IF
           END-PERFORM
           IF Record-Touched AND Rules-Active AND NOT Master-EOF
             PERFORM CheckRecordRules
           END-IF
           IF NOT Master-EOF AND Sequential-Mode
             PERFORM FlushJournalBuffer
           END-IF
           .

      ******************************************************************
       CheckRecordRules SECTION.
      ******************************************************************
      *> Every rule the updated record breaks is listed; any one of
      *> them rejects the key's whole set of transactions and puts
      *> the record back as it was read.
           MOVE 'N' TO WS-Rule-Broken
           MOVE 'C' TO WS-Rule-Function
           MOVE 0 TO WS-Rule-No
           PERFORM CheckNextRule
           PERFORM UNTIL WS-Rule-No = 0 OR Master-EOF
             MOVE 'Y' TO WS-Rule-Broken
             DISPLAY "AWBITUPD: Key " WS-Work-Key " breaks rule "
                     WS-Rule-Id " - " WS-Rule-Desc
             PERFORM CheckNextRule
           END-PERFORM
           IF Rule-Broken AND NOT Master-EOF
             DISPLAY "AWBITUPD: Key " WS-Work-Key " - all "
                     WS-Group-Count " transaction(s) rejected, "
                     "record left unchanged."
             MOVE WS-Master-Save TO WS-Master-Work
             MOVE 'N' TO WS-Record-Touched
             MOVE 0 TO WS-Jrn-Buffer-Count
             SUBTRACT WS-Record-Applied FROM WS-Applied-Count
             PERFORM VARYING GR-Idx FROM 1 BY 1
                     UNTIL GR-Idx > WS-Group-Count
               IF NOT Group-Rejected(GR-Idx)
                 MOVE 'R' TO GRT-Status(GR-Idx)
                 ADD 1 TO WS-Rejected-Count
               END-IF
             END-PERFORM
             ADD 1 TO WS-Rule-Reject-Count
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       CheckNextRule SECTION.
      ******************************************************************
           MOVE 0 TO Ws-Return-Code
           CALL 'AWRULCHK' USING BY REFERENCE WS-Rule-Function
                                 BY REFERENCE WS-Master-Work
                                 BY REFERENCE WS-Rule-No
                                 BY REFERENCE WS-Rule-Id
                                 BY REFERENCE WS-Rule-Desc
                           RETURNING Ws-Return-Code
           IF Ws-Return-Code NOT = 0
             DISPLAY "AWBITUPD: AWRULCHK RC " Ws-Return-Code
                     " checking key " WS-Work-Key " - run stopped."
             MOVE 0 TO WS-Rule-No
             MOVE 12 TO RETURN-CODE
             MOVE '10' TO WS-Master-Status
           END-IF
           .

      ******************************************************************
       ReportGroupUnmatched SECTION.
      ******************************************************************
      *> Called as a key group is passed over - whatever in it never
      *> met a master record is reported as unmatched.
           PERFORM VARYING GR-Idx FROM 1 BY 1
                   UNTIL GR-Idx > WS-Group-Count
             IF Group-Unused(GR-Idx)
               ADD 1 TO WS-Unmatched-Count
               DISPLAY "AWBITUPD: WARNING - no master record for "
                       "key '" WS-Group-Key "', op "
                       GRT-Op(GR-Idx) " not applied."
             END-IF
           END-PERFORM
           .

      ******************************************************************
       ApplyOneTransaction SECTION.
      ******************************************************************
      *> images before the field goes back - the review trail for
      *> every flag change.
           MOVE SPACES TO WS-Field-Work
           MOVE WS-Master-Work(GRT-Offset(GR-Idx):GRT-Len(GR-Idx))
             TO WS-Field-Work(1:GRT-Len(GR-Idx))
           DISPLAY "--------------------------------------------------"
           DISPLAY "AWBITUPD: Key " WS-Work-Key " op " GRT-Op(GR-Idx)
                   " offset " GRT-Offset(GR-Idx)
                   " len " GRT-Len(GR-Idx)
           MOVE SPACES TO WS-Before-Hex
           MOVE FUNCTION HEX-OF(WS-Field-Work(1:GRT-Len(GR-Idx)))
             TO WS-Before-Hex
           DISPLAY "  before X'"
                   FUNCTION HEX-OF(WS-Field-Work(1:GRT-Len(GR-Idx)))
                   "' B'"
                   FUNCTION BIT-OF(WS-Field-Work(1:GRT-Len(GR-Idx)))
                   "'"
           MOVE 0 TO Ws-Return-Code
           EVALUATE GRT-Op(GR-Idx)
             WHEN 'SET'
               MOVE '1' TO WS-Bit-Value
               CALL 'BITSET' USING BY VALUE     GRT-Len(GR-Idx)
                                   BY REFERENCE WS-Field-Work
                                   BY VALUE     GRT-Position(GR-Idx)
                                   BY VALUE     WS-Bit-Value
                             RETURNING Ws-Return-Code
             WHEN 'CLEAR'
               MOVE '0' TO WS-Bit-Value
               CALL 'BITSET' USING BY VALUE     GRT-Len(GR-Idx)
                                   BY REFERENCE WS-Field-Work
                                   BY VALUE     GRT-Position(GR-Idx)
                                   BY VALUE     WS-Bit-Value
                             RETURNING Ws-Return-Code
             WHEN 'INVERT'
               CALL 'BITINV' USING BY VALUE     GRT-Len(GR-Idx)
                                   BY REFERENCE WS-Field-Work
                                   BY VALUE     GRT-Position(GR-Idx)
                             RETURNING Ws-Return-Code
             WHEN 'ANDMSK'
               MOVE SPACES TO WS-Field-Result
               CALL 'BITAND' USING BY VALUE     GRT-Len(GR-Idx)
                                   BY REFERENCE WS-Field-Result
                                   BY REFERENCE WS-Field-Work
                                   BY REFERENCE GRT-Mask(GR-Idx)
                             RETURNING Ws-Return-Code
               MOVE WS-Field-Result TO WS-Field-Work
             WHEN 'ORMSK'
               MOVE SPACES TO WS-Field-Result
               CALL 'BITOR' USING BY VALUE     GRT-Len(GR-Idx)
                                  BY REFERENCE WS-Field-Result
                                  BY REFERENCE WS-Field-Work
                                  BY REFERENCE GRT-Mask(GR-Idx)
                            RETURNING Ws-Return-Code
               MOVE WS-Field-Result TO WS-Field-Work
           END-EVALUATE
           IF Ws-Return-Code = 0
             MOVE WS-Field-Work(1:GRT-Len(GR-Idx))
               TO WS-Master-Work(GRT-Offset(GR-Idx):GRT-Len(GR-Idx))
             MOVE 'A' TO GRT-Status(GR-Idx)
             MOVE 'Y' TO WS-Record-Touched
             ADD 1 TO WS-Applied-Count
             ADD 1 TO WS-Record-Applied
             MOVE SPACES TO WS-After-Hex
             MOVE FUNCTION HEX-OF(WS-Field-Work(1:GRT-Len(GR-Idx)))
               TO WS-After-Hex
             DISPLAY "  after  X'"
                   FUNCTION HEX-OF(WS-Field-Work(1:GRT-Len(GR-Idx)))
                     "' B'"
                   FUNCTION BIT-OF(WS-Field-Work(1:GRT-Len(GR-Idx)))
                     "'"
             PERFORM BufferJournalRecord
           ELSE
             DISPLAY "  NOT APPLIED - routine RC " Ws-Return-Code
                     ", record left unchanged."
             MOVE 'R' TO GRT-Status(GR-Idx)
             ADD 1 TO WS-Rejected-Count
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       BufferJournalRecord SECTION.
      ******************************************************************
      *> One journal record per applied transaction, held until the
      *> record's rules have been checked.
           MOVE WS-Work-Key          TO WS-Jrn-Key
           MOVE GRT-Offset(GR-Idx)   TO WS-Jrn-Offset
           MOVE GRT-Len(GR-Idx)      TO WS-Jrn-Len
           MOVE GRT-Op(GR-Idx)       TO WS-Jrn-Op
           MOVE WS-Before-Hex        TO WS-Jrn-Before
           MOVE WS-After-Hex         TO WS-Jrn-After
           MOVE GRT-Requester(GR-Idx) TO WS-Jrn-Requester
           MOVE GRT-Approver(GR-Idx)  TO WS-Jrn-Approver
           ADD 1 TO WS-Jrn-Buffer-Count
           SET JB-Idx TO WS-Jrn-Buffer-Count
           MOVE WS-Journal-Record-Out TO JBT-Record(JB-Idx)
           .

      ******************************************************************
       FlushJournalBuffer SECTION.
      ******************************************************************
      *> A write failure mid-run stops the job the same way the open
      *> would have - an incomplete journal cannot back anything out.
           PERFORM VARYING JB-Idx FROM 1 BY 1
                   UNTIL JB-Idx > WS-Jrn-Buffer-Count
                      OR Master-EOF
             MOVE JBT-Record(JB-Idx) TO AWBITJRN-REC
             WRITE AWBITJRN-REC
             IF Journal-OK
               ADD 1 TO WS-Journal-Count
             ELSE
               DISPLAY "AWBITUPD: AWBITJRN write failed, file status "
                       WS-Journal-Status
               MOVE 12 TO RETURN-CODE
               MOVE '10' TO WS-Master-Status
             END-IF
           END-PERFORM
           MOVE 0 TO WS-Jrn-Buffer-Count
           .

      ******************************************************************
       ReportUnmatched SECTION.
      ******************************************************************
      *> The unmatched transactions themselves were listed as the
      *> update passed their keys; this sets the run's warning RC.
           IF (WS-Unmatched-Count > 0 OR WS-Unapproved-Count > 0)
             AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           .
                   WS-Rejected-Count " rejected, "
                   WS-Unmatched-Count " unmatched, "
                   WS-Pending-Count " carried forward"
           DISPLAY "AWBITUPD: " WS-Unapproved-Count " txn(s) not "
                   "approved, carried forward to AWBITUNA"
           DISPLAY "AWBITUPD: " WS-Rule-Reject-Count " key(s) "
                   "rejected by AWBITRUL cross-field rules"
           DISPLAY "AWBITUPD: " WS-Batch-Accept-Count " batch(es) "
                   "accepted, " WS-Registered-Count " registered; "
                   WS-Batch-Reject-Count " rejected, "
                   WS-Batch-Skip-Count " txn(s) in them not applied"
           DISPLAY "AWBITUPD: " WS-Journal-Count " journal record(s) "
                   "written for run " WS-Run-Timestamp-Out
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
           MOVE 'UPDATED'  TO WS-Rlg-Count-Name(2)
           MOVE WS-Updated-Count TO WS-Rlg-Count(2)
           MOVE 'APPLIED'  TO WS-Rlg-Count-Name(3)
           MOVE WS-Applied-Count TO WS-Rlg-Count(3)
           MOVE 'REJECTED' TO WS-Rlg-Count-Name(4)
           MOVE WS-Rejected-Count TO WS-Rlg-Count(4)
           CALL 'AWLOGRUN' USING BY REFERENCE WS-Run-Log-Area
                           RETURNING WS-Run-Log-RC
           .
