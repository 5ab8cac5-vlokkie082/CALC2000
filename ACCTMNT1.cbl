       *> PURPOSE:
       *>   Maintains the ACCTMST keyed account master file, the
       *>   system of record for accounts between runs. Applies
       *>   add/change/close transactions from the MNTTRAN batch
       *>   input file and prints a before/after maintenance listing,
       *>   so an account entered once stays on file for good - a
       *>   close marks it status C rather than taking it off, and a
       *>   status transaction moves it between active, frozen,
       *>   dormant, and closed, stamping the status date. A closed
       *>   account takes no changes until its status is moved back.
       *>   An add or change is edited against the BRPRREF branch and
       *>   product reference file: the branch and product must both
       *>   be on file, and no account is opened at, or moved to, a
       *>   branch that has closed.
       *>   The master carries the same detail fields as CALC2000's
       *>   ACCOUNT-RECORD and is read directly by CALC2000 and
       *>   SAVPOST1 in place of a hand-built sequential deck. Every
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS FS-MASTER-FILE.

           SELECT REFERENCE-FILE ASSIGN TO "BRPRREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-KEY
               FILE STATUS IS FS-REFERENCE-FILE.

           SELECT LIST-FILE ASSIGN TO "MNTLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LIST-FILE.
           05  TRAN-ACTION               PIC X.
               88  TRAN-IS-ADD                 VALUE "A".
               88  TRAN-IS-CHANGE              VALUE "C".
               88  TRAN-IS-CLOSE               VALUE "D".
               88  TRAN-IS-STATUS-CHANGE       VALUE "S".
           05  TRAN-ACCT-ID              PIC X(10).
           05  TRAN-INVESTMENT-AMOUNT    PIC 9(7)V99.
           05  TRAN-NUMBER-OF-YEARS      PIC 99.
           05  TRAN-OPEN-DATE            PIC 9(8).
           05  TRAN-MATURITY-DATE        PIC 9(8).
           05  TRAN-BRANCH-CODE          PIC X(3).
           05  TRAN-STATUS-CODE          PIC X.
               88  TRAN-STATUS-IS-VALID        VALUE "A" "F" "D" "C".

       *> Keyed account master, the same detail fields as CALC2000's
       *> ACCOUNT-RECORD so a master record loads straight into the
       *> calculation programs, followed by the account's status, the
       *> date it last moved, and the date of the last customer
       *> activity the dormancy sweep measures from. A blank status
       *> on a record from before the status fields reads as active.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MST-ACCT-ID               PIC X(10).
           05  MST-OPEN-DATE             PIC 9(8).
           05  MST-MATURITY-DATE         PIC 9(8).
           05  MST-BRANCH-CODE           PIC X(3).
           05  MST-STATUS-CODE           PIC X.
               88  MST-IS-ACTIVE               VALUE "A" " ".
               88  MST-IS-FROZEN               VALUE "F".
               88  MST-IS-DORMANT              VALUE "D".
               88  MST-IS-CLOSED               VALUE "C".
           05  MST-STATUS-DATE           PIC 9(8).
           05  MST-LAST-ACTIVITY-DATE    PIC 9(8).

       *> Keyed branch and product reference file maintained by
       *> REFMNT1, read only to edit the codes a transaction carries.
       FD  REFERENCE-FILE.
       COPY BRPRREF.

       *> Spooled maintenance listing: one before line and one after
       *> line per transaction applied, plus run totals at the end.
           RECORDING MODE IS F.
       01  LIST-RECORD                   PIC X(132).

       *> Durable trail of every applied add, change, close, and
       *> status change,
       *> appended to across runs the way CALC2000 appends AUDITOUT:
       *> the action, when it ran, who keyed it, and the full before
       *> and after images of the master record. MNTINQR1 reports
           05  HIST-RUN-TIME             PIC 9(8).
           05  HIST-OPERATOR-ID          PIC X(8).
           05  HIST-ACCT-ID              PIC X(10).
           05  HIST-BEFORE-IMAGE         PIC X(67).
           05  HIST-AFTER-IMAGE          PIC X(67).

       *> Shared run log appended to at end of run, one completion
       *> record per program per run, reported by CYCSTAT1.
       WORKING-STORAGE SECTION.

       *> File status codes for each SELECTed file, checked after the
       *> keyed master I/O so a failed add/change/close is listed
       *> instead of the run carrying on as if it had succeeded.
       01  FILE-STATUS-CODES.
           05  FS-TRAN-FILE              PIC XX VALUE "00".
           05  FS-MASTER-FILE            PIC XX VALUE "00".
           05  FS-REFERENCE-FILE         PIC XX VALUE "00".
           05  FS-LIST-FILE              PIC XX VALUE "00".
           05  FS-HISTORY-FILE           PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE           PIC XX VALUE "00".
       01  WS-RUN-PARAMETER-VALUES.
           05  WS-OPERATOR-ID            PIC X(8) VALUE "OPERATOR".

       *> Old and new status of the account a close or status
       *> transaction is moving.
       01  WS-STATUS-WORK-VALUES.
           05  WS-OLD-STATUS-CODE        PIC X VALUE SPACE.
           05  WS-NEW-STATUS-CODE        PIC X VALUE SPACE.

       *> Switch set by the reference-code edits, and the branch the
       *> account already sits at - an account staying at a branch
       *> since closed can still be changed, but none moves there.
       01  WS-VALIDATION-VALUES.
           05  WS-VALID-RECORD-SWITCH    PIC X VALUE "Y".
               88  VALID-RECORD                VALUE "Y".
               88  INVALID-RECORD              VALUE "N".
           05  WS-CURRENT-BRANCH-CODE    PIC X(3) VALUE SPACES.

       *> Master record as it stood before a change, close, or status
       *> change, held so the history record carries the true before
       *> image even after the transaction overlays the record area.
       01  WS-HELD-MASTER                PIC X(67) VALUE SPACES.

       *> Run-control card read off this run's command line, the same
       *> way CALC2000 reads its PARM: the operator/source id the
           05  MNT-TRANS-READ            PIC 9(7) VALUE 0.
           05  MNT-ADDS-APPLIED          PIC 9(7) VALUE 0.
           05  MNT-CHANGES-APPLIED       PIC 9(7) VALUE 0.
           05  MNT-CLOSES-APPLIED        PIC 9(7) VALUE 0.
           05  MNT-STATUS-CHANGES        PIC 9(7) VALUE 0.
           05  MNT-TRANS-REJECTED        PIC 9(7) VALUE 0.

       *> Listing line layouts, built up in WORKING-STORAGE and moved
           05  LST-IMG-MATURITY-DATE     PIC 9(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-IMG-BRANCH-CODE       PIC X(3).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-IMG-STATUS-CODE       PIC X.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  LST-IMG-STATUS-DATE       PIC 9(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-IMG-ACTIVITY-DATE     PIC 9(8).
           05  FILLER                    PIC X(22) VALUE SPACES.

       01  LST-TOTAL-LINE.
           05  LST-TOT-LABEL             PIC X(22).

       01  LST-BLANK-LINE                PIC X(132) VALUE SPACES.

       *> Before image held while the keyed change or close is
       *> applied, so the listing shows it only for I/O that
       *> actually succeeded.
       01  LST-HELD-IMAGE                PIC X(132) VALUE SPACES.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REFERENCE-FILE
           IF FS-REFERENCE-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING REFERENCE FILE - STATUS "
                   FS-REFERENCE-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LIST-FILE
           OPEN EXTEND HISTORY-FILE
           IF FS-HISTORY-FILE NOT = "00" AND FS-HISTORY-FILE NOT = "05"
                       PERFORM 020-APPLY-ADD
                   WHEN TRAN-IS-CHANGE
                       PERFORM 030-APPLY-CHANGE
                   WHEN TRAN-IS-CLOSE
                       PERFORM 040-APPLY-CLOSE
                   WHEN TRAN-IS-STATUS-CHANGE
                       PERFORM 047-APPLY-STATUS-CHANGE
                   WHEN OTHER
                       PERFORM 055-WRITE-REJECT-LINE-TEXT
               END-EVALUATE

           CLOSE TRAN-FILE
           CLOSE MASTER-FILE
           CLOSE REFERENCE-FILE
           CLOSE LIST-FILE
           CLOSE HISTORY-FILE

           DISPLAY "Transactions Read:    " MNT-TRANS-READ
           DISPLAY "Adds Applied:         " MNT-ADDS-APPLIED
           DISPLAY "Changes Applied:      " MNT-CHANGES-APPLIED
           DISPLAY "Closes Applied:       " MNT-CLOSES-APPLIED
           DISPLAY "Status Changes:       " MNT-STATUS-CHANGES
           DISPLAY "Transactions Rejected:" MNT-TRANS-REJECTED
           DISPLAY "--------------------------------------------"

               MOVE MNT-TRANS-READ     TO RLG-RECORDS-READ
               COMPUTE RLG-RECORDS-PROCESSED =
                   MNT-ADDS-APPLIED + MNT-CHANGES-APPLIED
                   + MNT-CLOSES-APPLIED + MNT-STATUS-CHANGES
               MOVE MNT-TRANS-REJECTED TO RLG-RECORDS-REJECTED
               MOVE 0                  TO RLG-DOLLAR-TOTAL
               MOVE RETURN-CODE        TO RLG-RETURN-CODE

       *> Adds a new account to the master. A key already on file is
       *> rejected rather than overlaid, so a duplicate add can never
       *> silently replace a live account. A new account opens
       *> active, its activity counted from the day it opened.
       020-APPLY-ADD.
           MOVE SPACES TO WS-CURRENT-BRANCH-CODE
           PERFORM 065-EDIT-REFERENCE-CODES
           IF VALID-RECORD
               PERFORM 060-MOVE-TRAN-TO-MASTER
               MOVE "A"         TO MST-STATUS-CODE
               MOVE WS-RUN-DATE TO MST-STATUS-DATE
               IF MST-OPEN-DATE > 0
                   MOVE MST-OPEN-DATE TO MST-LAST-ACTIVITY-DATE
               ELSE
                   MOVE WS-RUN-DATE   TO MST-LAST-ACTIVITY-DATE
               END-IF
               WRITE MASTER-RECORD
                   INVALID KEY
                       MOVE "ACCOUNT ALREADY ON FILE - ADD REJECTED"
                           TO LST-ACT-MESSAGE
                       PERFORM 050-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO MNT-ADDS-APPLIED
                       MOVE "ADDED" TO LST-ACT-MESSAGE
                       PERFORM 070-WRITE-ACTION-LINE
                       PERFORM 090-WRITE-AFTER-IMAGE
                       MOVE SPACES        TO HIST-BEFORE-IMAGE
                       MOVE MASTER-RECORD TO HIST-AFTER-IMAGE
                       PERFORM 095-WRITE-HISTORY-RECORD
               END-WRITE
           END-IF
           .

       *> Changes an account already on the master, listing the record
       *> as it stood before and after the change. A closed account's
       *> terms are left as they were when it closed.
       030-APPLY-CHANGE.
           MOVE TRAN-ACCT-ID TO MST-ACCT-ID
           READ MASTER-FILE
                       TO LST-ACT-MESSAGE
                   PERFORM 050-WRITE-REJECT-LINE
               NOT INVALID KEY
                   IF MST-IS-CLOSED
                       MOVE "ACCOUNT CLOSED - CHANGE REJECTED"
                           TO LST-ACT-MESSAGE
                       PERFORM 050-WRITE-REJECT-LINE
                   ELSE
                       MOVE MST-BRANCH-CODE TO WS-CURRENT-BRANCH-CODE
                       PERFORM 065-EDIT-REFERENCE-CODES
                       IF VALID-RECORD
                           PERFORM 035-REWRITE-CHANGED-MASTER
                       END-IF
                   END-IF
           END-READ
           .

           END-IF
           .

       *> Closes an account on the master, listing the record as it
       *> stood before and after. The record stays on file, marked
       *> closed, so the account's history and year-end figures
       *> still have it to read.
       040-APPLY-CLOSE.
           MOVE TRAN-ACCT-ID TO MST-ACCT-ID
           READ MASTER-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE - CLOSE REJECTED"
                       TO LST-ACT-MESSAGE
                   PERFORM 050-WRITE-REJECT-LINE
               NOT INVALID KEY
                   IF MST-IS-CLOSED
                       MOVE "ACCOUNT ALREADY CLOSED - CLOSE REJECTED"
                           TO LST-ACT-MESSAGE
                       PERFORM 050-WRITE-REJECT-LINE
                   ELSE
                       MOVE "C" TO WS-NEW-STATUS-CODE
                       PERFORM 045-REWRITE-STATUS-CHANGE
                   END-IF
           END-READ
           .

       *> Moves the master record in hand to the new status, dated
       *> today, counting and listing the change only once the
       *> rewrite has actually succeeded. An account put back to
       *> active has its activity counted from today, so the
       *> dormancy sweep does not flag it again on its next run.
       045-REWRITE-STATUS-CHANGE.
           MOVE "BEFORE: " TO LST-IMG-TAG
           PERFORM 085-MOVE-MASTER-TO-IMAGE
           MOVE LST-IMAGE-LINE TO LST-HELD-IMAGE
           MOVE MASTER-RECORD  TO WS-HELD-MASTER

           MOVE WS-NEW-STATUS-CODE TO MST-STATUS-CODE
           MOVE WS-RUN-DATE        TO MST-STATUS-DATE
           IF MST-IS-ACTIVE
               MOVE WS-RUN-DATE    TO MST-LAST-ACTIVITY-DATE
           END-IF
           REWRITE MASTER-RECORD
           IF FS-MASTER-FILE NOT = "00"
               MOVE SPACES TO LST-ACT-MESSAGE
               STRING "STATUS CHANGE FAILED - MASTER STATUS "
                       DELIMITED BY SIZE
                   FS-MASTER-FILE DELIMITED BY SIZE
                   INTO LST-ACT-MESSAGE
               PERFORM 050-WRITE-REJECT-LINE
           ELSE
               IF TRAN-IS-CLOSE
                   ADD 1 TO MNT-CLOSES-APPLIED
                   MOVE "CLOSED" TO LST-ACT-MESSAGE
               ELSE
                   ADD 1 TO MNT-STATUS-CHANGES
                   MOVE SPACES TO LST-ACT-MESSAGE
                   STRING "STATUS CHANGED TO " DELIMITED BY SIZE
                       WS-NEW-STATUS-CODE DELIMITED BY SIZE
                       INTO LST-ACT-MESSAGE
               END-IF
               PERFORM 070-WRITE-ACTION-LINE
               WRITE LIST-RECORD FROM LST-HELD-IMAGE
               PERFORM 090-WRITE-AFTER-IMAGE
               MOVE WS-HELD-MASTER TO HIST-BEFORE-IMAGE
               MOVE MASTER-RECORD  TO HIST-AFTER-IMAGE
               PERFORM 095-WRITE-HISTORY-RECORD
           END-IF
           .

       *> Moves an account to the status keyed on the transaction -
       *> A active, F frozen, D dormant, or C closed. A code outside
       *> those, or the status the account already has, is rejected
       *> so the history only records real moves.
       047-APPLY-STATUS-CHANGE.
           MOVE TRAN-ACCT-ID TO MST-ACCT-ID
           READ MASTER-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE - STATUS REJECTED"
                       TO LST-ACT-MESSAGE
                   PERFORM 050-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 048-CHECK-NEW-STATUS
           END-READ
           .

       *> Edits the new status against the account's current one
       *> before anything is rewritten.
       048-CHECK-NEW-STATUS.
           MOVE MST-STATUS-CODE TO WS-OLD-STATUS-CODE
           IF WS-OLD-STATUS-CODE = SPACE
               MOVE "A" TO WS-OLD-STATUS-CODE
           END-IF
           MOVE TRAN-STATUS-CODE TO WS-NEW-STATUS-CODE

           EVALUATE TRUE
               WHEN NOT TRAN-STATUS-IS-VALID
                   MOVE "STATUS IS NOT A, F, D, OR C - REJECTED"
                       TO LST-ACT-MESSAGE
                   PERFORM 050-WRITE-REJECT-LINE
               WHEN WS-NEW-STATUS-CODE = WS-OLD-STATUS-CODE
                   MOVE "ACCOUNT ALREADY IN THAT STATUS - REJECTED"
                       TO LST-ACT-MESSAGE
                   PERFORM 050-WRITE-REJECT-LINE
               WHEN OTHER
                   PERFORM 045-REWRITE-STATUS-CHANGE
           END-EVALUATE
           .

       *> Writes a listing line for a rejected transaction and counts it
       050-WRITE-REJECT-LINE.
           ADD 1 TO MNT-TRANS-REJECTED
               " - " LST-ACT-MESSAGE
           .

       *> Routes a transaction whose action byte is not A, C, D, or S
       *> to the reject count instead of guessing what was meant.
       055-WRITE-REJECT-LINE-TEXT.
           MOVE "ACTION IS NOT A, C, D, OR S - REJECTED"
               TO LST-ACT-MESSAGE
           PERFORM 050-WRITE-REJECT-LINE
           .
           MOVE TRAN-BRANCH-CODE          TO MST-BRANCH-CODE
           .

       *> Edits the transaction's branch and product codes against the
       *> reference file before an add or change touches the master:
       *> both must be on file, and the branch must still be open
       *> unless the account is already there.
       065-EDIT-REFERENCE-CODES.
           SET VALID-RECORD TO TRUE

           MOVE "B"              TO REF-REC-TYPE
           MOVE TRAN-BRANCH-CODE TO REF-CODE
           READ REFERENCE-FILE
               INVALID KEY
                   MOVE "BRANCH NOT ON REFERENCE FILE - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
               NOT INVALID KEY
                   IF REF-BRANCH-CLOSED
                           AND TRAN-BRANCH-CODE
                               NOT = WS-CURRENT-BRANCH-CODE
                       MOVE "BRANCH IS CLOSED - REJECTED"
                           TO LST-ACT-MESSAGE
                       SET INVALID-RECORD TO TRUE
                   END-IF
           END-READ
           PERFORM 067-CHECK-REFERENCE-READ

           IF VALID-RECORD
               MOVE "P"               TO REF-REC-TYPE
               MOVE TRAN-PRODUCT-CODE TO REF-CODE
               READ REFERENCE-FILE
                   INVALID KEY
                       MOVE "PRODUCT NOT ON REFERENCE FILE - REJECTED"
                           TO LST-ACT-MESSAGE
                       SET INVALID-RECORD TO TRUE
               END-READ
               PERFORM 067-CHECK-REFERENCE-READ
           END-IF

           IF INVALID-RECORD
               PERFORM 050-WRITE-REJECT-LINE
           END-IF
           .

       *> Stops the run on a reference read that neither found the
       *> code nor reported it missing, rather than let the edit
       *> pass a code it never actually checked.
       067-CHECK-REFERENCE-READ.
           IF FS-REFERENCE-FILE NOT = "00"
                   AND FS-REFERENCE-FILE NOT = "23"
               DISPLAY "*** ERROR READING REFERENCE FILE FOR " REF-KEY
                   " - STATUS " FS-REFERENCE-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       *> Applies the PARM card's operator/source id. Unsupplied
       *> (blank, or no PARM at all) takes the OPERATOR default.
       005-APPLY-RUN-PARAMETERS.
           MOVE MST-OPEN-DATE            TO LST-IMG-OPEN-DATE
           MOVE MST-MATURITY-DATE        TO LST-IMG-MATURITY-DATE
           MOVE MST-BRANCH-CODE          TO LST-IMG-BRANCH-CODE
           MOVE MST-STATUS-CODE          TO LST-IMG-STATUS-CODE
           MOVE MST-STATUS-DATE          TO LST-IMG-STATUS-DATE
           MOVE MST-LAST-ACTIVITY-DATE   TO LST-IMG-ACTIVITY-DATE
           .

       *> Writes the listing's heading block and column headings
           MOVE "CHANGES APPLIED"       TO LST-TOT-LABEL
           MOVE MNT-CHANGES-APPLIED     TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "CLOSES APPLIED"        TO LST-TOT-LABEL
           MOVE MNT-CLOSES-APPLIED      TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "STATUS CHANGES"        TO LST-TOT-LABEL
           MOVE MNT-STATUS-CHANGES      TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "TRANSACTIONS REJECTED" TO LST-TOT-LABEL
           MOVE MNT-TRANS-REJECTED      TO LST-TOT-COUNT
