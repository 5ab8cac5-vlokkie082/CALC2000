       *>   master, the posted balances land on POSTOUT while the
       *>   master keeps its stale investment amounts; this program
       *>   reads the POSTOUT carryforward, finds each posted account
       *>   on the master, adds the interest that posting credited -
       *>   net of any backup withholding, off the account's POSTCTL
       *>   record - to the master's investment amount as it stands
       *>   today, and prints an apply report - accounts applied with
       *>   their before/after balances, accounts on POSTOUT but not
       *>   on the master - reconciled against POSTOUT's header
       *>   totals, so the master and the carryforward no longer
       *>   drift apart. Only the interest is added, so a deposit,
       *>   withdrawal, or rollover TXNPOST1 or MATPROC1 applied since
       *>   the posting ran is kept, and a reversal takes off exactly
       *>   what was added. Interest is applied only to an active
       *>   account: one the master carries as
       *>   frozen, dormant, or closed is refused and listed with its
       *>   status, its master balance left as it stood. An account
       *>   SAVPOST1 passed over and carried onto POSTOUT unposted
       *>   has no posting in the generation, and is passed over and
       *>   listed as carried. Each account applied is stamped on its
       *>   POSTCTL record with the generation, so a reversal takes
       *>   interest off only the balances it was added to.
       *>   Each POSTOUT carries the posting period and generation
       *>   SAVPOST1 cut it under. A generation is applied once: only
       *>   the latest posting on the POSTCTL posting-period control
       *>   file, finished and not reversed, and not applied before,
       *>   is taken; any other POSTOUT is refused whole and nothing
       *>   on the master is touched. The generation applied is
       *>   recorded on POSTCTL, so a rerun refuses it and a reversal
       *>   knows to take the period back off the master.
       *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS FS-MASTER-FILE.

           SELECT POSTING-CONTROL-FILE ASSIGN TO "POSTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCT-ACCT-ID
               FILE STATUS IS FS-POSTING-CONTROL-FILE.

           SELECT LIST-FILE ASSIGN TO "APPLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LIST-FILE.
           05  PST-HEADER-DATA REDEFINES PST-DETAIL-DATA.
               10  PST-EXPECTED-COUNT         PIC 9(7).
               10  PST-EXPECTED-TOTAL         PIC 9(9)V99.
               10  FILLER                     PIC X(3).
               10  PST-POSTING-PERIOD         PIC 9(6).
               10  PST-GENERATION             PIC 9(5).
               10  FILLER                     PIC X(18).

       *> Keyed account master maintained by ACCTMNT1, read and
       *> rewritten in place by posted account id.
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

       *> Posting-period control maintained by SAVPOST1: the run
       *> control record says which generation is the latest posting
       *> and which was last applied here.
       FD  POSTING-CONTROL-FILE.
       COPY POSTCTL.

       *> Spooled apply report: one line per posted account with its
       *> before/after balance or why it didn't apply, plus the
           05  FS-POSTED-FILE         PIC XX VALUE "00".
           05  FS-MASTER-FILE         PIC XX VALUE "00".
           05  FS-LIST-FILE           PIC XX VALUE "00".
           05  FS-POSTING-CONTROL-FILE PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE        PIC XX VALUE "00".

       *> Run date/time stamped onto the run-log record
           05  CT-APPLIED-COUNT       PIC 9(7)     VALUE 0.
           05  CT-APPLIED-TOTAL       PIC 9(11)V99 VALUE 0.
           05  CT-NOT-ON-MASTER       PIC 9(7)     VALUE 0.
           05  CT-NOT-ACTIVE          PIC 9(7)     VALUE 0.
           05  CT-NOT-POSTED          PIC 9(7)     VALUE 0.
           05  CT-CARRIED             PIC 9(7)     VALUE 0.
           05  CT-INTEREST-APPLIED    PIC 9(11)V99 VALUE 0.
           05  CT-EXPECTED-COUNT      PIC 9(7)     VALUE 0.
           05  CT-EXPECTED-TOTAL      PIC 9(11)V99 VALUE 0.
           05  CT-BALANCE-SWITCH      PIC X        VALUE "Y".
           05  CT-HEADER-SWITCH       PIC X        VALUE "N".
               88  CT-HEADER-RECORD-SEEN     VALUE "Y".

       *> Generation check: the period and generation POSTOUT was
       *> cut under, and whether it may be applied - with why not.
       01  GENERATION-CHECK-VALUES.
           05  WS-POSTED-PERIOD       PIC 9(6) VALUE 0.
           05  WS-POSTED-GENERATION   PIC 9(5) VALUE 0.
           05  WS-CTL-FOUND-SWITCH    PIC X VALUE "Y".
               88  CTL-RECORD-FOUND         VALUE "Y".
               88  CTL-RECORD-NOT-FOUND     VALUE "N".
           05  WS-GENERATION-SWITCH   PIC X VALUE "Y".
               88  GENERATION-ACCEPTED      VALUE "Y".
               88  GENERATION-REFUSED       VALUE "N".
           05  WS-REFUSAL-REASON      PIC X(50) VALUE SPACES.
           05  WS-CARRIED-SWITCH      PIC X VALUE "N".
               88  ACCOUNT-CARRIED          VALUE "Y".

       *> Master balance as it stood before the posted interest was
       *> added, held for the report's before/after columns, and the
       *> interest net of withholding the account's posting credited.
       01  WS-BEFORE-BALANCE          PIC 9(7)V99 VALUE 0.
       01  WS-NET-INTEREST            PIC 9(9)V99 VALUE 0.
       01  WS-NEW-BALANCE             PIC 9(9)V99 VALUE 0.

       *> Report line layouts, built up in WORKING-STORAGE and moved
       *> to LIST-RECORD before each WRITE.
               VALUE "POSTAPP1 - POSTED BALANCE APPLY TO MASTER".
           05  FILLER                 PIC X(19) VALUE SPACES.

       01  APL-GENERATION-LINE.
           05  FILLER                 PIC X(15) VALUE "POSTING PERIOD ".
           05  APL-GEN-PERIOD         PIC 9(6).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "GENERATION ".
           05  APL-GEN-GENERATION     PIC 9(5).
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  APL-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT".
           05  FILLER                 PIC X(16) VALUE "        BEFORE".
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O POSTING-CONTROL-FILE
           IF FS-POSTING-CONTROL-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING POSTING CONTROL - STATUS "
                   FS-POSTING-CONTROL-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LIST-FILE
           WRITE LIST-RECORD FROM APL-HEADING-LINE-1

           PERFORM 020-CHECK-POSTED-GENERATION
           IF GENERATION-REFUSED
               PERFORM 025-REFUSE-GENERATION
           END-IF
           WRITE LIST-RECORD FROM APL-BLANK-LINE
           WRITE LIST-RECORD FROM APL-COLUMN-LINE

           OPEN I-O MASTER-FILE
           IF FS-MASTER-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING MASTER FILE - STATUS "
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-POSTED-FILE
               READ POSTED-FILE

           CLOSE POSTED-FILE
           CLOSE MASTER-FILE
           PERFORM 060-RECORD-GENERATION-APPLIED
           CLOSE POSTING-CONTROL-FILE

           PERFORM 170-RECONCILE-CONTROL-TOTALS
           PERFORM 160-WRITE-REPORT-TOTALS
               MOVE WS-RUN-TIME       TO RLG-RUN-TIME
               MOVE CT-DETAILS-READ   TO RLG-RECORDS-READ
               MOVE CT-APPLIED-COUNT  TO RLG-RECORDS-PROCESSED
               COMPUTE RLG-RECORDS-REJECTED =
                   CT-NOT-ON-MASTER + CT-NOT-ACTIVE + CT-NOT-POSTED
               MOVE CT-APPLIED-TOTAL  TO RLG-DOLLAR-TOTAL
               MOVE RETURN-CODE       TO RLG-RETURN-CODE
               MOVE CT-BALANCE-SWITCH TO RLG-BALANCE-FLAG
           END-IF
           .

       *> Reads POSTOUT's header and checks its generation against
       *> the posting-period control record before anything is
       *> applied. Only the latest posting's generation - finished,
       *> not reversed, and not applied before - goes on; a POSTOUT
       *> with no header or no generation can't be told apart from a
       *> stale one, so it is refused as well.
       020-CHECK-POSTED-GENERATION.
           SET GENERATION-ACCEPTED TO TRUE
           READ POSTED-FILE
               AT END SET END-OF-POSTED-FILE TO TRUE
           END-READ

           IF END-OF-POSTED-FILE OR NOT PST-IS-HEADER
               SET GENERATION-REFUSED TO TRUE
               MOVE "NO HEADER ON POSTOUT - GENERATION UNKNOWN"
                   TO WS-REFUSAL-REASON
           ELSE
               MOVE PST-EXPECTED-COUNT TO CT-EXPECTED-COUNT
               MOVE PST-EXPECTED-TOTAL TO CT-EXPECTED-TOTAL
               SET CT-HEADER-RECORD-SEEN TO TRUE
               IF PST-GENERATION IS NUMERIC
                   MOVE PST-POSTING-PERIOD TO WS-POSTED-PERIOD
                   MOVE PST-GENERATION     TO WS-POSTED-GENERATION
               END-IF

               MOVE SPACES TO PCT-ACCT-ID
               SET CTL-RECORD-FOUND TO TRUE
               READ POSTING-CONTROL-FILE
                   INVALID KEY
                       SET CTL-RECORD-NOT-FOUND TO TRUE
               END-READ

               EVALUATE TRUE
                   WHEN PST-GENERATION IS NOT NUMERIC
                           OR WS-POSTED-GENERATION = 0
                       SET GENERATION-REFUSED TO TRUE
                       MOVE "POSTOUT CARRIES NO POSTING GENERATION"
                           TO WS-REFUSAL-REASON
                   WHEN CTL-RECORD-NOT-FOUND
                       SET GENERATION-REFUSED TO TRUE
                       MOVE "NO POSTING RECORDED ON POSTING CONTROL"
                           TO WS-REFUSAL-REASON
                   WHEN WS-POSTED-GENERATION NOT = PCT-GENERATION
                       SET GENERATION-REFUSED TO TRUE
                       MOVE "NOT THE LATEST POSTING GENERATION"
                           TO WS-REFUSAL-REASON
                   WHEN PCT-APPLIED-GENERATION
                           NOT < WS-POSTED-GENERATION
                       SET GENERATION-REFUSED TO TRUE
                       MOVE "GENERATION ALREADY APPLIED TO THE MASTER"
                           TO WS-REFUSAL-REASON
                   WHEN PCT-PERIOD-REVERSED
                       SET GENERATION-REFUSED TO TRUE
                       MOVE "POSTING PERIOD HAS BEEN REVERSED"
                           TO WS-REFUSAL-REASON
                   WHEN NOT PCT-PERIOD-POSTED
                       SET GENERATION-REFUSED TO TRUE
                       MOVE "POSTING OF THE PERIOD DID NOT FINISH"
                           TO WS-REFUSAL-REASON
               END-EVALUATE
           END-IF

           MOVE WS-POSTED-PERIOD     TO APL-GEN-PERIOD
           MOVE WS-POSTED-GENERATION TO APL-GEN-GENERATION
           WRITE LIST-RECORD FROM APL-GENERATION-LINE
           DISPLAY "POSTOUT Period:       " WS-POSTED-PERIOD
           DISPLAY "POSTOUT Generation:   " WS-POSTED-GENERATION
           .

       *> Refuses the whole POSTOUT before the master is opened: the
       *> reason goes on the report and the console, and the run
       *> ends as an operator error with nothing applied.
       025-REFUSE-GENERATION.
           WRITE LIST-RECORD FROM APL-BLANK-LINE
           MOVE "*** POSTOUT REFUSED - NOTHING APPLIED ***"
               TO APL-PROOF-TEXT
           WRITE LIST-RECORD FROM APL-PROOF-LINE
           MOVE WS-REFUSAL-REASON TO APL-PROOF-TEXT
           WRITE LIST-RECORD FROM APL-PROOF-LINE
           DISPLAY "*** POSTOUT REFUSED - " WS-REFUSAL-REASON
           DISPLAY "*** NOTHING APPLIED TO THE MASTER ***"

           CLOSE POSTED-FILE
           CLOSE POSTING-CONTROL-FILE
           CLOSE LIST-FILE
           MOVE 8 TO RETURN-CODE
           PERFORM 900-WRITE-RUN-LOG
           STOP RUN
           .

       *> Records the generation just applied on the run control
       *> record, so the same POSTOUT is refused if it comes round
       *> again and a reversal of its period knows to take the
       *> balances back off the master.
       060-RECORD-GENERATION-APPLIED.
           MOVE SPACES TO PCT-ACCT-ID
           READ POSTING-CONTROL-FILE
               INVALID KEY
                   DISPLAY "*** POSTING CONTROL RECORD NOT FOUND ***"
                   MOVE 12 TO RETURN-CODE
           END-READ
           IF FS-POSTING-CONTROL-FILE = "00"
               MOVE WS-POSTED-GENERATION TO PCT-APPLIED-GENERATION
               REWRITE POSTING-CONTROL-RECORD
               IF FS-POSTING-CONTROL-FILE NOT = "00"
                   DISPLAY "*** ERROR UPDATING POSTING CONTROL - STATUS "
                       FS-POSTING-CONTROL-FILE " ***"
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           .

       *> Applies one posted account onto the master: the keyed read
       *> finds the account, the interest its posting credited is
       *> added to the investment amount, and the rewrite is counted
       *> only once it has actually succeeded. An account on POSTOUT but not on
       *> the master is reported, not silently dropped.
       030-APPLY-ONE-ACCOUNT.
           ADD 1 TO CT-DETAILS-READ
                   WRITE LIST-RECORD FROM APL-DETAIL-LINE
                   DISPLAY "*** NOT ON MASTER: " PST-ACCT-ID " ***"
               NOT INVALID KEY
                   IF MST-IS-ACTIVE
                       PERFORM 037-FIND-POSTED-INTEREST
                       EVALUATE TRUE
                           WHEN ACCOUNT-CARRIED
                               PERFORM 039-PASS-OVER-CARRIED-ACCOUNT
                           WHEN WS-REFUSAL-REASON = SPACES
                               PERFORM 040-REWRITE-MASTER-BALANCE
                           WHEN OTHER
                               PERFORM 038-REFUSE-UNPOSTED-ACCOUNT
                       END-EVALUATE
                   ELSE
                       PERFORM 035-REFUSE-INACTIVE-ACCOUNT
                   END-IF
           END-READ
           .

       *> Refuses a posted balance for an account that isn't active,
       *> listing it with its status so the refusal is on paper and
       *> the master balance stays as it stood.
       035-REFUSE-INACTIVE-ACCOUNT.
           ADD 1 TO CT-NOT-ACTIVE
           MOVE PST-ACCT-ID           TO APL-DET-ACCT-ID
           MOVE MST-INVESTMENT-AMOUNT TO APL-DET-BEFORE
           MOVE MST-INVESTMENT-AMOUNT TO APL-DET-AFTER
           EVALUATE TRUE
               WHEN MST-IS-FROZEN
                   MOVE "REFUSED - FROZEN"  TO APL-DET-STATUS
               WHEN MST-IS-DORMANT
                   MOVE "REFUSED - DORMANT" TO APL-DET-STATUS
               WHEN MST-IS-CLOSED
                   MOVE "REFUSED - CLOSED"  TO APL-DET-STATUS
               WHEN OTHER
                   MOVE "REFUSED - NOT ACTIVE" TO APL-DET-STATUS
           END-EVALUATE
           WRITE LIST-RECORD FROM APL-DETAIL-LINE
           DISPLAY "*** NOT ACTIVE: " PST-ACCT-ID " STATUS "
               MST-STATUS-CODE " - BALANCE NOT APPLIED ***"
           .

       *> Finds the interest the posting credited the account on its
       *> POSTCTL account record. An account with no record, or one
       *> last posted under another generation, had no posting in
       *> this one - SAVPOST1 carried it forward unposted - and is
       *> passed over. One already stamped applied for the
       *> generation is on POSTOUT twice and is refused the second
       *> time. The account's balance with the interest added must
       *> still fit the master's balance field.
       037-FIND-POSTED-INTEREST.
           MOVE SPACES      TO WS-REFUSAL-REASON
           MOVE "N"         TO WS-CARRIED-SWITCH
           MOVE 0           TO WS-NET-INTEREST
           MOVE PST-ACCT-ID TO PCT-ACCT-ID
           READ POSTING-CONTROL-FILE
               INVALID KEY
                   SET ACCOUNT-CARRIED TO TRUE
           END-READ

           IF NOT ACCOUNT-CARRIED
               IF PCT-MASTER-GENERATION IS NOT NUMERIC
                   MOVE 0 TO PCT-MASTER-GENERATION
               END-IF
               IF PCT-TERM-INTEREST IS NOT NUMERIC
                   MOVE 0 TO PCT-TERM-INTEREST
               END-IF
               EVALUATE TRUE
                   WHEN PCT-GENERATION NOT = WS-POSTED-GENERATION
                           OR PCT-LAST-PERIOD NOT = WS-POSTED-PERIOD
                       SET ACCOUNT-CARRIED TO TRUE
                   WHEN PCT-MASTER-GENERATION = WS-POSTED-GENERATION
                       MOVE "ALREADY APPLIED" TO WS-REFUSAL-REASON
                   WHEN OTHER
                       COMPUTE WS-NET-INTEREST =
                           PCT-INTEREST - PCT-WITHHELD
                       COMPUTE WS-NEW-BALANCE =
                           MST-INVESTMENT-AMOUNT + WS-NET-INTEREST
                       IF WS-NEW-BALANCE > 9999999.99
                           MOVE "BALANCE FIELD OVERFLOW"
                               TO WS-REFUSAL-REASON
                       END-IF
               END-EVALUATE
           END-IF
           .

       *> Refuses an active account whose posted interest can't be
       *> found or added, listing why with the master balance left
       *> as it stood.
       038-REFUSE-UNPOSTED-ACCOUNT.
           ADD 1 TO CT-NOT-POSTED
           MOVE PST-ACCT-ID           TO APL-DET-ACCT-ID
           MOVE MST-INVESTMENT-AMOUNT TO APL-DET-BEFORE
           MOVE MST-INVESTMENT-AMOUNT TO APL-DET-AFTER
           MOVE WS-REFUSAL-REASON     TO APL-DET-STATUS
           WRITE LIST-RECORD FROM APL-DETAIL-LINE
           DISPLAY "*** NOT APPLIED: " PST-ACCT-ID " - "
               WS-REFUSAL-REASON " ***"
           .

       *> Passes over an account SAVPOST1 carried onto POSTOUT
       *> without posting it, listing it with the master balance
       *> left as it stood. Nothing was posted, so nothing is owed.
       039-PASS-OVER-CARRIED-ACCOUNT.
           ADD 1 TO CT-CARRIED
           MOVE PST-ACCT-ID            TO APL-DET-ACCT-ID
           MOVE MST-INVESTMENT-AMOUNT  TO APL-DET-BEFORE
           MOVE MST-INVESTMENT-AMOUNT  TO APL-DET-AFTER
           MOVE "CARRIED - NOT POSTED" TO APL-DET-STATUS
           WRITE LIST-RECORD FROM APL-DETAIL-LINE
           .

       *> Adds the posted interest, net of withholding, to the
       *> master's investment amount as it stands, reporting the
       *> balance as it stood before and as it stands now. Once the
       *> master holds it, the account's POSTCTL record is stamped
       *> with the generation applied, for a reversal to go by, and
       *> the interest now in the balance comes out of the term's
       *> unapplied interest MATPROC1 nets off at maturity.
       040-REWRITE-MASTER-BALANCE.
           MOVE MST-INVESTMENT-AMOUNT TO WS-BEFORE-BALANCE
           MOVE WS-NEW-BALANCE        TO MST-INVESTMENT-AMOUNT
           REWRITE MASTER-RECORD
           IF FS-MASTER-FILE NOT = "00"
               DISPLAY "*** ERROR REWRITING MASTER FOR " PST-ACCT-ID
               WRITE LIST-RECORD FROM APL-DETAIL-LINE
           ELSE
               ADD 1 TO CT-APPLIED-COUNT
               ADD MST-INVESTMENT-AMOUNT  TO CT-APPLIED-TOTAL
               ADD WS-NET-INTEREST        TO CT-INTEREST-APPLIED
               MOVE PST-ACCT-ID           TO APL-DET-ACCT-ID
               MOVE WS-BEFORE-BALANCE     TO APL-DET-BEFORE
               MOVE MST-INVESTMENT-AMOUNT TO APL-DET-AFTER
               MOVE "APPLIED"             TO APL-DET-STATUS
               WRITE LIST-RECORD FROM APL-DETAIL-LINE
               PERFORM 045-STAMP-ACCOUNT-APPLIED
           END-IF
           .

       *> Stamps the account's POSTCTL record, still in hand from
       *> 037, as applied for the generation. A master already
       *> rewritten with no stamp to show for it would have a
       *> reversal leave the interest on, so a failed stamp stops
       *> the run for the account to be put right.
       045-STAMP-ACCOUNT-APPLIED.
           MOVE WS-POSTED-GENERATION TO PCT-MASTER-GENERATION
           IF PCT-TERM-INTEREST < WS-NET-INTEREST
               MOVE 0 TO PCT-TERM-INTEREST
           ELSE
               SUBTRACT WS-NET-INTEREST FROM PCT-TERM-INTEREST
           END-IF
           REWRITE POSTING-CONTROL-RECORD
           IF FS-POSTING-CONTROL-FILE NOT = "00"
               DISPLAY "*** ERROR UPDATING POSTING CONTROL FOR "
                   PST-ACCT-ID " - STATUS " FS-POSTING-CONTROL-FILE
                   " ***"
               DISPLAY "*** MASTER FOR " PST-ACCT-ID " HOLDS THE"
                   " INTEREST BUT IS NOT MARKED APPLIED ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

           DISPLAY "Posted Total Expected:" CT-EXPECTED-TOTAL
           DISPLAY "Accounts Applied:     " CT-APPLIED-COUNT
           DISPLAY "Not On Master:        " CT-NOT-ON-MASTER
           DISPLAY "Refused Not Active:   " CT-NOT-ACTIVE
           DISPLAY "Refused Not Posted:   " CT-NOT-POSTED
           DISPLAY "Carried Not Posted:   " CT-CARRIED
           DISPLAY "Interest Applied:     " CT-INTEREST-APPLIED

           IF NOT CT-HEADER-RECORD-SEEN
               DISPLAY "No header record on POSTOUT - totals not reconciled"
           ELSE
               IF CT-OUT-OF-BALANCE
                   DISPLAY "*** OUT OF BALANCE - REVIEW THIS RUN ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "Apply is in balance"
               END-IF
           END-IF
           IF CT-NOT-POSTED > 0
               DISPLAY "*** " CT-NOT-POSTED " ACCOUNTS NOT APPLIED -"
                   " REVIEW APPLIST ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "--------------------------------------------"
           .

           MOVE "NOT ON MASTER"         TO APL-CTOT-LABEL
           MOVE CT-NOT-ON-MASTER       TO APL-CTOT-COUNT
           WRITE LIST-RECORD FROM APL-COUNT-TOTAL-LINE
           MOVE "REFUSED - NOT ACTIVE"  TO APL-CTOT-LABEL
           MOVE CT-NOT-ACTIVE          TO APL-CTOT-COUNT
           WRITE LIST-RECORD FROM APL-COUNT-TOTAL-LINE
           MOVE "REFUSED - NOT POSTED"  TO APL-CTOT-LABEL
           MOVE CT-NOT-POSTED          TO APL-CTOT-COUNT
           WRITE LIST-RECORD FROM APL-COUNT-TOTAL-LINE
           MOVE "CARRIED - NOT POSTED"  TO APL-CTOT-LABEL
           MOVE CT-CARRIED             TO APL-CTOT-COUNT
           WRITE LIST-RECORD FROM APL-COUNT-TOTAL-LINE
           MOVE "POSTED TOTAL READ"     TO APL-ATOT-LABEL
           MOVE CT-POSTED-TOTAL-READ   TO APL-ATOT-AMOUNT
           WRITE LIST-RECORD FROM APL-AMOUNT-TOTAL-LINE
           MOVE "BALANCE APPLIED TOTAL" TO APL-ATOT-LABEL
           MOVE CT-APPLIED-TOTAL       TO APL-ATOT-AMOUNT
           WRITE LIST-RECORD FROM APL-AMOUNT-TOTAL-LINE
           MOVE "NET INTEREST APPLIED"  TO APL-ATOT-LABEL
           MOVE CT-INTEREST-APPLIED    TO APL-ATOT-AMOUNT
           WRITE LIST-RECORD FROM APL-AMOUNT-TOTAL-LINE

           WRITE LIST-RECORD FROM APL-BLANK-LINE
           EVALUATE TRUE
