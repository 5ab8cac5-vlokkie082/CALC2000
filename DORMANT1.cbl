       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT1.

       *> ------------------------------------------------------------
       *> AUTHOR: Naude Vlok
       *> COURSE: CIS352 Intro to Enterprise Computing
       *> PURPOSE:
       *>   Sweeps ACCTMST for active accounts the customer has not
       *>   touched in a PARM number of months and flags them dormant
       *>   (status D, dated today), appending a before/after status
       *>   record to MNTHIST for each the way ACCTMNT1 does. Last
       *>   customer activity is the account's last activity date -
       *>   a deposit or withdrawal through TXNPOST1, a maturity
       *>   instruction through MATPROC1, or the account being opened
       *>   or put back to active through ACCTMNT1 - or its open date
       *>   on a record carrying none. Frozen and closed accounts are
       *>   left alone. The DORMRPT compliance report lists, branch by
       *>   branch, every account flagged this run and every account
       *>   already dormant, with a branch summary page, so the
       *>   dormant book can be worked and reported on from one run.
       *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS FS-MASTER-FILE.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "MNTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HISTORY-FILE.

           SELECT LIST-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LIST-FILE.

           SELECT OPTIONAL REFERENCE-FILE ASSIGN TO "BRPRREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-KEY
               FILE STATUS IS FS-REFERENCE-FILE.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUN-LOG-FILE.

       DATA DIVISION.
       FILE SECTION.

       *> Keyed account master maintained by ACCTMNT1, swept in key
       *> order and rewritten in place as each account goes dormant.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MST-ACCT-ID               PIC X(10).
           05  MST-INVESTMENT-AMOUNT     PIC 9(7)V99.
           05  MST-NUMBER-OF-YEARS       PIC 99.
           05  MST-YEARLY-INTEREST-RATE  PIC S9(3)V99.
           05  MST-CALC-MODE             PIC X.
           05  MST-PRODUCT-CODE          PIC X(4).
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

       *> Change history shared with ACCTMNT1, appended to across
       *> runs: the action, when it ran, who ran it, and the full
       *> before and after images of the master record. MNTINQR1
       *> reports over it.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05  HIST-ACTION               PIC X.
           05  HIST-RUN-DATE             PIC 9(8).
           05  HIST-RUN-TIME             PIC 9(8).
           05  HIST-OPERATOR-ID          PIC X(8).
           05  HIST-ACCT-ID              PIC X(10).
           05  HIST-BEFORE-IMAGE         PIC X(67).
           05  HIST-AFTER-IMAGE          PIC X(67).

       *> Spooled dormancy report: one section per branch, then the
       *> branch summary page.
       FD  LIST-FILE
           RECORDING MODE IS F.
       01  LIST-RECORD                   PIC X(132).

       *> Branch and product reference file maintained by REFMNT1,
       *> read for the names the listing prints beside the codes.
       FD  REFERENCE-FILE.
       COPY BRPRREF.

       *> Shared run log appended to at end of run, one completion
       *> record per program per run, reported by CYCSTAT1.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       *> File status codes for each SELECTed file, checked around
       *> the keyed master I-O so a failed rewrite is caught instead
       *> of the run carrying on as if it had applied.
       01  FILE-STATUS-CODES.
           05  FS-MASTER-FILE         PIC XX VALUE "00".
           05  FS-HISTORY-FILE        PIC XX VALUE "00".
           05  FS-LIST-FILE           PIC XX VALUE "00".
           05  FS-REFERENCE-FILE      PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE        PIC XX VALUE "00".

       *> Run date the inactivity is measured back from and the
       *> history is stamped with.
       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE            PIC 9(8) VALUE 0.
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR        PIC 9(4).
               10  WS-RUN-MONTH       PIC 99.
               10  WS-RUN-DAY         PIC 99.
           05  WS-RUN-TIME            PIC 9(8) VALUE 0.

       *> Months without customer activity before an account goes
       *> dormant, and the id the change history is stamped with,
       *> applied from the PARM card.
       01  WS-RUN-PARAMETER-VALUES.
           05  WS-DORMANT-MONTHS      PIC 9(3) VALUE 12.
           05  WS-OPERATOR-ID         PIC X(8) VALUE "DORMANT1".

       *> Cutoff date worked back from the run date: an account whose
       *> last activity falls before it has gone the full period
       *> untouched. Month arithmetic runs on months since year 0.
       01  CUTOFF-WORK-VALUES.
           05  WS-CUTOFF-DATE         PIC 9(8) VALUE 0.
           05  WS-CUTOFF-DATE-PARTS REDEFINES WS-CUTOFF-DATE.
               10  WS-CUTOFF-YEAR     PIC 9(4).
               10  WS-CUTOFF-MONTH    PIC 99.
               10  WS-CUTOFF-DAY      PIC 99.
           05  WS-RUN-MONTH-NUMBER    PIC 9(6) VALUE 0.
           05  WS-CUTOFF-MONTH-NUMBER PIC 9(6) VALUE 0.
           05  WS-ACTIVITY-DATE       PIC 9(8) VALUE 0.
           05  WS-ACTIVITY-DATE-PARTS REDEFINES WS-ACTIVITY-DATE.
               10  WS-ACTIVITY-YEAR   PIC 9(4).
               10  WS-ACTIVITY-MONTH  PIC 99.
               10  WS-ACTIVITY-DAY    PIC 99.
           05  WS-MONTHS-INACTIVE     PIC 9(4) VALUE 0.

       *> Run counts for the console totals and the report
       01  DRM-RUN-COUNTS.
           05  DRM-ACCOUNTS-READ      PIC 9(7)     VALUE 0.
           05  DRM-ACCOUNTS-REVIEWED  PIC 9(7)     VALUE 0.
           05  DRM-FLAGGED            PIC 9(7)     VALUE 0.
           05  DRM-ALREADY-DORMANT    PIC 9(7)     VALUE 0.
           05  DRM-FROZEN-PASSED      PIC 9(7)     VALUE 0.
           05  DRM-CLOSED-PASSED      PIC 9(7)     VALUE 0.
           05  DRM-NO-DATE            PIC 9(7)     VALUE 0.
           05  DRM-FLAGGED-TOTAL      PIC 9(11)V99 VALUE 0.
           05  DRM-DORMANT-TOTAL      PIC 9(11)V99 VALUE 0.

       *> Master record as it stood before it went dormant, held so
       *> the history record carries the true before image.
       01  WS-HELD-MASTER             PIC X(67) VALUE SPACES.

       *> Branch name looked up on the reference file for the
       *> report's branch lines. The reference file is optional
       *> here; without it the lines print the codes alone.
       01  BRANCH-REFERENCE-VALUES.
           05  WS-REF-PRESENT-SWITCH  PIC X VALUE "N".
               88  REFERENCE-FILE-PRESENT   VALUE "Y".
           05  WS-NAME-LOOKUP-CODE    PIC X(3)  VALUE SPACES.
           05  WS-BRANCH-NAME         PIC X(30) VALUE SPACES.

       *> Per-branch dormancy totals: the master is keyed by account,
       *> so branches interleave and accumulate here for the summary.
       01  BRANCH-TABLE-VALUES.
           05  WS-BR-MAX              PIC 9(3) VALUE 200.
           05  WS-BR-COUNT            PIC 9(3) VALUE 0.
           05  WS-BR-INDEX            PIC 9(3) VALUE 0.
           05  WS-BR-SLOT             PIC 9(3) VALUE 0.
           05  WS-BR-LOOKUP-CODE      PIC X(3) VALUE SPACES.
           05  BR-ENTRY OCCURS 200 TIMES.
               10  BR-CODE                PIC X(3)     VALUE SPACES.
               10  BR-REVIEWED            PIC 9(7)     VALUE 0.
               10  BR-FLAGGED             PIC 9(7)     VALUE 0.
               10  BR-FLAGGED-TOTAL       PIC 9(11)V99 VALUE 0.
               10  BR-DORMANT             PIC 9(7)     VALUE 0.
               10  BR-DORMANT-TOTAL       PIC 9(11)V99 VALUE 0.

       *> Report lines held until the sweep is done, tagged with
       *> their branch so the report prints branch by branch.
       01  REPORT-TABLE-VALUES.
           05  WS-RPT-MAX             PIC 9(4) VALUE 5000.
           05  WS-RPT-COUNT           PIC 9(4) VALUE 0.
           05  WS-RPT-INDEX           PIC 9(4) VALUE 0.
           05  RPT-ENTRY OCCURS 5000 TIMES.
               10  RPT-BRANCH-CODE        PIC X(3).
               10  RPT-LINE               PIC X(132).

       *> Report line layouts, built up in WORKING-STORAGE and moved
       *> to LIST-RECORD before each WRITE.
       01  DRL-HEADING-LINE-1.
           05  FILLER                 PIC X(44) VALUE SPACES.
           05  FILLER                 PIC X(44)
               VALUE "DORMANT1 - DORMANT ACCOUNT COMPLIANCE REPORT".
           05  FILLER                 PIC X(44) VALUE SPACES.

       01  DRL-RUN-LINE.
           05  FILLER                 PIC X(24)
               VALUE "NO ACTIVITY SINCE ".
           05  DRL-RUN-CUTOFF         PIC 9(8).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(23)
               VALUE "DORMANCY PERIOD MONTHS ".
           05  DRL-RUN-MONTHS         PIC ZZ9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(9)  VALUE "RUN DATE ".
           05  DRL-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(49) VALUE SPACES.

       01  DRL-BRANCH-HEAD-LINE.
           05  FILLER                 PIC X(29)
               VALUE "DORMANT ACCOUNTS FOR BRANCH ".
           05  DRL-BRH-BRANCH         PIC X(3).
           05  FILLER                 PIC X(3)  VALUE " - ".
           05  DRL-BRH-BRANCH-NAME    PIC X(30).
           05  FILLER                 PIC X(67) VALUE SPACES.

       01  DRL-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT".
           05  FILLER                 PIC X(6)  VALUE "PROD".
           05  FILLER                 PIC X(15) VALUE "      BALANCE".
           05  FILLER                 PIC X(10) VALUE "OPENED".
           05  FILLER                 PIC X(12) VALUE "LAST ACT".
           05  FILLER                 PIC X(8)  VALUE "MTHS".
           05  FILLER                 PIC X(10) VALUE "DORMANT".
           05  FILLER                 PIC X(30) VALUE "NOTE".
           05  FILLER                 PIC X(29) VALUE SPACES.

       01  DRL-DETAIL-LINE.
           05  DRL-DET-ACCT-ID        PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DRL-DET-PRODUCT        PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DRL-DET-BALANCE        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DRL-DET-OPEN-DATE      PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DRL-DET-ACTIVITY-DATE  PIC 9(8).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  DRL-DET-MONTHS         PIC ZZZ9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  DRL-DET-STATUS-DATE    PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DRL-DET-NOTE           PIC X(30).
           05  FILLER                 PIC X(29) VALUE SPACES.

       01  DRL-SUMMARY-HEAD-LINE.
           05  FILLER                 PIC X(40)
               VALUE "DORMANT ACCOUNT SUMMARY BY BRANCH".
           05  FILLER                 PIC X(92) VALUE SPACES.

       01  DRL-SUMMARY-COLUMN-LINE.
           05  FILLER                 PIC X(5)  VALUE "BRN".
           05  FILLER                 PIC X(11) VALUE "  REVIEWED".
           05  FILLER                 PIC X(11) VALUE "   FLAGGED".
           05  FILLER                 PIC X(20) VALUE
               "     FLAGGED BALANCE".
           05  FILLER                 PIC X(11) VALUE "   DORMANT".
           05  FILLER                 PIC X(20) VALUE
               "     DORMANT BALANCE".
           05  FILLER                 PIC X(54) VALUE "BRANCH NAME".

       01  DRL-SUMMARY-LINE.
           05  DRL-SUM-BRANCH         PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DRL-SUM-REVIEWED       PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DRL-SUM-FLAGGED        PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DRL-SUM-FLAGGED-TOTAL  PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DRL-SUM-DORMANT        PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DRL-SUM-DORMANT-TOTAL  PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DRL-SUM-BRANCH-NAME    PIC X(30).
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  DRL-COUNT-TOTAL-LINE.
           05  DRL-CTOT-LABEL         PIC X(26).
           05  DRL-CTOT-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(97) VALUE SPACES.

       01  DRL-AMOUNT-TOTAL-LINE.
           05  DRL-ATOT-LABEL         PIC X(26).
           05  DRL-ATOT-AMOUNT        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(88) VALUE SPACES.

       01  DRL-BLANK-LINE             PIC X(132) VALUE SPACES.

       *> End-of-file switch for the master sweep
       01  WS-FILE-STATUS-VALUES.
           05  WS-END-OF-MASTER-FILE  PIC X VALUE "N".
               88  END-OF-MASTER-FILE       VALUE "Y".

       *> Run-control card read off this run's command line, the same
       *> way CALC2000 reads its PARM: the months without activity
       *> before an account goes dormant, and the id the change
       *> history is stamped with.
       01  WS-RUN-PARM-RAW            PIC X(82) VALUE SPACES.
       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM-RAW.
           05  PARM-DORMANT-MONTHS    PIC 9(3).
           05  PARM-OPERATOR-ID       PIC X(8).
           05  FILLER                 PIC X(71).

       PROCEDURE DIVISION.

       *> Main control paragraph
       000-FLAG-DORMANT-ACCOUNTS.
           DISPLAY "--------------------------------------------"
           DISPLAY "DORMANT1 - Dormant Account Sweep"
           DISPLAY "Flagging ACCTMST accounts with no activity"
           DISPLAY "--------------------------------------------"

           PERFORM 005-APPLY-RUN-PARAMETERS

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 010-SET-CUTOFF-DATE

           OPEN I-O MASTER-FILE
           IF FS-MASTER-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING MASTER FILE - STATUS "
                   FS-MASTER-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF FS-HISTORY-FILE NOT = "00" AND FS-HISTORY-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING HISTORY FILE - STATUS "
                   FS-HISTORY-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-MASTER-FILE
               READ MASTER-FILE NEXT RECORD
                   AT END SET END-OF-MASTER-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO DRM-ACCOUNTS-READ
                       PERFORM 040-CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM

           CLOSE MASTER-FILE
           CLOSE HISTORY-FILE

           PERFORM 140-WRITE-DORMANCY-REPORT

           DISPLAY "Cutoff Date:          " WS-CUTOFF-DATE
           DISPLAY "Accounts Read:        " DRM-ACCOUNTS-READ
           DISPLAY "Accounts Reviewed:    " DRM-ACCOUNTS-REVIEWED
           DISPLAY "Flagged Dormant:      " DRM-FLAGGED
           DISPLAY "Already Dormant:      " DRM-ALREADY-DORMANT
           DISPLAY "Frozen Passed Over:   " DRM-FROZEN-PASSED
           DISPLAY "Closed Passed Over:   " DRM-CLOSED-PASSED
           DISPLAY "No Activity Date:     " DRM-NO-DATE
           DISPLAY "--------------------------------------------"

           PERFORM 900-WRITE-RUN-LOG

           STOP RUN
           .

       *> Appends this run's completion record to the shared run log
       *> CYCSTAT1 reports the cycle's health from.
       900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF FS-RUN-LOG-FILE NOT = "00" AND FS-RUN-LOG-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING RUN LOG - STATUS "
                   FS-RUN-LOG-FILE " ***"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "DORMANT1"            TO RLG-PROGRAM-ID
               MOVE WS-RUN-DATE           TO RLG-RUN-DATE
               MOVE WS-RUN-TIME           TO RLG-RUN-TIME
               MOVE DRM-ACCOUNTS-READ     TO RLG-RECORDS-READ
               MOVE DRM-FLAGGED           TO RLG-RECORDS-PROCESSED
               MOVE DRM-NO-DATE           TO RLG-RECORDS-REJECTED
               MOVE DRM-FLAGGED-TOTAL     TO RLG-DOLLAR-TOTAL
               MOVE RETURN-CODE           TO RLG-RETURN-CODE
               MOVE "Y"                   TO RLG-BALANCE-FLAG
               WRITE RUNLOG-RECORD
               IF FS-RUN-LOG-FILE NOT = "00"
                   DISPLAY "*** ERROR WRITING RUN LOG - STATUS "
                       FS-RUN-LOG-FILE " ***"
                   MOVE 12 TO RETURN-CODE
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF
           .

       *> Applies the PARM card's dormancy period and operator id.
       *> Unsupplied (blank, or no PARM at all) fields take the
       *> 12-month and DORMANT1 defaults.
       005-APPLY-RUN-PARAMETERS.
           ACCEPT WS-RUN-PARM-RAW FROM COMMAND-LINE

           IF WS-RUN-PARM-RAW NOT = SPACES
               IF PARM-DORMANT-MONTHS IS NUMERIC
                   MOVE PARM-DORMANT-MONTHS TO WS-DORMANT-MONTHS
               ELSE
                   IF PARM-DORMANT-MONTHS NOT = SPACES
                       DISPLAY "*** PARM DORMANCY MONTHS '"
                           PARM-DORMANT-MONTHS
                           "' NOT NUMERIC - DEFAULTING TO 12 ***"
                   END-IF
                   MOVE 0 TO WS-DORMANT-MONTHS
               END-IF
               MOVE PARM-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF

           IF WS-DORMANT-MONTHS = 0
               MOVE 12 TO WS-DORMANT-MONTHS
           END-IF
           IF WS-OPERATOR-ID = SPACES
               MOVE "DORMANT1" TO WS-OPERATOR-ID
           END-IF
           .

       *> Works the cutoff back from the run date by the dormancy
       *> period in months, keeping the run's day of the month. A
       *> cutoff day the month doesn't have still orders correctly
       *> against real dates, so it is left as it falls.
       010-SET-CUTOFF-DATE.
           COMPUTE WS-RUN-MONTH-NUMBER =
               WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
           COMPUTE WS-CUTOFF-MONTH-NUMBER =
               WS-RUN-MONTH-NUMBER - WS-DORMANT-MONTHS
           DIVIDE WS-CUTOFF-MONTH-NUMBER BY 12
               GIVING WS-CUTOFF-YEAR REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           MOVE WS-RUN-DAY TO WS-CUTOFF-DAY
           .

       *> Sorts one account by its status: closed and frozen accounts
       *> are passed over, an account already dormant is listed, and
       *> an active one is measured against the cutoff. An active
       *> account with neither an activity date nor an open date
       *> can't be measured and is named on the console instead.
       040-CHECK-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN MST-IS-CLOSED
                   ADD 1 TO DRM-CLOSED-PASSED
               WHEN MST-IS-FROZEN
                   ADD 1 TO DRM-FROZEN-PASSED
               WHEN OTHER
                   ADD 1 TO DRM-ACCOUNTS-REVIEWED
                   MOVE MST-BRANCH-CODE TO WS-BR-LOOKUP-CODE
                   PERFORM 017-FIND-BRANCH-SLOT
                   ADD 1 TO BR-REVIEWED (WS-BR-SLOT)
                   PERFORM 042-SET-ACTIVITY-DATE
                   EVALUATE TRUE
                       WHEN MST-IS-DORMANT
                           ADD 1 TO DRM-ALREADY-DORMANT
                           MOVE "DORMANT AT START OF RUN"
                               TO DRL-DET-NOTE
                           PERFORM 085-HOLD-REPORT-LINE
                       WHEN WS-ACTIVITY-DATE = 0
                           ADD 1 TO DRM-NO-DATE
                           DISPLAY "*** NO ACTIVITY OR OPEN DATE: "
                               MST-ACCT-ID " - NOT MEASURED ***"
                       WHEN WS-ACTIVITY-DATE < WS-CUTOFF-DATE
                           PERFORM 045-FLAG-ACCOUNT-DORMANT
                   END-EVALUATE
           END-EVALUATE
           .

       *> Picks up the date the account was last used - its last
       *> activity date, or its open date when it carries none - and
       *> the whole months since.
       042-SET-ACTIVITY-DATE.
           MOVE MST-LAST-ACTIVITY-DATE TO WS-ACTIVITY-DATE
           IF WS-ACTIVITY-DATE = 0
               MOVE MST-OPEN-DATE TO WS-ACTIVITY-DATE
           END-IF

           MOVE 0 TO WS-MONTHS-INACTIVE
           IF WS-ACTIVITY-DATE > 0
                   AND WS-ACTIVITY-DATE < WS-RUN-DATE
               COMPUTE WS-MONTHS-INACTIVE =
                   WS-RUN-MONTH-NUMBER
                   - (WS-ACTIVITY-YEAR * 12 + WS-ACTIVITY-MONTH - 1)
               IF WS-ACTIVITY-DAY > WS-RUN-DAY
                       AND WS-MONTHS-INACTIVE > 0
                   SUBTRACT 1 FROM WS-MONTHS-INACTIVE
               END-IF
           END-IF
           .

       *> Moves the account to dormant, dated today, counting and
       *> listing it only once the rewrite has actually succeeded,
       *> and files its status change on the history.
       045-FLAG-ACCOUNT-DORMANT.
           MOVE MASTER-RECORD TO WS-HELD-MASTER
           MOVE "D"           TO MST-STATUS-CODE
           MOVE WS-RUN-DATE   TO MST-STATUS-DATE
           REWRITE MASTER-RECORD
           IF FS-MASTER-FILE NOT = "00"
               DISPLAY "*** ERROR REWRITING MASTER FOR " MST-ACCT-ID
                   " - STATUS " FS-MASTER-FILE " ***"
               MOVE 12 TO RETURN-CODE
               MOVE WS-HELD-MASTER TO MASTER-RECORD
           ELSE
               ADD 1 TO DRM-FLAGGED
               ADD MST-INVESTMENT-AMOUNT TO DRM-FLAGGED-TOTAL
               ADD 1 TO BR-FLAGGED (WS-BR-SLOT)
               ADD MST-INVESTMENT-AMOUNT
                   TO BR-FLAGGED-TOTAL (WS-BR-SLOT)

               MOVE "S"            TO HIST-ACTION
               MOVE WS-HELD-MASTER TO HIST-BEFORE-IMAGE
               MOVE MASTER-RECORD  TO HIST-AFTER-IMAGE
               PERFORM 095-WRITE-HISTORY-RECORD

               MOVE "FLAGGED DORMANT THIS RUN" TO DRL-DET-NOTE
               PERFORM 085-HOLD-REPORT-LINE
           END-IF
           .

       *> Formats the report line for the dormant account in hand,
       *> counts it into the dormant book, and holds it under its
       *> branch.
       085-HOLD-REPORT-LINE.
           ADD MST-INVESTMENT-AMOUNT TO DRM-DORMANT-TOTAL
           ADD 1 TO BR-DORMANT (WS-BR-SLOT)
           ADD MST-INVESTMENT-AMOUNT TO BR-DORMANT-TOTAL (WS-BR-SLOT)

           MOVE MST-ACCT-ID           TO DRL-DET-ACCT-ID
           MOVE MST-PRODUCT-CODE      TO DRL-DET-PRODUCT
           MOVE MST-INVESTMENT-AMOUNT TO DRL-DET-BALANCE
           MOVE MST-OPEN-DATE         TO DRL-DET-OPEN-DATE
           MOVE WS-ACTIVITY-DATE      TO DRL-DET-ACTIVITY-DATE
           MOVE WS-MONTHS-INACTIVE    TO DRL-DET-MONTHS
           MOVE MST-STATUS-DATE       TO DRL-DET-STATUS-DATE

           PERFORM 087-CHECK-REPORT-ROOM
           MOVE MST-BRANCH-CODE TO RPT-BRANCH-CODE (WS-RPT-COUNT)
           MOVE DRL-DETAIL-LINE TO RPT-LINE (WS-RPT-COUNT)
           .

       *> Opens the next held report slot, stopping the run rather
       *> than losing a line when the table is full.
       087-CHECK-REPORT-ROOM.
           IF WS-RPT-COUNT = WS-RPT-MAX
               DISPLAY "*** MORE THAN " WS-RPT-MAX
                   " DORMANT ACCOUNTS - RUN STOPPED ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RPT-COUNT
           .

       *> Appends one change-history record for the status change
       *> just applied, in ACCTMNT1's history layout - the caller has
       *> already filed the action and the images. A failed history
       *> write is caught instead of the audit trail quietly losing
       *> the change.
       095-WRITE-HISTORY-RECORD.
           MOVE WS-RUN-DATE    TO HIST-RUN-DATE
           MOVE WS-RUN-TIME    TO HIST-RUN-TIME
           MOVE WS-OPERATOR-ID TO HIST-OPERATOR-ID
           MOVE MST-ACCT-ID    TO HIST-ACCT-ID
           WRITE HISTORY-RECORD

           IF FS-HISTORY-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING HISTORY RECORD FOR "
                   MST-ACCT-ID " - STATUS " FS-HISTORY-FILE " ***"
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       *> Finds the branch table slot for the code in hand, opening a
       *> new slot the first time a branch appears, the same way
       *> CALC2000's 017-FIND-BRANCH-SLOT does.
       017-FIND-BRANCH-SLOT.
           MOVE 0 TO WS-BR-SLOT
           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT
               IF BR-CODE (WS-BR-INDEX) = WS-BR-LOOKUP-CODE
                       AND WS-BR-SLOT = 0
                   MOVE WS-BR-INDEX TO WS-BR-SLOT
               END-IF
           END-PERFORM

           IF WS-BR-SLOT = 0
               IF WS-BR-COUNT = WS-BR-MAX
                   DISPLAY "*** MORE THAN " WS-BR-MAX
                       " BRANCHES - RUN STOPPED ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-SLOT
               MOVE WS-BR-LOOKUP-CODE TO BR-CODE (WS-BR-SLOT)
           END-IF
           .

       *> Writes the dormancy report: one section per branch with
       *> dormant accounts off the held lines, each on a fresh page,
       *> then the branch summary page and the run totals.
       140-WRITE-DORMANCY-REPORT.
           OPEN OUTPUT LIST-FILE
           IF FS-LIST-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING DORMANCY REPORT - STATUS "
                   FS-LIST-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE LIST-RECORD FROM DRL-HEADING-LINE-1
           MOVE WS-CUTOFF-DATE    TO DRL-RUN-CUTOFF
           MOVE WS-DORMANT-MONTHS TO DRL-RUN-MONTHS
           MOVE WS-RUN-DATE       TO DRL-RUN-DATE
           WRITE LIST-RECORD FROM DRL-RUN-LINE
           OPEN INPUT REFERENCE-FILE
           EVALUATE FS-REFERENCE-FILE
               WHEN "00"
                   SET REFERENCE-FILE-PRESENT TO TRUE
               WHEN "05"
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** ERROR OPENING REFERENCE FILE - STATUS "
                       FS-REFERENCE-FILE " ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT
               IF BR-DORMANT (WS-BR-INDEX) > 0
                   PERFORM 145-WRITE-ONE-BRANCH-SECTION
               END-IF
           END-PERFORM

           PERFORM 162-WRITE-BRANCH-SUMMARY
           PERFORM 165-WRITE-REPORT-TOTALS
           IF REFERENCE-FILE-PRESENT
               CLOSE REFERENCE-FILE
           END-IF
           CLOSE LIST-FILE
           .

       *> Writes one branch's dormant accounts on a fresh page
       145-WRITE-ONE-BRANCH-SECTION.
           MOVE BR-CODE (WS-BR-INDEX) TO DRL-BRH-BRANCH
           MOVE BR-CODE (WS-BR-INDEX) TO WS-NAME-LOOKUP-CODE
           PERFORM 147-LOOK-UP-BRANCH-NAME
           MOVE WS-BRANCH-NAME        TO DRL-BRH-BRANCH-NAME
           WRITE LIST-RECORD FROM DRL-BRANCH-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE LIST-RECORD FROM DRL-COLUMN-LINE

           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                   UNTIL WS-RPT-INDEX > WS-RPT-COUNT
               IF RPT-BRANCH-CODE (WS-RPT-INDEX) = BR-CODE (WS-BR-INDEX)
                   WRITE LIST-RECORD FROM RPT-LINE (WS-RPT-INDEX)
               END-IF
           END-PERFORM
           .

       *> Looks up the branch in WS-NAME-LOOKUP-CODE on the reference
       *> file for the name the report prints beside the code.
       *> Without the reference file the name is left blank.
       147-LOOK-UP-BRANCH-NAME.
           MOVE SPACES TO WS-BRANCH-NAME
           IF REFERENCE-FILE-PRESENT
               MOVE "B"                 TO REF-REC-TYPE
               MOVE WS-NAME-LOOKUP-CODE TO REF-CODE
               READ REFERENCE-FILE
                   INVALID KEY
                       MOVE "BRANCH NOT ON FILE" TO WS-BRANCH-NAME
                   NOT INVALID KEY
                       MOVE REF-BRANCH-NAME      TO WS-BRANCH-NAME
               END-READ
           END-IF
           .

       *> Writes the branch summary page: accounts reviewed, flagged
       *> this run, and the whole dormant book, branch by branch.
       162-WRITE-BRANCH-SUMMARY.
           WRITE LIST-RECORD FROM DRL-SUMMARY-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE LIST-RECORD FROM DRL-SUMMARY-COLUMN-LINE

           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT
               MOVE BR-CODE (WS-BR-INDEX)      TO DRL-SUM-BRANCH
               MOVE BR-CODE (WS-BR-INDEX)      TO WS-NAME-LOOKUP-CODE
               PERFORM 147-LOOK-UP-BRANCH-NAME
               MOVE WS-BRANCH-NAME             TO DRL-SUM-BRANCH-NAME
               MOVE BR-REVIEWED (WS-BR-INDEX)  TO DRL-SUM-REVIEWED
               MOVE BR-FLAGGED (WS-BR-INDEX)   TO DRL-SUM-FLAGGED
               MOVE BR-FLAGGED-TOTAL (WS-BR-INDEX)
                   TO DRL-SUM-FLAGGED-TOTAL
               MOVE BR-DORMANT (WS-BR-INDEX)   TO DRL-SUM-DORMANT
               MOVE BR-DORMANT-TOTAL (WS-BR-INDEX)
                   TO DRL-SUM-DORMANT-TOTAL
               WRITE LIST-RECORD FROM DRL-SUMMARY-LINE
           END-PERFORM
           .

       *> Writes the run totals block at the end of the report
       165-WRITE-REPORT-TOTALS.
           WRITE LIST-RECORD FROM DRL-BLANK-LINE
           MOVE "ACCOUNTS READ"          TO DRL-CTOT-LABEL
           MOVE DRM-ACCOUNTS-READ        TO DRL-CTOT-COUNT
           WRITE LIST-RECORD FROM DRL-COUNT-TOTAL-LINE
           MOVE "ACCOUNTS REVIEWED"      TO DRL-CTOT-LABEL
           MOVE DRM-ACCOUNTS-REVIEWED    TO DRL-CTOT-COUNT
           WRITE LIST-RECORD FROM DRL-COUNT-TOTAL-LINE
           MOVE "FLAGGED DORMANT"        TO DRL-CTOT-LABEL
           MOVE DRM-FLAGGED              TO DRL-CTOT-COUNT
           WRITE LIST-RECORD FROM DRL-COUNT-TOTAL-LINE
           MOVE "ALREADY DORMANT"        TO DRL-CTOT-LABEL
           MOVE DRM-ALREADY-DORMANT      TO DRL-CTOT-COUNT
           WRITE LIST-RECORD FROM DRL-COUNT-TOTAL-LINE
           MOVE "FROZEN - PASSED OVER"   TO DRL-CTOT-LABEL
           MOVE DRM-FROZEN-PASSED        TO DRL-CTOT-COUNT
           WRITE LIST-RECORD FROM DRL-COUNT-TOTAL-LINE
           MOVE "CLOSED - PASSED OVER"   TO DRL-CTOT-LABEL
           MOVE DRM-CLOSED-PASSED        TO DRL-CTOT-COUNT
           WRITE LIST-RECORD FROM DRL-COUNT-TOTAL-LINE
           MOVE "NO ACTIVITY DATE"       TO DRL-CTOT-LABEL
           MOVE DRM-NO-DATE              TO DRL-CTOT-COUNT
           WRITE LIST-RECORD FROM DRL-COUNT-TOTAL-LINE
           MOVE "FLAGGED BALANCE"        TO DRL-ATOT-LABEL
           MOVE DRM-FLAGGED-TOTAL        TO DRL-ATOT-AMOUNT
           WRITE LIST-RECORD FROM DRL-AMOUNT-TOTAL-LINE
           MOVE "DORMANT BALANCE"        TO DRL-ATOT-LABEL
           MOVE DRM-DORMANT-TOTAL        TO DRL-ATOT-AMOUNT
           WRITE LIST-RECORD FROM DRL-AMOUNT-TOTAL-LINE
           .
