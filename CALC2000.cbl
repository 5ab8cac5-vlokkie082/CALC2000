               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCOUNT-FILE.

           SELECT OPTIONAL MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS FS-MASTER-FILE.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REJECT-FILE.

           SELECT SKIP-FILE ASSIGN TO "CALCSKIP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SKIP-FILE.

           SELECT RESTART-FILE ASSIGN TO "RESTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RESTART-FILE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCRUAL-FILE.

           SELECT ACCRUAL-GL-FILE ASSIGN TO "ACCRGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCRUAL-GL-FILE.

           SELECT ACCRUAL-PROOF-FILE ASSIGN TO "ACCRPRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCRUAL-PROOF-FILE.

           SELECT OPTIONAL REFERENCE-FILE ASSIGN TO "BRPRREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-KEY
               FILE STATUS IS FS-REFERENCE-FILE.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT-FILE.
       01  ACCTIN-RECORD                  PIC X(51).

       *> Keyed account master maintained by ACCTMNT1, read in place
       *> of the ACCTIN deck when the PARM input source says so, and
       *> read by key on a deck run to look each account's status up.
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

       *> Product rate table: effective-dated entries with balance
       *> tiers per product code, loaded up front and looked up for
           05  REJ-REASON-TEXT            PIC X(30).
           05  REJ-RUN-DATE               PIC 9(8).

       *> Master accounts passed over rather than calculated because
       *> their status rules them out, each listed with why, so a
       *> closed account dropping out of the projection is on paper.
       FD  SKIP-FILE
           RECORDING MODE IS F.
       01  SKIP-RECORD                    PIC X(80).

       *> Small restart file, rewritten at each checkpoint with the
       *> key of the last account record processed.
       FD  RESTART-FILE
           RECORDING MODE IS F.
       01  ACCRUAL-RECORD                 PIC X(80).

       *> Month-end accrual ledger interface file cut by the as-of
       *> valuation mode, in the same entry/trailer layout SAVPOST1
       *> writes to GLOUT: an accrued-interest-expense debit and an
       *> accrued-interest-payable credit per product/branch on the
       *> liability report, dated the as-of date, then the same
       *> entries turned around and dated the first day of the next
       *> month, so the accrual reverses itself before the month's
       *> real posting lands on top of it. One trailer carries the
       *> entry count and hash total of both sets.
       FD  ACCRUAL-GL-FILE
           RECORDING MODE IS F.
       01  GL-RECORD.
           05  GL-REC-TYPE            PIC X.
               88  GL-IS-ENTRY              VALUE "E".
               88  GL-IS-TRAILER            VALUE "T".
           05  GL-ENTRY-DATA.
               10  GL-ENTRY-TYPE              PIC X.
                   88  GL-ENTRY-IS-DEBIT        VALUE "D".
                   88  GL-ENTRY-IS-CREDIT       VALUE "C".
               10  GL-BRANCH-CODE             PIC X(3).
               10  GL-PRODUCT-CODE            PIC X(4).
               10  GL-ACCOUNT-NUMBER          PIC X(8).
               10  GL-AMOUNT                  PIC 9(9)V99.
               10  GL-RUN-DATE                PIC 9(8).
               10  GL-COST-CENTER             PIC X(6).
           05  GL-TRAILER-DATA REDEFINES GL-ENTRY-DATA.
               10  GL-ENTRY-COUNT             PIC 9(7).
               10  GL-HASH-TOTAL              PIC 9(11)V99.
               10  FILLER                     PIC X(21).

       *> Spooled proof listing for the accrual extract: both entry
       *> sets, their debit/credit totals, and the tie back to the
       *> accrued interest total on ACCRRPT.
       FD  ACCRUAL-PROOF-FILE
           RECORDING MODE IS F.
       01  ACCRUAL-PROOF-RECORD           PIC X(80).

       *> Branch and product reference file maintained by REFMNT1:
       *> branch names for the report, and the ledger accounts and
       *> cost centers the accrual entries book to.
       FD  REFERENCE-FILE.
       COPY BRPRREF.

       *> Durable trail of every future-value calculation performed,
       *> appended to across runs for reconciliation and disputes.
       FD  AUDIT-FILE
           05  FS-REPORT-FILE             PIC XX VALUE "00".
           05  FS-SCHEDULE-FILE           PIC XX VALUE "00".
           05  FS-REJECT-FILE             PIC XX VALUE "00".
           05  FS-SKIP-FILE               PIC XX VALUE "00".
           05  FS-RESTART-FILE            PIC XX VALUE "00".
           05  FS-AUDIT-FILE              PIC XX VALUE "00".
           05  FS-REFERENCE-FILE          PIC XX VALUE "00".
           05  FS-RATE-FILE               PIC XX VALUE "00".
           05  FS-SCENARIO-FILE           PIC XX VALUE "00".
           05  FS-ACCRUAL-FILE            PIC XX VALUE "00".
           05  FS-ACCRUAL-GL-FILE         PIC XX VALUE "00".
           05  FS-ACCRUAL-PROOF-FILE      PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE            PIC XX VALUE "00".

       *> Run date/time stamped onto every audit record
           05  RPT-SUB-INVESTMENT         PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-SUB-FUTURE-VALUE       PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-SUB-BRANCH-NAME        PIC X(15).

       01  RPT-BRANCH-SUMMARY-HEAD.
           05  FILLER                     PIC X(14) VALUE
           05  FILLER                     PIC X(66) VALUE SPACES.

       01  RPT-BRANCH-COLUMN-LINE.
           05  FILLER                     PIC X(4)  VALUE "BRN".
           05  FILLER                     PIC X(14) VALUE "NAME".
           05  FILLER                     PIC X(10) VALUE "RECORDS".
           05  FILLER                     PIC X(19) VALUE "INVESTMENT".
           05  FILLER                     PIC X(19) VALUE "FUTURE VALUE".
           05  FILLER                     PIC X(14) VALUE "STATUS".

       01  RPT-BRANCH-SUMMARY-LINE.
           05  RPT-BRS-BRANCH             PIC X(3).
           05  FILLER                     PIC X     VALUE SPACE.
           05  RPT-BRS-BRANCH-NAME        PIC X(13).
           05  FILLER                     PIC X     VALUE SPACE.
           05  RPT-BRS-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X     VALUE SPACE.
           05  RPT-BRS-INVESTMENT         PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                     PIC X     VALUE SPACE.
           05  RPT-BRS-FUTURE-VALUE       PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                     PIC X     VALUE SPACE.
           05  RPT-BRS-STATUS             PIC X(14).

       01  RPT-BLANK-LINE                 PIC X(80) VALUE SPACES.

       *> out of balance names itself. A blank branch code is the
       *> firm-wide legacy header/detail and stays outside the table.
       01  BRANCH-TABLE-VALUES.
           05  WS-BR-MAX              PIC 9(3) VALUE 200.
           05  WS-BR-COUNT            PIC 9(3) VALUE 0.
           05  WS-BR-INDEX            PIC 9(3) VALUE 0.
           05  WS-BR-SLOT             PIC 9(3) VALUE 0.
           05  WS-BR-LOOKUP-CODE      PIC X(3) VALUE SPACES.
           05  WS-CURRENT-BRANCH      PIC X(3) VALUE SPACES.
           05  WS-BRANCH-SEEN-SWITCH  PIC X VALUE "N".
               88  BRANCH-DETAIL-SEEN       VALUE "Y".
           05  WS-BR-HEADER-SWITCH    PIC X VALUE "N".
               88  BRANCH-HEADER-SEEN       VALUE "Y".
           05  BR-ENTRY OCCURS 200 TIMES.
               10  BR-CODE                PIC X(3)     VALUE SPACES.
               10  BR-EXPECTED-COUNT      PIC 9(7)     VALUE 0.
               10  BR-EXPECTED-TOTAL      PIC 9(9)V99  VALUE 0.
               10  BR-HEADER-SWITCH       PIC X        VALUE "N".
               10  BR-BALANCE-SWITCH      PIC X        VALUE "Y".

       *> Branch name looked up on the reference file for the
       *> report's branch lines. The reference file is optional here;
       *> without it the lines print the codes alone.
       01  BRANCH-REFERENCE-VALUES.
           05  WS-REF-PRESENT-SWITCH  PIC X VALUE "N".
               88  REFERENCE-FILE-PRESENT   VALUE "Y".
           05  WS-NAME-LOOKUP-CODE    PIC X(3)  VALUE SPACES.
           05  WS-BRANCH-NAME         PIC X(30) VALUE SPACES.

       *> Account status work: whether the master is on hand to look
       *> a deck account's status up on, and whether the deck account
       *> in hand turned out to be closed.
       01  STATUS-WORK-VALUES.
           05  WS-MASTER-STATUS-SWITCH PIC X VALUE "N".
               88  MASTER-STATUS-AVAILABLE  VALUE "Y".
           05  WS-DECK-CLOSED-SWITCH  PIC X VALUE "N".
               88  DECK-ACCOUNT-CLOSED      VALUE "Y".

       *> Running subtotals for the branch block in hand on the
       *> report, reset at each branch control break.
       01  BRANCH-SUBTOTAL-VALUES.
           05  CT-RECORD-COUNT        PIC 9(7)     VALUE 0.
           05  CT-REJECT-COUNT        PIC 9(7)     VALUE 0.
           05  CT-NON-DETAIL-COUNT    PIC 9(7)     VALUE 0.
           05  CT-CLOSED-SKIP-COUNT   PIC 9(7)     VALUE 0.
           05  CT-INVESTMENT-TOTAL    PIC 9(11)V99 VALUE 0.
           05  CT-FUTURE-VALUE-TOTAL  PIC 9(11)V99 VALUE 0.
           05  CT-EXPECTED-COUNT      PIC 9(7)     VALUE 0.
           05  WS-ACS-GRAND-PRINCIPAL PIC 9(11)V99 VALUE 0.
           05  WS-ACS-GRAND-INTEREST  PIC 9(11)V99 VALUE 0.

       *> Ledger accounts the accrual entries book to: the same
       *> interest expense and accrued-interest liability accounts
       *> SAVPOST1 posts the real interest to. These are the defaults
       *> for a product not on the reference file; a product on file
       *> books to its own accounts.
       01  GL-ACCOUNT-NUMBERS.
           05  GL-INTEREST-EXPENSE-ACCT  PIC X(8) VALUE "51100000".
           05  GL-INTEREST-PAYABLE-ACCT  PIC X(8) VALUE "21200000".

       *> Accounts and cost center looked up on the reference file
       *> for the product/branch line in hand.
       01  GL-MAPPING-VALUES.
           05  WS-MAP-EXPENSE-ACCT    PIC X(8) VALUE SPACES.
           05  WS-MAP-PAYABLE-ACCT    PIC X(8) VALUE SPACES.
           05  WS-MAP-COST-CENTER     PIC X(6) VALUE SPACES.
           05  WS-MAP-PRODUCT-SWITCH  PIC X    VALUE "Y".
               88  MAP-PRODUCT-ON-FILE      VALUE "Y".
               88  MAP-PRODUCT-NOT-ON-FILE  VALUE "N".
           05  WS-MAP-BRANCH-SWITCH   PIC X    VALUE "Y".
               88  MAP-BRANCH-ON-FILE       VALUE "Y".
               88  MAP-BRANCH-NOT-ON-FILE   VALUE "N".

       *> The set of accrual entries being written: the accrual set
       *> dated the as-of date debits expense and credits the
       *> payable; the reversal set, dated the first day of the next
       *> month, turns both around.
       01  ACCRUAL-GL-VALUES.
           05  WS-REVERSAL-DATE       PIC 9(8) VALUE 0.
           05  WS-REVERSAL-DATE-PARTS REDEFINES WS-REVERSAL-DATE.
               10  WS-REVERSAL-YEAR   PIC 9(4).
               10  WS-REVERSAL-MONTH  PIC 99.
               10  WS-REVERSAL-DAY    PIC 99.
           05  WS-GL-ENTRY-DATE       PIC 9(8) VALUE 0.
           05  WS-EXPENSE-ENTRY-TYPE  PIC X VALUE "D".
           05  WS-PAYABLE-ENTRY-TYPE  PIC X VALUE "C".
           05  WS-GL-SET-SWITCH       PIC X VALUE "A".
               88  GL-ACCRUAL-SET           VALUE "A".
               88  GL-REVERSAL-SET          VALUE "R".

       *> Accrual extract control totals proved on the listing before
       *> the ledger loads the file, each set proved on its own.
       01  GL-CONTROL-TOTALS.
           05  GLT-UNMAPPED-COUNT     PIC 9(7)     VALUE 0.
           05  GLT-ENTRY-COUNT        PIC 9(7)     VALUE 0.
           05  GLT-ACCRUAL-DEBITS     PIC 9(11)V99 VALUE 0.
           05  GLT-ACCRUAL-CREDITS    PIC 9(11)V99 VALUE 0.
           05  GLT-REVERSAL-DEBITS    PIC 9(11)V99 VALUE 0.
           05  GLT-REVERSAL-CREDITS   PIC 9(11)V99 VALUE 0.
           05  GLT-HASH-TOTAL         PIC 9(11)V99 VALUE 0.
           05  GLT-BALANCE-SWITCH     PIC X        VALUE "Y".
               88  GLT-IN-BALANCE           VALUE "Y".
               88  GLT-OUT-OF-BALANCE       VALUE "N".

       *> Accrual proof listing line layouts, built up in
       *> WORKING-STORAGE and moved to ACCRUAL-PROOF-RECORD before
       *> each WRITE.
       01  AGP-HEADING-LINE-1.
           05  FILLER                 PIC X(19) VALUE SPACES.
           05  FILLER                 PIC X(42)
               VALUE "CALC2000 - ACCRUAL LEDGER EXTRACT PROOF".
           05  FILLER                 PIC X(19) VALUE SPACES.

       01  AGP-DATES-LINE.
           05  FILLER                 PIC X(13) VALUE "ACCRUED AS OF".
           05  FILLER                 PIC X     VALUE SPACE.
           05  AGP-AS-OF-DATE         PIC 9(8).
           05  FILLER                 PIC X(16)
               VALUE "   REVERSED ON ".
           05  AGP-REVERSAL-DATE      PIC 9(8).
           05  FILLER                 PIC X(34) VALUE SPACES.

       01  AGP-SET-HEAD-LINE.
           05  AGP-SET-TITLE          PIC X(24).
           05  AGP-SET-DATE           PIC 9(8).
           05  FILLER                 PIC X(48) VALUE SPACES.

       01  AGP-COLUMN-LINE.
           05  FILLER                 PIC X(5)  VALUE "D/C".
           05  FILLER                 PIC X(5)  VALUE "BRN".
           05  FILLER                 PIC X(6)  VALUE "PROD".
           05  FILLER                 PIC X(10) VALUE "LEDGER".
           05  FILLER                 PIC X(8)  VALUE "CCTR".
           05  FILLER                 PIC X(18) VALUE "            AMOUNT".
           05  FILLER                 PIC X(28) VALUE SPACES.

       01  AGP-ENTRY-LINE.
           05  AGP-ENT-TYPE           PIC X.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  AGP-ENT-BRANCH         PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  AGP-ENT-PRODUCT        PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  AGP-ENT-LEDGER-ACCT    PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  AGP-ENT-COST-CENTER    PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  AGP-ENT-AMOUNT         PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(28) VALUE SPACES.

       01  AGP-AMOUNT-TOTAL-LINE.
           05  AGP-ATOT-LABEL         PIC X(26).
           05  AGP-ATOT-AMOUNT        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  AGP-COUNT-TOTAL-LINE.
           05  AGP-CTOT-LABEL         PIC X(26).
           05  AGP-CTOT-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(45) VALUE SPACES.

       01  AGP-PROOF-LINE.
           05  AGP-PROOF-TEXT         PIC X(50).
           05  FILLER                 PIC X(30) VALUE SPACES.

       *> Accrual report line layouts, built up in WORKING-STORAGE
       *> and moved to ACCRUAL-RECORD before each WRITE.
       01  ACR-HEADING-LINE-1.

       01  ACR-BLANK-LINE             PIC X(80) VALUE SPACES.

       *> Skipped-account listing line layouts, built up in
       *> WORKING-STORAGE and moved to SKIP-RECORD before each WRITE.
       01  SKL-HEADING-LINE-1.
           05  FILLER                 PIC X(21) VALUE SPACES.
           05  FILLER                 PIC X(38)
               VALUE "CALC2000 - ACCOUNTS SKIPPED BY STATUS".
           05  FILLER                 PIC X(21) VALUE SPACES.

       01  SKL-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT".
           05  FILLER                 PIC X(5)  VALUE "BRN".
           05  FILLER                 PIC X(6)  VALUE "PROD".
           05  FILLER                 PIC X(3)  VALUE "ST".
           05  FILLER                 PIC X(10) VALUE "AS OF".
           05  FILLER                 PIC X(44) VALUE "REASON".

       01  SKL-DETAIL-LINE.
           05  SKL-DET-ACCT-ID        PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  SKL-DET-BRANCH         PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  SKL-DET-PRODUCT        PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  SKL-DET-STATUS         PIC X.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  SKL-DET-STATUS-DATE    PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  SKL-DET-REASON         PIC X(30).
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  SKL-TOTAL-LINE.
           05  FILLER                 PIC X(26)
               VALUE "CLOSED ACCOUNTS SKIPPED: ".
           05  SKL-TOT-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(45) VALUE SPACES.

       *> Period date edited for the schedule, YYYY-MM-DD
       01  WS-EDITED-DATE.
           05  WS-ED-YEAR             PIC 9(4).
               END-IF
           ELSE
               OPEN INPUT ACCOUNT-FILE
               PERFORM 035-OPEN-MASTER-FOR-STATUS
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT SCHEDULE-FILE
               WRITE SCENARIO-RECORD FROM SCN-COLUMN-LINE
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT SKIP-FILE
           WRITE SKIP-RECORD FROM SKL-HEADING-LINE-1
           WRITE SKIP-RECORD FROM SKL-COLUMN-LINE
           OPEN EXTEND AUDIT-FILE
           IF FS-AUDIT-FILE NOT = "00" AND FS-AUDIT-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING AUDIT FILE - STATUS "
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
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
           PERFORM 145-WRITE-REPORT-HEADINGS

           PERFORM 010-READ-NEXT-ACCOUNT
               PERFORM 162-WRITE-BRANCH-SUMMARY
           END-IF
           PERFORM 170-RECONCILE-CONTROL-TOTALS
           IF AS-OF-MODE-ON
               PERFORM 185-WRITE-ACCRUAL-GL-EXTRACT
           END-IF

           IF INPUT-FROM-MASTER
               CLOSE MASTER-FILE
           ELSE
               CLOSE ACCOUNT-FILE
               IF MASTER-STATUS-AVAILABLE
                   CLOSE MASTER-FILE
               END-IF
           END-IF
           CLOSE REPORT-FILE
           CLOSE SCHEDULE-FILE
           CLOSE REJECT-FILE
           WRITE SKIP-RECORD FROM ACR-BLANK-LINE
           MOVE CT-CLOSED-SKIP-COUNT TO SKL-TOT-COUNT
           WRITE SKIP-RECORD FROM SKL-TOTAL-LINE
           CLOSE SKIP-FILE
           CLOSE AUDIT-FILE
           IF REFERENCE-FILE-PRESENT
               CLOSE REFERENCE-FILE
           END-IF

           PERFORM 900-WRITE-RUN-LOG

               MOVE WS-RUN-TIME            TO RLG-RUN-TIME
               COMPUTE RLG-RECORDS-READ =
                   CT-RECORD-COUNT + CT-NON-DETAIL-COUNT
                   + CT-CLOSED-SKIP-COUNT
               COMPUTE RLG-RECORDS-PROCESSED =
                   CT-RECORD-COUNT - CT-REJECT-COUNT
               COMPUTE RLG-RECORDS-REJECTED =
                   CT-REJECT-COUNT + CT-NON-DETAIL-COUNT
               MOVE CT-FUTURE-VALUE-TOTAL  TO RLG-DOLLAR-TOTAL
               MOVE RETURN-CODE            TO RLG-RETURN-CODE
               IF CT-OUT-OF-BALANCE OR GLT-OUT-OF-BALANCE
                   MOVE "N" TO RLG-BALANCE-FLAG
               ELSE
                   MOVE "Y" TO RLG-BALANCE-FLAG
               END-IF
               WRITE RUNLOG-RECORD
               IF FS-RUN-LOG-FILE NOT = "00"
                   DISPLAY "*** ERROR WRITING RUN LOG - STATUS "
       *> as-is, or the next ACCTMST master record dressed up as a
       *> detail record. The master carries no header record, so a
       *> master run reconciles the way any headerless run does.
       *> Closed accounts are passed over and listed on CALCSKIP - a
       *> closed account has nothing left to project. A deck detail
       *> record's status is looked up on the master by key when the
       *> master is on hand.
       010-READ-NEXT-ACCOUNT.
           IF INPUT-FROM-MASTER
               READ MASTER-FILE NEXT RECORD
                   AT END SET END-OF-ACCOUNT-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-ACCOUNT-FILE OR NOT MST-IS-CLOSED
                   PERFORM 012-LIST-SKIPPED-ACCOUNT
                   READ MASTER-FILE NEXT RECORD
                       AT END SET END-OF-ACCOUNT-FILE TO TRUE
                   END-READ
               END-PERFORM
               IF NOT END-OF-ACCOUNT-FILE
                   MOVE "D"                      TO ACCT-REC-TYPE
                   MOVE MST-ACCT-ID              TO ACCT-ID
               READ ACCOUNT-FILE INTO ACCOUNT-RECORD
                   AT END SET END-OF-ACCOUNT-FILE TO TRUE
               END-READ
               PERFORM 013-CHECK-DECK-ACCOUNT-STATUS
               PERFORM UNTIL END-OF-ACCOUNT-FILE
                       OR NOT DECK-ACCOUNT-CLOSED
                   PERFORM 012-LIST-SKIPPED-ACCOUNT
                   READ ACCOUNT-FILE INTO ACCOUNT-RECORD
                       AT END SET END-OF-ACCOUNT-FILE TO TRUE
                   END-READ
                   PERFORM 013-CHECK-DECK-ACCOUNT-STATUS
               END-PERFORM
           END-IF
           .

       *> Looks the deck detail record in hand up on the master by key
       *> and flags it when the master shows it closed. Header and
       *> other non-detail records, and accounts the master doesn't
       *> carry, go through as they always have.
       013-CHECK-DECK-ACCOUNT-STATUS.
           MOVE "N" TO WS-DECK-CLOSED-SWITCH
           IF MASTER-STATUS-AVAILABLE AND NOT END-OF-ACCOUNT-FILE
                   AND ACCT-IS-DETAIL
               MOVE ACCT-ID TO MST-ACCT-ID
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "A" TO MST-STATUS-CODE
               END-READ
               IF MST-IS-CLOSED
                   SET DECK-ACCOUNT-CLOSED TO TRUE
               END-IF
           END-IF
           .

       *> Opens the master on a deck run so each deck account's
       *> status can be looked up by key. The master is optional
       *> here: without it every deck account is projected, and the
       *> run says so.
       035-OPEN-MASTER-FOR-STATUS.
           OPEN INPUT MASTER-FILE
           EVALUATE FS-MASTER-FILE
               WHEN "00"
                   SET MASTER-STATUS-AVAILABLE TO TRUE
               WHEN "05"
                   CLOSE MASTER-FILE
                   DISPLAY "*** ACCOUNT MASTER NOT ON HAND - DECK"
                       " ACCOUNTS PROJECT WITHOUT A STATUS CHECK ***"
               WHEN OTHER
                   DISPLAY "*** ERROR OPENING MASTER FILE - STATUS "
                       FS-MASTER-FILE " ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

       *> Lists one account the master shows closed and counts it
       *> apart from the rejects - it is not in error, just not due
       *> a projection.
       012-LIST-SKIPPED-ACCOUNT.
           ADD 1 TO CT-CLOSED-SKIP-COUNT
           MOVE MST-ACCT-ID      TO SKL-DET-ACCT-ID
           MOVE MST-BRANCH-CODE  TO SKL-DET-BRANCH
           MOVE MST-PRODUCT-CODE TO SKL-DET-PRODUCT
           MOVE MST-STATUS-CODE  TO SKL-DET-STATUS
           MOVE MST-STATUS-DATE  TO SKL-DET-STATUS-DATE
           MOVE "ACCOUNT CLOSED - NOT PROJECTED" TO SKL-DET-REASON
           WRITE SKIP-RECORD FROM SKL-DETAIL-LINE
           .

       *> Captures the expected record count and dollar total off a
       *> header record for end-of-run reconciliation. A branch
       *> header (nonblank branch code) files its expectations under
           DISPLAY "Investment Total:     " CT-INVESTMENT-TOTAL
           DISPLAY "Investment Expected:  " CT-EXPECTED-TOTAL
           DISPLAY "Future Value Total:   " CT-FUTURE-VALUE-TOTAL
           DISPLAY "Closed Skipped:       " CT-CLOSED-SKIP-COUNT

           IF WS-RESTART-KEY NOT = SPACES
               DISPLAY "Restarted run - totals not reconciled"
           DISPLAY "Accrued Interest:     " WS-ACS-GRAND-INTEREST
           .

       *> Cuts the month-end accrual ledger file off the liability
       *> report's product/branch lines: the accrual set dated the
       *> as-of date, then the reversal set dated the first day of
       *> the next month, under one trailer, and writes the proof
       *> listing tying both sets back to the ACCRRPT accrued
       *> interest total. Runs after the control totals reconcile,
       *> so an extract that doesn't prove leaves RETURN-CODE 8 and
       *> the job stream stops instead of feeding the ledger bad
       *> entries.
       185-WRITE-ACCRUAL-GL-EXTRACT.
           MOVE WS-AS-OF-DATE TO WS-REVERSAL-DATE
           IF WS-REVERSAL-MONTH = 12
               ADD 1 TO WS-REVERSAL-YEAR
               MOVE 1 TO WS-REVERSAL-MONTH
           ELSE
               ADD 1 TO WS-REVERSAL-MONTH
           END-IF
           MOVE 1 TO WS-REVERSAL-DAY

           OPEN OUTPUT ACCRUAL-GL-FILE
           IF FS-ACCRUAL-GL-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING ACCRUAL GL FILE - STATUS "
                   FS-ACCRUAL-GL-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACCRUAL-PROOF-FILE
           WRITE ACCRUAL-PROOF-RECORD FROM AGP-HEADING-LINE-1
           MOVE WS-AS-OF-DATE    TO AGP-AS-OF-DATE
           MOVE WS-REVERSAL-DATE TO AGP-REVERSAL-DATE
           WRITE ACCRUAL-PROOF-RECORD FROM AGP-DATES-LINE

           SET GL-ACCRUAL-SET TO TRUE
           MOVE "D" TO WS-EXPENSE-ENTRY-TYPE
           MOVE "C" TO WS-PAYABLE-ENTRY-TYPE
           MOVE WS-AS-OF-DATE TO WS-GL-ENTRY-DATE
           MOVE "ACCRUAL ENTRIES DATED" TO AGP-SET-TITLE
           PERFORM 186-WRITE-ACCRUAL-ENTRY-SET

           SET GL-REVERSAL-SET TO TRUE
           MOVE "C" TO WS-EXPENSE-ENTRY-TYPE
           MOVE "D" TO WS-PAYABLE-ENTRY-TYPE
           MOVE WS-REVERSAL-DATE TO WS-GL-ENTRY-DATE
           MOVE "REVERSAL ENTRIES DATED" TO AGP-SET-TITLE
           PERFORM 186-WRITE-ACCRUAL-ENTRY-SET

           MOVE SPACES          TO GL-RECORD
           MOVE "T"             TO GL-REC-TYPE
           MOVE GLT-ENTRY-COUNT TO GL-ENTRY-COUNT
           MOVE GLT-HASH-TOTAL  TO GL-HASH-TOTAL
           WRITE GL-RECORD
           IF FS-ACCRUAL-GL-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING ACCRUAL GL TRAILER - STATUS "
                   FS-ACCRUAL-GL-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ACCRUAL-GL-FILE

           IF GLT-ACCRUAL-DEBITS NOT = GLT-ACCRUAL-CREDITS
               OR GLT-ACCRUAL-DEBITS NOT = WS-ACS-GRAND-INTEREST
               OR GLT-REVERSAL-DEBITS NOT = GLT-REVERSAL-CREDITS
               OR GLT-REVERSAL-CREDITS NOT = GLT-ACCRUAL-DEBITS
               SET GLT-OUT-OF-BALANCE TO TRUE
           END-IF

           PERFORM 189-WRITE-ACCRUAL-PROOF-TOTALS
           CLOSE ACCRUAL-PROOF-FILE

           DISPLAY "Accrual GL Entries:   " GLT-ENTRY-COUNT
           DISPLAY "Accrual Reversed On:  " WS-REVERSAL-DATE
           IF GLT-OUT-OF-BALANCE
               DISPLAY "*** ACCRUAL GL EXTRACT OUT OF BALANCE - JOB"
                   " STREAM STOPPED ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "Accrual GL extract is in balance"
           END-IF
           IF GLT-UNMAPPED-COUNT > 0
               DISPLAY "*** " GLT-UNMAPPED-COUNT " ACCRUAL LINES NOT"
                   " ON REFERENCE FILE - REVIEW ACCRPRF ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       *> Writes one set of accrual entries - an expense/payable pair
       *> for every product/branch line on the liability report that
       *> accrued any interest - under its own heading on the proof.
       186-WRITE-ACCRUAL-ENTRY-SET.
           MOVE WS-GL-ENTRY-DATE TO AGP-SET-DATE
           WRITE ACCRUAL-PROOF-RECORD FROM ACR-BLANK-LINE
           WRITE ACCRUAL-PROOF-RECORD FROM AGP-SET-HEAD-LINE
           WRITE ACCRUAL-PROOF-RECORD FROM AGP-COLUMN-LINE

           PERFORM VARYING WS-ACS-INDEX FROM 1 BY 1
                   UNTIL WS-ACS-INDEX > WS-ACS-COUNT
               IF ACS-INTEREST-TOTAL (WS-ACS-INDEX) > 0
                   PERFORM 187-WRITE-ACCRUAL-ENTRY-PAIR
               END-IF
           END-PERFORM
           .

       *> Writes one product/branch line's expense and payable
       *> entries, both for the interest it accrued.
       187-WRITE-ACCRUAL-ENTRY-PAIR.
           PERFORM 184-LOOK-UP-GL-MAPPING

           MOVE SPACES TO GL-RECORD
           MOVE "E"    TO GL-REC-TYPE
           MOVE WS-EXPENSE-ENTRY-TYPE           TO GL-ENTRY-TYPE
           MOVE ACS-BRANCH-CODE (WS-ACS-INDEX)  TO GL-BRANCH-CODE
           MOVE ACS-PRODUCT-CODE (WS-ACS-INDEX) TO GL-PRODUCT-CODE
           MOVE WS-MAP-EXPENSE-ACCT             TO GL-ACCOUNT-NUMBER
           MOVE ACS-INTEREST-TOTAL (WS-ACS-INDEX) TO GL-AMOUNT
           MOVE WS-GL-ENTRY-DATE                TO GL-RUN-DATE
           MOVE WS-MAP-COST-CENTER              TO GL-COST-CENTER
           PERFORM 188-WRITE-ACCRUAL-GL-ENTRY

           MOVE WS-PAYABLE-ENTRY-TYPE    TO GL-ENTRY-TYPE
           MOVE WS-MAP-PAYABLE-ACCT      TO GL-ACCOUNT-NUMBER
           PERFORM 188-WRITE-ACCRUAL-GL-ENTRY
           .

       *> Looks up the ledger accounts for the product/branch line in
       *> hand and the cost center its branch is charged to. A
       *> product not on the reference file books to the default
       *> accounts and a branch not on it carries no cost center;
       *> either one is flagged on the proof, and counted once, on
       *> the accrual set, so the reversal does not count it again.
       184-LOOK-UP-GL-MAPPING.
           SET MAP-PRODUCT-NOT-ON-FILE TO TRUE
           SET MAP-BRANCH-NOT-ON-FILE  TO TRUE
           MOVE GL-INTEREST-EXPENSE-ACCT TO WS-MAP-EXPENSE-ACCT
           MOVE GL-INTEREST-PAYABLE-ACCT TO WS-MAP-PAYABLE-ACCT
           MOVE SPACES                   TO WS-MAP-COST-CENTER

           IF REFERENCE-FILE-PRESENT
               MOVE "P"                             TO REF-REC-TYPE
               MOVE ACS-PRODUCT-CODE (WS-ACS-INDEX) TO REF-CODE
               READ REFERENCE-FILE
                   NOT INVALID KEY
                       SET MAP-PRODUCT-ON-FILE TO TRUE
                       MOVE REF-EXPENSE-GL-ACCT TO WS-MAP-EXPENSE-ACCT
                       MOVE REF-PAYABLE-GL-ACCT TO WS-MAP-PAYABLE-ACCT
               END-READ

               MOVE "B"                             TO REF-REC-TYPE
               MOVE ACS-BRANCH-CODE (WS-ACS-INDEX)  TO REF-CODE
               READ REFERENCE-FILE
                   NOT INVALID KEY
                       SET MAP-BRANCH-ON-FILE TO TRUE
                       MOVE REF-COST-CENTER TO WS-MAP-COST-CENTER
               END-READ
           END-IF

           IF GL-ACCRUAL-SET
               IF MAP-PRODUCT-NOT-ON-FILE
                   MOVE SPACES TO AGP-PROOF-TEXT
                   STRING "*** PRODUCT " DELIMITED BY SIZE
                       ACS-PRODUCT-CODE (WS-ACS-INDEX)
                           DELIMITED BY SIZE
                       " NOT ON FILE - DEFAULT ACCOUNTS"
                           DELIMITED BY SIZE
                       INTO AGP-PROOF-TEXT
                   WRITE ACCRUAL-PROOF-RECORD FROM AGP-PROOF-LINE
               END-IF
               IF MAP-BRANCH-NOT-ON-FILE
                   MOVE SPACES TO AGP-PROOF-TEXT
                   STRING "*** BRANCH " DELIMITED BY SIZE
                       ACS-BRANCH-CODE (WS-ACS-INDEX)
                           DELIMITED BY SIZE
                       " NOT ON FILE - NO COST CENTER"
                           DELIMITED BY SIZE
                       INTO AGP-PROOF-TEXT
                   WRITE ACCRUAL-PROOF-RECORD FROM AGP-PROOF-LINE
               END-IF
               IF MAP-PRODUCT-NOT-ON-FILE OR MAP-BRANCH-NOT-ON-FILE
                   ADD 1 TO GLT-UNMAPPED-COUNT
               END-IF
           END-IF
           .

       *> Writes the entry built in GL-RECORD and its proof line,
       *> rolling it into its set's debit or credit total and the
       *> extract's hash total.
       188-WRITE-ACCRUAL-GL-ENTRY.
           WRITE GL-RECORD
           IF FS-ACCRUAL-GL-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING ACCRUAL GL ENTRY - STATUS "
                   FS-ACCRUAL-GL-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO GLT-ENTRY-COUNT
           EVALUATE TRUE
               WHEN GL-ACCRUAL-SET AND GL-ENTRY-IS-DEBIT
                   ADD GL-AMOUNT TO GLT-ACCRUAL-DEBITS
               WHEN GL-ACCRUAL-SET
                   ADD GL-AMOUNT TO GLT-ACCRUAL-CREDITS
               WHEN GL-ENTRY-IS-DEBIT
                   ADD GL-AMOUNT TO GLT-REVERSAL-DEBITS
               WHEN OTHER
                   ADD GL-AMOUNT TO GLT-REVERSAL-CREDITS
           END-EVALUATE
           ADD GL-AMOUNT TO GLT-HASH-TOTAL

           MOVE GL-ENTRY-TYPE     TO AGP-ENT-TYPE
           MOVE GL-BRANCH-CODE    TO AGP-ENT-BRANCH
           MOVE GL-PRODUCT-CODE   TO AGP-ENT-PRODUCT
           MOVE GL-ACCOUNT-NUMBER TO AGP-ENT-LEDGER-ACCT
           MOVE GL-COST-CENTER    TO AGP-ENT-COST-CENTER
           MOVE GL-AMOUNT         TO AGP-ENT-AMOUNT
           WRITE ACCRUAL-PROOF-RECORD FROM AGP-ENTRY-LINE
           .

       *> Writes the accrual proof's totals block: the extract's own
       *> totals per set, then the tie back to the liability report -
       *> the accrual set's debits and credits, and the reversal
       *> set's, must each equal the accrued interest ACCRRPT
       *> totals.
       189-WRITE-ACCRUAL-PROOF-TOTALS.
           WRITE ACCRUAL-PROOF-RECORD FROM ACR-BLANK-LINE
           MOVE "ENTRIES WRITTEN"         TO AGP-CTOT-LABEL
           MOVE GLT-ENTRY-COUNT           TO AGP-CTOT-COUNT
           WRITE ACCRUAL-PROOF-RECORD FROM AGP-COUNT-TOTAL-LINE
           MOVE "LINES NOT ON REFERENCE"  TO AGP-CTOT-LABEL
           MOVE GLT-UNMAPPED-COUNT        TO AGP-CTOT-COUNT
           WRITE ACCRUAL-PROOF-RECORD FROM AGP-COUNT-TOTAL-LINE
           MOVE "ACCRUAL DEBIT TOTAL"     TO AGP-ATOT-LABEL
           MOVE GLT-ACCRUAL-DEBITS        TO AGP-ATOT-AMOUNT
           WRITE ACCRUAL-PROOF-RECORD FROM AGP-AMOUNT-TOTAL-LINE
           MOVE "ACCRUAL CREDIT TOTAL"    TO AGP-ATOT-LABEL
           MOVE GLT-ACCRUAL-CREDITS       TO AGP-ATOT-AMOUNT
           WRITE ACCRUAL-PROOF-RECORD FROM AGP-AMOUNT-TOTAL-LINE
           MOVE "REVERSAL DEBIT TOTAL"    TO AGP-ATOT-LABEL
           MOVE GLT-REVERSAL-DEBITS       TO AGP-ATOT-AMOUNT
           WRITE ACCRUAL-PROOF-RECORD FROM AGP-AMOUNT-TOTAL-LINE
           MOVE "REVERSAL CREDIT TOTAL"   TO AGP-ATOT-LABEL
           MOVE GLT-REVERSAL-CREDITS      TO AGP-ATOT-AMOUNT
           WRITE ACCRUAL-PROOF-RECORD FROM AGP-AMOUNT-TOTAL-LINE
           MOVE "HASH TOTAL"              TO AGP-ATOT-LABEL
           MOVE GLT-HASH-TOTAL            TO AGP-ATOT-AMOUNT
           WRITE ACCRUAL-PROOF-RECORD FROM AGP-AMOUNT-TOTAL-LINE
           MOVE "ACCRRPT ACCRUED INTEREST" TO AGP-ATOT-LABEL
           MOVE WS-ACS-GRAND-INTEREST     TO AGP-ATOT-AMOUNT
           WRITE ACCRUAL-PROOF-RECORD FROM AGP-AMOUNT-TOTAL-LINE
           MOVE "ACCRRPT PRINCIPAL"       TO AGP-ATOT-LABEL
           MOVE WS-ACS-GRAND-PRINCIPAL    TO AGP-ATOT-AMOUNT
           WRITE ACCRUAL-PROOF-RECORD FROM AGP-AMOUNT-TOTAL-LINE

           WRITE ACCRUAL-PROOF-RECORD FROM ACR-BLANK-LINE
           IF GLT-IN-BALANCE
               MOVE "EXTRACT PROVES TO THE ACCRRPT ACCRUED INTEREST"
                   TO AGP-PROOF-TEXT
           ELSE
               MOVE "*** EXTRACT DOES NOT PROVE - DO NOT LOAD ***"
                   TO AGP-PROOF-TEXT
           END-IF
           WRITE ACCRUAL-PROOF-RECORD FROM AGP-PROOF-LINE
           .

       *> Skips account records until the one matching the restart
       *> key from the PARM has gone by, then resumes normal processing
       *> with the next record.
           IF WS-CURRENT-BRANCH NOT = SPACES
                   AND NOT INPUT-FROM-MASTER
               MOVE WS-CURRENT-BRANCH       TO RPT-SUB-BRANCH
               MOVE WS-CURRENT-BRANCH       TO WS-NAME-LOOKUP-CODE
               PERFORM 153-LOOK-UP-BRANCH-NAME
               MOVE WS-BRANCH-NAME          TO RPT-SUB-BRANCH-NAME
               MOVE SUB-RECORD-COUNT        TO RPT-SUB-COUNT
               MOVE SUB-INVESTMENT-TOTAL    TO RPT-SUB-INVESTMENT
               MOVE SUB-FUTURE-VALUE-TOTAL  TO RPT-SUB-FUTURE-VALUE
           MOVE 0 TO SUB-FUTURE-VALUE-TOTAL
           .

       *> Looks up the branch in WS-NAME-LOOKUP-CODE on the reference
       *> file for the name the branch lines print. Without the
       *> reference file the name is left blank.
       153-LOOK-UP-BRANCH-NAME.
           MOVE SPACES TO WS-BRANCH-NAME
           IF REFERENCE-FILE-PRESENT
               MOVE "B"                 TO REF-REC-TYPE
               MOVE WS-NAME-LOOKUP-CODE TO REF-CODE
               READ REFERENCE-FILE
                   INVALID KEY
                       MOVE "NOT ON FILE"   TO WS-BRANCH-NAME
                   NOT INVALID KEY
                       MOVE REF-BRANCH-NAME TO WS-BRANCH-NAME
               END-READ
           END-IF
           .

       *> Writes the branch summary page: every branch's totals and
       *> whether it balanced against its own header, so the branch
       *> whose feed is out of balance names itself.
           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT
               MOVE BR-CODE (WS-BR-INDEX)         TO RPT-BRS-BRANCH
               MOVE BR-CODE (WS-BR-INDEX)    TO WS-NAME-LOOKUP-CODE
               PERFORM 153-LOOK-UP-BRANCH-NAME
               MOVE WS-BRANCH-NAME           TO RPT-BRS-BRANCH-NAME
               MOVE BR-RECORD-COUNT (WS-BR-INDEX) TO RPT-BRS-COUNT
               MOVE BR-INVESTMENT-TOTAL (WS-BR-INDEX)
                   TO RPT-BRS-INVESTMENT
