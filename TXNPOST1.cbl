       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNPOST1.

       *> ------------------------------------------------------------
       *> AUTHOR: Naude Vlok
       *> COURSE: CIS352 Intro to Enterprise Computing
       *> PURPOSE:
       *>   Posts the day's customer deposits and withdrawals to the
       *>   ACCTMST keyed master. Reads the TXNIN monetary
       *>   transaction file - a header carrying the teller batch's
       *>   expected count and amount, then one deposit or
       *>   withdrawal per record - finds each account on the
       *>   master, and rewrites its balance. A withdrawal that would
       *>   overdraw the account is refused, and money taken out
       *>   before the account's maturity date is charged an early-
       *>   withdrawal penalty of the PARM number of days' interest
       *>   on the amount withdrawn. Prints the TXNJRNL teller
       *>   journal - every item with its before/after balance or
       *>   why it was refused, then totals by branch - and cuts the
       *>   TXNGL ledger interface file in the same entry/trailer
       *>   layout SAVPOST1 writes to GLOUT, with a proof listing, so
       *>   finance sees the cash movement and the penalty income and
       *>   not only the interest. Items against a frozen or closed
       *>   account are refused. An item posted to a dormant account
       *>   is customer activity and reactivates it, the status change
       *>   appended to the MNTHIST change history the way ACCTMNT1
       *>   logs one; every posted item stamps the account's last
       *>   activity date the dormancy sweep works from. Ledger
       *>   entries carry each branch's cost center, and the branch
       *>   totals its name, off the BRPRREF reference file.
       *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO "TXNIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TXN-FILE.

           SELECT MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS FS-MASTER-FILE.

           SELECT LIST-FILE ASSIGN TO "TXNJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LIST-FILE.

           SELECT GL-FILE ASSIGN TO "TXNGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-GL-FILE.

           SELECT REFERENCE-FILE ASSIGN TO "BRPRREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-KEY
               FILE STATUS IS FS-REFERENCE-FILE.

           SELECT PROOF-FILE ASSIGN TO "TXNPROOF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PROOF-FILE.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "MNTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HISTORY-FILE.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUN-LOG-FILE.

       DATA DIVISION.
       FILE SECTION.

       *> One monetary transaction per record under a header record
       *> carrying the teller batch's expected item count and amount
       *> total, the same header/detail shape as the ACCTIN deck.
       FD  TXN-FILE
           RECORDING MODE IS F.
       01  TXN-RECORD.
           05  TXN-REC-TYPE           PIC X.
               88  TXN-IS-HEADER            VALUE "H".
               88  TXN-IS-DETAIL            VALUE "D".
           05  TXN-DETAIL-DATA.
               10  TXN-ACCT-ID                PIC X(10).
               10  TXN-TYPE                   PIC X.
                   88  TXN-IS-DEPOSIT           VALUE "D".
                   88  TXN-IS-WITHDRAWAL        VALUE "W".
               10  TXN-AMOUNT                 PIC 9(7)V99.
               10  TXN-TELLER-ID              PIC X(8).
               10  TXN-EFFECTIVE-DATE         PIC 9(8).
               10  TXN-REFERENCE              PIC X(10).
           05  TXN-HEADER-DATA REDEFINES TXN-DETAIL-DATA.
               10  TXN-EXPECTED-COUNT         PIC 9(7).
               10  TXN-EXPECTED-TOTAL         PIC 9(9)V99.
               10  FILLER                     PIC X(28).

       *> Keyed account master maintained by ACCTMNT1, read and
       *> rewritten in place by transaction account id.
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

       *> Spooled teller journal: one line per transaction with its
       *> before/after balance or why it was refused, then totals by
       *> branch and for the batch.
       FD  LIST-FILE
           RECORDING MODE IS F.
       01  LIST-RECORD                   PIC X(132).

       *> General ledger interface file for the day's cash movement,
       *> in the same entry/trailer layout SAVPOST1 writes to GLOUT:
       *> debit/credit entry pairs by branch and product, each charged
       *> to its branch's cost center, under a trailer carrying the
       *> entry count and hash total.
       FD  GL-FILE
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

       *> Spooled proof listing for the extract: every entry, the
       *> debit/credit totals, and the tie back to the amounts the
       *> journal actually posted.
       FD  PROOF-FILE
           RECORDING MODE IS F.
       01  PROOF-RECORD               PIC X(80).

       *> Keyed branch and product reference file maintained by
       *> REFMNT1: each branch's name and GL cost center.
       FD  REFERENCE-FILE.
       COPY BRPRREF.

       *> Master change history ACCTMNT1 appends to, in its layout:
       *> a dormant account reactivated by a posted item is logged
       *> here as a status change with its before and after images.
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

       *> Shared run log appended to at end of run, one completion
       *> record per program per run, reported by CYCSTAT1.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       *> File status codes for each SELECTed file, checked around
       *> the keyed master I-O so a failed rewrite is caught instead
       *> of the run carrying on as if the item had posted.
       01  FILE-STATUS-CODES.
           05  FS-TXN-FILE            PIC XX VALUE "00".
           05  FS-MASTER-FILE         PIC XX VALUE "00".
           05  FS-LIST-FILE           PIC XX VALUE "00".
           05  FS-GL-FILE             PIC XX VALUE "00".
           05  FS-PROOF-FILE          PIC XX VALUE "00".
           05  FS-REFERENCE-FILE      PIC XX VALUE "00".
           05  FS-HISTORY-FILE        PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE        PIC XX VALUE "00".

       *> Run date/time stamped onto the ledger entries and the
       *> run-log record
       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE            PIC 9(8) VALUE 0.
           05  WS-RUN-TIME            PIC 9(8) VALUE 0.

       *> Early-withdrawal penalty applied from the PARM card: the
       *> number of days' interest charged on money taken out before
       *> maturity.
       01  WS-RUN-PARAMETER-VALUES.
           05  WS-PENALTY-DAYS        PIC 9(3) VALUE 90.

       *> Run-control card read off this run's command line, the same
       *> way CALC2000 reads its PARM: the early-withdrawal penalty
       *> in days of interest.
       01  WS-RUN-PARM-RAW            PIC X(82) VALUE SPACES.
       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM-RAW.
           05  PARM-PENALTY-DAYS      PIC 9(3).
           05  FILLER                 PIC X(79).

       *> Running control totals for the batch, balanced at end of
       *> run against the expected totals on TXNIN's header record.
       01  CONTROL-TOTALS.
           05  CT-TRANS-READ          PIC 9(7)     VALUE 0.
           05  CT-AMOUNT-READ         PIC 9(11)V99 VALUE 0.
           05  CT-TRANS-POSTED        PIC 9(7)     VALUE 0.
           05  CT-TRANS-REJECTED      PIC 9(7)     VALUE 0.
           05  CT-DEPOSIT-COUNT       PIC 9(7)     VALUE 0.
           05  CT-DEPOSIT-TOTAL       PIC 9(11)V99 VALUE 0.
           05  CT-WITHDRAWAL-COUNT    PIC 9(7)     VALUE 0.
           05  CT-WITHDRAWAL-TOTAL    PIC 9(11)V99 VALUE 0.
           05  CT-PENALTY-COUNT       PIC 9(7)     VALUE 0.
           05  CT-PENALTY-TOTAL       PIC 9(11)V99 VALUE 0.
           05  CT-REACTIVATED-COUNT   PIC 9(7)     VALUE 0.
           05  CT-EXPECTED-COUNT      PIC 9(7)     VALUE 0.
           05  CT-EXPECTED-TOTAL      PIC 9(11)V99 VALUE 0.
           05  CT-BALANCE-SWITCH      PIC X        VALUE "Y".
               88  CT-IN-BALANCE            VALUE "Y".
               88  CT-OUT-OF-BALANCE        VALUE "N".
           05  CT-HEADER-SWITCH       PIC X        VALUE "N".
               88  CT-HEADER-RECORD-SEEN     VALUE "Y".

       *> Work fields for the transaction in hand: the balance as it
       *> stood and as it will stand, the penalty charged, and the
       *> date the item is effective for the maturity test.
       01  TXN-WORK-VALUES.
           05  WS-BEFORE-BALANCE      PIC 9(7)V99  VALUE 0.
           05  WS-AFTER-BALANCE       PIC 9(9)V99  VALUE 0.
           05  WS-PENALTY-AMOUNT      PIC 9(7)V99  VALUE 0.
           05  WS-TXN-DATE            PIC 9(8)     VALUE 0.
           05  WS-DAYS-TO-MATURITY    PIC S9(7)    VALUE 0.
           05  WS-PENALTY-DAYS-CHARGED PIC 9(5)    VALUE 0.
           05  WS-TXN-DEBIT-TOTAL     PIC 9(9)V99  VALUE 0.
           05  WS-REJECT-TEXT         PIC X(30)    VALUE SPACES.
           05  WS-REACTIVATED-SWITCH  PIC X        VALUE "N".
               88  ACCOUNT-REACTIVATED      VALUE "Y".

       *> Date edit work fields for the item's effective date, the
       *> same edits CALC2000 applies.
       01  DATE-WORK-VALUES.
           05  WS-CHECK-DATE          PIC 9(8) VALUE 0.
           05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR      PIC 9(4).
               10  WS-CHECK-MONTH     PIC 99.
               10  WS-CHECK-DAY       PIC 99.
           05  WS-DAYS-IN-MONTH       PIC 99 VALUE 0.
           05  WS-LEAP-REMAINDER      PIC 9(4) VALUE 0.
           05  WS-DATE-VALID-SWITCH   PIC X VALUE "Y".
               88  CHECK-DATE-VALID         VALUE "Y".
               88  CHECK-DATE-INVALID       VALUE "N".

       *> Master record as it stood before the item posted, held so
       *> a reactivation's history record carries the true before
       *> image.
       01  WS-HELD-MASTER             PIC X(67) VALUE SPACES.

       *> Ledger accounts the cash movement posts to: deposits debit
       *> teller cash and credit the time-deposit liability,
       *> withdrawals reverse that, and an early-withdrawal penalty
       *> moves from the liability to penalty income.
       01  GL-ACCOUNT-NUMBERS.
           05  GL-CASH-ACCT              PIC X(8) VALUE "10100000".
           05  GL-DEPOSIT-LIABILITY-ACCT PIC X(8) VALUE "21100000".
           05  GL-PENALTY-INCOME-ACCT    PIC X(8) VALUE "41500000".

       *> Cash movement summarized by branch/product combination as
       *> each item posts; each slot becomes up to three debit/credit
       *> entry pairs on the extract.
       01  GL-SUMMARY-VALUES.
           05  WS-GLS-MAX             PIC 9(3) VALUE 200.
           05  WS-GLS-COUNT           PIC 9(3) VALUE 0.
           05  WS-GLS-INDEX           PIC 9(3) VALUE 0.
           05  WS-GLS-SLOT            PIC 9(3) VALUE 0.
           05  GLS-ENTRY OCCURS 200 TIMES.
               10  GLS-BRANCH-CODE        PIC X(3).
               10  GLS-PRODUCT-CODE       PIC X(4).
               10  GLS-DEPOSIT-TOTAL      PIC 9(11)V99.
               10  GLS-WITHDRAWAL-TOTAL   PIC 9(11)V99.
               10  GLS-PENALTY-TOTAL      PIC 9(11)V99.

       *> One entry pair's fields, loaded before 205-WRITE-GL-ENTRY-
       *> PAIR writes the debit and the matching credit.
       01  GL-PAIR-VALUES.
           05  WS-PAIR-DEBIT-ACCT     PIC X(8)     VALUE SPACES.
           05  WS-PAIR-CREDIT-ACCT    PIC X(8)     VALUE SPACES.
           05  WS-PAIR-AMOUNT         PIC 9(11)V99 VALUE 0.
           05  WS-PAIR-COST-CENTER    PIC X(6)     VALUE SPACES.

       *> Branch code looked up on the reference file, and the name
       *> and cost center found for it.
       01  BRANCH-REFERENCE-VALUES.
           05  WS-NAME-LOOKUP-CODE    PIC X(3)  VALUE SPACES.
           05  WS-BRANCH-NAME         PIC X(30) VALUE SPACES.
           05  WS-BRANCH-COST-CENTER  PIC X(6)  VALUE SPACES.
           05  WS-BRANCH-REF-SWITCH   PIC X     VALUE "Y".
               88  BRANCH-ON-REFERENCE      VALUE "Y".
               88  BRANCH-NOT-ON-REFERENCE  VALUE "N".

       *> Extract control totals proved on the listing before the
       *> ledger loads the file.
       01  GL-CONTROL-TOTALS.
           05  GLT-ENTRY-COUNT        PIC 9(7)     VALUE 0.
           05  GLT-UNMAPPED-COUNT     PIC 9(7)     VALUE 0.
           05  GLT-DEBIT-TOTAL        PIC 9(11)V99 VALUE 0.
           05  GLT-CREDIT-TOTAL       PIC 9(11)V99 VALUE 0.
           05  GLT-HASH-TOTAL         PIC 9(11)V99 VALUE 0.
           05  GLT-BALANCE-SWITCH     PIC X        VALUE "Y".
               88  GLT-IN-BALANCE           VALUE "Y".
               88  GLT-OUT-OF-BALANCE       VALUE "N".

       *> Per-branch journal totals, one slot per branch the day's
       *> posted items touched, printed after the item lines.
       01  BRANCH-TABLE-VALUES.
           05  WS-BR-MAX              PIC 9(3) VALUE 200.
           05  WS-BR-COUNT            PIC 9(3) VALUE 0.
           05  WS-BR-INDEX            PIC 9(3) VALUE 0.
           05  WS-BR-SLOT             PIC 9(3) VALUE 0.
           05  BR-ENTRY OCCURS 200 TIMES.
               10  BR-CODE                PIC X(3).
               10  BR-DEPOSIT-COUNT       PIC 9(7).
               10  BR-DEPOSIT-TOTAL       PIC 9(11)V99.
               10  BR-WITHDRAWAL-COUNT    PIC 9(7).
               10  BR-WITHDRAWAL-TOTAL    PIC 9(11)V99.
               10  BR-PENALTY-TOTAL       PIC 9(11)V99.

       *> Teller journal line layouts, built up in WORKING-STORAGE
       *> and moved to LIST-RECORD before each WRITE.
       01  TXJ-HEADING-LINE-1.
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  FILLER                 PIC X(52)
               VALUE "TXNPOST1 - DEPOSIT AND WITHDRAWAL TELLER JOURNAL".
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  TXJ-HEADING-LINE-2.
           05  FILLER                 PIC X(10) VALUE "RUN DATE ".
           05  TXJ-HDG-RUN-DATE       PIC 9(8).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE "PENALTY DAYS ".
           05  TXJ-HDG-PENALTY-DAYS   PIC ZZ9.
           05  FILLER                 PIC X(93) VALUE SPACES.

       01  TXJ-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT".
           05  FILLER                 PIC X(5)  VALUE "BRN".
           05  FILLER                 PIC X(6)  VALUE "PROD".
           05  FILLER                 PIC X(5)  VALUE "TYPE".
           05  FILLER                 PIC X(10) VALUE "TELLER".
           05  FILLER                 PIC X(12) VALUE "REFERENCE".
           05  FILLER                 PIC X(15) VALUE "        AMOUNT".
           05  FILLER                 PIC X(15) VALUE "       PENALTY".
           05  FILLER                 PIC X(15) VALUE "        BEFORE".
           05  FILLER                 PIC X(15) VALUE "         AFTER".
           05  FILLER                 PIC X(22) VALUE "STATUS".

       01  TXJ-DETAIL-LINE.
           05  TXJ-DET-ACCT-ID        PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TXJ-DET-BRANCH         PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TXJ-DET-PRODUCT        PIC X(4).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  TXJ-DET-TYPE           PIC X.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  TXJ-DET-TELLER         PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TXJ-DET-REFERENCE      PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TXJ-DET-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TXJ-DET-PENALTY        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TXJ-DET-BEFORE         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TXJ-DET-AFTER          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TXJ-DET-STATUS         PIC X(22).

       01  TXJ-BRANCH-TITLE-LINE.
           05  FILLER                 PIC X(40)
               VALUE "TELLER TOTALS BY BRANCH".
           05  FILLER                 PIC X(92) VALUE SPACES.

       01  TXJ-BRANCH-COLUMN-LINE.
           05  FILLER                 PIC X(26) VALUE "BRANCH".
           05  FILLER                 PIC X(10) VALUE "  DEPOSITS".
           05  FILLER                 PIC X(20) VALUE
               "      DEPOSIT AMOUNT".
           05  FILLER                 PIC X(10) VALUE "  WITHDRWL".
           05  FILLER                 PIC X(20) VALUE
               "   WITHDRAWAL AMOUNT".
           05  FILLER                 PIC X(20) VALUE
               "           PENALTIES".
           05  FILLER                 PIC X(20) VALUE
               "          NET CHANGE".
           05  FILLER                 PIC X(6)  VALUE SPACES.

       01  TXJ-BRANCH-LINE.
           05  TXJ-BRN-CODE           PIC X(3).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  TXJ-BRN-NAME           PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TXJ-BRN-DEP-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  TXJ-BRN-DEP-AMOUNT     PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TXJ-BRN-WDL-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  TXJ-BRN-WDL-AMOUNT     PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TXJ-BRN-PENALTY        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TXJ-BRN-NET-CHANGE     PIC -$$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(7)  VALUE SPACES.

       01  TXJ-COUNT-TOTAL-LINE.
           05  TXJ-CTOT-LABEL         PIC X(26).
           05  TXJ-CTOT-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(97) VALUE SPACES.

       01  TXJ-AMOUNT-TOTAL-LINE.
           05  TXJ-ATOT-LABEL         PIC X(26).
           05  TXJ-ATOT-AMOUNT        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(88) VALUE SPACES.

       01  TXJ-PROOF-LINE.
           05  TXJ-PROOF-TEXT         PIC X(50).
           05  FILLER                 PIC X(82) VALUE SPACES.

       01  TXJ-BLANK-LINE             PIC X(132) VALUE SPACES.

       *> Signed work field for a branch's net balance change
       01  WS-NET-CHANGE              PIC S9(11)V99 VALUE 0.

       *> Proof listing line layouts, built up in WORKING-STORAGE and
       *> moved to PROOF-RECORD before each WRITE.
       01  GLP-HEADING-LINE-1.
           05  FILLER                 PIC X(17) VALUE SPACES.
           05  FILLER                 PIC X(46)
               VALUE "TXNPOST1 - CASH MOVEMENT LEDGER EXTRACT PROOF".
           05  FILLER                 PIC X(17) VALUE SPACES.

       01  GLP-COLUMN-LINE.
           05  FILLER                 PIC X(5)  VALUE "D/C".
           05  FILLER                 PIC X(5)  VALUE "BRN".
           05  FILLER                 PIC X(6)  VALUE "PROD".
           05  FILLER                 PIC X(10) VALUE "LEDGER".
           05  FILLER                 PIC X(8)  VALUE "CCTR".
           05  FILLER                 PIC X(18) VALUE "            AMOUNT".
           05  FILLER                 PIC X(28) VALUE SPACES.

       01  GLP-ENTRY-LINE.
           05  GLP-ENT-TYPE           PIC X.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  GLP-ENT-BRANCH         PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  GLP-ENT-PRODUCT        PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  GLP-ENT-LEDGER-ACCT    PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  GLP-ENT-COST-CENTER    PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  GLP-ENT-AMOUNT         PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(28) VALUE SPACES.

       01  GLP-AMOUNT-TOTAL-LINE.
           05  GLP-ATOT-LABEL         PIC X(26).
           05  GLP-ATOT-AMOUNT        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  GLP-COUNT-TOTAL-LINE.
           05  GLP-CTOT-LABEL         PIC X(26).
           05  GLP-CTOT-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(45) VALUE SPACES.

       01  GLP-PROOF-LINE.
           05  GLP-PROOF-TEXT         PIC X(50).
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  GLP-BLANK-LINE             PIC X(80) VALUE SPACES.

       *> End-of-file switch for the transaction batch
       01  WS-FILE-STATUS-VALUES.
           05  WS-END-OF-TXN-FILE     PIC X VALUE "N".
               88  END-OF-TXN-FILE          VALUE "Y".

       PROCEDURE DIVISION.

       *> Main control paragraph
       000-POST-TRANSACTIONS.
           DISPLAY "--------------------------------------------"
           DISPLAY "TXNPOST1 - Deposit and Withdrawal Posting"
           DISPLAY "Posting TXNIN monetary items to ACCTMST"
           DISPLAY "--------------------------------------------"

           PERFORM 005-APPLY-RUN-PARAMETERS

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN INPUT TXN-FILE
           IF FS-TXN-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING TRANSACTION FILE - STATUS "
                   FS-TXN-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
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
           OPEN INPUT REFERENCE-FILE
           IF FS-REFERENCE-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING REFERENCE FILE - STATUS "
                   FS-REFERENCE-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LIST-FILE
           PERFORM 145-WRITE-JOURNAL-HEADINGS

           PERFORM UNTIL END-OF-TXN-FILE
               READ TXN-FILE
                   AT END SET END-OF-TXN-FILE TO TRUE
                   NOT AT END
                       IF TXN-IS-HEADER
                           ADD TXN-EXPECTED-COUNT TO CT-EXPECTED-COUNT
                           ADD TXN-EXPECTED-TOTAL TO CT-EXPECTED-TOTAL
                           SET CT-HEADER-RECORD-SEEN TO TRUE
                       ELSE
                       IF TXN-IS-DETAIL
                           PERFORM 030-APPLY-ONE-TRANSACTION
                       ELSE
                           DISPLAY "*** RECORD TYPE IS NOT DETAIL"
                               " (D) - SKIPPED ***"
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TXN-FILE
           CLOSE MASTER-FILE
           CLOSE HISTORY-FILE

           PERFORM 150-WRITE-BRANCH-TOTALS
           PERFORM 200-WRITE-GL-EXTRACT
           CLOSE REFERENCE-FILE
           PERFORM 170-RECONCILE-CONTROL-TOTALS
           PERFORM 160-WRITE-JOURNAL-TOTALS
           CLOSE LIST-FILE

           DISPLAY "Items Read:           " CT-TRANS-READ
           DISPLAY "Items Posted:         " CT-TRANS-POSTED
           DISPLAY "Items Refused:        " CT-TRANS-REJECTED
           DISPLAY "Early Penalties:      " CT-PENALTY-COUNT
           DISPLAY "Dormant Reactivated:  " CT-REACTIVATED-COUNT
           DISPLAY "--------------------------------------------"

           PERFORM 900-WRITE-RUN-LOG

           STOP RUN
           .

       *> Appends this run's completion record to the shared run log
       *> CYCSTAT1 reports the cycle's health from. A batch that
       *> failed to balance, or whose ledger extract failed to prove,
       *> logs itself out of balance.
       900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF FS-RUN-LOG-FILE NOT = "00" AND FS-RUN-LOG-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING RUN LOG - STATUS "
                   FS-RUN-LOG-FILE " ***"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "TXNPOST1"        TO RLG-PROGRAM-ID
               MOVE WS-RUN-DATE       TO RLG-RUN-DATE
               MOVE WS-RUN-TIME       TO RLG-RUN-TIME
               MOVE CT-TRANS-READ     TO RLG-RECORDS-READ
               MOVE CT-TRANS-POSTED   TO RLG-RECORDS-PROCESSED
               MOVE CT-TRANS-REJECTED TO RLG-RECORDS-REJECTED
               COMPUTE RLG-DOLLAR-TOTAL =
                   CT-DEPOSIT-TOTAL + CT-WITHDRAWAL-TOTAL
               MOVE RETURN-CODE       TO RLG-RETURN-CODE
               IF CT-OUT-OF-BALANCE OR GLT-OUT-OF-BALANCE
                   MOVE "N" TO RLG-BALANCE-FLAG
               ELSE
                   MOVE "Y" TO RLG-BALANCE-FLAG
               END-IF
               WRITE RUNLOG-RECORD
               IF FS-RUN-LOG-FILE NOT = "00"
                   DISPLAY "*** ERROR WRITING RUN LOG - STATUS "
                       FS-RUN-LOG-FILE " ***"
                   MOVE 12 TO RETURN-CODE
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF
           .

       *> Applies the PARM card's early-withdrawal penalty days.
       *> Unsupplied (blank, zero, or no PARM at all) takes the
       *> 90-day default.
       005-APPLY-RUN-PARAMETERS.
           ACCEPT WS-RUN-PARM-RAW FROM COMMAND-LINE

           IF WS-RUN-PARM-RAW NOT = SPACES
               IF PARM-PENALTY-DAYS IS NUMERIC
                   MOVE PARM-PENALTY-DAYS TO WS-PENALTY-DAYS
               ELSE
                   DISPLAY "*** PARM PENALTY DAYS '" PARM-PENALTY-DAYS
                       "' NOT NUMERIC - DEFAULTING TO 90 ***"
                   MOVE 0 TO WS-PENALTY-DAYS
               END-IF
           END-IF

           IF WS-PENALTY-DAYS = 0
               MOVE 90 TO WS-PENALTY-DAYS
           END-IF
           .

       *> Edits one transaction and finds its account on the master,
       *> then hands it to the deposit or withdrawal paragraph. An
       *> item that fails an edit or names an account not on file is
       *> listed as refused, never silently dropped. A blank effective
       *> date means today; one that doesn't edit, or that lies after
       *> today, is refused before it can price a penalty or stamp
       *> the activity date the dormancy sweep works from.
       030-APPLY-ONE-TRANSACTION.
           ADD 1 TO CT-TRANS-READ
           ADD TXN-AMOUNT TO CT-AMOUNT-READ

           MOVE 0 TO WS-BEFORE-BALANCE
           MOVE 0 TO WS-AFTER-BALANCE
           MOVE 0 TO WS-PENALTY-AMOUNT
           MOVE SPACES TO MST-BRANCH-CODE
           MOVE SPACES TO MST-PRODUCT-CODE

           MOVE WS-RUN-DATE TO WS-TXN-DATE
           SET CHECK-DATE-VALID TO TRUE
           IF TXN-EFFECTIVE-DATE = SPACES OR TXN-EFFECTIVE-DATE = ZERO
               CONTINUE
           ELSE
               IF TXN-EFFECTIVE-DATE IS NOT NUMERIC
                   SET CHECK-DATE-INVALID TO TRUE
               ELSE
                   MOVE TXN-EFFECTIVE-DATE TO WS-CHECK-DATE
                   PERFORM 053-CHECK-ONE-DATE
                   IF CHECK-DATE-VALID
                       MOVE TXN-EFFECTIVE-DATE TO WS-TXN-DATE
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT TXN-IS-DEPOSIT AND NOT TXN-IS-WITHDRAWAL
                   MOVE "TYPE IS NOT D OR W" TO WS-REJECT-TEXT
                   PERFORM 055-REFUSE-TRANSACTION
               WHEN TXN-AMOUNT = 0
                   MOVE "AMOUNT IS ZERO" TO WS-REJECT-TEXT
                   PERFORM 055-REFUSE-TRANSACTION
               WHEN CHECK-DATE-INVALID
                   MOVE "EFFECTIVE DATE INVALID" TO WS-REJECT-TEXT
                   PERFORM 055-REFUSE-TRANSACTION
               WHEN WS-TXN-DATE > WS-RUN-DATE
                   MOVE "FUTURE EFFECTIVE DATE" TO WS-REJECT-TEXT
                   PERFORM 055-REFUSE-TRANSACTION
               WHEN OTHER
                   MOVE TXN-ACCT-ID TO MST-ACCT-ID
                   READ MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO MST-BRANCH-CODE
                           MOVE SPACES TO MST-PRODUCT-CODE
                           MOVE "ACCOUNT NOT ON MASTER"
                               TO WS-REJECT-TEXT
                           PERFORM 055-REFUSE-TRANSACTION
                       NOT INVALID KEY
                           PERFORM 035-APPLY-TO-ACCOUNT-ON-FILE
                   END-READ
           END-EVALUATE
           .

       *> Hands the item to the deposit or withdrawal paragraph once
       *> the account's status allows it. A frozen account takes no
       *> money in or out, and a closed one has nothing left to
       *> post to.
       035-APPLY-TO-ACCOUNT-ON-FILE.
           MOVE MST-INVESTMENT-AMOUNT TO WS-BEFORE-BALANCE
           EVALUATE TRUE
               WHEN MST-IS-FROZEN
                   MOVE "ACCOUNT FROZEN" TO WS-REJECT-TEXT
                   PERFORM 055-REFUSE-TRANSACTION
               WHEN MST-IS-CLOSED
                   MOVE "ACCOUNT CLOSED" TO WS-REJECT-TEXT
                   PERFORM 055-REFUSE-TRANSACTION
               WHEN TXN-IS-DEPOSIT
                   PERFORM 040-APPLY-DEPOSIT
               WHEN OTHER
                   PERFORM 045-APPLY-WITHDRAWAL
           END-EVALUATE
           .

       *> Adds a deposit to the balance. A deposit the balance field
       *> can't hold is refused rather than truncated.
       040-APPLY-DEPOSIT.
           COMPUTE WS-AFTER-BALANCE = WS-BEFORE-BALANCE + TXN-AMOUNT
           IF WS-AFTER-BALANCE > 9999999.99
               MOVE "EXCEEDS BALANCE FIELD" TO WS-REJECT-TEXT
               MOVE WS-BEFORE-BALANCE TO WS-AFTER-BALANCE
               PERFORM 055-REFUSE-TRANSACTION
           ELSE
               PERFORM 050-REWRITE-MASTER-BALANCE
           END-IF
           .

       *> Takes a withdrawal out of the balance, charging the early-
       *> withdrawal penalty when the money comes out before the
       *> account's maturity date. A withdrawal that, with its
       *> penalty, would take the balance below zero is refused.
       045-APPLY-WITHDRAWAL.
           IF MST-MATURITY-DATE > 0
                   AND WS-TXN-DATE < MST-MATURITY-DATE
               PERFORM 047-CALCULATE-EARLY-PENALTY
           END-IF

           IF TXN-AMOUNT + WS-PENALTY-AMOUNT > WS-BEFORE-BALANCE
               IF WS-PENALTY-AMOUNT > 0
                   MOVE "OVERDRAW WITH PENALTY" TO WS-REJECT-TEXT
               ELSE
                   MOVE "WOULD OVERDRAW" TO WS-REJECT-TEXT
               END-IF
               MOVE WS-BEFORE-BALANCE TO WS-AFTER-BALANCE
               PERFORM 055-REFUSE-TRANSACTION
           ELSE
               COMPUTE WS-AFTER-BALANCE =
                   WS-BEFORE-BALANCE - TXN-AMOUNT - WS-PENALTY-AMOUNT
               PERFORM 050-REWRITE-MASTER-BALANCE
           END-IF
           .

       *> Works out the early-withdrawal penalty: the PARM number of
       *> days' simple interest on the amount withdrawn at the
       *> account's rate, never more days than are actually left to
       *> maturity.
       047-CALCULATE-EARLY-PENALTY.
           COMPUTE WS-DAYS-TO-MATURITY =
               FUNCTION INTEGER-OF-DATE(MST-MATURITY-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TXN-DATE)

           IF WS-DAYS-TO-MATURITY < WS-PENALTY-DAYS
               MOVE WS-DAYS-TO-MATURITY TO WS-PENALTY-DAYS-CHARGED
           ELSE
               MOVE WS-PENALTY-DAYS TO WS-PENALTY-DAYS-CHARGED
           END-IF

           IF MST-YEARLY-INTEREST-RATE > 0
               COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                   TXN-AMOUNT * MST-YEARLY-INTEREST-RATE / 100
                       * WS-PENALTY-DAYS-CHARGED / 365
           ELSE
               MOVE 0 TO WS-PENALTY-AMOUNT
           END-IF
           .

       *> Edits the date in WS-CHECK-DATE: a real calendar month and
       *> a day that month actually has, February checked against
       *> the leap-year rule.
       053-CHECK-ONE-DATE.
           SET CHECK-DATE-VALID TO TRUE

           EVALUATE WS-CHECK-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   COMPUTE WS-LEAP-REMAINDER =
                       FUNCTION MOD(WS-CHECK-YEAR, 4)
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       COMPUTE WS-LEAP-REMAINDER =
                           FUNCTION MOD(WS-CHECK-YEAR, 100)
                       IF WS-LEAP-REMAINDER = 0
                           COMPUTE WS-LEAP-REMAINDER =
                               FUNCTION MOD(WS-CHECK-YEAR, 400)
                           IF WS-LEAP-REMAINDER NOT = 0
                               MOVE 28 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   SET CHECK-DATE-INVALID TO TRUE
           END-EVALUATE

           IF CHECK-DATE-VALID
               IF WS-CHECK-DAY = 0 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
                       OR WS-CHECK-YEAR = 0
                   SET CHECK-DATE-INVALID TO TRUE
               END-IF
           END-IF
           .

       *> Rewrites the master's balance, counting the item only once
       *> the rewrite has actually succeeded, and rolls it into the
       *> branch totals and the ledger summary. The item is customer
       *> activity: it stamps the account's last activity date, and
       *> a dormant account comes back to active.
       050-REWRITE-MASTER-BALANCE.
           MOVE MASTER-RECORD TO WS-HELD-MASTER
           MOVE "N" TO WS-REACTIVATED-SWITCH
           MOVE WS-AFTER-BALANCE TO MST-INVESTMENT-AMOUNT
           IF WS-TXN-DATE > MST-LAST-ACTIVITY-DATE
               MOVE WS-TXN-DATE TO MST-LAST-ACTIVITY-DATE
           END-IF
           IF MST-IS-DORMANT
               MOVE "A"         TO MST-STATUS-CODE
               MOVE WS-RUN-DATE TO MST-STATUS-DATE
               SET ACCOUNT-REACTIVATED TO TRUE
           END-IF
           REWRITE MASTER-RECORD
           IF FS-MASTER-FILE NOT = "00"
               DISPLAY "*** ERROR REWRITING MASTER FOR " TXN-ACCT-ID
                   " - STATUS " FS-MASTER-FILE " ***"
               MOVE 12 TO RETURN-CODE
               MOVE "REWRITE FAILED" TO WS-REJECT-TEXT
               MOVE WS-BEFORE-BALANCE TO WS-AFTER-BALANCE
               PERFORM 055-REFUSE-TRANSACTION
           ELSE
               ADD 1 TO CT-TRANS-POSTED
               IF TXN-IS-DEPOSIT
                   ADD 1 TO CT-DEPOSIT-COUNT
                   ADD TXN-AMOUNT TO CT-DEPOSIT-TOTAL
               ELSE
                   ADD 1 TO CT-WITHDRAWAL-COUNT
                   ADD TXN-AMOUNT TO CT-WITHDRAWAL-TOTAL
                   IF WS-PENALTY-AMOUNT > 0
                       ADD 1 TO CT-PENALTY-COUNT
                       ADD WS-PENALTY-AMOUNT TO CT-PENALTY-TOTAL
                   END-IF
               END-IF
               PERFORM 065-ROLL-TO-BRANCH-TOTALS
               PERFORM 067-ROLL-TO-GL-SUMMARY
               EVALUATE TRUE
                   WHEN ACCOUNT-REACTIVATED
                       MOVE "POSTED - REACTIVATED" TO TXJ-DET-STATUS
                       PERFORM 057-LOG-REACTIVATION
                   WHEN WS-PENALTY-AMOUNT > 0
                       MOVE "POSTED - EARLY PENALTY" TO TXJ-DET-STATUS
                   WHEN OTHER
                       MOVE "POSTED" TO TXJ-DET-STATUS
               END-EVALUATE
               PERFORM 060-WRITE-JOURNAL-LINE
           END-IF
           .

       *> Appends the reactivation to the master change history as a
       *> status change keyed by this program, so the account's
       *> lineage shows what brought it back from dormancy.
       057-LOG-REACTIVATION.
           ADD 1 TO CT-REACTIVATED-COUNT
           MOVE "S"            TO HIST-ACTION
           MOVE WS-RUN-DATE    TO HIST-RUN-DATE
           MOVE WS-RUN-TIME    TO HIST-RUN-TIME
           MOVE "TXNPOST1"     TO HIST-OPERATOR-ID
           MOVE TXN-ACCT-ID    TO HIST-ACCT-ID
           MOVE WS-HELD-MASTER TO HIST-BEFORE-IMAGE
           MOVE MASTER-RECORD  TO HIST-AFTER-IMAGE
           WRITE HISTORY-RECORD
           IF FS-HISTORY-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING HISTORY RECORD FOR "
                   TXN-ACCT-ID " - STATUS " FS-HISTORY-FILE " ***"
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       *> Lists a refused item with its reason and counts it
       055-REFUSE-TRANSACTION.
           ADD 1 TO CT-TRANS-REJECTED
           MOVE 0 TO WS-PENALTY-AMOUNT
           MOVE WS-BEFORE-BALANCE TO WS-AFTER-BALANCE
           MOVE WS-REJECT-TEXT TO TXJ-DET-STATUS
           PERFORM 060-WRITE-JOURNAL-LINE

           DISPLAY "*** REFUSED: " TXN-TYPE " " TXN-ACCT-ID
               " - " WS-REJECT-TEXT
           .

       *> Writes the journal line for the item in hand
       060-WRITE-JOURNAL-LINE.
           MOVE TXN-ACCT-ID       TO TXJ-DET-ACCT-ID
           MOVE MST-BRANCH-CODE   TO TXJ-DET-BRANCH
           MOVE MST-PRODUCT-CODE  TO TXJ-DET-PRODUCT
           MOVE TXN-TYPE          TO TXJ-DET-TYPE
           MOVE TXN-TELLER-ID     TO TXJ-DET-TELLER
           MOVE TXN-REFERENCE     TO TXJ-DET-REFERENCE
           MOVE TXN-AMOUNT        TO TXJ-DET-AMOUNT
           MOVE WS-PENALTY-AMOUNT TO TXJ-DET-PENALTY
           MOVE WS-BEFORE-BALANCE TO TXJ-DET-BEFORE
           MOVE WS-AFTER-BALANCE  TO TXJ-DET-AFTER
           WRITE LIST-RECORD FROM TXJ-DETAIL-LINE
           .

       *> Rolls the item just posted into its branch's journal
       *> totals, opening a slot the first time the branch appears.
       065-ROLL-TO-BRANCH-TOTALS.
           MOVE 0 TO WS-BR-SLOT
           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT
               IF BR-CODE (WS-BR-INDEX) = MST-BRANCH-CODE
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
               MOVE MST-BRANCH-CODE TO BR-CODE (WS-BR-SLOT)
               MOVE 0 TO BR-DEPOSIT-COUNT (WS-BR-SLOT)
               MOVE 0 TO BR-DEPOSIT-TOTAL (WS-BR-SLOT)
               MOVE 0 TO BR-WITHDRAWAL-COUNT (WS-BR-SLOT)
               MOVE 0 TO BR-WITHDRAWAL-TOTAL (WS-BR-SLOT)
               MOVE 0 TO BR-PENALTY-TOTAL (WS-BR-SLOT)
           END-IF

           IF TXN-IS-DEPOSIT
               ADD 1 TO BR-DEPOSIT-COUNT (WS-BR-SLOT)
               ADD TXN-AMOUNT TO BR-DEPOSIT-TOTAL (WS-BR-SLOT)
           ELSE
               ADD 1 TO BR-WITHDRAWAL-COUNT (WS-BR-SLOT)
               ADD TXN-AMOUNT TO BR-WITHDRAWAL-TOTAL (WS-BR-SLOT)
               ADD WS-PENALTY-AMOUNT TO BR-PENALTY-TOTAL (WS-BR-SLOT)
           END-IF
           .

       *> Rolls the item just posted into its branch/product ledger
       *> summary slot, opening a new slot the first time the
       *> combination appears, the way SAVPOST1's 062-ROLL-INTEREST-
       *> TO-GL does.
       067-ROLL-TO-GL-SUMMARY.
           MOVE 0 TO WS-GLS-SLOT
           PERFORM VARYING WS-GLS-INDEX FROM 1 BY 1
                   UNTIL WS-GLS-INDEX > WS-GLS-COUNT
               IF GLS-BRANCH-CODE (WS-GLS-INDEX) = MST-BRANCH-CODE
                   AND GLS-PRODUCT-CODE (WS-GLS-INDEX)
                       = MST-PRODUCT-CODE
                   AND WS-GLS-SLOT = 0
                   MOVE WS-GLS-INDEX TO WS-GLS-SLOT
               END-IF
           END-PERFORM

           IF WS-GLS-SLOT = 0
               IF WS-GLS-COUNT = WS-GLS-MAX
                   DISPLAY "*** MORE THAN " WS-GLS-MAX
                       " BRANCH/PRODUCT COMBINATIONS - RUN"
                       " STOPPED ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GLS-COUNT
               MOVE WS-GLS-COUNT TO WS-GLS-SLOT
               MOVE MST-BRANCH-CODE
                   TO GLS-BRANCH-CODE (WS-GLS-SLOT)
               MOVE MST-PRODUCT-CODE
                   TO GLS-PRODUCT-CODE (WS-GLS-SLOT)
               MOVE 0 TO GLS-DEPOSIT-TOTAL (WS-GLS-SLOT)
               MOVE 0 TO GLS-WITHDRAWAL-TOTAL (WS-GLS-SLOT)
               MOVE 0 TO GLS-PENALTY-TOTAL (WS-GLS-SLOT)
           END-IF

           IF TXN-IS-DEPOSIT
               ADD TXN-AMOUNT TO GLS-DEPOSIT-TOTAL (WS-GLS-SLOT)
           ELSE
               ADD TXN-AMOUNT TO GLS-WITHDRAWAL-TOTAL (WS-GLS-SLOT)
               ADD WS-PENALTY-AMOUNT
                   TO GLS-PENALTY-TOTAL (WS-GLS-SLOT)
           END-IF
           .

       *> Writes the journal's heading block and column headings
       145-WRITE-JOURNAL-HEADINGS.
           MOVE WS-RUN-DATE     TO TXJ-HDG-RUN-DATE
           MOVE WS-PENALTY-DAYS TO TXJ-HDG-PENALTY-DAYS
           WRITE LIST-RECORD FROM TXJ-HEADING-LINE-1
           WRITE LIST-RECORD FROM TXJ-HEADING-LINE-2
           WRITE LIST-RECORD FROM TXJ-BLANK-LINE
           WRITE LIST-RECORD FROM TXJ-COLUMN-LINE
           .

       *> Looks up the branch in WS-NAME-LOOKUP-CODE on the reference
       *> file for the name the listings print and the cost center
       *> its ledger entries are charged to.
       155-LOOK-UP-BRANCH.
           MOVE "B"                 TO REF-REC-TYPE
           MOVE WS-NAME-LOOKUP-CODE TO REF-CODE
           READ REFERENCE-FILE
               INVALID KEY
                   SET BRANCH-NOT-ON-REFERENCE TO TRUE
                   MOVE "BRANCH NOT ON FILE" TO WS-BRANCH-NAME
                   MOVE SPACES               TO WS-BRANCH-COST-CENTER
               NOT INVALID KEY
                   SET BRANCH-ON-REFERENCE TO TRUE
                   MOVE REF-BRANCH-NAME TO WS-BRANCH-NAME
                   MOVE REF-COST-CENTER TO WS-BRANCH-COST-CENTER
           END-READ
           .

       *> Writes the teller totals by branch: deposits, withdrawals,
       *> penalties, and the net change each branch made to the book.
       150-WRITE-BRANCH-TOTALS.
           WRITE LIST-RECORD FROM TXJ-BLANK-LINE
           WRITE LIST-RECORD FROM TXJ-BRANCH-TITLE-LINE
           WRITE LIST-RECORD FROM TXJ-BRANCH-COLUMN-LINE

           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT
               MOVE BR-CODE (WS-BR-INDEX)          TO TXJ-BRN-CODE
               MOVE BR-CODE (WS-BR-INDEX)          TO WS-NAME-LOOKUP-CODE
               PERFORM 155-LOOK-UP-BRANCH
               MOVE WS-BRANCH-NAME                 TO TXJ-BRN-NAME
               MOVE BR-DEPOSIT-COUNT (WS-BR-INDEX) TO TXJ-BRN-DEP-COUNT
               MOVE BR-DEPOSIT-TOTAL (WS-BR-INDEX) TO TXJ-BRN-DEP-AMOUNT
               MOVE BR-WITHDRAWAL-COUNT (WS-BR-INDEX)
                   TO TXJ-BRN-WDL-COUNT
               MOVE BR-WITHDRAWAL-TOTAL (WS-BR-INDEX)
                   TO TXJ-BRN-WDL-AMOUNT
               MOVE BR-PENALTY-TOTAL (WS-BR-INDEX) TO TXJ-BRN-PENALTY
               COMPUTE WS-NET-CHANGE =
                   BR-DEPOSIT-TOTAL (WS-BR-INDEX)
                   - BR-WITHDRAWAL-TOTAL (WS-BR-INDEX)
                   - BR-PENALTY-TOTAL (WS-BR-INDEX)
               MOVE WS-NET-CHANGE TO TXJ-BRN-NET-CHANGE
               WRITE LIST-RECORD FROM TXJ-BRANCH-LINE
           END-PERFORM
           .

       *> Cuts the ledger interface file off the day's branch/product
       *> cash summary - deposits debit cash and credit the deposit
       *> liability, withdrawals the reverse, and penalties move from
       *> the liability to penalty income - under a trailer carrying
       *> the entry count and hash total, and writes the proof
       *> listing that ties the entries back to what the journal
       *> posted. An extract that doesn't prove sets a nonzero
       *> RETURN-CODE so the job stream stops.
       200-WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-FILE
           IF FS-GL-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING GL FILE - STATUS "
                   FS-GL-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PROOF-FILE
           WRITE PROOF-RECORD FROM GLP-HEADING-LINE-1
           WRITE PROOF-RECORD FROM GLP-BLANK-LINE
           WRITE PROOF-RECORD FROM GLP-COLUMN-LINE

           PERFORM VARYING WS-GLS-INDEX FROM 1 BY 1
                   UNTIL WS-GLS-INDEX > WS-GLS-COUNT
               MOVE GLS-BRANCH-CODE (WS-GLS-INDEX)
                   TO WS-NAME-LOOKUP-CODE
               PERFORM 155-LOOK-UP-BRANCH
               MOVE WS-BRANCH-COST-CENTER TO WS-PAIR-COST-CENTER
               IF BRANCH-NOT-ON-REFERENCE
                   ADD 1 TO GLT-UNMAPPED-COUNT
                   MOVE SPACES TO GLP-PROOF-TEXT
                   STRING "*** BRANCH " DELIMITED BY SIZE
                       WS-NAME-LOOKUP-CODE DELIMITED BY SIZE
                       " NOT ON FILE - NO COST CENTER" DELIMITED BY SIZE
                       INTO GLP-PROOF-TEXT
                   WRITE PROOF-RECORD FROM GLP-PROOF-LINE
               END-IF
               IF GLS-DEPOSIT-TOTAL (WS-GLS-INDEX) > 0
                   MOVE GL-CASH-ACCT              TO WS-PAIR-DEBIT-ACCT
                   MOVE GL-DEPOSIT-LIABILITY-ACCT TO WS-PAIR-CREDIT-ACCT
                   MOVE GLS-DEPOSIT-TOTAL (WS-GLS-INDEX)
                       TO WS-PAIR-AMOUNT
                   PERFORM 205-WRITE-GL-ENTRY-PAIR
               END-IF
               IF GLS-WITHDRAWAL-TOTAL (WS-GLS-INDEX) > 0
                   MOVE GL-DEPOSIT-LIABILITY-ACCT TO WS-PAIR-DEBIT-ACCT
                   MOVE GL-CASH-ACCT              TO WS-PAIR-CREDIT-ACCT
                   MOVE GLS-WITHDRAWAL-TOTAL (WS-GLS-INDEX)
                       TO WS-PAIR-AMOUNT
                   PERFORM 205-WRITE-GL-ENTRY-PAIR
               END-IF
               IF GLS-PENALTY-TOTAL (WS-GLS-INDEX) > 0
                   MOVE GL-DEPOSIT-LIABILITY-ACCT TO WS-PAIR-DEBIT-ACCT
                   MOVE GL-PENALTY-INCOME-ACCT    TO WS-PAIR-CREDIT-ACCT
                   MOVE GLS-PENALTY-TOTAL (WS-GLS-INDEX)
                       TO WS-PAIR-AMOUNT
                   PERFORM 205-WRITE-GL-ENTRY-PAIR
               END-IF
           END-PERFORM

           MOVE SPACES          TO GL-RECORD
           MOVE "T"             TO GL-REC-TYPE
           MOVE GLT-ENTRY-COUNT TO GL-ENTRY-COUNT
           MOVE GLT-HASH-TOTAL  TO GL-HASH-TOTAL
           WRITE GL-RECORD
           IF FS-GL-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING GL TRAILER - STATUS "
                   FS-GL-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE GL-FILE

           COMPUTE WS-TXN-DEBIT-TOTAL =
               CT-DEPOSIT-TOTAL + CT-WITHDRAWAL-TOTAL + CT-PENALTY-TOTAL
           IF GLT-DEBIT-TOTAL NOT = GLT-CREDIT-TOTAL
               OR GLT-DEBIT-TOTAL NOT = WS-TXN-DEBIT-TOTAL
               SET GLT-OUT-OF-BALANCE TO TRUE
           END-IF

           PERFORM 210-WRITE-GL-PROOF-TOTALS
           CLOSE PROOF-FILE

           DISPLAY "GL Entries Written:   " GLT-ENTRY-COUNT
           IF GLT-OUT-OF-BALANCE
               DISPLAY "*** GL EXTRACT OUT OF BALANCE - JOB"
                   " STREAM STOPPED ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "GL extract is in balance"
           END-IF
           IF GLT-UNMAPPED-COUNT > 0
               DISPLAY "*** " GLT-UNMAPPED-COUNT " GL BRANCHES NOT ON"
                   " REFERENCE FILE - REVIEW TXNPROOF ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       *> Writes one debit/credit entry pair for the branch/product
       *> slot in hand and its two proof lines, rolling both into the
       *> extract's control totals.
       205-WRITE-GL-ENTRY-PAIR.
           MOVE SPACES TO GL-RECORD
           MOVE "E"    TO GL-REC-TYPE
           MOVE "D"    TO GL-ENTRY-TYPE
           MOVE GLS-BRANCH-CODE (WS-GLS-INDEX)  TO GL-BRANCH-CODE
           MOVE GLS-PRODUCT-CODE (WS-GLS-INDEX) TO GL-PRODUCT-CODE
           MOVE WS-PAIR-DEBIT-ACCT              TO GL-ACCOUNT-NUMBER
           MOVE WS-PAIR-AMOUNT                  TO GL-AMOUNT
           MOVE WS-RUN-DATE                     TO GL-RUN-DATE
           MOVE WS-PAIR-COST-CENTER             TO GL-COST-CENTER
           WRITE GL-RECORD
           IF FS-GL-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING GL ENTRY - STATUS "
                   FS-GL-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO GLT-ENTRY-COUNT
           ADD WS-PAIR-AMOUNT TO GLT-DEBIT-TOTAL
           ADD WS-PAIR-AMOUNT TO GLT-HASH-TOTAL
           PERFORM 207-WRITE-GL-PROOF-LINE

           MOVE "C"                 TO GL-ENTRY-TYPE
           MOVE WS-PAIR-CREDIT-ACCT TO GL-ACCOUNT-NUMBER
           WRITE GL-RECORD
           IF FS-GL-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING GL ENTRY - STATUS "
                   FS-GL-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO GLT-ENTRY-COUNT
           ADD WS-PAIR-AMOUNT TO GLT-CREDIT-TOTAL
           ADD WS-PAIR-AMOUNT TO GLT-HASH-TOTAL
           PERFORM 207-WRITE-GL-PROOF-LINE
           .

       *> Lists the extract entry just written on the proof listing
       207-WRITE-GL-PROOF-LINE.
           MOVE GL-ENTRY-TYPE     TO GLP-ENT-TYPE
           MOVE GL-BRANCH-CODE    TO GLP-ENT-BRANCH
           MOVE GL-PRODUCT-CODE   TO GLP-ENT-PRODUCT
           MOVE GL-ACCOUNT-NUMBER TO GLP-ENT-LEDGER-ACCT
           MOVE GL-COST-CENTER    TO GLP-ENT-COST-CENTER
           MOVE GL-AMOUNT         TO GLP-ENT-AMOUNT
           WRITE PROOF-RECORD FROM GLP-ENTRY-LINE
           .

       *> Writes the proof listing's totals block: the extract's own
       *> totals, then the tie back to the journal - deposits,
       *> withdrawals, and penalties posted must rebuild the debit
       *> total.
       210-WRITE-GL-PROOF-TOTALS.
           WRITE PROOF-RECORD FROM GLP-BLANK-LINE
           MOVE "ENTRIES WRITTEN"        TO GLP-CTOT-LABEL
           MOVE GLT-ENTRY-COUNT         TO GLP-CTOT-COUNT
           WRITE PROOF-RECORD FROM GLP-COUNT-TOTAL-LINE
           MOVE "BRANCHES NOT ON REFERENCE" TO GLP-CTOT-LABEL
           MOVE GLT-UNMAPPED-COUNT      TO GLP-CTOT-COUNT
           WRITE PROOF-RECORD FROM GLP-COUNT-TOTAL-LINE
           MOVE "DEBIT TOTAL"           TO GLP-ATOT-LABEL
           MOVE GLT-DEBIT-TOTAL         TO GLP-ATOT-AMOUNT
           WRITE PROOF-RECORD FROM GLP-AMOUNT-TOTAL-LINE
           MOVE "CREDIT TOTAL"          TO GLP-ATOT-LABEL
           MOVE GLT-CREDIT-TOTAL        TO GLP-ATOT-AMOUNT
           WRITE PROOF-RECORD FROM GLP-AMOUNT-TOTAL-LINE
           MOVE "HASH TOTAL"            TO GLP-ATOT-LABEL
           MOVE GLT-HASH-TOTAL          TO GLP-ATOT-AMOUNT
           WRITE PROOF-RECORD FROM GLP-AMOUNT-TOTAL-LINE
           MOVE "DEPOSITS POSTED"       TO GLP-ATOT-LABEL
           MOVE CT-DEPOSIT-TOTAL        TO GLP-ATOT-AMOUNT
           WRITE PROOF-RECORD FROM GLP-AMOUNT-TOTAL-LINE
           MOVE "WITHDRAWALS POSTED"    TO GLP-ATOT-LABEL
           MOVE CT-WITHDRAWAL-TOTAL     TO GLP-ATOT-AMOUNT
           WRITE PROOF-RECORD FROM GLP-AMOUNT-TOTAL-LINE
           MOVE "PENALTIES CHARGED"     TO GLP-ATOT-LABEL
           MOVE CT-PENALTY-TOTAL        TO GLP-ATOT-AMOUNT
           WRITE PROOF-RECORD FROM GLP-AMOUNT-TOTAL-LINE

           WRITE PROOF-RECORD FROM GLP-BLANK-LINE
           IF GLT-IN-BALANCE
               MOVE "EXTRACT PROVES TO THE TELLER JOURNAL"
                   TO GLP-PROOF-TEXT
           ELSE
               MOVE "*** EXTRACT DOES NOT PROVE - DO NOT LOAD ***"
                   TO GLP-PROOF-TEXT
           END-IF
           WRITE PROOF-RECORD FROM GLP-PROOF-LINE
           .

       *> Compares what the run actually read off TXNIN against what
       *> the teller batch header said to expect, and flags the run
       *> if they don't match instead of finishing silently.
       170-RECONCILE-CONTROL-TOTALS.
           IF CT-HEADER-RECORD-SEEN
               IF CT-TRANS-READ NOT = CT-EXPECTED-COUNT
                       OR CT-AMOUNT-READ NOT = CT-EXPECTED-TOTAL
                   SET CT-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF

           DISPLAY "--------------------------------------------"
           DISPLAY "TELLER BATCH CONTROL TOTAL RECONCILIATION"
           DISPLAY "Items Read:           " CT-TRANS-READ
           DISPLAY "Items Expected:       " CT-EXPECTED-COUNT
           DISPLAY "Amount Read:          " CT-AMOUNT-READ
           DISPLAY "Amount Expected:      " CT-EXPECTED-TOTAL

           IF NOT CT-HEADER-RECORD-SEEN
               DISPLAY "No header record on TXNIN - totals not reconciled"
           ELSE
               IF CT-OUT-OF-BALANCE
                   DISPLAY "*** OUT OF BALANCE - REVIEW THIS RUN ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "Teller batch is in balance"
               END-IF
           END-IF
           DISPLAY "--------------------------------------------"
           .

       *> Writes the journal's batch totals and reconciliation block
       160-WRITE-JOURNAL-TOTALS.
           WRITE LIST-RECORD FROM TXJ-BLANK-LINE
           MOVE "ITEMS READ"            TO TXJ-CTOT-LABEL
           MOVE CT-TRANS-READ           TO TXJ-CTOT-COUNT
           WRITE LIST-RECORD FROM TXJ-COUNT-TOTAL-LINE
           MOVE "ITEMS POSTED"          TO TXJ-CTOT-LABEL
           MOVE CT-TRANS-POSTED         TO TXJ-CTOT-COUNT
           WRITE LIST-RECORD FROM TXJ-COUNT-TOTAL-LINE
           MOVE "ITEMS REFUSED"         TO TXJ-CTOT-LABEL
           MOVE CT-TRANS-REJECTED       TO TXJ-CTOT-COUNT
           WRITE LIST-RECORD FROM TXJ-COUNT-TOTAL-LINE
           MOVE "EARLY PENALTIES"       TO TXJ-CTOT-LABEL
           MOVE CT-PENALTY-COUNT        TO TXJ-CTOT-COUNT
           WRITE LIST-RECORD FROM TXJ-COUNT-TOTAL-LINE
           MOVE "DEPOSITS POSTED"       TO TXJ-ATOT-LABEL
           MOVE CT-DEPOSIT-TOTAL        TO TXJ-ATOT-AMOUNT
           WRITE LIST-RECORD FROM TXJ-AMOUNT-TOTAL-LINE
           MOVE "WITHDRAWALS POSTED"    TO TXJ-ATOT-LABEL
           MOVE CT-WITHDRAWAL-TOTAL     TO TXJ-ATOT-AMOUNT
           WRITE LIST-RECORD FROM TXJ-AMOUNT-TOTAL-LINE
           MOVE "PENALTIES CHARGED"     TO TXJ-ATOT-LABEL
           MOVE CT-PENALTY-TOTAL        TO TXJ-ATOT-AMOUNT
           WRITE LIST-RECORD FROM TXJ-AMOUNT-TOTAL-LINE
           MOVE "AMOUNT READ"           TO TXJ-ATOT-LABEL
           MOVE CT-AMOUNT-READ          TO TXJ-ATOT-AMOUNT
           WRITE LIST-RECORD FROM TXJ-AMOUNT-TOTAL-LINE
           MOVE "AMOUNT EXPECTED"       TO TXJ-ATOT-LABEL
           MOVE CT-EXPECTED-TOTAL       TO TXJ-ATOT-AMOUNT
           WRITE LIST-RECORD FROM TXJ-AMOUNT-TOTAL-LINE

           WRITE LIST-RECORD FROM TXJ-BLANK-LINE
           EVALUATE TRUE
               WHEN NOT CT-HEADER-RECORD-SEEN
                   MOVE "NO HEADER ON TXNIN - NOT RECONCILED"
                       TO TXJ-PROOF-TEXT
               WHEN CT-OUT-OF-BALANCE
                   MOVE "*** OUT OF BALANCE AGAINST TXNIN HEADER ***"
                       TO TXJ-PROOF-TEXT
               WHEN OTHER
                   MOVE "JOURNAL RECONCILES TO TXNIN HEADER TOTALS"
                       TO TXJ-PROOF-TEXT
           END-EVALUATE
           WRITE LIST-RECORD FROM TXJ-PROOF-LINE
           .
