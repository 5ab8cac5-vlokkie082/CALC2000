       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATPROC1.

       *> ------------------------------------------------------------
       *> AUTHOR: Naude Vlok
       *> COURSE: CIS352 Intro to Enterprise Computing
       *> PURPOSE:
       *>   Processes every ACCTMST account whose maturity date has
       *>   arrived, the step after MATTICK1's notices. Each maturing
       *>   account is acted on by the customer's instruction off the
       *>   MATINST deck - renew the principal and pay the interest
       *>   away, renew principal plus interest, or pay the account
       *>   out - or by the PARM default instruction when none was
       *>   given. A renewal starts a new term on the old maturity
       *>   date and is repriced at the current RATETAB rate for its
       *>   product and the tier its new principal reaches. A payout
       *>   closes the account on the master - status C, the term
       *>   kept on file with its balance paid away - with its payout
       *>   amount recorded on the MATPAY payout file. A frozen
       *>   account is refused and left as it stands, and an account
       *>   already closed is passed over and counted on the totals
       *>   page. A customer instruction acted on counts as activity
       *>   on the account for the dormancy sweep. Every action appends
       *>   a before/after record to MNTHIST the way ACCTMNT1 does,
       *>   and the MATREG rollover register prints branch by branch
       *>   with a branch summary page. The interest each renewal or
       *>   payout pays or capitalizes is paid to the customer that
       *>   day. What SAVPOST1 has not already posted and reported
       *>   for the term rolls into the account's INTYTD year-to-date
       *>   accumulator for the 1099 run and goes to the ledger on
       *>   the MATGL extract - one interest expense/payable entry
       *>   pair per branch/product, in the GLOUT layout, proved on
       *>   the MATPRF listing - with the year's ledger control
       *>   record stepped up by what the extract sent. Interest
       *>   POSTAPP1 has applied is in the balance the term's
       *>   interest is figured from already; the account's POSTCTL
       *>   record carries the posted interest the balance doesn't
       *>   hold yet - cleared here for the new term - and that is
       *>   netted off.
       *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS FS-MASTER-FILE.

           SELECT RATE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RATE-FILE.

           SELECT OPTIONAL INSTRUCTION-FILE ASSIGN TO "MATINST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-INSTRUCTION-FILE.

           SELECT PAYOUT-FILE ASSIGN TO "MATPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PAYOUT-FILE.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "MNTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HISTORY-FILE.

           SELECT OPTIONAL YTD-FILE ASSIGN TO "INTYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-KEY
               FILE STATUS IS FS-YTD-FILE.

           SELECT POSTING-CONTROL-FILE ASSIGN TO "POSTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCT-ACCT-ID
               FILE STATUS IS FS-POSTING-CONTROL-FILE.

           SELECT GL-FILE ASSIGN TO "MATGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-GL-FILE.

           SELECT PROOF-FILE ASSIGN TO "MATPRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PROOF-FILE.

           SELECT LIST-FILE ASSIGN TO "MATREG"
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
       *> order and rewritten in place as each maturing account is
       *> processed.
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

       *> Product rate table: effective-dated entries with balance
       *> tiers per product code, loaded up front and looked up for
       *> every maturing account and every renewal.
       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-RECORD.
           05  RATE-PRODUCT-CODE         PIC X(4).
           05  RATE-EFFECTIVE-DATE       PIC 9(8).
           05  RATE-TIER-MINIMUM         PIC 9(7)V99.
           05  RATE-YEARLY-RATE          PIC S9(3)V99.

       *> Customer maturity instructions keyed by the branches in
       *> answer to MATTICK1's notices: one per account, with an
       *> optional new term in years for a renewal (zero keeps the
       *> account's current term). The keying branch and date the
       *> branches stamp on the card's tail aren't used here.
       FD  INSTRUCTION-FILE
           RECORDING MODE IS F.
       01  INSTRUCTION-RECORD.
           05  INST-ACCT-ID              PIC X(10).
           05  INST-ACTION               PIC X.
               88  INST-IS-RENEW               VALUE "R".
               88  INST-IS-RENEW-WITH-INTEREST VALUE "I".
               88  INST-IS-PAYOUT              VALUE "P".
           05  INST-NEW-TERM-YEARS       PIC 99.
           05  FILLER                    PIC X(11).

       *> Money leaving the book at maturity: the full value of a
       *> paid-out account, or the interest paid away when only the
       *> principal renews, for the cashiers and the ledger.
       FD  PAYOUT-FILE
           RECORDING MODE IS F.
       01  PAYOUT-RECORD.
           05  PAY-ACCT-ID               PIC X(10).
           05  PAY-TYPE                  PIC X.
               88  PAY-IS-MATURITY-PAYOUT      VALUE "P".
               88  PAY-IS-INTEREST-PAYOUT      VALUE "I".
           05  PAY-BRANCH-CODE           PIC X(3).
           05  PAY-PRODUCT-CODE          PIC X(4).
           05  PAY-PRINCIPAL             PIC 9(7)V99.
           05  PAY-INTEREST              PIC 9(9)V99.
           05  PAY-AMOUNT                PIC 9(9)V99.
           05  PAY-MATURITY-DATE         PIC 9(8).
           05  PAY-RUN-DATE              PIC 9(8).

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

       *> Interest-paid year-to-date accumulators shared with
       *> SAVPOST1: the interest paid at maturity is added to the
       *> account's record, and the extract's interest expense to
       *> the year's ledger control record, for TAX1099.
       FD  YTD-FILE.
       COPY INTYTD.

       *> Posting-period control maintained by SAVPOST1 and POSTAPP1:
       *> each account's record carries the interest posted to it
       *> this term, already on INTYTD and the ledger, that its
       *> master balance doesn't hold yet.
       FD  POSTING-CONTROL-FILE.
       COPY POSTCTL.

       *> General ledger interface file for the interest paid at
       *> maturity, in SAVPOST1's GLOUT layout: one debit/credit
       *> entry pair per branch/product combination, each charged to
       *> its branch's cost center, under a trailer record carrying
       *> the entry count and hash total the ledger load balances
       *> against.
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
       *> debit/credit totals, and the tie back to the interest the
       *> run paid at maturity, so the file is provably in balance
       *> before the ledger loads it.
       FD  PROOF-FILE
           RECORDING MODE IS F.
       01  PROOF-RECORD               PIC X(80).

       *> Spooled rollover register: one section per branch, then
       *> the branch summary page.
       FD  LIST-FILE
           RECORDING MODE IS F.
       01  LIST-RECORD                   PIC X(132).

       *> Branch and product reference file maintained by REFMNT1,
       *> read for the GL accounts each product's interest posts to,
       *> the cost center each branch's entries are charged to, and
       *> the names the listing prints beside the codes.
       FD  REFERENCE-FILE.
       COPY BRPRREF.

       *> Shared run log appended to at end of run, one completion
       *> record per program per run, reported by CYCSTAT1.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       *> File status codes for each SELECTed file, checked around
       *> the keyed master I-O so a failed rewrite or delete is
       *> caught instead of the run carrying on as if it had applied.
       01  FILE-STATUS-CODES.
           05  FS-MASTER-FILE         PIC XX VALUE "00".
           05  FS-RATE-FILE           PIC XX VALUE "00".
           05  FS-INSTRUCTION-FILE    PIC XX VALUE "00".
           05  FS-PAYOUT-FILE         PIC XX VALUE "00".
           05  FS-HISTORY-FILE        PIC XX VALUE "00".
           05  FS-YTD-FILE            PIC XX VALUE "00".
           05  FS-POSTING-CONTROL-FILE PIC XX VALUE "00".
           05  FS-GL-FILE             PIC XX VALUE "00".
           05  FS-PROOF-FILE          PIC XX VALUE "00".
           05  FS-LIST-FILE           PIC XX VALUE "00".
           05  FS-REFERENCE-FILE      PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE        PIC XX VALUE "00".

       *> Run date maturities are processed through, the rate table
       *> is applied as of, and the history is stamped with.
       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE            PIC 9(8) VALUE 0.
           05  WS-RUN-TIME            PIC 9(8) VALUE 0.

       *> Default instruction for an account maturing without one on
       *> MATINST, and the id the change history is stamped with,
       *> applied from the PARM card.
       01  WS-RUN-PARAMETER-VALUES.
           05  WS-DEFAULT-INSTRUCTION PIC X    VALUE "I".
               88  DEFAULT-IS-VALID          VALUE "R" "I" "P".
           05  WS-OPERATOR-ID         PIC X(8) VALUE "MATPROC1".

       *> Run counts for the console totals and the register
       01  MPR-RUN-COUNTS.
           05  MPR-ACCOUNTS-READ      PIC 9(7)     VALUE 0.
           05  MPR-ACCOUNTS-MATURED   PIC 9(7)     VALUE 0.
           05  MPR-RENEWED            PIC 9(7)     VALUE 0.
           05  MPR-RENEWED-WITH-INT   PIC 9(7)     VALUE 0.
           05  MPR-PAID-OUT           PIC 9(7)     VALUE 0.
           05  MPR-REFUSED            PIC 9(7)     VALUE 0.
           05  MPR-DEFAULTED          PIC 9(7)     VALUE 0.
           05  MPR-CLOSED-PASSED      PIC 9(7)     VALUE 0.
           05  MPR-INSTRUCTIONS-READ  PIC 9(7)     VALUE 0.
           05  MPR-INSTRUCTIONS-BAD   PIC 9(7)     VALUE 0.
           05  MPR-MATURING-TOTAL     PIC 9(11)V99 VALUE 0.
           05  MPR-ROLLED-TOTAL       PIC 9(11)V99 VALUE 0.
           05  MPR-PAID-TOTAL         PIC 9(11)V99 VALUE 0.
           05  MPR-INTEREST-BOOKED    PIC 9(11)V99 VALUE 0.
           05  MPR-INTEREST-PREPOSTED PIC 9(11)V99 VALUE 0.

       *> Product rate table loaded off RATETAB up front, the same
       *> lookup CALC2000's 055-LOOK-UP-PRODUCT-RATE applies.
       01  RATE-TABLE-VALUES.
           05  WS-RATE-MAX            PIC 9(3) VALUE 100.
           05  WS-RATE-COUNT          PIC 9(3) VALUE 0.
           05  WS-RATE-INDEX          PIC 9(3) VALUE 0.
           05  WS-RATE-FOUND-SLOT     PIC 9(3) VALUE 0.
           05  WS-RATE-BEST-DATE      PIC 9(8) VALUE 0.
           05  WS-RATE-BEST-TIER      PIC 9(7)V99 VALUE 0.
           05  RATE-ENTRY OCCURS 100 TIMES.
               10  RATE-TAB-PRODUCT-CODE   PIC X(4).
               10  RATE-TAB-EFFECTIVE-DATE PIC 9(8).
               10  RATE-TAB-TIER-MINIMUM   PIC 9(7)V99.
               10  RATE-TAB-YEARLY-RATE    PIC S9(3)V99.

       *> Maturity instructions loaded off MATINST up front and
       *> looked up for every maturing account. A later instruction
       *> for the same account replaces an earlier one.
       01  INSTRUCTION-TABLE-VALUES.
           05  WS-INS-MAX             PIC 9(4) VALUE 2000.
           05  WS-INS-COUNT           PIC 9(4) VALUE 0.
           05  WS-INS-INDEX           PIC 9(4) VALUE 0.
           05  WS-INS-SLOT            PIC 9(4) VALUE 0.
           05  WS-INS-LOOKUP-ID       PIC X(10) VALUE SPACES.
           05  INS-ENTRY OCCURS 2000 TIMES.
               10  INS-ACCT-ID            PIC X(10).
               10  INS-ACTION             PIC X.
               10  INS-NEW-TERM-YEARS     PIC 99.

       *> Switch and reason set when a maturing account can't be
       *> processed; it stays on the master untouched and is listed.
       01  WS-VALIDATION-VALUES.
           05  WS-VALID-RECORD-SWITCH PIC X VALUE "Y".
               88  VALID-RECORD             VALUE "Y".
               88  INVALID-RECORD           VALUE "N".
           05  WS-REFUSE-REASON       PIC X(40) VALUE SPACES.

       *> The action being taken on the account in hand, and the
       *> figures the register and the payout file carry for it.
       01  MATURITY-WORK-VALUES.
           05  WS-ACTION              PIC X    VALUE SPACE.
               88  ACTION-IS-RENEW           VALUE "R".
               88  ACTION-IS-RENEW-WITH-INT  VALUE "I".
               88  ACTION-IS-PAYOUT          VALUE "P".
           05  WS-ACTION-SOURCE       PIC X    VALUE SPACE.
               88  ACTION-FROM-INSTRUCTION   VALUE "I".
               88  ACTION-FROM-DEFAULT       VALUE "D".
           05  WS-NEW-TERM-YEARS      PIC 99       VALUE 0.
           05  WS-OLD-PRINCIPAL       PIC 9(7)V99  VALUE 0.
           05  WS-VALUE-AT-MATURITY   PIC 9(9)V99  VALUE 0.
           05  WS-INTEREST-AT-MATURITY PIC 9(9)V99 VALUE 0.
           05  WS-NEW-PRINCIPAL       PIC 9(9)V99  VALUE 0.
           05  WS-PAID-AMOUNT         PIC 9(9)V99  VALUE 0.
           05  WS-NEW-OPEN-DATE       PIC 9(8)     VALUE 0.
           05  WS-NEW-MATURITY-DATE   PIC 9(8)     VALUE 0.
           05  WS-NEW-MATURITY-PARTS REDEFINES WS-NEW-MATURITY-DATE.
               10  WS-NEW-MATURITY-YEAR   PIC 9(4).
               10  WS-NEW-MATURITY-MONTH  PIC 99.
               10  WS-NEW-MATURITY-DAY    PIC 99.
           05  WS-NEW-RATE            PIC S9(3)V99 VALUE 0.

       *> Master record as it stood before the renewal or payout,
       *> held so the history record carries the true before image.
       01  WS-HELD-MASTER             PIC X(67) VALUE SPACES.

       *> Year-to-date accumulator work: the tax year the interest
       *> paid at maturity falls in, and whether the account already
       *> has an accumulator for it.
       01  YTD-WORK-VALUES.
           05  WS-TAX-YEAR            PIC 9(4) VALUE 0.
           05  WS-YTD-FOUND-SWITCH    PIC X VALUE "N".
               88  YTD-RECORD-FOUND         VALUE "Y".
               88  YTD-RECORD-NOT-FOUND     VALUE "N".

       *> Interest SAVPOST1 has already posted for the maturing term
       *> that the balance doesn't carry, and what is left of the
       *> term's interest to book. The
       *> posting control file is absent where SAVPOST1 has never
       *> posted, and then nothing has been.
       01  TERM-INTEREST-VALUES.
           05  WS-CTL-PRESENT-SWITCH  PIC X VALUE "N".
               88  POSTING-CONTROL-PRESENT  VALUE "Y".
           05  WS-TERM-INTEREST-POSTED PIC 9(9)V99 VALUE 0.
           05  WS-INTEREST-TO-BOOK    PIC 9(9)V99 VALUE 0.

       *> Ledger accounts the extract's entries post to: the interest
       *> paid at maturity debits interest expense and credits the
       *> accrued-interest liability it is paid out of. The accounts
       *> are taken per product off the reference file; these two
       *> stand in for a product not on it.
       01  GL-ACCOUNT-NUMBERS.
           05  GL-INTEREST-EXPENSE-ACCT  PIC X(8) VALUE "51100000".
           05  GL-INTEREST-PAYABLE-ACCT  PIC X(8) VALUE "21200000".

       *> Entry types the extract's expense and payable entries carry
       01  GL-ENTRY-TYPE-VALUES.
           05  WS-EXPENSE-ENTRY-TYPE  PIC X VALUE "D".
           05  WS-PAYABLE-ENTRY-TYPE  PIC X VALUE "C".

       *> Interest paid at maturity summarized by branch/product
       *> combination as each account is renewed or paid out; each
       *> slot becomes one debit/credit entry pair on the extract.
       01  GL-SUMMARY-VALUES.
           05  WS-GLS-MAX             PIC 9(3) VALUE 200.
           05  WS-GLS-COUNT           PIC 9(3) VALUE 0.
           05  WS-GLS-INDEX           PIC 9(3) VALUE 0.
           05  WS-GLS-SLOT            PIC 9(3) VALUE 0.
           05  GLS-ENTRY OCCURS 200 TIMES.
               10  GLS-BRANCH-CODE        PIC X(3).
               10  GLS-PRODUCT-CODE       PIC X(4).
               10  GLS-ACCOUNT-COUNT      PIC 9(7).
               10  GLS-INTEREST-TOTAL     PIC 9(11)V99.

       *> The accounts and cost center the combination in hand posts
       *> to, looked up off the reference file as each entry pair is
       *> cut, and whether each code was found there.
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

       *> Extract control totals proved on the listing before the
       *> ledger loads the file.
       01  GL-CONTROL-TOTALS.
           05  GLT-UNMAPPED-COUNT     PIC 9(7)     VALUE 0.
           05  GLT-ENTRY-COUNT        PIC 9(7)     VALUE 0.
           05  GLT-DEBIT-TOTAL        PIC 9(11)V99 VALUE 0.
           05  GLT-CREDIT-TOTAL       PIC 9(11)V99 VALUE 0.
           05  GLT-HASH-TOTAL         PIC 9(11)V99 VALUE 0.
           05  GLT-BALANCE-SWITCH     PIC X        VALUE "Y".
               88  GLT-IN-BALANCE           VALUE "Y".
               88  GLT-OUT-OF-BALANCE       VALUE "N".

       *> Branch name looked up on the reference file for the
       *> register's branch lines. The reference file is optional
       *> here; without it the lines print the codes alone and the
       *> extract posts to the standing accounts.
       01  BRANCH-REFERENCE-VALUES.
           05  WS-REF-PRESENT-SWITCH  PIC X VALUE "N".
               88  REFERENCE-FILE-PRESENT   VALUE "Y".
           05  WS-NAME-LOOKUP-CODE    PIC X(3)  VALUE SPACES.
           05  WS-BRANCH-NAME         PIC X(30) VALUE SPACES.

       *> Per-branch rollover totals: the master is keyed by account,
       *> so branches interleave and accumulate here for the summary.
       01  BRANCH-TABLE-VALUES.
           05  WS-BR-MAX              PIC 9(3) VALUE 200.
           05  WS-BR-COUNT            PIC 9(3) VALUE 0.
           05  WS-BR-INDEX            PIC 9(3) VALUE 0.
           05  WS-BR-SLOT             PIC 9(3) VALUE 0.
           05  WS-BR-LOOKUP-CODE      PIC X(3) VALUE SPACES.
           05  BR-ENTRY OCCURS 200 TIMES.
               10  BR-CODE                PIC X(3)     VALUE SPACES.
               10  BR-RENEWED             PIC 9(7)     VALUE 0.
               10  BR-RENEWED-WITH-INT    PIC 9(7)     VALUE 0.
               10  BR-PAID-OUT            PIC 9(7)     VALUE 0.
               10  BR-REFUSED             PIC 9(7)     VALUE 0.
               10  BR-MATURING-TOTAL      PIC 9(11)V99 VALUE 0.
               10  BR-ROLLED-TOTAL        PIC 9(11)V99 VALUE 0.
               10  BR-PAID-TOTAL          PIC 9(11)V99 VALUE 0.

       *> Register lines held until the sweep is done, tagged with
       *> their branch so the register prints branch by branch.
       01  REGISTER-TABLE-VALUES.
           05  WS-REG-MAX             PIC 9(4) VALUE 2000.
           05  WS-REG-COUNT           PIC 9(4) VALUE 0.
           05  WS-REG-INDEX           PIC 9(4) VALUE 0.
           05  REG-ENTRY OCCURS 2000 TIMES.
               10  REG-BRANCH-CODE        PIC X(3).
               10  REG-LINE               PIC X(132).

       *> Account input fields and calculated results, shared with
       *> CALC2000 via the CALCFV copybook.
       COPY CALCFV.

       *> Working fields for the year-by-year compounding schedule,
       *> the same projection pattern CALC2000 uses.
       01  SCHEDULE-WORK-VALUES.
           05  WS-YEAR-INDEX          PIC 99       VALUE 0.
           05  WS-PERIOD-INDEX        PIC 99       VALUE 0.
           05  WS-PERIOD-BALANCE      PIC 9(9)V99  VALUE 0.
           05  WS-OPENING-BALANCE     PIC 9(9)V99  VALUE 0.
           05  WS-INTEREST-EARNED     PIC 9(9)V99  VALUE 0.
           05  WS-CLOSING-BALANCE     PIC 9(9)V99  VALUE 0.
           05  WS-PERIODIC-RATE       PIC 9(3)V9(6) VALUE 0.

       *> Date edit work fields shared by the open/maturity-date
       *> validation, the same edits CALC2000 applies.
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

       *> Working fields for the date-driven projection: calendar-
       *> year periods between open and maturity, the partial first
       *> and last at actual/365, the same schedule CALC2000's
       *> 105-RUN-DATED-SCHEDULE runs.
       01  DATED-SCHEDULE-VALUES.
           05  WS-PERIOD-START-DATE   PIC 9(8) VALUE 0.
           05  WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START-DATE.
               10  WS-PERIOD-START-YEAR   PIC 9(4).
               10  WS-PERIOD-START-MMDD   PIC 9(4).
           05  WS-PERIOD-END-DATE     PIC 9(8) VALUE 0.
           05  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END-DATE.
               10  WS-PERIOD-END-YEAR     PIC 9(4).
               10  WS-PERIOD-END-MMDD     PIC 9(4).
           05  WS-YEAR-END-DATE       PIC 9(8) VALUE 0.
           05  WS-PERIOD-FROM-DAY     PIC 9(7) VALUE 0.
           05  WS-PERIOD-END-DAY      PIC 9(7) VALUE 0.
           05  WS-PERIOD-DAYS         PIC 9(5) VALUE 0.
           05  WS-SCHEDULE-DONE-SWITCH PIC X VALUE "N".
               88  DATED-SCHEDULE-DONE      VALUE "Y".

       *> Compounding frequency, applied the same way CALC2000
       *> applies its PARM compounding frequency, so the value paid
       *> or rolled at maturity is what MATTICK1's notice quoted.
       01  WS-FREQUENCY-VALUES.
           05  WS-COMPOUNDING-FREQUENCY  PIC X VALUE "A".
               88  FREQUENCY-ANNUAL             VALUE "A".
               88  FREQUENCY-QUARTERLY          VALUE "Q".
               88  FREQUENCY-MONTHLY            VALUE "M".
           05  WS-PERIODS-PER-YEAR       PIC 99 VALUE 1.

       *> Proof listing line layouts, built up in WORKING-STORAGE and
       *> moved to PROOF-RECORD before each WRITE.
       01  GLP-HEADING-LINE-1.
           05  FILLER                 PIC X(19) VALUE SPACES.
           05  FILLER                 PIC X(42)
               VALUE "MATPROC1 - MATURITY INTEREST LEDGER PROOF".
           05  FILLER                 PIC X(19) VALUE SPACES.

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

       *> Register line layouts, built up in WORKING-STORAGE and
       *> moved to LIST-RECORD before each WRITE.
       01  MRG-HEADING-LINE-1.
           05  FILLER                 PIC X(44) VALUE SPACES.
           05  FILLER                 PIC X(44)
               VALUE "MATPROC1 - MATURITY ROLLOVER REGISTER".
           05  FILLER                 PIC X(44) VALUE SPACES.

       01  MRG-RUN-LINE.
           05  FILLER                 PIC X(24)
               VALUE "MATURITIES THROUGH ".
           05  MRG-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(22)
               VALUE "DEFAULT INSTRUCTION ".
           05  MRG-RUN-DEFAULT        PIC X.
           05  FILLER                 PIC X(73) VALUE SPACES.

       01  MRG-BRANCH-HEAD-LINE.
           05  FILLER                 PIC X(29)
               VALUE "ROLLOVER REGISTER FOR BRANCH ".
           05  MRG-BRH-BRANCH         PIC X(3).
           05  FILLER                 PIC X(3)  VALUE " - ".
           05  MRG-BRH-BRANCH-NAME    PIC X(30).
           05  FILLER                 PIC X(67) VALUE SPACES.

       01  MRG-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT".
           05  FILLER                 PIC X(12) VALUE "ACTION".
           05  FILLER                 PIC X(10) VALUE "MATURED".
           05  FILLER                 PIC X(6)  VALUE "PROD".
           05  FILLER                 PIC X(15) VALUE "     PRINCIPAL".
           05  FILLER                 PIC X(16) VALUE "   AT MATURITY".
           05  FILLER                 PIC X(15) VALUE " NEW PRINCIPAL".
           05  FILLER                 PIC X(8)  VALUE "  RATE".
           05  FILLER                 PIC X(4)  VALUE "YRS".
           05  FILLER                 PIC X(10) VALUE "NEW MAT".
           05  FILLER                 PIC X(16) VALUE "      PAID OUT".
           05  FILLER                 PIC X(8)  VALUE SPACES.

       01  MRG-DETAIL-LINE.
           05  MRG-DET-ACCT-ID        PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-DET-ACTION         PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-DET-MATURED        PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-DET-PRODUCT        PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-DET-PRINCIPAL      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-DET-AT-MATURITY    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-DET-NEW-PRINCIPAL  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-DET-NEW-RATE       PIC ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-DET-NEW-YEARS      PIC Z9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-DET-NEW-MATURITY   PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-DET-PAID-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-DET-SOURCE         PIC X(6).

       01  MRG-REFUSED-LINE.
           05  MRG-REF-ACCT-ID        PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "REFUSED".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-REF-MATURED        PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-REF-PRODUCT        PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-REF-PRINCIPAL      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  MRG-REF-REASON         PIC X(40).
           05  FILLER                 PIC X(35) VALUE SPACES.

       01  MRG-SUMMARY-HEAD-LINE.
           05  FILLER                 PIC X(40)
               VALUE "MATURITY ROLLOVER SUMMARY BY BRANCH".
           05  FILLER                 PIC X(92) VALUE SPACES.

       01  MRG-SUMMARY-COLUMN-LINE.
           05  FILLER                 PIC X(5)  VALUE "BRN".
           05  FILLER                 PIC X(11) VALUE "  RENEWED".
           05  FILLER                 PIC X(11) VALUE "  RENEW+INT".
           05  FILLER                 PIC X(11) VALUE "  PAID OUT".
           05  FILLER                 PIC X(11) VALUE "   REFUSED".
           05  FILLER                 PIC X(20) VALUE
               "  MATURING PRINCIPAL".
           05  FILLER                 PIC X(20) VALUE
               "   ROLLED OVER".
           05  FILLER                 PIC X(20) VALUE
               "       PAID OUT".
           05  FILLER                 PIC X(23) VALUE "BRANCH NAME".

       01  MRG-SUMMARY-LINE.
           05  MRG-SUM-BRANCH         PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-SUM-RENEWED        PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-SUM-RENEWED-INT    PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-SUM-PAID-OUT       PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-SUM-REFUSED        PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-SUM-MATURING       PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-SUM-ROLLED         PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-SUM-PAID           PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MRG-SUM-BRANCH-NAME    PIC X(23).

       01  MRG-COUNT-TOTAL-LINE.
           05  MRG-CTOT-LABEL         PIC X(26).
           05  MRG-CTOT-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(97) VALUE SPACES.

       01  MRG-AMOUNT-TOTAL-LINE.
           05  MRG-ATOT-LABEL         PIC X(26).
           05  MRG-ATOT-AMOUNT        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(88) VALUE SPACES.

       01  MRG-BLANK-LINE             PIC X(132) VALUE SPACES.

       *> End-of-file switches for the master sweep and the loads
       01  WS-FILE-STATUS-VALUES.
           05  WS-END-OF-MASTER-FILE  PIC X VALUE "N".
               88  END-OF-MASTER-FILE       VALUE "Y".
           05  WS-END-OF-RATE-FILE    PIC X VALUE "N".
               88  END-OF-RATE-FILE         VALUE "Y".
           05  WS-END-OF-INSTRUCTIONS PIC X VALUE "N".
               88  END-OF-INSTRUCTIONS      VALUE "Y".

       *> Run-control card read off this run's command line, the same
       *> way CALC2000 reads its PARM: the default instruction for
       *> an account maturing without one (R, I, or P), the
       *> compounding frequency MATTICK1 quoted the notices at, and
       *> the id the change history is stamped with.
       01  WS-RUN-PARM-RAW            PIC X(82) VALUE SPACES.
       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM-RAW.
           05  PARM-DEFAULT-INSTRUCTION PIC X.
           05  PARM-FREQUENCY         PIC X.
           05  PARM-OPERATOR-ID       PIC X(8).
           05  FILLER                 PIC X(72).

       PROCEDURE DIVISION.

       *> Main control paragraph
       000-PROCESS-MATURITIES.
           DISPLAY "--------------------------------------------"
           DISPLAY "MATPROC1 - Maturity Rollover and Payout"
           DISPLAY "Processing ACCTMST accounts at maturity"
           DISPLAY "--------------------------------------------"

           PERFORM 005-APPLY-RUN-PARAMETERS

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-TAX-YEAR = WS-RUN-DATE / 10000

           PERFORM 025-LOAD-RATE-TABLE
           PERFORM 030-LOAD-INSTRUCTIONS

           OPEN I-O MASTER-FILE
           IF FS-MASTER-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING MASTER FILE - STATUS "
                   FS-MASTER-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PAYOUT-FILE
           IF FS-PAYOUT-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING PAYOUT FILE - STATUS "
                   FS-PAYOUT-FILE " ***"
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
           OPEN I-O YTD-FILE
           IF FS-YTD-FILE NOT = "00" AND FS-YTD-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING INTEREST YTD FILE - STATUS "
                   FS-YTD-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O POSTING-CONTROL-FILE
           EVALUATE FS-POSTING-CONTROL-FILE
               WHEN "00"
                   SET POSTING-CONTROL-PRESENT TO TRUE
               WHEN "05"
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** ERROR OPENING POSTING CONTROL - STATUS "
                       FS-POSTING-CONTROL-FILE " ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM UNTIL END-OF-MASTER-FILE
               READ MASTER-FILE NEXT RECORD
                   AT END SET END-OF-MASTER-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO MPR-ACCOUNTS-READ
                       IF MST-MATURITY-DATE > 0
                           AND MST-MATURITY-DATE NOT > WS-RUN-DATE
                           IF MST-IS-CLOSED
                               ADD 1 TO MPR-CLOSED-PASSED
                           ELSE
                               PERFORM 040-PROCESS-ONE-MATURITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MASTER-FILE
           CLOSE PAYOUT-FILE
           CLOSE HISTORY-FILE
           IF POSTING-CONTROL-PRESENT
               CLOSE POSTING-CONTROL-FILE
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
           PERFORM 200-WRITE-GL-EXTRACT
           PERFORM 090-UPDATE-LEDGER-CONTROL
           CLOSE YTD-FILE

           PERFORM 140-WRITE-ROLLOVER-REGISTER
           IF REFERENCE-FILE-PRESENT
               CLOSE REFERENCE-FILE
           END-IF

           DISPLAY "Accounts Read:        " MPR-ACCOUNTS-READ
           DISPLAY "Accounts Matured:     " MPR-ACCOUNTS-MATURED
           DISPLAY "Renewed:              " MPR-RENEWED
           DISPLAY "Renewed With Interest:" MPR-RENEWED-WITH-INT
           DISPLAY "Paid Out:             " MPR-PAID-OUT
           DISPLAY "Refused:              " MPR-REFUSED
           DISPLAY "Default Instructions: " MPR-DEFAULTED
           DISPLAY "Closed Passed Over:   " MPR-CLOSED-PASSED
           DISPLAY "Interest Booked:      " MPR-INTEREST-BOOKED
           DISPLAY "Already Posted:       " MPR-INTEREST-PREPOSTED
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
               MOVE "MATPROC1"            TO RLG-PROGRAM-ID
               MOVE WS-RUN-DATE           TO RLG-RUN-DATE
               MOVE WS-RUN-TIME           TO RLG-RUN-TIME
               MOVE MPR-ACCOUNTS-MATURED  TO RLG-RECORDS-READ
               COMPUTE RLG-RECORDS-PROCESSED =
                   MPR-RENEWED + MPR-RENEWED-WITH-INT + MPR-PAID-OUT
               MOVE MPR-REFUSED           TO RLG-RECORDS-REJECTED
               MOVE MPR-MATURING-TOTAL    TO RLG-DOLLAR-TOTAL
               MOVE RETURN-CODE           TO RLG-RETURN-CODE
               IF GLT-IN-BALANCE
                   MOVE "Y"               TO RLG-BALANCE-FLAG
               ELSE
                   MOVE "N"               TO RLG-BALANCE-FLAG
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

       *> Applies the PARM card's default instruction, compounding
       *> frequency, and operator id. Unsupplied (blank, or no PARM
       *> at all) fields take the renew-with-interest, annual, and
       *> MATPROC1 defaults.
       005-APPLY-RUN-PARAMETERS.
           ACCEPT WS-RUN-PARM-RAW FROM COMMAND-LINE

           IF WS-RUN-PARM-RAW NOT = SPACES
               MOVE PARM-DEFAULT-INSTRUCTION TO WS-DEFAULT-INSTRUCTION
               MOVE PARM-FREQUENCY           TO WS-COMPOUNDING-FREQUENCY
               MOVE PARM-OPERATOR-ID         TO WS-OPERATOR-ID
           END-IF

           IF WS-DEFAULT-INSTRUCTION = SPACE
               MOVE "I" TO WS-DEFAULT-INSTRUCTION
           END-IF
           IF NOT DEFAULT-IS-VALID
               DISPLAY "*** PARM DEFAULT INSTRUCTION '"
                   WS-DEFAULT-INSTRUCTION
                   "' NOT RECOGNIZED - DEFAULTING TO RENEW WITH"
                   " INTEREST ***"
               MOVE "I" TO WS-DEFAULT-INSTRUCTION
           END-IF

           IF WS-OPERATOR-ID = SPACES
               MOVE "MATPROC1" TO WS-OPERATOR-ID
           END-IF

           IF WS-COMPOUNDING-FREQUENCY = SPACE
               MOVE "A" TO WS-COMPOUNDING-FREQUENCY
           END-IF

           EVALUATE TRUE
               WHEN FREQUENCY-ANNUAL
                   MOVE 1  TO WS-PERIODS-PER-YEAR
               WHEN FREQUENCY-QUARTERLY
                   MOVE 4  TO WS-PERIODS-PER-YEAR
               WHEN FREQUENCY-MONTHLY
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   DISPLAY "*** PARM FREQUENCY '"
                       WS-COMPOUNDING-FREQUENCY
                       "' NOT RECOGNIZED - DEFAULTING TO ANNUAL ***"
                   SET FREQUENCY-ANNUAL TO TRUE
                   MOVE 1  TO WS-PERIODS-PER-YEAR
           END-EVALUATE
           .

       *> Loads the product rate table off RATETAB before any account
       *> is processed, the same way CALC2000's 025-LOAD-RATE-TABLE
       *> does. A run with no table can't reprice a renewal, so a
       *> missing or oversized table stops the run.
       025-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF FS-RATE-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING RATE TABLE - STATUS "
                   FS-RATE-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-RATE-FILE
               READ RATE-FILE
                   AT END SET END-OF-RATE-FILE TO TRUE
                   NOT AT END
                       IF WS-RATE-COUNT = WS-RATE-MAX
                           DISPLAY "*** MORE THAN " WS-RATE-MAX
                               " RATE TABLE ENTRIES - RUN STOPPED ***"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RATE-PRODUCT-CODE
                           TO RATE-TAB-PRODUCT-CODE (WS-RATE-COUNT)
                       MOVE RATE-EFFECTIVE-DATE
                           TO RATE-TAB-EFFECTIVE-DATE (WS-RATE-COUNT)
                       MOVE RATE-TIER-MINIMUM
                           TO RATE-TAB-TIER-MINIMUM (WS-RATE-COUNT)
                       MOVE RATE-YEARLY-RATE
                           TO RATE-TAB-YEARLY-RATE (WS-RATE-COUNT)
               END-READ
           END-PERFORM

           CLOSE RATE-FILE
           DISPLAY "Rate Table Entries:   " WS-RATE-COUNT
           .

       *> Loads the day's maturity instructions off MATINST. No deck
       *> at all is a quiet day at the branches, not an error: every
       *> maturing account then takes the PARM default. An
       *> instruction whose action isn't R, I, or P is reported and
       *> ignored rather than guessed at.
       030-LOAD-INSTRUCTIONS.
           OPEN INPUT INSTRUCTION-FILE
           IF FS-INSTRUCTION-FILE NOT = "00"
                   AND FS-INSTRUCTION-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING INSTRUCTION FILE - STATUS "
                   FS-INSTRUCTION-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-INSTRUCTIONS
               READ INSTRUCTION-FILE
                   AT END SET END-OF-INSTRUCTIONS TO TRUE
                   NOT AT END
                       ADD 1 TO MPR-INSTRUCTIONS-READ
                       IF INST-IS-RENEW OR INST-IS-RENEW-WITH-INTEREST
                               OR INST-IS-PAYOUT
                           PERFORM 035-FILE-ONE-INSTRUCTION
                       ELSE
                           ADD 1 TO MPR-INSTRUCTIONS-BAD
                           DISPLAY "*** INSTRUCTION FOR " INST-ACCT-ID
                               " ACTION '" INST-ACTION
                               "' IS NOT R, I, OR P - IGNORED ***"
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INSTRUCTION-FILE
           DISPLAY "Instructions Loaded:  " WS-INS-COUNT
           .

       *> Files one instruction in the table, replacing any earlier
       *> instruction for the same account so the latest one keyed
       *> is the one acted on.
       035-FILE-ONE-INSTRUCTION.
           MOVE INST-ACCT-ID TO WS-INS-LOOKUP-ID
           PERFORM 037-FIND-INSTRUCTION

           IF WS-INS-SLOT = 0
               IF WS-INS-COUNT = WS-INS-MAX
                   DISPLAY "*** MORE THAN " WS-INS-MAX
                       " MATURITY INSTRUCTIONS - RUN STOPPED ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-INS-COUNT
               MOVE WS-INS-COUNT TO WS-INS-SLOT
               MOVE INST-ACCT-ID TO INS-ACCT-ID (WS-INS-SLOT)
           END-IF

           MOVE INST-ACTION         TO INS-ACTION (WS-INS-SLOT)
           MOVE INST-NEW-TERM-YEARS TO INS-NEW-TERM-YEARS (WS-INS-SLOT)
           .

       *> Finds the instruction table slot for the account in
       *> WS-INS-LOOKUP-ID, zero when there is none.
       037-FIND-INSTRUCTION.
           MOVE 0 TO WS-INS-SLOT
           PERFORM VARYING WS-INS-INDEX FROM 1 BY 1
                   UNTIL WS-INS-INDEX > WS-INS-COUNT
               IF INS-ACCT-ID (WS-INS-INDEX) = WS-INS-LOOKUP-ID
                       AND WS-INS-SLOT = 0
                   MOVE WS-INS-INDEX TO WS-INS-SLOT
               END-IF
           END-PERFORM
           .

       *> Processes one account whose maturity date has arrived:
       *> values it at maturity the way MATTICK1 quoted it, picks up
       *> its instruction (or the default), and renews or pays it
       *> out. An account whose dates don't edit or that can't be
       *> priced stays on the master untouched and is listed.
       040-PROCESS-ONE-MATURITY.
           ADD 1 TO MPR-ACCOUNTS-MATURED
           MOVE MASTER-RECORD TO WS-HELD-MASTER
           MOVE MST-BRANCH-CODE TO WS-BR-LOOKUP-CODE
           PERFORM 017-FIND-BRANCH-SLOT

           MOVE MST-INVESTMENT-AMOUNT    TO WS-INVESTMENT-AMOUNT
           MOVE MST-NUMBER-OF-YEARS      TO WS-NUMBER-OF-YEARS
           MOVE MST-YEARLY-INTEREST-RATE TO WS-YEARLY-INTEREST-RATE
           MOVE MST-CALC-MODE            TO WS-CALC-MODE
           MOVE MST-PRODUCT-CODE         TO WS-PRODUCT-CODE
           MOVE MST-OPEN-DATE            TO WS-OPEN-DATE
           MOVE MST-MATURITY-DATE        TO WS-MATURITY-DATE
           IF WS-CALC-MODE = SPACE
               SET WS-CALC-MODE-COMPOUND TO TRUE
           END-IF
           MOVE MST-INVESTMENT-AMOUNT    TO WS-OLD-PRINCIPAL
           MOVE 0 TO WS-VALUE-AT-MATURITY
           MOVE 0 TO WS-INTEREST-AT-MATURITY
           MOVE 0 TO WS-NEW-PRINCIPAL
           MOVE 0 TO WS-PAID-AMOUNT
           MOVE 0 TO WS-NEW-RATE
           MOVE 0 TO WS-NEW-MATURITY-DATE
           MOVE 0 TO WS-NEW-TERM-YEARS

           PERFORM 052-VALIDATE-DATE-FIELDS
           IF INVALID-RECORD
               MOVE "OPEN OR MATURITY DATE DOES NOT EDIT"
                   TO WS-REFUSE-REASON
           ELSE
               IF MST-IS-FROZEN
                   SET INVALID-RECORD TO TRUE
                   MOVE "ACCOUNT FROZEN - LEFT AS IT STANDS"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF VALID-RECORD
               PERFORM 055-LOOK-UP-PRODUCT-RATE
               IF INVALID-RECORD
                   MOVE "NO RATE TABLE ENTRY FOR PRODUCT"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF

           IF INVALID-RECORD
               PERFORM 080-REFUSE-MATURITY
           ELSE
               PERFORM 100-CALCULATE-VALUE-AT-MATURITY
               MOVE WS-FUTURE-VALUE TO WS-VALUE-AT-MATURITY
               COMPUTE WS-INTEREST-AT-MATURITY =
                   WS-VALUE-AT-MATURITY - WS-OLD-PRINCIPAL
               PERFORM 045-PICK-UP-INSTRUCTION

               EVALUATE TRUE
                   WHEN ACTION-IS-PAYOUT
                       PERFORM 070-PAY-OUT-ACCOUNT
                   WHEN OTHER
                       PERFORM 060-RENEW-ACCOUNT
               END-EVALUATE
           END-IF
           .

       *> Picks up the account's instruction off the loaded deck, or
       *> the PARM default when the customer gave none.
       045-PICK-UP-INSTRUCTION.
           MOVE MST-ACCT-ID TO WS-INS-LOOKUP-ID
           PERFORM 037-FIND-INSTRUCTION
           IF WS-INS-SLOT > 0
               MOVE INS-ACTION (WS-INS-SLOT) TO WS-ACTION
               MOVE INS-NEW-TERM-YEARS (WS-INS-SLOT)
                   TO WS-NEW-TERM-YEARS
               SET ACTION-FROM-INSTRUCTION TO TRUE
           ELSE
               MOVE WS-DEFAULT-INSTRUCTION TO WS-ACTION
               MOVE 0 TO WS-NEW-TERM-YEARS
               SET ACTION-FROM-DEFAULT TO TRUE
               ADD 1 TO MPR-DEFAULTED
           END-IF

           IF WS-NEW-TERM-YEARS = 0
               MOVE MST-NUMBER-OF-YEARS TO WS-NEW-TERM-YEARS
           END-IF
           IF WS-NEW-TERM-YEARS = 0
               MOVE 1 TO WS-NEW-TERM-YEARS
           END-IF
           .

       *> Renews the account for a new term starting on its old
       *> maturity date: the principal alone (the interest paid
       *> away) or the principal plus interest, repriced at the
       *> current rate for the product and the tier the new
       *> principal reaches. A renewal the balance field can't hold
       *> or the rate table can't price is refused.
       060-RENEW-ACCOUNT.
           IF ACTION-IS-RENEW-WITH-INT
               MOVE WS-VALUE-AT-MATURITY TO WS-NEW-PRINCIPAL
               MOVE 0 TO WS-PAID-AMOUNT
           ELSE
               MOVE WS-OLD-PRINCIPAL TO WS-NEW-PRINCIPAL
               MOVE WS-INTEREST-AT-MATURITY TO WS-PAID-AMOUNT
           END-IF

           IF WS-NEW-PRINCIPAL > 9999999.99
               MOVE "RENEWED PRINCIPAL EXCEEDS BALANCE FIELD"
                   TO WS-REFUSE-REASON
               PERFORM 080-REFUSE-MATURITY
           ELSE
               MOVE WS-NEW-PRINCIPAL TO WS-INVESTMENT-AMOUNT
               PERFORM 055-LOOK-UP-PRODUCT-RATE
               IF INVALID-RECORD
                   MOVE "NO RATE TABLE ENTRY FOR RENEWAL TIER"
                       TO WS-REFUSE-REASON
                   PERFORM 080-REFUSE-MATURITY
               ELSE
                   MOVE WS-YEARLY-INTEREST-RATE TO WS-NEW-RATE
                   PERFORM 065-SET-NEW-TERM-DATES
                   PERFORM 067-REWRITE-RENEWED-MASTER
               END-IF
           END-IF
           .

       *> Works out the new term's dates: it opens on the old
       *> maturity date and matures the new number of years later on
       *> the same month and day, a 29 February maturity falling back
       *> to the 28th in a year that has none.
       065-SET-NEW-TERM-DATES.
           MOVE MST-MATURITY-DATE TO WS-NEW-OPEN-DATE
           COMPUTE WS-NEW-MATURITY-DATE =
               MST-MATURITY-DATE + WS-NEW-TERM-YEARS * 10000
           MOVE WS-NEW-MATURITY-DATE TO WS-CHECK-DATE
           PERFORM 053-CHECK-ONE-DATE
           IF CHECK-DATE-INVALID
                   AND WS-NEW-MATURITY-MONTH = 2
                   AND WS-NEW-MATURITY-DAY = 29
               MOVE 28 TO WS-NEW-MATURITY-DAY
           END-IF
           .

       *> Rewrites the renewed account, counting and listing the
       *> renewal only once the rewrite has actually succeeded, and
       *> files its change history and any interest paid away.
       067-REWRITE-RENEWED-MASTER.
           PERFORM 068-NOTE-CUSTOMER-ACTIVITY
           MOVE WS-NEW-PRINCIPAL     TO MST-INVESTMENT-AMOUNT
           MOVE WS-NEW-TERM-YEARS    TO MST-NUMBER-OF-YEARS
           MOVE WS-NEW-RATE          TO MST-YEARLY-INTEREST-RATE
           MOVE WS-NEW-OPEN-DATE     TO MST-OPEN-DATE
           MOVE WS-NEW-MATURITY-DATE TO MST-MATURITY-DATE
           REWRITE MASTER-RECORD
           IF FS-MASTER-FILE NOT = "00"
               DISPLAY "*** ERROR REWRITING MASTER FOR " MST-ACCT-ID
                   " - STATUS " FS-MASTER-FILE " ***"
               MOVE 12 TO RETURN-CODE
               MOVE WS-HELD-MASTER TO MASTER-RECORD
               MOVE "MASTER REWRITE FAILED" TO WS-REFUSE-REASON
               PERFORM 080-REFUSE-MATURITY
           ELSE
               IF ACTION-IS-RENEW-WITH-INT
                   ADD 1 TO MPR-RENEWED-WITH-INT
                   ADD 1 TO BR-RENEWED-WITH-INT (WS-BR-SLOT)
                   MOVE "RENEW+INT" TO MRG-DET-ACTION
               ELSE
                   ADD 1 TO MPR-RENEWED
                   ADD 1 TO BR-RENEWED (WS-BR-SLOT)
                   MOVE "RENEW" TO MRG-DET-ACTION
               END-IF
               ADD WS-OLD-PRINCIPAL TO MPR-MATURING-TOTAL
               ADD WS-OLD-PRINCIPAL TO BR-MATURING-TOTAL (WS-BR-SLOT)
               ADD WS-NEW-PRINCIPAL TO MPR-ROLLED-TOTAL
               ADD WS-NEW-PRINCIPAL TO BR-ROLLED-TOTAL (WS-BR-SLOT)

               MOVE "R"            TO HIST-ACTION
               MOVE WS-HELD-MASTER TO HIST-BEFORE-IMAGE
               MOVE MASTER-RECORD  TO HIST-AFTER-IMAGE
               PERFORM 095-WRITE-HISTORY-RECORD

               IF WS-PAID-AMOUNT > 0
                   MOVE "I" TO PAY-TYPE
                   PERFORM 075-WRITE-PAYOUT-RECORD
               END-IF
               PERFORM 077-BOOK-MATURITY-INTEREST
               PERFORM 085-HOLD-REGISTER-LINE
           END-IF
           .

       *> An instruction the customer gave for this maturity is
       *> activity on the account, so the dormancy sweep starts its
       *> count again from today; a renewal taken on the PARM
       *> default is not.
       068-NOTE-CUSTOMER-ACTIVITY.
           IF ACTION-FROM-INSTRUCTION
               MOVE WS-RUN-DATE TO MST-LAST-ACTIVITY-DATE
           END-IF
           .

       *> Pays the account out at its value at maturity and closes
       *> it on the master with nothing left on it, counting and
       *> listing the payout only once the rewrite has actually
       *> succeeded. The closed term stays on file for the
       *> history and the year-end run.
       070-PAY-OUT-ACCOUNT.
           MOVE WS-VALUE-AT-MATURITY TO WS-PAID-AMOUNT
           MOVE 0 TO WS-NEW-PRINCIPAL

           PERFORM 068-NOTE-CUSTOMER-ACTIVITY
           MOVE 0           TO MST-INVESTMENT-AMOUNT
           MOVE "C"         TO MST-STATUS-CODE
           MOVE WS-RUN-DATE TO MST-STATUS-DATE
           REWRITE MASTER-RECORD
           IF FS-MASTER-FILE NOT = "00"
               DISPLAY "*** ERROR CLOSING MASTER FOR " MST-ACCT-ID
                   " - STATUS " FS-MASTER-FILE " ***"
               MOVE 12 TO RETURN-CODE
               MOVE WS-HELD-MASTER TO MASTER-RECORD
               MOVE "MASTER REWRITE FAILED" TO WS-REFUSE-REASON
               PERFORM 080-REFUSE-MATURITY
           ELSE
               ADD 1 TO MPR-PAID-OUT
               ADD 1 TO BR-PAID-OUT (WS-BR-SLOT)
               ADD WS-OLD-PRINCIPAL TO MPR-MATURING-TOTAL
               ADD WS-OLD-PRINCIPAL TO BR-MATURING-TOTAL (WS-BR-SLOT)
               MOVE "PAYOUT" TO MRG-DET-ACTION

               MOVE "P"            TO HIST-ACTION
               MOVE WS-HELD-MASTER TO HIST-BEFORE-IMAGE
               MOVE MASTER-RECORD  TO HIST-AFTER-IMAGE
               PERFORM 095-WRITE-HISTORY-RECORD

               MOVE "P" TO PAY-TYPE
               PERFORM 075-WRITE-PAYOUT-RECORD
               PERFORM 077-BOOK-MATURITY-INTEREST
               PERFORM 085-HOLD-REGISTER-LINE
           END-IF
           .

       *> Records money leaving the book on the payout file: the
       *> full value of a paid-out account, or the interest paid
       *> away on a principal-only renewal.
       075-WRITE-PAYOUT-RECORD.
           MOVE MST-ACCT-ID             TO PAY-ACCT-ID
           MOVE MST-BRANCH-CODE         TO PAY-BRANCH-CODE
           MOVE MST-PRODUCT-CODE        TO PAY-PRODUCT-CODE
           IF PAY-IS-MATURITY-PAYOUT
               MOVE WS-OLD-PRINCIPAL    TO PAY-PRINCIPAL
           ELSE
               MOVE 0                   TO PAY-PRINCIPAL
           END-IF
           MOVE WS-INTEREST-AT-MATURITY TO PAY-INTEREST
           MOVE WS-PAID-AMOUNT          TO PAY-AMOUNT
           MOVE WS-MATURITY-DATE        TO PAY-MATURITY-DATE
           MOVE WS-RUN-DATE             TO PAY-RUN-DATE
           WRITE PAYOUT-RECORD
           IF FS-PAYOUT-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING PAYOUT RECORD FOR "
                   MST-ACCT-ID " - STATUS " FS-PAYOUT-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD WS-PAID-AMOUNT TO MPR-PAID-TOTAL
           ADD WS-PAID-AMOUNT TO BR-PAID-TOTAL (WS-BR-SLOT)
           .

       *> Books the interest the term earned, now that the renewal
       *> or payout has been applied: paid away, capitalized into
       *> the new principal, or paid out with the account, it is
       *> interest paid to the customer today. Posted interest
       *> POSTAPP1 has applied is in the balance the term's interest
       *> was figured from, so it is not in that figure; what SAVPOST1
       *> posted that the balance doesn't hold yet is on the
       *> accumulator and the ledger already, so it is netted off
       *> and only the rest goes on the account's
       *> year-to-date accumulator and into its branch/product slot
       *> for the ledger extract.
       077-BOOK-MATURITY-INTEREST.
           PERFORM 076-CLEAR-TERM-INTEREST-POSTED
           MOVE 0 TO WS-INTEREST-TO-BOOK
           IF WS-INTEREST-AT-MATURITY > WS-TERM-INTEREST-POSTED
               COMPUTE WS-INTEREST-TO-BOOK =
                   WS-INTEREST-AT-MATURITY - WS-TERM-INTEREST-POSTED
           END-IF
           COMPUTE MPR-INTEREST-PREPOSTED = MPR-INTEREST-PREPOSTED
               + WS-INTEREST-AT-MATURITY - WS-INTEREST-TO-BOOK

           IF WS-INTEREST-TO-BOOK > 0
               PERFORM 078-ACCUMULATE-INTEREST-YTD
               PERFORM 079-ROLL-INTEREST-TO-GL
               ADD WS-INTEREST-TO-BOOK TO MPR-INTEREST-BOOKED
           END-IF
           .

       *> Picks up the interest SAVPOST1 has posted for the maturing
       *> term and POSTAPP1 has not yet applied to the balance off
       *> the account's posting control record and clears
       *> it, so the new term - or the closed account - starts from
       *> nothing. A failed rewrite stops the run rather than leave
       *> the next maturity netting off this term's postings.
       076-CLEAR-TERM-INTEREST-POSTED.
           MOVE 0 TO WS-TERM-INTEREST-POSTED
           IF POSTING-CONTROL-PRESENT
               MOVE MST-ACCT-ID TO PCT-ACCT-ID
               READ POSTING-CONTROL-FILE
                   INVALID KEY
                       MOVE "23" TO FS-POSTING-CONTROL-FILE
               END-READ
               IF FS-POSTING-CONTROL-FILE = "00"
                   IF PCT-TERM-INTEREST IS NUMERIC
                       MOVE PCT-TERM-INTEREST
                           TO WS-TERM-INTEREST-POSTED
                   END-IF
                   MOVE 0 TO PCT-TERM-INTEREST
                   REWRITE POSTING-CONTROL-RECORD
                   IF FS-POSTING-CONTROL-FILE NOT = "00"
                       DISPLAY "*** ERROR UPDATING POSTING CONTROL FOR "
                           MST-ACCT-ID " - STATUS "
                           FS-POSTING-CONTROL-FILE " ***"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           .

       *> Adds the interest left to book at maturity to the account's
       *> accumulator for the tax year, the same record SAVPOST1's
       *> postings build, opening one the first time the account is
       *> paid interest in the year. No backup withholding is taken
       *> at maturity, so the withheld figure only carries forward.
       078-ACCUMULATE-INTEREST-YTD.
           MOVE WS-TAX-YEAR TO YTD-TAX-YEAR
           MOVE MST-ACCT-ID TO YTD-ACCT-ID
           SET YTD-RECORD-FOUND TO TRUE
           READ YTD-FILE
               INVALID KEY
                   SET YTD-RECORD-NOT-FOUND TO TRUE
           END-READ

           IF YTD-RECORD-NOT-FOUND
               MOVE SPACES      TO INTEREST-YTD-RECORD
               MOVE WS-TAX-YEAR TO YTD-TAX-YEAR
               MOVE MST-ACCT-ID TO YTD-ACCT-ID
               SET YTD-IS-ACCOUNT TO TRUE
               MOVE 0 TO YTD-INTEREST-PAID
               MOVE 0 TO YTD-WITHHELD
               MOVE 0 TO YTD-POSTING-COUNT
           END-IF

           MOVE MST-BRANCH-CODE         TO YTD-BRANCH-CODE
           MOVE MST-PRODUCT-CODE        TO YTD-PRODUCT-CODE
           ADD WS-INTEREST-TO-BOOK      TO YTD-INTEREST-PAID
           ADD 1                        TO YTD-POSTING-COUNT
           MOVE WS-RUN-DATE             TO YTD-LAST-POSTED-DATE

           IF YTD-RECORD-FOUND
               REWRITE INTEREST-YTD-RECORD
           ELSE
               WRITE INTEREST-YTD-RECORD
           END-IF
           IF FS-YTD-FILE NOT = "00"
               DISPLAY "*** ERROR UPDATING INTEREST YTD FOR "
                   MST-ACCT-ID " - STATUS " FS-YTD-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       *> Rolls the interest left to book at maturity into its
       *> branch/product summary slot, opening a new slot the first time the
       *> combination appears, the same way SAVPOST1's
       *> 062-ROLL-INTEREST-TO-GL does.
       079-ROLL-INTEREST-TO-GL.
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
               MOVE MST-BRANCH-CODE  TO GLS-BRANCH-CODE (WS-GLS-SLOT)
               MOVE MST-PRODUCT-CODE TO GLS-PRODUCT-CODE (WS-GLS-SLOT)
               MOVE 0 TO GLS-ACCOUNT-COUNT (WS-GLS-SLOT)
               MOVE 0 TO GLS-INTEREST-TOTAL (WS-GLS-SLOT)
           END-IF

           ADD 1 TO GLS-ACCOUNT-COUNT (WS-GLS-SLOT)
           ADD WS-INTEREST-TO-BOOK TO GLS-INTEREST-TOTAL (WS-GLS-SLOT)
           .

       *> Rolls the interest expense this run's extract sent to the
       *> ledger into the tax year's ledger control record, the
       *> figure TAX1099 reconciles the year's reported interest to.
       *> An extract that didn't prove never loads, and a run that
       *> booked nothing sent nothing, so neither is counted.
       090-UPDATE-LEDGER-CONTROL.
           IF GLT-IN-BALANCE AND GLT-DEBIT-TOTAL > 0
               MOVE WS-TAX-YEAR TO YTD-TAX-YEAR
               MOVE SPACES      TO YTD-ACCT-ID
               SET YTD-RECORD-FOUND TO TRUE
               READ YTD-FILE
                   INVALID KEY
                       SET YTD-RECORD-NOT-FOUND TO TRUE
               END-READ

               IF YTD-RECORD-NOT-FOUND
                   MOVE SPACES      TO INTEREST-YTD-RECORD
                   MOVE WS-TAX-YEAR TO YTD-TAX-YEAR
                   MOVE SPACES      TO YTD-ACCT-ID
                   SET YTD-IS-LEDGER-CONTROL TO TRUE
                   MOVE 0 TO YTD-GL-INTEREST-EXPENSE
                   MOVE 0 TO YTD-GL-WITHHELD
                   MOVE 0 TO YTD-GL-RUN-COUNT
               END-IF

               ADD GLT-DEBIT-TOTAL TO YTD-GL-INTEREST-EXPENSE
               ADD 1               TO YTD-GL-RUN-COUNT

               IF YTD-RECORD-FOUND
                   REWRITE INTEREST-YTD-RECORD
               ELSE
                   WRITE INTEREST-YTD-RECORD
               END-IF
               IF FS-YTD-FILE NOT = "00"
                   DISPLAY "*** ERROR UPDATING LEDGER CONTROL - STATUS "
                       FS-YTD-FILE " ***"
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           .

       *> Leaves a maturing account untouched on the master and
       *> holds its register line with the reason.
       080-REFUSE-MATURITY.
           ADD 1 TO MPR-REFUSED
           ADD 1 TO BR-REFUSED (WS-BR-SLOT)

           MOVE MST-ACCT-ID          TO MRG-REF-ACCT-ID
           MOVE WS-MATURITY-DATE     TO MRG-REF-MATURED
           MOVE MST-PRODUCT-CODE     TO MRG-REF-PRODUCT
           MOVE WS-OLD-PRINCIPAL     TO MRG-REF-PRINCIPAL
           MOVE WS-REFUSE-REASON     TO MRG-REF-REASON
           PERFORM 087-CHECK-REGISTER-ROOM
           MOVE MST-BRANCH-CODE      TO REG-BRANCH-CODE (WS-REG-COUNT)
           MOVE MRG-REFUSED-LINE     TO REG-LINE (WS-REG-COUNT)

           DISPLAY "*** REFUSED: " MST-ACCT-ID " - " WS-REFUSE-REASON
           .

       *> Formats the register line for the account just renewed or
       *> paid out and holds it under its branch.
       085-HOLD-REGISTER-LINE.
           MOVE MST-ACCT-ID          TO MRG-DET-ACCT-ID
           MOVE WS-MATURITY-DATE     TO MRG-DET-MATURED
           MOVE MST-PRODUCT-CODE     TO MRG-DET-PRODUCT
           MOVE WS-OLD-PRINCIPAL     TO MRG-DET-PRINCIPAL
           MOVE WS-VALUE-AT-MATURITY TO MRG-DET-AT-MATURITY
           MOVE WS-NEW-PRINCIPAL     TO MRG-DET-NEW-PRINCIPAL
           MOVE WS-PAID-AMOUNT       TO MRG-DET-PAID-OUT
           IF ACTION-IS-PAYOUT
               MOVE 0 TO MRG-DET-NEW-RATE
               MOVE 0 TO MRG-DET-NEW-YEARS
               MOVE 0 TO MRG-DET-NEW-MATURITY
           ELSE
               MOVE WS-NEW-RATE          TO MRG-DET-NEW-RATE
               MOVE WS-NEW-TERM-YEARS    TO MRG-DET-NEW-YEARS
               MOVE WS-NEW-MATURITY-DATE TO MRG-DET-NEW-MATURITY
           END-IF
           IF ACTION-FROM-DEFAULT
               MOVE "DEFLT" TO MRG-DET-SOURCE
           ELSE
               MOVE "INSTR" TO MRG-DET-SOURCE
           END-IF

           PERFORM 087-CHECK-REGISTER-ROOM
           MOVE MST-BRANCH-CODE TO REG-BRANCH-CODE (WS-REG-COUNT)
           MOVE MRG-DETAIL-LINE TO REG-LINE (WS-REG-COUNT)
           .

       *> Opens the next held register slot, stopping the run rather
       *> than losing a line when the table is full.
       087-CHECK-REGISTER-ROOM.
           IF WS-REG-COUNT = WS-REG-MAX
               DISPLAY "*** MORE THAN " WS-REG-MAX
                   " REGISTER LINES - RUN STOPPED ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REG-COUNT
           .

       *> Appends one change-history record for the renewal or
       *> payout just applied, in ACCTMNT1's history layout - the
       *> caller has already filed the action and the images. A
       *> failed history write is caught instead of the audit trail
       *> quietly losing the change.
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

       *> Replaces the rate in WS-YEARLY-INTEREST-RATE with the table
       *> rate for the account's product: the latest entry effective
       *> on or before the run date whose balance tier the amount in
       *> WS-INVESTMENT-AMOUNT reaches, the same lookup CALC2000
       *> applies - used both to value the maturing term and to
       *> reprice the renewal.
       055-LOOK-UP-PRODUCT-RATE.
           SET VALID-RECORD TO TRUE
           MOVE 0 TO WS-RATE-FOUND-SLOT
           MOVE 0 TO WS-RATE-BEST-DATE
           MOVE 0 TO WS-RATE-BEST-TIER

           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
                   UNTIL WS-RATE-INDEX > WS-RATE-COUNT
               IF RATE-TAB-PRODUCT-CODE (WS-RATE-INDEX)
                       = WS-PRODUCT-CODE
                   AND RATE-TAB-EFFECTIVE-DATE (WS-RATE-INDEX)
                       NOT > WS-RUN-DATE
                   AND RATE-TAB-TIER-MINIMUM (WS-RATE-INDEX)
                       NOT > WS-INVESTMENT-AMOUNT
                   IF WS-RATE-FOUND-SLOT = 0
                       OR RATE-TAB-EFFECTIVE-DATE (WS-RATE-INDEX)
                           > WS-RATE-BEST-DATE
                       OR (RATE-TAB-EFFECTIVE-DATE (WS-RATE-INDEX)
                           = WS-RATE-BEST-DATE
                           AND RATE-TAB-TIER-MINIMUM (WS-RATE-INDEX)
                           > WS-RATE-BEST-TIER)
                       MOVE WS-RATE-INDEX TO WS-RATE-FOUND-SLOT
                       MOVE RATE-TAB-EFFECTIVE-DATE (WS-RATE-INDEX)
                           TO WS-RATE-BEST-DATE
                       MOVE RATE-TAB-TIER-MINIMUM (WS-RATE-INDEX)
                           TO WS-RATE-BEST-TIER
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RATE-FOUND-SLOT > 0
               MOVE RATE-TAB-YEARLY-RATE (WS-RATE-FOUND-SLOT)
                   TO WS-YEARLY-INTEREST-RATE
           ELSE
               SET INVALID-RECORD TO TRUE
           END-IF
           .

       *> Projects the maturing term to its maturity, the same year-
       *> by-year and dated schedules CALC2000's 100-CALCULATE-
       *> FUTURE-VALUE runs, so the value paid or rolled is the value
       *> MATTICK1's notice quoted.
       100-CALCULATE-VALUE-AT-MATURITY.
           MOVE WS-INVESTMENT-AMOUNT TO WS-CLOSING-BALANCE

           IF WS-OPEN-DATE > 0
               PERFORM 105-RUN-DATED-SCHEDULE
           ELSE
               PERFORM VARYING WS-YEAR-INDEX FROM 1 BY 1
                       UNTIL WS-YEAR-INDEX > WS-NUMBER-OF-YEARS
                   MOVE WS-CLOSING-BALANCE TO WS-OPENING-BALANCE
                   PERFORM 115-ACCRUE-ONE-YEAR
               END-PERFORM
           END-IF

           MOVE WS-CLOSING-BALANCE TO WS-FUTURE-VALUE
           .

       *> Runs the schedule for an account with real open and
       *> maturity dates: calendar-year periods between the two, the
       *> partial first and last periods accrued at actual/365, the
       *> same schedule CALC2000's 105-RUN-DATED-SCHEDULE runs.
       105-RUN-DATED-SCHEDULE.
           MOVE WS-OPEN-DATE TO WS-PERIOD-START-DATE
           COMPUTE WS-PERIOD-FROM-DAY =
               FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE)
           MOVE "N" TO WS-SCHEDULE-DONE-SWITCH

           PERFORM UNTIL DATED-SCHEDULE-DONE
               COMPUTE WS-YEAR-END-DATE =
                   WS-PERIOD-START-YEAR * 10000 + 1231
               IF WS-MATURITY-DATE < WS-YEAR-END-DATE
                   MOVE WS-MATURITY-DATE TO WS-PERIOD-END-DATE
               ELSE
                   MOVE WS-YEAR-END-DATE TO WS-PERIOD-END-DATE
               END-IF
               COMPUTE WS-PERIOD-END-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-END-DATE)

               MOVE WS-CLOSING-BALANCE TO WS-OPENING-BALANCE

               IF WS-PERIOD-START-MMDD = 0101
                       AND WS-PERIOD-END-MMDD = 1231
                   PERFORM 115-ACCRUE-ONE-YEAR
               ELSE
                   COMPUTE WS-PERIOD-DAYS =
                       WS-PERIOD-END-DAY - WS-PERIOD-FROM-DAY
                   PERFORM 116-ACCRUE-PARTIAL-PERIOD
               END-IF

               IF WS-PERIOD-END-DATE = WS-MATURITY-DATE
                   SET DATED-SCHEDULE-DONE TO TRUE
               ELSE
                   COMPUTE WS-PERIOD-START-DATE =
                       (WS-PERIOD-START-YEAR + 1) * 10000 + 0101
                   MOVE WS-PERIOD-END-DAY TO WS-PERIOD-FROM-DAY
               END-IF
           END-PERFORM
           .

       *> Accrues one whole year onto the schedule balance, the same
       *> year-by-year pattern CALC2000's 115-ACCRUE-ONE-YEAR uses.
       115-ACCRUE-ONE-YEAR.
           EVALUATE TRUE
               WHEN WS-CALC-MODE-SIMPLE
                   COMPUTE WS-PERIODIC-RATE =
                       WS-YEARLY-INTEREST-RATE / 100
                   COMPUTE WS-INTEREST-EARNED =
                       WS-INVESTMENT-AMOUNT * WS-PERIODIC-RATE
                   COMPUTE WS-CLOSING-BALANCE =
                       WS-OPENING-BALANCE + WS-INTEREST-EARNED
               WHEN OTHER
                   MOVE WS-OPENING-BALANCE TO WS-PERIOD-BALANCE
                   COMPUTE WS-PERIODIC-RATE =
                       WS-YEARLY-INTEREST-RATE / 100
                           / WS-PERIODS-PER-YEAR
                   PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
                           UNTIL WS-PERIOD-INDEX > WS-PERIODS-PER-YEAR
                       COMPUTE WS-PERIOD-BALANCE =
                           WS-PERIOD-BALANCE * (1 + WS-PERIODIC-RATE)
                   END-PERFORM
                   MOVE WS-PERIOD-BALANCE TO WS-CLOSING-BALANCE
                   COMPUTE WS-INTEREST-EARNED =
                       WS-CLOSING-BALANCE - WS-OPENING-BALANCE
           END-EVALUATE
           .

       *> Accrues a partial period at actual/365: simple interest on
       *> the period's opening balance for the days actually held.
       116-ACCRUE-PARTIAL-PERIOD.
           COMPUTE WS-PERIODIC-RATE =
               WS-YEARLY-INTEREST-RATE / 100
           COMPUTE WS-INTEREST-EARNED ROUNDED =
               WS-OPENING-BALANCE * WS-PERIODIC-RATE
                   * WS-PERIOD-DAYS / 365
           COMPUTE WS-CLOSING-BALANCE =
               WS-OPENING-BALANCE + WS-INTEREST-EARNED
           .

       *> Rejects bad open/maturity dates so the dated schedule never
       *> accrues over a period that doesn't exist, the same edits
       *> CALC2000's 052-VALIDATE-DATE-FIELDS applies.
       052-VALIDATE-DATE-FIELDS.
           SET VALID-RECORD TO TRUE

           MOVE WS-OPEN-DATE TO WS-CHECK-DATE
           PERFORM 053-CHECK-ONE-DATE
           IF CHECK-DATE-VALID
               MOVE WS-MATURITY-DATE TO WS-CHECK-DATE
               PERFORM 053-CHECK-ONE-DATE
           END-IF

           IF CHECK-DATE-INVALID
               SET INVALID-RECORD TO TRUE
           ELSE
               IF WS-MATURITY-DATE NOT > WS-OPEN-DATE
                   SET INVALID-RECORD TO TRUE
               END-IF
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

       *> Writes the rollover register: one section per branch off
       *> the held lines, each on a fresh page, then the branch
       *> summary page and the run totals.
       140-WRITE-ROLLOVER-REGISTER.
           OPEN OUTPUT LIST-FILE
           WRITE LIST-RECORD FROM MRG-HEADING-LINE-1
           MOVE WS-RUN-DATE            TO MRG-RUN-DATE
           MOVE WS-DEFAULT-INSTRUCTION TO MRG-RUN-DEFAULT
           WRITE LIST-RECORD FROM MRG-RUN-LINE

           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT
               PERFORM 145-WRITE-ONE-BRANCH-SECTION
           END-PERFORM

           PERFORM 162-WRITE-BRANCH-SUMMARY
           PERFORM 165-WRITE-REGISTER-TOTALS
           CLOSE LIST-FILE
           .

       *> Writes one branch's register lines on a fresh page
       145-WRITE-ONE-BRANCH-SECTION.
           MOVE BR-CODE (WS-BR-INDEX) TO MRG-BRH-BRANCH
           MOVE BR-CODE (WS-BR-INDEX) TO WS-NAME-LOOKUP-CODE
           PERFORM 147-LOOK-UP-BRANCH-NAME
           MOVE WS-BRANCH-NAME        TO MRG-BRH-BRANCH-NAME
           WRITE LIST-RECORD FROM MRG-BRANCH-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE LIST-RECORD FROM MRG-COLUMN-LINE

           PERFORM VARYING WS-REG-INDEX FROM 1 BY 1
                   UNTIL WS-REG-INDEX > WS-REG-COUNT
               IF REG-BRANCH-CODE (WS-REG-INDEX)
                       = BR-CODE (WS-BR-INDEX)
                   WRITE LIST-RECORD FROM REG-LINE (WS-REG-INDEX)
               END-IF
           END-PERFORM
           .

       *> Looks up the branch in WS-NAME-LOOKUP-CODE on the reference
       *> file for the name the register prints beside the code.
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

       *> Writes the branch summary page: every branch's renewals,
       *> payouts, and refusals with the dollars that matured,
       *> rolled over, and left the book.
       162-WRITE-BRANCH-SUMMARY.
           WRITE LIST-RECORD FROM MRG-SUMMARY-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE LIST-RECORD FROM MRG-SUMMARY-COLUMN-LINE

           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT
               MOVE BR-CODE (WS-BR-INDEX)        TO MRG-SUM-BRANCH
               MOVE BR-CODE (WS-BR-INDEX)        TO WS-NAME-LOOKUP-CODE
               PERFORM 147-LOOK-UP-BRANCH-NAME
               MOVE WS-BRANCH-NAME               TO MRG-SUM-BRANCH-NAME
               MOVE BR-RENEWED (WS-BR-INDEX)     TO MRG-SUM-RENEWED
               MOVE BR-RENEWED-WITH-INT (WS-BR-INDEX)
                   TO MRG-SUM-RENEWED-INT
               MOVE BR-PAID-OUT (WS-BR-INDEX)    TO MRG-SUM-PAID-OUT
               MOVE BR-REFUSED (WS-BR-INDEX)     TO MRG-SUM-REFUSED
               MOVE BR-MATURING-TOTAL (WS-BR-INDEX)
                   TO MRG-SUM-MATURING
               MOVE BR-ROLLED-TOTAL (WS-BR-INDEX) TO MRG-SUM-ROLLED
               MOVE BR-PAID-TOTAL (WS-BR-INDEX)   TO MRG-SUM-PAID
               WRITE LIST-RECORD FROM MRG-SUMMARY-LINE
           END-PERFORM
           .

       *> Writes the run totals block at the end of the register
       165-WRITE-REGISTER-TOTALS.
           WRITE LIST-RECORD FROM MRG-BLANK-LINE
           MOVE "ACCOUNTS READ"          TO MRG-CTOT-LABEL
           MOVE MPR-ACCOUNTS-READ        TO MRG-CTOT-COUNT
           WRITE LIST-RECORD FROM MRG-COUNT-TOTAL-LINE
           MOVE "ACCOUNTS MATURED"       TO MRG-CTOT-LABEL
           MOVE MPR-ACCOUNTS-MATURED     TO MRG-CTOT-COUNT
           WRITE LIST-RECORD FROM MRG-COUNT-TOTAL-LINE
           MOVE "RENEWED"                TO MRG-CTOT-LABEL
           MOVE MPR-RENEWED              TO MRG-CTOT-COUNT
           WRITE LIST-RECORD FROM MRG-COUNT-TOTAL-LINE
           MOVE "RENEWED WITH INTEREST"  TO MRG-CTOT-LABEL
           MOVE MPR-RENEWED-WITH-INT     TO MRG-CTOT-COUNT
           WRITE LIST-RECORD FROM MRG-COUNT-TOTAL-LINE
           MOVE "PAID OUT"               TO MRG-CTOT-LABEL
           MOVE MPR-PAID-OUT             TO MRG-CTOT-COUNT
           WRITE LIST-RECORD FROM MRG-COUNT-TOTAL-LINE
           MOVE "REFUSED"                TO MRG-CTOT-LABEL
           MOVE MPR-REFUSED              TO MRG-CTOT-COUNT
           WRITE LIST-RECORD FROM MRG-COUNT-TOTAL-LINE
           MOVE "TAKEN ON DEFAULT"       TO MRG-CTOT-LABEL
           MOVE MPR-DEFAULTED            TO MRG-CTOT-COUNT
           WRITE LIST-RECORD FROM MRG-COUNT-TOTAL-LINE
           MOVE "CLOSED - PASSED OVER"   TO MRG-CTOT-LABEL
           MOVE MPR-CLOSED-PASSED        TO MRG-CTOT-COUNT
           WRITE LIST-RECORD FROM MRG-COUNT-TOTAL-LINE
           MOVE "INSTRUCTIONS IGNORED"   TO MRG-CTOT-LABEL
           MOVE MPR-INSTRUCTIONS-BAD     TO MRG-CTOT-COUNT
           WRITE LIST-RECORD FROM MRG-COUNT-TOTAL-LINE
           MOVE "PRINCIPAL MATURED"      TO MRG-ATOT-LABEL
           MOVE MPR-MATURING-TOTAL       TO MRG-ATOT-AMOUNT
           WRITE LIST-RECORD FROM MRG-AMOUNT-TOTAL-LINE
           MOVE "PRINCIPAL ROLLED OVER"  TO MRG-ATOT-LABEL
           MOVE MPR-ROLLED-TOTAL         TO MRG-ATOT-AMOUNT
           WRITE LIST-RECORD FROM MRG-AMOUNT-TOTAL-LINE
           MOVE "PAID OUT TOTAL"         TO MRG-ATOT-LABEL
           MOVE MPR-PAID-TOTAL           TO MRG-ATOT-AMOUNT
           WRITE LIST-RECORD FROM MRG-AMOUNT-TOTAL-LINE
           MOVE "INTEREST BOOKED"        TO MRG-ATOT-LABEL
           MOVE MPR-INTEREST-BOOKED      TO MRG-ATOT-AMOUNT
           WRITE LIST-RECORD FROM MRG-AMOUNT-TOTAL-LINE
           MOVE "INTEREST ALREADY POSTED" TO MRG-ATOT-LABEL
           MOVE MPR-INTEREST-PREPOSTED   TO MRG-ATOT-AMOUNT
           WRITE LIST-RECORD FROM MRG-AMOUNT-TOTAL-LINE
           .

       *> Cuts the MATGL extract off the branch/product summary: one
       *> debit/credit entry pair per combination, then the trailer,
       *> then the proof listing. The extract must balance and its
       *> debits must equal the interest booked at maturity; one
       *> that doesn't is flagged and stops the job stream. A
       *> combination the reference file can't map - or every one,
       *> when there is no reference file - posts to the standing
       *> accounts and is flagged on the proof for review.
       200-WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-FILE
           IF FS-GL-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING GL FILE - STATUS "
                   FS-GL-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PROOF-FILE
           IF FS-PROOF-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING PROOF FILE - STATUS "
                   FS-PROOF-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE PROOF-RECORD FROM GLP-HEADING-LINE-1
           WRITE PROOF-RECORD FROM GLP-BLANK-LINE
           WRITE PROOF-RECORD FROM GLP-COLUMN-LINE

           PERFORM VARYING WS-GLS-INDEX FROM 1 BY 1
                   UNTIL WS-GLS-INDEX > WS-GLS-COUNT
               PERFORM 205-WRITE-GL-ENTRY-PAIR
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

           IF GLT-DEBIT-TOTAL NOT = GLT-CREDIT-TOTAL
               OR GLT-DEBIT-TOTAL NOT = MPR-INTEREST-BOOKED
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
               DISPLAY "*** " GLT-UNMAPPED-COUNT " GL ENTRY PAIRS NOT"
                   " ON REFERENCE FILE - REVIEW MATPRF ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       *> Writes one branch/product combination's debit/credit entry
       *> pair to the extract and its two proof lines: interest
       *> expense debited, the accrued-interest liability credited,
       *> both charged to the branch's cost center.
       205-WRITE-GL-ENTRY-PAIR.
           PERFORM 204-LOOK-UP-GL-MAPPING

           MOVE SPACES TO GL-RECORD
           MOVE "E"    TO GL-REC-TYPE
           MOVE WS-EXPENSE-ENTRY-TYPE           TO GL-ENTRY-TYPE
           MOVE GLS-BRANCH-CODE (WS-GLS-INDEX)  TO GL-BRANCH-CODE
           MOVE GLS-PRODUCT-CODE (WS-GLS-INDEX) TO GL-PRODUCT-CODE
           MOVE WS-MAP-EXPENSE-ACCT             TO GL-ACCOUNT-NUMBER
           MOVE GLS-INTEREST-TOTAL (WS-GLS-INDEX) TO GL-AMOUNT
           MOVE WS-RUN-DATE                     TO GL-RUN-DATE
           MOVE WS-MAP-COST-CENTER              TO GL-COST-CENTER
           PERFORM 206-WRITE-GL-ENTRY

           MOVE WS-PAYABLE-ENTRY-TYPE    TO GL-ENTRY-TYPE
           MOVE WS-MAP-PAYABLE-ACCT      TO GL-ACCOUNT-NUMBER
           PERFORM 206-WRITE-GL-ENTRY
           .

       *> Looks up the combination in hand on the reference file: the
       *> product's expense and payable accounts and the branch's
       *> cost center. A product not on file posts to the standing
       *> accounts and a branch not on file goes without a cost
       *> center, each flagged on the proof ahead of its entries.
       204-LOOK-UP-GL-MAPPING.
           SET MAP-PRODUCT-NOT-ON-FILE TO TRUE
           SET MAP-BRANCH-NOT-ON-FILE  TO TRUE
           MOVE GL-INTEREST-EXPENSE-ACCT TO WS-MAP-EXPENSE-ACCT
           MOVE GL-INTEREST-PAYABLE-ACCT TO WS-MAP-PAYABLE-ACCT
           MOVE SPACES                   TO WS-MAP-COST-CENTER

           IF REFERENCE-FILE-PRESENT
               MOVE "P"                             TO REF-REC-TYPE
               MOVE GLS-PRODUCT-CODE (WS-GLS-INDEX) TO REF-CODE
               READ REFERENCE-FILE
                   NOT INVALID KEY
                       SET MAP-PRODUCT-ON-FILE TO TRUE
                       MOVE REF-EXPENSE-GL-ACCT TO WS-MAP-EXPENSE-ACCT
                       MOVE REF-PAYABLE-GL-ACCT TO WS-MAP-PAYABLE-ACCT
               END-READ

               MOVE "B"                             TO REF-REC-TYPE
               MOVE GLS-BRANCH-CODE (WS-GLS-INDEX)  TO REF-CODE
               READ REFERENCE-FILE
                   NOT INVALID KEY
                       SET MAP-BRANCH-ON-FILE TO TRUE
                       MOVE REF-COST-CENTER TO WS-MAP-COST-CENTER
               END-READ
           END-IF

           IF MAP-PRODUCT-NOT-ON-FILE
               MOVE SPACES TO GLP-PROOF-TEXT
               STRING "*** PRODUCT " DELIMITED BY SIZE
                   GLS-PRODUCT-CODE (WS-GLS-INDEX) DELIMITED BY SIZE
                   " NOT ON FILE - DEFAULT ACCOUNTS"
                       DELIMITED BY SIZE
                   INTO GLP-PROOF-TEXT
               WRITE PROOF-RECORD FROM GLP-PROOF-LINE
           END-IF
           IF MAP-BRANCH-NOT-ON-FILE
               MOVE SPACES TO GLP-PROOF-TEXT
               STRING "*** BRANCH " DELIMITED BY SIZE
                   GLS-BRANCH-CODE (WS-GLS-INDEX) DELIMITED BY SIZE
                   " NOT ON FILE - NO COST CENTER" DELIMITED BY SIZE
                   INTO GLP-PROOF-TEXT
               WRITE PROOF-RECORD FROM GLP-PROOF-LINE
           END-IF
           IF MAP-PRODUCT-NOT-ON-FILE OR MAP-BRANCH-NOT-ON-FILE
               ADD 1 TO GLT-UNMAPPED-COUNT
           END-IF
           .

       *> Writes the entry built in GL-RECORD and its proof line,
       *> rolling it into the extract's debit or credit total and
       *> its hash total.
       206-WRITE-GL-ENTRY.
           WRITE GL-RECORD
           IF FS-GL-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING GL ENTRY - STATUS "
                   FS-GL-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO GLT-ENTRY-COUNT
           IF GL-ENTRY-IS-DEBIT
               ADD GL-AMOUNT TO GLT-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO GLT-CREDIT-TOTAL
           END-IF
           ADD GL-AMOUNT TO GLT-HASH-TOTAL
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
       *> totals, then the tie back to the interest booked on the
       *> accounts renewed or paid out.
       210-WRITE-GL-PROOF-TOTALS.
           WRITE PROOF-RECORD FROM GLP-BLANK-LINE
           MOVE "ENTRIES WRITTEN"        TO GLP-CTOT-LABEL
           MOVE GLT-ENTRY-COUNT         TO GLP-CTOT-COUNT
           WRITE PROOF-RECORD FROM GLP-COUNT-TOTAL-LINE
           MOVE "PAIRS NOT ON REFERENCE"  TO GLP-CTOT-LABEL
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
           MOVE "INTEREST BOOKED"       TO GLP-ATOT-LABEL
           MOVE MPR-INTEREST-BOOKED     TO GLP-ATOT-AMOUNT
           WRITE PROOF-RECORD FROM GLP-AMOUNT-TOTAL-LINE

           WRITE PROOF-RECORD FROM GLP-BLANK-LINE
           IF GLT-IN-BALANCE
               MOVE "EXTRACT PROVES TO THE INTEREST BOOKED"
                   TO GLP-PROOF-TEXT
           ELSE
               MOVE "*** EXTRACT DOES NOT PROVE - DO NOT LOAD ***"
                   TO GLP-PROOF-TEXT
           END-IF
           WRITE PROOF-RECORD FROM GLP-PROOF-LINE
           .
