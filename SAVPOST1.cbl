       *>   with a proof listing tying it to the posted totals, so
       *>   finance loads the ledger from the file instead of rekeying
       *>   console totals.
       *>   Interest paid to an account whose primary owner is flagged
       *>   for backup withholding on CUSTMST has the withholding
       *>   taken out before the balance posts: the amount withheld
       *>   is listed on the WHLDOUT withholding file and credited to
       *>   the withholding-payable ledger account. Every posting
       *>   rolls into the INTYTD year-to-date accumulators - interest
       *>   paid and withheld per account, and the interest expense
       *>   and withholding the run sent to the ledger - that TAX1099
       *>   files the year's 1099-INT returns from.
       *>   Accounts ACCTMST carries as frozen, dormant, or closed are
       *>   not posted - POSTAPP1 would refuse their balances - and
       *>   are listed on the POSTSKIP listing with why instead, and
       *>   carried onto POSTOUT at their balance unchanged so a deck
       *>   cycle never drops them from the book. A
       *>   deck run looks each account's status up on the master by
       *>   key; an account the master doesn't carry posts as before.
       *>   Every posting is recorded on the POSTCTL posting-period
       *>   control file - the last period posted for the run as a
       *>   whole and for each account, and the POSTOUT generation the
       *>   run cut - so a resubmitted run refuses a period already
       *>   posted instead of booking its interest twice, and an
       *>   account already posted for the period is passed over. A
       *>   period is posted again only once a reversal run (PARM run
       *>   mode R) has backed it out: the reversal takes each
       *>   account's posted interest back off the master where
       *>   POSTAPP1 applied it, backs it out of the INTYTD
       *>   accumulators, and cuts offsetting GLOUT entries under the
       *>   usual proof, with the accounts listed on POSTREV.
       *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-POSTED-FILE.

           SELECT OPTIONAL MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS FS-MASTER-FILE.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REJECT-FILE.

           SELECT SKIP-FILE ASSIGN TO "POSTSKIP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SKIP-FILE.

           SELECT GL-FILE ASSIGN TO "GLOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-GL-FILE.

           SELECT REFERENCE-FILE ASSIGN TO "BRPRREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-KEY
               FILE STATUS IS FS-REFERENCE-FILE.

           SELECT WITHHOLDING-FILE ASSIGN TO "WHLDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-WITHHOLDING-FILE.

           SELECT OPTIONAL YTD-FILE ASSIGN TO "INTYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-KEY
               FILE STATUS IS FS-YTD-FILE.

           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUST-ID
               FILE STATUS IS FS-CUSTOMER-FILE.

           SELECT OPTIONAL RELATIONSHIP-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-ACCT-ID WITH DUPLICATES
               FILE STATUS IS FS-RELATIONSHIP-FILE.

           SELECT OPTIONAL POSTING-CONTROL-FILE ASSIGN TO "POSTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-ACCT-ID
               FILE STATUS IS FS-POSTING-CONTROL-FILE.

           SELECT REVERSAL-FILE ASSIGN TO "POSTREV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REVERSAL-FILE.

           SELECT PROOF-FILE ASSIGN TO "GLPROOF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PROOF-FILE.
           05  PST-HEADER-DATA REDEFINES PST-DETAIL-DATA.
               10  PST-EXPECTED-COUNT         PIC 9(7).
               10  PST-EXPECTED-TOTAL         PIC 9(9)V99.
               10  FILLER                     PIC X(3).
               10  PST-POSTING-PERIOD         PIC 9(6).
               10  PST-GENERATION             PIC 9(5).
               10  FILLER                     PIC X(18).

       *> Product rate table: effective-dated entries with balance
       *> tiers per product code, loaded up front and looked up for
           05  REJ-REASON-TEXT            PIC X(30).
           05  REJ-RUN-DATE               PIC 9(8).

       *> Accounts passed over for their master status rather than
       *> posted, each listed with why, so a frozen or closed account
       *> missing from POSTOUT is on paper.
       FD  SKIP-FILE
           RECORDING MODE IS F.
       01  SKIP-RECORD                PIC X(80).

       *> General ledger interface file cut after the posting cycle:
       *> one debit/credit entry pair per branch/product combination
       *> posted, each charged to its branch's cost center, under a
       *> trailer record carrying the entry count and hash total the
       *> ledger load balances against.
       FD  GL-FILE
           RECORDING MODE IS F.
       01  GL-RECORD.
               10  GL-ACCOUNT-NUMBER          PIC X(8).
               10  GL-AMOUNT                  PIC 9(9)V99.
               10  GL-RUN-DATE                PIC 9(8).
               10  GL-COST-CENTER             PIC X(6).
           05  GL-TRAILER-DATA REDEFINES GL-ENTRY-DATA.
               10  GL-ENTRY-COUNT             PIC 9(7).
               10  GL-HASH-TOTAL              PIC 9(11)V99.
               10  FILLER                     PIC X(21).

       *> Spooled proof listing for the extract: every entry, the
       *> debit/credit totals, and the tie back to the posting run's
           RECORDING MODE IS F.
       01  PROOF-RECORD               PIC X(80).

       *> Keyed branch and product reference file maintained by
       *> REFMNT1: the GL accounts each product's interest posts to
       *> and the cost center each branch's entries are charged to.
       FD  REFERENCE-FILE.
       COPY BRPRREF.

       *> Posting-period control: the run control record and one
       *> record per account posted, read and updated as each
       *> period posts or is reversed.
       FD  POSTING-CONTROL-FILE.
       COPY POSTCTL.

       *> Spooled reversal listing: each account a reversal run backed
       *> out or kept, with the interest and withholding involved.
       FD  REVERSAL-FILE
           RECORDING MODE IS F.
       01  REVERSAL-RECORD            PIC X(80).

       *> One record per account backup withholding was taken from
       *> this cycle: the owner and tax id it was withheld under,
       *> the gross interest, and the amount withheld. PROJRCN1
       *> adds the withholding back when it proves posted balances
       *> against projections.
       FD  WITHHOLDING-FILE
           RECORDING MODE IS F.
       01  WITHHOLDING-RECORD.
           05  WHL-ACCT-ID                PIC X(10).
           05  WHL-CUST-ID                PIC X(10).
           05  WHL-TAX-ID                 PIC X(9).
           05  WHL-BRANCH-CODE            PIC X(3).
           05  WHL-PRODUCT-CODE           PIC X(4).
           05  WHL-GROSS-INTEREST         PIC 9(9)V99.
           05  WHL-WITHHELD-AMOUNT        PIC 9(9)V99.
           05  WHL-RUN-DATE               PIC 9(8).

       *> Interest-paid year-to-date accumulators, one record per
       *> account per tax year plus the year's ledger control record.
       FD  YTD-FILE.
       COPY INTYTD.

       *> Keyed customer file maintained by CUSTMNT1, read by key for
       *> the account owner's backup-withholding flag and tax id.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       *> Keyed customer-to-account relationships, read back on the
       *> alternate account key for each posted account's owners.
       FD  RELATIONSHIP-FILE.
       COPY ACCTREL.

       *> Keyed account master maintained by ACCTMNT1, read in place
       *> of the POSTIN deck when the PARM input source says so, and
       *> read by key on a deck run for each account's status.
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

       *> Shared run log appended to at end of run, one completion
       *> record per program per run, reported by CYCSTAT1.
           05  FS-POSTED-FILE         PIC XX VALUE "00".
           05  FS-RATE-FILE           PIC XX VALUE "00".
           05  FS-REJECT-FILE         PIC XX VALUE "00".
           05  FS-SKIP-FILE           PIC XX VALUE "00".
           05  FS-GL-FILE             PIC XX VALUE "00".
           05  FS-PROOF-FILE          PIC XX VALUE "00".
           05  FS-REFERENCE-FILE      PIC XX VALUE "00".
           05  FS-WITHHOLDING-FILE    PIC XX VALUE "00".
           05  FS-YTD-FILE            PIC XX VALUE "00".
           05  FS-CUSTOMER-FILE       PIC XX VALUE "00".
           05  FS-RELATIONSHIP-FILE   PIC XX VALUE "00".
           05  FS-POSTING-CONTROL-FILE PIC XX VALUE "00".
           05  FS-REVERSAL-FILE       PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE        PIC XX VALUE "00".

       *> Run date the rate table is applied as of, stamped onto any
           05  CT-POSTED-TOTAL        PIC 9(11)V99 VALUE 0.
           05  CT-POSTED-PRINCIPAL    PIC 9(11)V99 VALUE 0.
           05  CT-POSTED-INTEREST     PIC 9(11)V99 VALUE 0.
           05  CT-POSTED-WITHHELD     PIC 9(11)V99 VALUE 0.
           05  CT-WITHHELD-COUNT      PIC 9(7)     VALUE 0.
           05  CT-STATUS-SKIP-COUNT   PIC 9(7)     VALUE 0.
           05  CT-PERIOD-SKIP-COUNT   PIC 9(7)     VALUE 0.
           05  CT-CARRIED-COUNT       PIC 9(7)     VALUE 0.
           05  CT-CARRIED-TOTAL       PIC 9(11)V99 VALUE 0.
           05  CT-REVERSAL-KEPT-COUNT PIC 9(7)     VALUE 0.
           05  CT-MASTER-RESTORED     PIC 9(11)V99 VALUE 0.
           05  CT-EXPECTED-COUNT      PIC 9(7)     VALUE 0.
           05  CT-EXPECTED-TOTAL      PIC 9(11)V99 VALUE 0.
           05  CT-BALANCE-SWITCH      PIC X        VALUE "Y".
       COPY CALCFV.

       *> Balance posted to the account after interest is applied,
       *> the interest portion of it broken out for the ledger, and
       *> any backup withholding taken out of that interest.
       01  WS-POSTED-BALANCE      PIC 9(9)V99 VALUE 0.
       01  WS-POSTED-INTEREST     PIC 9(9)V99 VALUE 0.
       01  WS-WITHHELD-AMOUNT     PIC 9(9)V99 VALUE 0.

       *> Backup withholding: the statutory rate taken out of the
       *> interest paid to an owner whose tax id is flagged, and the
       *> account's primary owner found on the relationship file.
       *> The customer files are optional - a shop not yet on them
       *> posts with no withholding, and the run says so.
       01  WITHHOLDING-WORK-VALUES.
           05  WS-BACKUP-WITHHOLDING-RATE PIC 9(2)V99 VALUE 24.00.
           05  WS-OWNER-CUST-ID       PIC X(10) VALUE SPACES.
           05  WS-CUSTOMER-FILES-SWITCH PIC X VALUE "N".
               88  CUSTOMER-FILES-PRESENT   VALUE "Y".
           05  WS-REL-SCAN-SWITCH     PIC X VALUE "N".
               88  REL-SCAN-DONE            VALUE "Y".

       *> Account status work: whether the master is on hand to look
       *> a deck account's status up on, and whether the account in
       *> hand is to be passed over for it.
       01  STATUS-WORK-VALUES.
           05  WS-MASTER-STATUS-SWITCH PIC X VALUE "N".
               88  MASTER-STATUS-AVAILABLE  VALUE "Y".
           05  WS-STATUS-SKIP-SWITCH  PIC X VALUE "N".
               88  ACCOUNT-SKIPPED          VALUE "Y" "P".
               88  ACCOUNT-STATUS-SKIPPED   VALUE "Y".
               88  ACCOUNT-PERIOD-SKIPPED   VALUE "P".
               88  ACCOUNT-STATUS-POSTABLE  VALUE "N".

       *> Posting-period control work: the period this run posts or
       *> reverses, the POSTOUT generation it cuts, and - on a
       *> reversal - whether the period's balances reached the
       *> master and its entries reached the ledger, so only what
       *> actually went out is backed out.
       01  POSTING-CONTROL-VALUES.
           05  WS-POSTING-PERIOD      PIC 9(6) VALUE 0.
           05  WS-POSTING-PERIOD-PARTS REDEFINES WS-POSTING-PERIOD.
               10  WS-POSTING-YEAR    PIC 9(4).
               10  WS-POSTING-MONTH   PIC 99.
           05  WS-POSTING-MODE        PIC X VALUE "P".
               88  POSTING-MODE-POST        VALUE "P".
               88  POSTING-MODE-REVERSAL    VALUE "R".
           05  WS-POSTING-GENERATION  PIC 9(5) VALUE 0.
           05  WS-CTL-FOUND-SWITCH    PIC X VALUE "N".
               88  CTL-RECORD-FOUND         VALUE "Y".
               88  CTL-RECORD-NOT-FOUND     VALUE "N".
           05  WS-RUN-REFUSED-SWITCH  PIC X VALUE "N".
               88  RUN-REFUSED              VALUE "Y".
           05  WS-REVERSE-MASTER-SWITCH PIC X VALUE "N".
               88  REVERSE-MASTER-BALANCES  VALUE "Y".
           05  WS-REVERSE-GL-SWITCH   PIC X VALUE "N".
               88  REVERSE-GL-ENTRIES       VALUE "Y".
           05  WS-REVERSAL-SWITCH     PIC X VALUE "Y".
               88  ACCOUNT-REVERSIBLE       VALUE "Y".
               88  ACCOUNT-KEPT             VALUE "N".
           05  WS-REV-MASTER-SWITCH   PIC X VALUE "Y".
               88  REV-MASTER-FOUND         VALUE "Y".
               88  REV-MASTER-NOT-FOUND     VALUE "N".
           05  WS-ON-MASTER-SWITCH    PIC X VALUE "N".
               88  INTEREST-ON-MASTER       VALUE "Y".
               88  INTEREST-NOT-ON-MASTER   VALUE "N".
           05  WS-TERM-INTEREST-OFF   PIC 9(9)V99 VALUE 0.
           05  WS-END-OF-CONTROL-SWITCH PIC X VALUE "N".
               88  END-OF-CONTROL-FILE      VALUE "Y".
           05  WS-NET-INTEREST        PIC 9(9)V99 VALUE 0.
           05  WS-REVERSAL-NOTE       PIC X(23) VALUE SPACES.

       *> Year-to-date accumulator work: the tax year this run's
       *> postings are paid in, and whether the account already has
       *> an accumulator for it.
       01  YTD-WORK-VALUES.
           05  WS-TAX-YEAR            PIC 9(4) VALUE 0.
           05  WS-YTD-FOUND-SWITCH    PIC X VALUE "N".
               88  YTD-RECORD-FOUND         VALUE "Y".
               88  YTD-RECORD-NOT-FOUND     VALUE "N".

       *> Ledger accounts the extract's entries post to: every
       *> branch/product's interest expense debits the one, the
       *> accrued-interest liability credits the other, and any
       *> backup withholding is credited to withholding payable
       *> instead of the customer. The expense and payable accounts
       *> are taken per product off the reference file; these two
       *> stand in for a product not on it.
       01  GL-ACCOUNT-NUMBERS.
           05  GL-INTEREST-EXPENSE-ACCT  PIC X(8) VALUE "51100000".
           05  GL-INTEREST-PAYABLE-ACCT  PIC X(8) VALUE "21200000".
           05  GL-WITHHOLDING-PAYABLE-ACCT PIC X(8) VALUE "21500000".

       *> Entry types the extract's expense and payable entries carry:
       *> a posting debits expense and credits the payables, and a
       *> reversal turns both around to offset them.
       01  GL-ENTRY-TYPE-VALUES.
           05  WS-EXPENSE-ENTRY-TYPE  PIC X VALUE "D".
           05  WS-PAYABLE-ENTRY-TYPE  PIC X VALUE "C".

       *> Interest summarized by branch/product combination as each
       *> account posts; each slot becomes one debit/credit entry
               10  GLS-PRODUCT-CODE       PIC X(4).
               10  GLS-ACCOUNT-COUNT      PIC 9(7).
               10  GLS-INTEREST-TOTAL     PIC 9(11)V99.
               10  GLS-WITHHELD-TOTAL     PIC 9(11)V99.

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
               VALUE "SAVPOST1 - GENERAL LEDGER EXTRACT PROOF".
           05  FILLER                 PIC X(19) VALUE SPACES.

       01  GLP-MODE-LINE.
           05  FILLER                 PIC X(27)
               VALUE "REVERSAL OF POSTING PERIOD ".
           05  GLP-MODE-PERIOD        PIC 9(6).
           05  FILLER                 PIC X(47)
               VALUE " - OFFSETTING ENTRIES".

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
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  GLP-ENT-LEDGER-ACCT    PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  GLP-ENT-COST-CENTER    PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  GLP-ENT-AMOUNT         PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(28) VALUE SPACES.

       01  GLP-AMOUNT-TOTAL-LINE.
           05  GLP-ATOT-LABEL         PIC X(26).

       01  GLP-BLANK-LINE             PIC X(80) VALUE SPACES.

       *> Skipped-account listing line layouts, built up in
       *> WORKING-STORAGE and moved to SKIP-RECORD before each WRITE.
       01  SKL-HEADING-LINE-1.
           05  FILLER                 PIC X(22) VALUE SPACES.
           05  FILLER                 PIC X(36)
               VALUE "SAVPOST1 - ACCOUNTS SKIPPED THIS RUN".
           05  FILLER                 PIC X(22) VALUE SPACES.

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
               VALUE "ACCOUNTS SKIPPED: ".
           05  SKL-TOT-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(45) VALUE SPACES.

       *> Reversal listing line layouts, built up in WORKING-STORAGE
       *> and moved to REVERSAL-RECORD before each WRITE; the totals
       *> block reuses the proof listing's total lines.
       01  RVL-HEADING-LINE-1.
           05  FILLER                 PIC X(23) VALUE SPACES.
           05  FILLER                 PIC X(34)
               VALUE "SAVPOST1 - POSTING PERIOD REVERSAL".
           05  FILLER                 PIC X(23) VALUE SPACES.

       01  RVL-PERIOD-LINE.
           05  FILLER                 PIC X(15) VALUE "POSTING PERIOD ".
           05  RVL-PER-PERIOD         PIC 9(6).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "GENERATION ".
           05  RVL-PER-GENERATION     PIC 9(5).
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  RVL-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT".
           05  FILLER                 PIC X(5)  VALUE "BRN".
           05  FILLER                 PIC X(6)  VALUE "PROD".
           05  FILLER                 PIC X(16) VALUE "        INTEREST".
           05  FILLER                 PIC X(16) VALUE "        WITHHELD".
           05  FILLER                 PIC X(25) VALUE "  STATUS".

       01  RVL-DETAIL-LINE.
           05  RVL-DET-ACCT-ID        PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RVL-DET-BRANCH         PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RVL-DET-PRODUCT        PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RVL-DET-INTEREST       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RVL-DET-WITHHELD       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RVL-DET-STATUS         PIC X(23).

       *> Edited numeric item used only for display
       01  DISP-POSTED-BALANCE    PIC $$$,$$$,$$$,$$9.99.

       *> Run-control card read off this run's command line, in the
       *> same PARM layout CALC2000 reads so the same PARM card can be
       *> passed to both programs for a run. Only the frequency and
       *> input source bytes are used here, plus the posting period
       *> and run mode past the end of CALC2000's fields.
       01  WS-RUN-PARM-RAW            PIC X(82) VALUE SPACES.
       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM-RAW.
           05  PARM-ITERATIONS        PIC 9(2).
           05  PARM-FREQUENCY         PIC X.
           05  PARM-RESTART-KEY       PIC X(10).
           05  PARM-INPUT-SOURCE      PIC X.
           05  FILLER                 PIC X(9).
           05  PARM-POSTING-PERIOD    PIC 9(6).
           05  PARM-POSTING-MODE      PIC X.
           05  FILLER                 PIC X(48).

       PROCEDURE DIVISION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           COMPUTE WS-TAX-YEAR = WS-RUN-DATE / 10000

           PERFORM 300-OPEN-POSTING-CONTROL
           IF POSTING-MODE-REVERSAL
               PERFORM 400-REVERSE-POSTING-PERIOD
               PERFORM 900-WRITE-RUN-LOG
               STOP RUN
           END-IF
           PERFORM 310-CHECK-POSTING-PERIOD

           PERFORM 025-LOAD-RATE-TABLE
           PERFORM 020-START-POSTED-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM 030-OPEN-TAX-FILES

           OPEN OUTPUT SKIP-FILE
           WRITE SKIP-RECORD FROM SKL-HEADING-LINE-1
           WRITE SKIP-RECORD FROM SKL-COLUMN-LINE

           IF INPUT-FROM-MASTER
               OPEN INPUT MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MASTER-STATUS-AVAILABLE TO TRUE
           ELSE
               OPEN INPUT ACCOUNT-FILE
               PERFORM 035-OPEN-MASTER-FOR-STATUS
           END-IF

           PERFORM 315-MARK-POSTING-IN-PROGRESS

           PERFORM 010-READ-NEXT-ACCOUNT

           PERFORM UNTIL END-OF-ACCOUNT-FILE
                   ADD 1 TO CT-RECORD-COUNT
                   ADD WS-INVESTMENT-AMOUNT TO CT-INVESTMENT-TOTAL

                   PERFORM 057-CHECK-ACCOUNT-STATUS
                   IF ACCOUNT-SKIPPED
                       PERFORM 067-WRITE-SKIP-LINE
                       PERFORM 064-CARRY-SKIPPED-ACCOUNT
                   ELSE
                       PERFORM 052-VALIDATE-DATE-FIELDS
                       IF VALID-RECORD
                           PERFORM 055-LOOK-UP-PRODUCT-RATE
                       END-IF

                       IF VALID-RECORD
                           PERFORM 100-CALCULATE-INTEREST-POSTING
                           PERFORM 140-DISPLAY-POSTING
                           PERFORM 060-WRITE-POSTED-RECORD
                       ELSE
                           PERFORM 065-WRITE-REJECT-RECORD
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "*** RECORD TYPE IS NOT DETAIL (D) - "
               CLOSE MASTER-FILE
           ELSE
               CLOSE ACCOUNT-FILE
               IF MASTER-STATUS-AVAILABLE
                   CLOSE MASTER-FILE
               END-IF
           END-IF
           CLOSE REJECT-FILE
           WRITE SKIP-RECORD FROM GLP-BLANK-LINE
           COMPUTE SKL-TOT-COUNT =
               CT-STATUS-SKIP-COUNT + CT-PERIOD-SKIP-COUNT
           WRITE SKIP-RECORD FROM SKL-TOTAL-LINE
           CLOSE SKIP-FILE
           CLOSE POSTED-FILE
           CLOSE WITHHOLDING-FILE
           IF CUSTOMER-FILES-PRESENT
               CLOSE CUSTOMER-FILE
               CLOSE RELATIONSHIP-FILE
           END-IF

           PERFORM 120-REWRITE-POSTED-HEADER
           PERFORM 200-WRITE-GL-EXTRACT
           PERFORM 080-UPDATE-LEDGER-CONTROL
           CLOSE YTD-FILE
           PERFORM 320-COMPLETE-POSTING-PERIOD
           CLOSE POSTING-CONTROL-FILE
           PERFORM 170-RECONCILE-CONTROL-TOTALS
           PERFORM 900-WRITE-RUN-LOG

               MOVE CT-POSTED-COUNT   TO RLG-RECORDS-PROCESSED
               COMPUTE RLG-RECORDS-REJECTED =
                   CT-RECORD-COUNT - CT-POSTED-COUNT
                   - CT-STATUS-SKIP-COUNT - CT-PERIOD-SKIP-COUNT
               MOVE CT-POSTED-TOTAL   TO RLG-DOLLAR-TOTAL
               MOVE RETURN-CODE       TO RLG-RETURN-CODE
               IF CT-OUT-OF-BALANCE OR GLT-OUT-OF-BALANCE
               " - " WS-REJECT-REASON-TEXT
           .

       *> Opens the master on a deck run so each deck account's
       *> status can be looked up by key. The master is optional
       *> here: a shop posting from a deck alone posts every account,
       *> and the run says so.
       035-OPEN-MASTER-FOR-STATUS.
           OPEN INPUT MASTER-FILE
           EVALUATE FS-MASTER-FILE
               WHEN "00"
                   SET MASTER-STATUS-AVAILABLE TO TRUE
               WHEN "05"
                   CLOSE MASTER-FILE
                   DISPLAY "*** ACCOUNT MASTER NOT ON HAND - DECK"
                       " ACCOUNTS POST WITHOUT A STATUS CHECK ***"
               WHEN OTHER
                   DISPLAY "*** ERROR OPENING MASTER FILE - STATUS "
                       FS-MASTER-FILE " ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

       *> Decides whether the account in hand posts. A master run
       *> already has the account's master record in hand; a deck run
       *> reads it by key, and an account the master doesn't carry
       *> posts as it always has. Frozen, dormant, and closed
       *> accounts are passed over - POSTAPP1 applies balances only
       *> to active accounts, so interest posted to any other would
       *> reach the ledger but never the master.
       057-CHECK-ACCOUNT-STATUS.
           SET ACCOUNT-STATUS-POSTABLE TO TRUE

           IF MASTER-STATUS-AVAILABLE
               IF INPUT-FROM-POSTIN
                   MOVE ACCT-ID TO MST-ACCT-ID
                   READ MASTER-FILE
                       INVALID KEY
                           MOVE "A" TO MST-STATUS-CODE
                   END-READ
               END-IF
               IF NOT MST-IS-ACTIVE
                   SET ACCOUNT-STATUS-SKIPPED TO TRUE
               END-IF
           END-IF

           IF ACCOUNT-STATUS-POSTABLE
               PERFORM 058-CHECK-ACCOUNT-PERIOD
           END-IF
           .

       *> Passes over an account the control file already shows as
       *> posted for this period or a later one - the same account
       *> twice on the input, or one a reversal had to keep - so no
       *> account is paid a period's interest twice.
       058-CHECK-ACCOUNT-PERIOD.
           MOVE ACCT-ID TO PCT-ACCT-ID
           READ POSTING-CONTROL-FILE
               INVALID KEY
                   MOVE 0 TO PCT-LAST-PERIOD
           END-READ
           IF PCT-LAST-PERIOD NOT < WS-POSTING-PERIOD
               SET ACCOUNT-PERIOD-SKIPPED TO TRUE
           END-IF
           .

       *> Lists the account passed over for its status, with why, and
       *> counts it apart from the rejects - it is not in error and
       *> is not recycled, just not due a posting.
       067-WRITE-SKIP-LINE.
           MOVE ACCT-ID           TO SKL-DET-ACCT-ID
           MOVE ACCT-BRANCH-CODE  TO SKL-DET-BRANCH
           MOVE ACCT-PRODUCT-CODE TO SKL-DET-PRODUCT
           IF ACCOUNT-PERIOD-SKIPPED
               ADD 1 TO CT-PERIOD-SKIP-COUNT
               MOVE SPACE             TO SKL-DET-STATUS
               MOVE PCT-LAST-RUN-DATE TO SKL-DET-STATUS-DATE
               MOVE "ALREADY POSTED FOR THE PERIOD"
                   TO SKL-DET-REASON
           ELSE
               ADD 1 TO CT-STATUS-SKIP-COUNT
               MOVE MST-STATUS-CODE   TO SKL-DET-STATUS
               MOVE MST-STATUS-DATE   TO SKL-DET-STATUS-DATE
               EVALUATE TRUE
                   WHEN MST-IS-FROZEN
                       MOVE "ACCOUNT FROZEN - NOT POSTED"
                           TO SKL-DET-REASON
                   WHEN MST-IS-DORMANT
                       MOVE "ACCOUNT DORMANT - NOT POSTED"
                           TO SKL-DET-REASON
                   WHEN MST-IS-CLOSED
                       MOVE "ACCOUNT CLOSED - NOT POSTED"
                           TO SKL-DET-REASON
                   WHEN OTHER
                       MOVE "STATUS UNKNOWN - NOT POSTED"
                           TO SKL-DET-REASON
               END-EVALUATE
           END-IF
           WRITE SKIP-RECORD FROM SKL-DETAIL-LINE

           DISPLAY "*** SKIPPED: " ACCT-ID " - " SKL-DET-REASON
           .

       *> Opens the carryforward and writes a placeholder header so
       *> posted details can spool straight to the file as they post,
       *> with no in-storage cap on the size of a posting cycle. The
       *> placeholder's totals are rewritten at end of run, once the
       *> cycle's totals are known. The header carries the posting
       *> period and generation from the start, so POSTAPP1 can tell
       *> one posting's carryforward from another's.
       020-START-POSTED-FILE.
           OPEN OUTPUT POSTED-FILE
           IF FS-POSTED-FILE NOT = "00"
           MOVE "H"    TO PST-REC-TYPE
           MOVE 0      TO PST-EXPECTED-COUNT
           MOVE 0      TO PST-EXPECTED-TOTAL
           MOVE WS-POSTING-PERIOD     TO PST-POSTING-PERIOD
           MOVE WS-POSTING-GENERATION TO PST-GENERATION
           WRITE POSTED-RECORD
           .

       *> Writes the account just posted to the carryforward file,
       *> its investment amount replaced by the posted balance net
       *> of any backup withholding. A balance too big for the
       *> account field would corrupt next cycle's input, so it
       *> stops the run instead - before the account's withholding
       *> is listed, so WHLDOUT never carries an account POSTOUT
       *> doesn't.
       060-WRITE-POSTED-RECORD.
           COMPUTE WS-POSTED-INTEREST =
               WS-POSTED-BALANCE - WS-INVESTMENT-AMOUNT
           PERFORM 070-TAKE-BACKUP-WITHHOLDING

           IF WS-POSTED-BALANCE > 9999999.99
               DISPLAY "*** POSTED BALANCE FOR " ACCT-ID
                   " EXCEEDS THE ACCOUNT FIELD - RUN STOPPED ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-WITHHELD-AMOUNT > 0
               PERFORM 071-WRITE-WITHHOLDING-RECORD
           END-IF

           PERFORM 063-WRITE-POSTED-DETAIL

           ADD 1 TO CT-POSTED-COUNT
           ADD WS-POSTED-BALANCE TO CT-POSTED-TOTAL

           ADD WS-INVESTMENT-AMOUNT TO CT-POSTED-PRINCIPAL
           ADD WS-POSTED-INTEREST   TO CT-POSTED-INTEREST
           ADD WS-WITHHELD-AMOUNT   TO CT-POSTED-WITHHELD
           PERFORM 062-ROLL-INTEREST-TO-GL
           PERFORM 075-ACCUMULATE-INTEREST-YTD
           PERFORM 078-RECORD-ACCOUNT-POSTING
           .

       *> Carries an account passed over this run onto the
       *> carryforward at its balance as it came in, with no
       *> interest, so a deck cycle keeps it on the book. Nothing
       *> posted means nothing for the control file, INTYTD, or the
       *> ledger; POSTAPP1 finds no posting for it this generation
       *> and passes it over.
       064-CARRY-SKIPPED-ACCOUNT.
           MOVE WS-INVESTMENT-AMOUNT TO WS-POSTED-BALANCE
           PERFORM 063-WRITE-POSTED-DETAIL
           ADD 1 TO CT-CARRIED-COUNT
           ADD WS-INVESTMENT-AMOUNT TO CT-CARRIED-TOTAL
           .

       *> Writes the account in hand to the carryforward file at
       *> WS-POSTED-BALANCE.
       063-WRITE-POSTED-DETAIL.
           MOVE SPACES                    TO POSTED-RECORD
           MOVE "D"                       TO PST-REC-TYPE
           MOVE ACCT-ID                   TO PST-ACCT-ID
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       *> Opens the year-to-date accumulators and the withholding
       *> file, and the customer files the backup-withholding flag
       *> is read from. Missing customer files mean no owner can be
       *> flagged, so the run posts without withholding and says so.
       030-OPEN-TAX-FILES.
           OPEN I-O YTD-FILE
           IF FS-YTD-FILE NOT = "00" AND FS-YTD-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING INTEREST YTD FILE - STATUS "
                   FS-YTD-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WITHHOLDING-FILE
           IF FS-WITHHOLDING-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING WITHHOLDING FILE - STATUS "
                   FS-WITHHOLDING-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT RELATIONSHIP-FILE
           IF FS-CUSTOMER-FILE = "00" AND FS-RELATIONSHIP-FILE = "00"
               SET CUSTOMER-FILES-PRESENT TO TRUE
           ELSE
               IF (FS-CUSTOMER-FILE NOT = "00"
                       AND FS-CUSTOMER-FILE NOT = "05")
                   OR (FS-RELATIONSHIP-FILE NOT = "00"
                       AND FS-RELATIONSHIP-FILE NOT = "05")
                   DISPLAY "*** ERROR OPENING CUSTOMER FILES - STATUS "
                       FS-CUSTOMER-FILE "/" FS-RELATIONSHIP-FILE " ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "*** CUSTOMER FILES NOT ON HAND - NO BACKUP"
                   " WITHHOLDING TAKEN THIS RUN ***"
           END-IF
           .

       *> Takes backup withholding out of the interest just posted
       *> when the account's primary owner is flagged on CUSTMST:
       *> the statutory rate of the interest comes off the posted
       *> balance, to be listed on the withholding file for the
       *> ledger and year-end reporting once the balance is known
       *> to post.
       070-TAKE-BACKUP-WITHHOLDING.
           MOVE 0 TO WS-WITHHELD-AMOUNT
           PERFORM 072-FIND-PRIMARY-OWNER

           IF WS-OWNER-CUST-ID NOT = SPACES
               MOVE WS-OWNER-CUST-ID TO CUS-CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-OWNER-CUST-ID
               END-READ
           END-IF

           IF WS-OWNER-CUST-ID NOT = SPACES
                   AND CUS-BACKUP-WITHHOLDING
                   AND WS-POSTED-INTEREST > 0
               COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
                   WS-POSTED-INTEREST * WS-BACKUP-WITHHOLDING-RATE / 100
               SUBTRACT WS-WITHHELD-AMOUNT FROM WS-POSTED-BALANCE
           END-IF
           .

       *> Lists the withholding just taken from the account on the
       *> withholding file, under the owner it was taken for.
       071-WRITE-WITHHOLDING-RECORD.
           MOVE ACCT-ID             TO WHL-ACCT-ID
           MOVE CUS-CUST-ID         TO WHL-CUST-ID
           MOVE CUS-TAX-ID          TO WHL-TAX-ID
           MOVE ACCT-BRANCH-CODE    TO WHL-BRANCH-CODE
           MOVE ACCT-PRODUCT-CODE   TO WHL-PRODUCT-CODE
           MOVE WS-POSTED-INTEREST  TO WHL-GROSS-INTEREST
           MOVE WS-WITHHELD-AMOUNT  TO WHL-WITHHELD-AMOUNT
           MOVE WS-RUN-DATE         TO WHL-RUN-DATE
           WRITE WITHHOLDING-RECORD
           IF FS-WITHHOLDING-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING WITHHOLDING RECORD FOR "
                   ACCT-ID " - STATUS " FS-WITHHOLDING-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CT-WITHHELD-COUNT
           .

       *> Finds the account's primary owner - the owner its interest
       *> is reported under - on the relationship file's alternate
       *> account key. An account with no primary owner has no one
       *> to report under, so nothing is withheld from it.
       072-FIND-PRIMARY-OWNER.
           MOVE SPACES TO WS-OWNER-CUST-ID
           MOVE "N"    TO WS-REL-SCAN-SWITCH

           IF CUSTOMER-FILES-PRESENT
               MOVE ACCT-ID TO REL-ACCT-ID
               START RELATIONSHIP-FILE KEY IS EQUAL TO REL-ACCT-ID
                   INVALID KEY
                       SET REL-SCAN-DONE TO TRUE
               END-START
           ELSE
               SET REL-SCAN-DONE TO TRUE
           END-IF

           PERFORM UNTIL REL-SCAN-DONE
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END
                       SET REL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF REL-ACCT-ID NOT = ACCT-ID
                           SET REL-SCAN-DONE TO TRUE
                       ELSE
                           IF REL-IS-PRIMARY-OWNER
                               MOVE REL-CUST-ID TO WS-OWNER-CUST-ID
                               SET REL-SCAN-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       *> Rolls the account's interest paid and withholding into its
       *> accumulator for the tax year, opening the accumulator the
       *> first time the account posts in the year.
       075-ACCUMULATE-INTEREST-YTD.
           MOVE WS-TAX-YEAR TO YTD-TAX-YEAR
           MOVE ACCT-ID     TO YTD-ACCT-ID
           SET YTD-RECORD-FOUND TO TRUE
           READ YTD-FILE
               INVALID KEY
                   SET YTD-RECORD-NOT-FOUND TO TRUE
           END-READ

           IF YTD-RECORD-NOT-FOUND
               MOVE SPACES      TO INTEREST-YTD-RECORD
               MOVE WS-TAX-YEAR TO YTD-TAX-YEAR
               MOVE ACCT-ID     TO YTD-ACCT-ID
               SET YTD-IS-ACCOUNT TO TRUE
               MOVE 0 TO YTD-INTEREST-PAID
               MOVE 0 TO YTD-WITHHELD
               MOVE 0 TO YTD-POSTING-COUNT
           END-IF

           MOVE ACCT-BRANCH-CODE  TO YTD-BRANCH-CODE
           MOVE ACCT-PRODUCT-CODE TO YTD-PRODUCT-CODE
           ADD WS-POSTED-INTEREST TO YTD-INTEREST-PAID
           ADD WS-WITHHELD-AMOUNT TO YTD-WITHHELD
           ADD 1                  TO YTD-POSTING-COUNT
           MOVE WS-RUN-DATE       TO YTD-LAST-POSTED-DATE

           IF YTD-RECORD-FOUND
               REWRITE INTEREST-YTD-RECORD
           ELSE
               WRITE INTEREST-YTD-RECORD
           END-IF
           IF FS-YTD-FILE NOT = "00"
               DISPLAY "*** ERROR UPDATING INTEREST YTD FOR " ACCT-ID
                   " - STATUS " FS-YTD-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       *> Records the posting just made on the account's control
       *> record - the period, and the principal, interest, and
       *> withholding it posted - so a rerun passes the account over
       *> and a reversal knows what to back out, and adds the
       *> interest to what the account's term has had posted but
       *> not yet applied to its master balance, for MATPROC1 to net
       *> off at maturity.
       078-RECORD-ACCOUNT-POSTING.
           MOVE ACCT-ID TO PCT-ACCT-ID
           SET CTL-RECORD-FOUND TO TRUE
           READ POSTING-CONTROL-FILE
               INVALID KEY
                   SET CTL-RECORD-NOT-FOUND TO TRUE
           END-READ

           IF CTL-RECORD-NOT-FOUND
               MOVE SPACES  TO POSTING-CONTROL-RECORD
               MOVE ACCT-ID TO PCT-ACCT-ID
               SET PCT-IS-ACCOUNT TO TRUE
               MOVE 0 TO PCT-LAST-PERIOD
               MOVE 0 TO PCT-TERM-INTEREST
               MOVE 0 TO PCT-MASTER-GENERATION
           END-IF
           IF PCT-TERM-INTEREST IS NOT NUMERIC
               MOVE 0 TO PCT-TERM-INTEREST
           END-IF
           IF PCT-MASTER-GENERATION IS NOT NUMERIC
               MOVE 0 TO PCT-MASTER-GENERATION
           END-IF

           MOVE PCT-LAST-PERIOD       TO PCT-PRIOR-PERIOD
           MOVE WS-POSTING-PERIOD     TO PCT-LAST-PERIOD
           MOVE WS-RUN-DATE           TO PCT-LAST-RUN-DATE
           MOVE WS-POSTING-GENERATION TO PCT-GENERATION
           MOVE ACCT-BRANCH-CODE      TO PCT-BRANCH-CODE
           MOVE ACCT-PRODUCT-CODE     TO PCT-PRODUCT-CODE
           MOVE WS-INVESTMENT-AMOUNT  TO PCT-PRINCIPAL
           MOVE WS-POSTED-INTEREST    TO PCT-INTEREST
           MOVE WS-WITHHELD-AMOUNT    TO PCT-WITHHELD
           ADD WS-POSTED-INTEREST     TO PCT-TERM-INTEREST

           IF CTL-RECORD-FOUND
               REWRITE POSTING-CONTROL-RECORD
           ELSE
               WRITE POSTING-CONTROL-RECORD
           END-IF
           IF FS-POSTING-CONTROL-FILE NOT = "00"
               DISPLAY "*** ERROR UPDATING POSTING CONTROL FOR "
                   ACCT-ID " - STATUS " FS-POSTING-CONTROL-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       *> Rolls the interest expense and withholding this run's
       *> extract sent to the ledger into the tax year's ledger
       *> control record, the figure TAX1099 reconciles the year's
       *> reported interest to. An extract that didn't prove never
       *> loads, so it isn't counted as sent. A reversal's offsetting
       *> extract takes the reversed period's figures back out.
       080-UPDATE-LEDGER-CONTROL.
           IF GLT-IN-BALANCE
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

               IF POSTING-MODE-REVERSAL
                   SUBTRACT GLT-CREDIT-TOTAL
                       FROM YTD-GL-INTEREST-EXPENSE
                   SUBTRACT CT-POSTED-WITHHELD FROM YTD-GL-WITHHELD
                   IF YTD-GL-RUN-COUNT > 0
                       SUBTRACT 1 FROM YTD-GL-RUN-COUNT
                   END-IF
               ELSE
                   ADD GLT-DEBIT-TOTAL    TO YTD-GL-INTEREST-EXPENSE
                   ADD CT-POSTED-WITHHELD TO YTD-GL-WITHHELD
                   ADD 1                  TO YTD-GL-RUN-COUNT
               END-IF

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

       *> Rolls the interest just posted into its branch/product
                   TO GLS-PRODUCT-CODE (WS-GLS-SLOT)
               MOVE 0 TO GLS-ACCOUNT-COUNT (WS-GLS-SLOT)
               MOVE 0 TO GLS-INTEREST-TOTAL (WS-GLS-SLOT)
               MOVE 0 TO GLS-WITHHELD-TOTAL (WS-GLS-SLOT)
           END-IF

           ADD 1 TO GLS-ACCOUNT-COUNT (WS-GLS-SLOT)
           ADD WS-POSTED-INTEREST TO GLS-INTEREST-TOTAL (WS-GLS-SLOT)
           ADD WS-WITHHELD-AMOUNT TO GLS-WITHHELD-TOTAL (WS-GLS-SLOT)
           .

       *> Drops the cycle's control totals onto the carryforward's
               STOP RUN
           END-IF

           COMPUTE PST-EXPECTED-COUNT =
               CT-POSTED-COUNT + CT-CARRIED-COUNT
           COMPUTE PST-EXPECTED-TOTAL =
               CT-POSTED-TOTAL + CT-CARRIED-TOTAL
           REWRITE POSTED-RECORD
           IF FS-POSTED-FILE NOT = "00"
               DISPLAY "*** ERROR REWRITING POSTED HEADER - STATUS "
       *> that ties the entries back to the posted-balance total. An
       *> extract that doesn't prove sets a nonzero RETURN-CODE so
       *> the job stream stops instead of feeding the ledger bad
       *> entries. A combination whose product or branch isn't on
       *> the reference file still posts, to the standing accounts,
       *> but is flagged on the proof for review.
       200-WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-FILE
           IF FS-GL-FILE NOT = "00"
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
           OPEN OUTPUT PROOF-FILE
           WRITE PROOF-RECORD FROM GLP-HEADING-LINE-1
           IF POSTING-MODE-REVERSAL
               MOVE WS-POSTING-PERIOD TO GLP-MODE-PERIOD
               WRITE PROOF-RECORD FROM GLP-MODE-LINE
           END-IF
           WRITE PROOF-RECORD FROM GLP-BLANK-LINE
           WRITE PROOF-RECORD FROM GLP-COLUMN-LINE

               STOP RUN
           END-IF
           CLOSE GL-FILE
           CLOSE REFERENCE-FILE

           IF GLT-DEBIT-TOTAL NOT = GLT-CREDIT-TOTAL
               OR GLT-DEBIT-TOTAL NOT = CT-POSTED-INTEREST
               OR CT-POSTED-PRINCIPAL + CT-POSTED-INTEREST
                   - CT-POSTED-WITHHELD NOT = CT-POSTED-TOTAL
               SET GLT-OUT-OF-BALANCE TO TRUE
           END-IF

           ELSE
               DISPLAY "GL extract is in balance"
           END-IF
           IF GLT-UNMAPPED-COUNT > 0
               DISPLAY "*** " GLT-UNMAPPED-COUNT " GL ENTRY PAIRS NOT"
                   " ON REFERENCE FILE - REVIEW GLPROOF ***"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       *> Writes one branch/product combination's debit/credit entry
       *> pair to the extract and its two proof lines, rolling both
       *> into the extract's control totals. Backup withholding
       *> splits the credit: the interest net of withholding to the
       *> accrued-interest liability, the withholding to withholding
       *> payable on an entry of its own. A reversal run writes the
       *> same entries with debit and credit turned around. Every
       *> entry is charged to the branch's cost center, and the
       *> expense and payable entries post to the product's accounts.
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
           COMPUTE GL-AMOUNT = GLS-INTEREST-TOTAL (WS-GLS-INDEX)
               - GLS-WITHHELD-TOTAL (WS-GLS-INDEX)
           PERFORM 206-WRITE-GL-ENTRY

           IF GLS-WITHHELD-TOTAL (WS-GLS-INDEX) > 0
               MOVE GL-WITHHOLDING-PAYABLE-ACCT TO GL-ACCOUNT-NUMBER
               MOVE GLS-WITHHELD-TOTAL (WS-GLS-INDEX) TO GL-AMOUNT
               PERFORM 206-WRITE-GL-ENTRY
           END-IF
           .

       *> Looks up the combination in hand on the reference file: the
       *> product's expense and payable accounts and the branch's
       *> cost center. A product not on file posts to the standing
       *> accounts and a branch not on file goes without a cost
       *> center, each flagged on the proof ahead of its entries.
       204-LOOK-UP-GL-MAPPING.
           MOVE "P"                             TO REF-REC-TYPE
           MOVE GLS-PRODUCT-CODE (WS-GLS-INDEX) TO REF-CODE
           READ REFERENCE-FILE
               INVALID KEY
                   SET MAP-PRODUCT-NOT-ON-FILE TO TRUE
                   MOVE GL-INTEREST-EXPENSE-ACCT TO WS-MAP-EXPENSE-ACCT
                   MOVE GL-INTEREST-PAYABLE-ACCT TO WS-MAP-PAYABLE-ACCT
               NOT INVALID KEY
                   SET MAP-PRODUCT-ON-FILE TO TRUE
                   MOVE REF-EXPENSE-GL-ACCT TO WS-MAP-EXPENSE-ACCT
                   MOVE REF-PAYABLE-GL-ACCT TO WS-MAP-PAYABLE-ACCT
           END-READ

           MOVE "B"                             TO REF-REC-TYPE
           MOVE GLS-BRANCH-CODE (WS-GLS-INDEX)  TO REF-CODE
           READ REFERENCE-FILE
               INVALID KEY
                   SET MAP-BRANCH-NOT-ON-FILE TO TRUE
                   MOVE SPACES TO WS-MAP-COST-CENTER
               NOT INVALID KEY
                   SET MAP-BRANCH-ON-FILE TO TRUE
                   MOVE REF-COST-CENTER TO WS-MAP-COST-CENTER
           END-READ

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

           MOVE GL-BRANCH-CODE    TO GLP-ENT-BRANCH
           MOVE GL-PRODUCT-CODE   TO GLP-ENT-PRODUCT
           MOVE GL-ACCOUNT-NUMBER TO GLP-ENT-LEDGER-ACCT
           MOVE GL-COST-CENTER    TO GLP-ENT-COST-CENTER
           MOVE GL-AMOUNT         TO GLP-ENT-AMOUNT
           WRITE PROOF-RECORD FROM GLP-ENTRY-LINE
           .

       *> Writes the proof listing's totals block: the extract's own
       *> totals, then the tie back to the posting run - posted
       *> principal plus extracted interest, less the backup
       *> withholding taken, must rebuild the posted balance total
       *> SAVPOST1 reconciled.
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
           MOVE "INTEREST POSTED"       TO GLP-ATOT-LABEL
           MOVE CT-POSTED-INTEREST      TO GLP-ATOT-AMOUNT
           WRITE PROOF-RECORD FROM GLP-AMOUNT-TOTAL-LINE
           MOVE "BACKUP WITHHOLDING"    TO GLP-ATOT-LABEL
           MOVE CT-POSTED-WITHHELD      TO GLP-ATOT-AMOUNT
           WRITE PROOF-RECORD FROM GLP-AMOUNT-TOTAL-LINE
           MOVE "POSTED PRINCIPAL"      TO GLP-ATOT-LABEL
           MOVE CT-POSTED-PRINCIPAL     TO GLP-ATOT-AMOUNT
           WRITE PROOF-RECORD FROM GLP-AMOUNT-TOTAL-LINE
           DISPLAY "Investment Total:     " CT-INVESTMENT-TOTAL
           DISPLAY "Investment Expected:  " CT-EXPECTED-TOTAL
           DISPLAY "Posted Balance Total: " CT-POSTED-TOTAL
           DISPLAY "Accounts Withheld:    " CT-WITHHELD-COUNT
           DISPLAY "Backup Withholding:   " CT-POSTED-WITHHELD
           DISPLAY "Skipped For Status:   " CT-STATUS-SKIP-COUNT
           DISPLAY "Skipped Already Posted:" CT-PERIOD-SKIP-COUNT
           DISPLAY "Carried Unposted:     " CT-CARRIED-COUNT
           DISPLAY "Posting Period:       " WS-POSTING-PERIOD
           DISPLAY "POSTOUT Generation:   " WS-POSTING-GENERATION

           IF NOT CT-HEADER-RECORD-SEEN
               DISPLAY "No header record on this run - totals not reconciled"
           DISPLAY "--------------------------------------------"
           .

       *> Settles the period this run posts or reverses - the PARM's,
       *> or the run month when none is given - and opens the
       *> posting-period control file, created the first time a
       *> period posts.
       300-OPEN-POSTING-CONTROL.
           IF WS-POSTING-PERIOD = 0
               COMPUTE WS-POSTING-PERIOD = WS-RUN-DATE / 100
           END-IF
           IF WS-POSTING-MONTH < 1 OR WS-POSTING-MONTH > 12
               DISPLAY "*** PARM POSTING PERIOD " WS-POSTING-PERIOD
                   " IS NOT A VALID YYYYMM - RUN REFUSED ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 900-WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN I-O POSTING-CONTROL-FILE
           IF FS-POSTING-CONTROL-FILE NOT = "00"
                   AND FS-POSTING-CONTROL-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING POSTING CONTROL - STATUS "
                   FS-POSTING-CONTROL-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Posting Period:       " WS-POSTING-PERIOD
           IF POSTING-MODE-REVERSAL
               DISPLAY "Run Mode:             REVERSAL"
           ELSE
               DISPLAY "Run Mode:             POSTING"
           END-IF
           .

       *> Reads the run control record, the blank-keyed record that
       *> reads ahead of every account record.
       305-READ-RUN-CONTROL.
           MOVE SPACES TO PCT-ACCT-ID
           SET CTL-RECORD-FOUND TO TRUE
           READ POSTING-CONTROL-FILE
               INVALID KEY
                   SET CTL-RECORD-NOT-FOUND TO TRUE
           END-READ
           .

       *> Refuses a posting run for a period the control file shows
       *> already posted, or earlier than the last period posted, or
       *> whose posting never finished - where a resubmitted run
       *> lands - before any output is opened, so the good run's
       *> POSTOUT and GLOUT are left standing. A run that may post
       *> takes the next POSTOUT generation.
       310-CHECK-POSTING-PERIOD.
           PERFORM 305-READ-RUN-CONTROL
           IF CTL-RECORD-NOT-FOUND
               MOVE 0 TO WS-POSTING-GENERATION
           ELSE
               EVALUATE TRUE
                   WHEN PCT-POSTING-IN-PROGRESS
                       DISPLAY "*** POSTING OF PERIOD " PCT-LAST-PERIOD
                           " DID NOT FINISH - REVERSE IT FIRST ***"
                       SET RUN-REFUSED TO TRUE
                   WHEN WS-POSTING-PERIOD = PCT-LAST-PERIOD
                       DISPLAY "*** PERIOD " WS-POSTING-PERIOD
                           " ALREADY POSTED - REVERSE IT BEFORE"
                           " POSTING IT AGAIN ***"
                       SET RUN-REFUSED TO TRUE
                   WHEN WS-POSTING-PERIOD < PCT-LAST-PERIOD
                       DISPLAY "*** PERIOD " WS-POSTING-PERIOD
                           " IS BEFORE THE LAST PERIOD POSTED, "
                           PCT-LAST-PERIOD " ***"
                       SET RUN-REFUSED TO TRUE
               END-EVALUATE
               MOVE PCT-GENERATION TO WS-POSTING-GENERATION
           END-IF

           IF RUN-REFUSED
               PERFORM 390-REFUSE-RUN
           END-IF
           ADD 1 TO WS-POSTING-GENERATION
           .

       *> Marks the period in progress on the run control record
       *> before the first account posts. Only a run that finishes
       *> marks it posted, so one that abends part way through is
       *> refused on resubmission until a reversal backs out the
       *> accounts it did post.
       315-MARK-POSTING-IN-PROGRESS.
           PERFORM 305-READ-RUN-CONTROL
           IF CTL-RECORD-NOT-FOUND
               MOVE SPACES TO POSTING-CONTROL-RECORD
               MOVE SPACES TO PCT-ACCT-ID
               SET PCT-IS-RUN-CONTROL TO TRUE
               MOVE 0 TO PCT-LAST-PERIOD
               MOVE 0 TO PCT-APPLIED-GENERATION
           END-IF

           MOVE PCT-LAST-PERIOD       TO PCT-PRIOR-PERIOD
           MOVE WS-POSTING-PERIOD     TO PCT-LAST-PERIOD
           MOVE WS-RUN-DATE           TO PCT-LAST-RUN-DATE
           MOVE WS-POSTING-GENERATION TO PCT-GENERATION
           SET PCT-POSTING-IN-PROGRESS TO TRUE
           SET PCT-GL-NOT-SENT         TO TRUE
           MOVE WS-TAX-YEAR           TO PCT-TAX-YEAR
           MOVE 0 TO PCT-RUN-ACCOUNT-COUNT
           MOVE 0 TO PCT-RUN-INTEREST
           PERFORM 325-WRITE-RUN-CONTROL
           .

       *> Marks the period posted once the run has finished, noting
       *> whether its ledger extract proved and went out - what a
       *> later reversal of the period has to offset.
       320-COMPLETE-POSTING-PERIOD.
           PERFORM 305-READ-RUN-CONTROL
           SET PCT-PERIOD-POSTED TO TRUE
           IF GLT-IN-BALANCE
               SET PCT-GL-SENT TO TRUE
           ELSE
               SET PCT-GL-NOT-SENT TO TRUE
           END-IF
           MOVE CT-POSTED-COUNT    TO PCT-RUN-ACCOUNT-COUNT
           MOVE CT-POSTED-INTEREST TO PCT-RUN-INTEREST
           PERFORM 325-WRITE-RUN-CONTROL
           .

       *> Writes or rewrites the run control record built in the
       *> record area.
       325-WRITE-RUN-CONTROL.
           IF CTL-RECORD-FOUND
               REWRITE POSTING-CONTROL-RECORD
           ELSE
               WRITE POSTING-CONTROL-RECORD
           END-IF
           IF FS-POSTING-CONTROL-FILE NOT = "00"
               DISPLAY "*** ERROR UPDATING POSTING CONTROL - STATUS "
                   FS-POSTING-CONTROL-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       *> Stops a refused run before it has written anything - an
       *> operator error, logged as one.
       390-REFUSE-RUN.
           DISPLAY "*** RUN REFUSED - NOTHING POSTED OR REVERSED ***"
           MOVE 8 TO RETURN-CODE
           CLOSE POSTING-CONTROL-FILE
           PERFORM 900-WRITE-RUN-LOG
           STOP RUN
           .

       *> Reverses one posting period; only the last period posted
       *> can be backed out. Each account the period posted has its
       *> posting taken back off the master - where POSTAPP1 applied
       *> the period's generation - and out of its INTYTD
       *> accumulator, and its interest is rolled up by branch and
       *> product for an offsetting extract, cut only if the
       *> period's own extract went to the ledger. The run control
       *> record then falls back to the period before.
       400-REVERSE-POSTING-PERIOD.
           PERFORM 305-READ-RUN-CONTROL
           EVALUATE TRUE
               WHEN CTL-RECORD-NOT-FOUND
                   DISPLAY "*** NO PERIOD HAS BEEN POSTED - NOTHING"
                       " TO REVERSE ***"
                   SET RUN-REFUSED TO TRUE
               WHEN PCT-PERIOD-REVERSED
                   DISPLAY "*** LAST POSTING ALREADY REVERSED - ONLY"
                       " THE LATEST POSTING CAN BE REVERSED ***"
                   SET RUN-REFUSED TO TRUE
               WHEN WS-POSTING-PERIOD NOT = PCT-LAST-PERIOD
                   DISPLAY "*** PERIOD " WS-POSTING-PERIOD
                       " IS NOT THE LAST PERIOD POSTED, "
                       PCT-LAST-PERIOD " ***"
                   SET RUN-REFUSED TO TRUE
           END-EVALUATE
           IF RUN-REFUSED
               PERFORM 390-REFUSE-RUN
           END-IF

           MOVE PCT-GENERATION TO WS-POSTING-GENERATION
           MOVE PCT-TAX-YEAR   TO WS-TAX-YEAR
           IF PCT-APPLIED-GENERATION = PCT-GENERATION
               SET REVERSE-MASTER-BALANCES TO TRUE
           END-IF
           IF PCT-PERIOD-POSTED AND PCT-GL-SENT
               SET REVERSE-GL-ENTRIES TO TRUE
           END-IF
           MOVE "C" TO WS-EXPENSE-ENTRY-TYPE
           MOVE "D" TO WS-PAYABLE-ENTRY-TYPE

           PERFORM 405-OPEN-REVERSAL-FILES

           MOVE SPACES TO PCT-ACCT-ID
           START POSTING-CONTROL-FILE KEY IS GREATER THAN PCT-ACCT-ID
               INVALID KEY
                   SET END-OF-CONTROL-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-CONTROL-FILE
               READ POSTING-CONTROL-FILE NEXT RECORD
                   AT END
                       SET END-OF-CONTROL-FILE TO TRUE
                   NOT AT END
                       IF PCT-IS-ACCOUNT
                           AND PCT-LAST-PERIOD = WS-POSTING-PERIOD
                           AND PCT-GENERATION = WS-POSTING-GENERATION
                           PERFORM 410-REVERSE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           IF REVERSE-MASTER-BALANCES
               CLOSE MASTER-FILE
           END-IF
           IF REVERSE-GL-ENTRIES
               PERFORM 200-WRITE-GL-EXTRACT
               PERFORM 080-UPDATE-LEDGER-CONTROL
           ELSE
               DISPLAY "*** PERIOD'S EXTRACT NEVER WENT TO THE LEDGER"
                   " - NO OFFSETTING ENTRIES CUT ***"
           END-IF
           CLOSE YTD-FILE

           PERFORM 420-MARK-PERIOD-REVERSED
           CLOSE POSTING-CONTROL-FILE
           PERFORM 430-WRITE-REVERSAL-TOTALS
           CLOSE REVERSAL-FILE
           .

       *> Opens what a reversal updates: the INTYTD accumulators, the
       *> master when the period's balances were applied to it, and
       *> the reversal listing.
       405-OPEN-REVERSAL-FILES.
           OPEN I-O YTD-FILE
           IF FS-YTD-FILE NOT = "00" AND FS-YTD-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING INTEREST YTD FILE - STATUS "
                   FS-YTD-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF REVERSE-MASTER-BALANCES
               OPEN I-O MASTER-FILE
               IF FS-MASTER-FILE NOT = "00"
                   DISPLAY "*** ERROR OPENING MASTER FILE - STATUS "
                       FS-MASTER-FILE " ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT REVERSAL-FILE
           IF FS-REVERSAL-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING REVERSAL LISTING - STATUS "
                   FS-REVERSAL-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REVERSAL-RECORD FROM RVL-HEADING-LINE-1
           MOVE WS-POSTING-PERIOD     TO RVL-PER-PERIOD
           MOVE WS-POSTING-GENERATION TO RVL-PER-GENERATION
           WRITE REVERSAL-RECORD FROM RVL-PERIOD-LINE
           WRITE REVERSAL-RECORD FROM GLP-BLANK-LINE
           WRITE REVERSAL-RECORD FROM RVL-COLUMN-LINE
           .

       *> Backs one account's posting for the period out: off the
       *> master balance where POSTAPP1 applied it to this account,
       *> out of the account's year-to-date accumulator, and into
       *> the offsetting extract's branch/product summary. An account
       *> POSTAPP1 refused never had the interest added, so only its
       *> ledger side is reversed. The account's control record then
       *> falls back to the period before, and its term's unapplied
       *> interest gives up what this posting left there: all of it
       *> when never applied, the withholding alone when applied. An
       *> account whose master balance no longer covers the interest
       *> - paid out since - is kept as posted and listed, so it
       *> isn't posted again.
       410-REVERSE-ONE-ACCOUNT.
           ADD 1 TO CT-RECORD-COUNT
           SET ACCOUNT-REVERSIBLE TO TRUE
           MOVE "REVERSED" TO WS-REVERSAL-NOTE
           COMPUTE WS-NET-INTEREST = PCT-INTEREST - PCT-WITHHELD
           IF PCT-MASTER-GENERATION IS NOT NUMERIC
               MOVE 0 TO PCT-MASTER-GENERATION
           END-IF
           IF PCT-MASTER-GENERATION = WS-POSTING-GENERATION
               SET INTEREST-ON-MASTER TO TRUE
           ELSE
               SET INTEREST-NOT-ON-MASTER TO TRUE
           END-IF
           IF REVERSE-MASTER-BALANCES
               IF INTEREST-ON-MASTER
                   PERFORM 412-RESTORE-MASTER-BALANCE
               ELSE
                   MOVE "REVERSED - NOT APPLIED" TO WS-REVERSAL-NOTE
               END-IF
           END-IF

           IF ACCOUNT-KEPT
               ADD 1 TO CT-REVERSAL-KEPT-COUNT
               PERFORM 417-WRITE-REVERSAL-LINE
           ELSE
               PERFORM 415-BACK-OUT-INTEREST-YTD
               MOVE PCT-BRANCH-CODE  TO ACCT-BRANCH-CODE
               MOVE PCT-PRODUCT-CODE TO ACCT-PRODUCT-CODE
               MOVE PCT-INTEREST     TO WS-POSTED-INTEREST
               MOVE PCT-WITHHELD     TO WS-WITHHELD-AMOUNT
               IF REVERSE-GL-ENTRIES
                   PERFORM 062-ROLL-INTEREST-TO-GL
               END-IF
               ADD 1 TO CT-POSTED-COUNT
               ADD PCT-PRINCIPAL TO CT-POSTED-PRINCIPAL
               ADD PCT-INTEREST  TO CT-POSTED-INTEREST
               ADD PCT-WITHHELD  TO CT-POSTED-WITHHELD
               COMPUTE CT-POSTED-TOTAL = CT-POSTED-TOTAL
                   + PCT-PRINCIPAL + WS-NET-INTEREST
               PERFORM 417-WRITE-REVERSAL-LINE

               IF INTEREST-ON-MASTER
                   MOVE PCT-WITHHELD TO WS-TERM-INTEREST-OFF
               ELSE
                   MOVE PCT-INTEREST TO WS-TERM-INTEREST-OFF
               END-IF
               IF PCT-TERM-INTEREST IS NOT NUMERIC
                       OR PCT-TERM-INTEREST < WS-TERM-INTEREST-OFF
                   MOVE 0 TO PCT-TERM-INTEREST
               ELSE
                   SUBTRACT WS-TERM-INTEREST-OFF FROM PCT-TERM-INTEREST
               END-IF
               MOVE PCT-PRIOR-PERIOD TO PCT-LAST-PERIOD
               MOVE 0                TO PCT-PRIOR-PERIOD
               MOVE WS-RUN-DATE      TO PCT-LAST-RUN-DATE
               MOVE 0                TO PCT-PRINCIPAL
               MOVE 0                TO PCT-INTEREST
               MOVE 0                TO PCT-WITHHELD
               REWRITE POSTING-CONTROL-RECORD
               IF FS-POSTING-CONTROL-FILE NOT = "00"
                   DISPLAY "*** ERROR UPDATING POSTING CONTROL FOR "
                       PCT-ACCT-ID " - STATUS "
                       FS-POSTING-CONTROL-FILE " ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

       *> Takes the interest the period credited, net of withholding,
       *> back off the master balance POSTAPP1 applied it to. An
       *> account no longer on the master has only its ledger side
       *> reversed.
       412-RESTORE-MASTER-BALANCE.
           MOVE PCT-ACCT-ID TO MST-ACCT-ID
           SET REV-MASTER-FOUND TO TRUE
           READ MASTER-FILE
               INVALID KEY
                   SET REV-MASTER-NOT-FOUND TO TRUE
           END-READ

           IF REV-MASTER-NOT-FOUND
               MOVE "REVERSED - NO MASTER" TO WS-REVERSAL-NOTE
           ELSE
               IF MST-INVESTMENT-AMOUNT < WS-NET-INTEREST
                   SET ACCOUNT-KEPT TO TRUE
                   MOVE "KEPT - BALANCE TOO LOW" TO WS-REVERSAL-NOTE
                   DISPLAY "*** KEPT: " PCT-ACCT-ID " - MASTER BALANCE"
                       " BELOW THE INTEREST POSTED ***"
               ELSE
                   SUBTRACT WS-NET-INTEREST FROM MST-INVESTMENT-AMOUNT
                   REWRITE MASTER-RECORD
                   IF FS-MASTER-FILE NOT = "00"
                       DISPLAY "*** ERROR REWRITING MASTER FOR "
                           PCT-ACCT-ID " - STATUS " FS-MASTER-FILE
                           " ***"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD WS-NET-INTEREST TO CT-MASTER-RESTORED
               END-IF
           END-IF
           .

       *> Takes the account's reversed interest and withholding back
       *> out of its year-to-date accumulator for the tax year the
       *> period posted in, so TAX1099 never reports it.
       415-BACK-OUT-INTEREST-YTD.
           MOVE WS-TAX-YEAR TO YTD-TAX-YEAR
           MOVE PCT-ACCT-ID TO YTD-ACCT-ID
           SET YTD-RECORD-FOUND TO TRUE
           READ YTD-FILE
               INVALID KEY
                   SET YTD-RECORD-NOT-FOUND TO TRUE
           END-READ

           IF YTD-RECORD-NOT-FOUND
               DISPLAY "*** NO INTEREST YTD RECORD FOR " PCT-ACCT-ID
                   " - NOTHING BACKED OUT ***"
           ELSE
               IF YTD-INTEREST-PAID < PCT-INTEREST
                   MOVE 0 TO YTD-INTEREST-PAID
               ELSE
                   SUBTRACT PCT-INTEREST FROM YTD-INTEREST-PAID
               END-IF
               IF YTD-WITHHELD < PCT-WITHHELD
                   MOVE 0 TO YTD-WITHHELD
               ELSE
                   SUBTRACT PCT-WITHHELD FROM YTD-WITHHELD
               END-IF
               IF YTD-POSTING-COUNT > 0
                   SUBTRACT 1 FROM YTD-POSTING-COUNT
               END-IF
               REWRITE INTEREST-YTD-RECORD
               IF FS-YTD-FILE NOT = "00"
                   DISPLAY "*** ERROR UPDATING INTEREST YTD FOR "
                       PCT-ACCT-ID " - STATUS " FS-YTD-FILE " ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

       *> Lists the account reversed or kept on the reversal listing
       417-WRITE-REVERSAL-LINE.
           MOVE PCT-ACCT-ID      TO RVL-DET-ACCT-ID
           MOVE PCT-BRANCH-CODE  TO RVL-DET-BRANCH
           MOVE PCT-PRODUCT-CODE TO RVL-DET-PRODUCT
           MOVE PCT-INTEREST     TO RVL-DET-INTEREST
           MOVE PCT-WITHHELD     TO RVL-DET-WITHHELD
           MOVE WS-REVERSAL-NOTE TO RVL-DET-STATUS
           WRITE REVERSAL-RECORD FROM RVL-DETAIL-LINE
           .

       *> Falls the run control record back to the period before the
       *> one reversed, marked reversed, so the period can be posted
       *> again and POSTAPP1 refuses the reversed generation.
       420-MARK-PERIOD-REVERSED.
           PERFORM 305-READ-RUN-CONTROL
           MOVE PCT-PRIOR-PERIOD TO PCT-LAST-PERIOD
           MOVE 0                TO PCT-PRIOR-PERIOD
           MOVE WS-RUN-DATE      TO PCT-LAST-RUN-DATE
           SET PCT-PERIOD-REVERSED TO TRUE
           PERFORM 325-WRITE-RUN-CONTROL
           .

       *> Writes the reversal listing's totals and what the reversal
       *> reached - the master, the ledger, or neither - and shows
       *> the same on the console. Accounts kept as posted leave the
       *> run needing review.
       430-WRITE-REVERSAL-TOTALS.
           WRITE REVERSAL-RECORD FROM GLP-BLANK-LINE
           MOVE "ACCOUNTS REVERSED"        TO GLP-CTOT-LABEL
           MOVE CT-POSTED-COUNT           TO GLP-CTOT-COUNT
           WRITE REVERSAL-RECORD FROM GLP-COUNT-TOTAL-LINE
           MOVE "ACCOUNTS KEPT AS POSTED"  TO GLP-CTOT-LABEL
           MOVE CT-REVERSAL-KEPT-COUNT    TO GLP-CTOT-COUNT
           WRITE REVERSAL-RECORD FROM GLP-COUNT-TOTAL-LINE
           MOVE "INTEREST REVERSED"        TO GLP-ATOT-LABEL
           MOVE CT-POSTED-INTEREST        TO GLP-ATOT-AMOUNT
           WRITE REVERSAL-RECORD FROM GLP-AMOUNT-TOTAL-LINE
           MOVE "WITHHOLDING REVERSED"     TO GLP-ATOT-LABEL
           MOVE CT-POSTED-WITHHELD        TO GLP-ATOT-AMOUNT
           WRITE REVERSAL-RECORD FROM GLP-AMOUNT-TOTAL-LINE
           MOVE "MASTER BALANCES RESTORED" TO GLP-ATOT-LABEL
           MOVE CT-MASTER-RESTORED        TO GLP-ATOT-AMOUNT
           WRITE REVERSAL-RECORD FROM GLP-AMOUNT-TOTAL-LINE

           WRITE REVERSAL-RECORD FROM GLP-BLANK-LINE
           IF REVERSE-MASTER-BALANCES
               MOVE "MASTER RESTORED - GENERATION HAD BEEN APPLIED"
                   TO GLP-PROOF-TEXT
           ELSE
               MOVE "MASTER LEFT AS IT STANDS - GENERATION NOT APPLIED"
                   TO GLP-PROOF-TEXT
           END-IF
           WRITE REVERSAL-RECORD FROM GLP-PROOF-LINE
           IF REVERSE-GL-ENTRIES
               MOVE "OFFSETTING ENTRIES CUT TO GLOUT - SEE GLPROOF"
                   TO GLP-PROOF-TEXT
           ELSE
               MOVE "NO LEDGER OFFSETS - EXTRACT WAS NEVER SENT"
                   TO GLP-PROOF-TEXT
           END-IF
           WRITE REVERSAL-RECORD FROM GLP-PROOF-LINE

           DISPLAY "--------------------------------------------"
           DISPLAY "POSTING PERIOD REVERSAL"
           DISPLAY "Posting Period:       " WS-POSTING-PERIOD
           DISPLAY "POSTOUT Generation:   " WS-POSTING-GENERATION
           DISPLAY "Accounts Reversed:    " CT-POSTED-COUNT
           DISPLAY "Accounts Kept:        " CT-REVERSAL-KEPT-COUNT
           DISPLAY "Interest Reversed:    " CT-POSTED-INTEREST
           DISPLAY "Withholding Reversed: " CT-POSTED-WITHHELD
           DISPLAY "Master Restored:      " CT-MASTER-RESTORED
           IF CT-REVERSAL-KEPT-COUNT > 0
               DISPLAY "*** ACCOUNTS KEPT AS POSTED - REVIEW THIS RUN ***"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "--------------------------------------------"
           .

       *> Fetches the next account into ACCOUNT-RECORD from whichever
       *> input source the PARM selected: the next POSTIN deck record
       *> as-is, or the next ACCTMST master record.
           IF WS-RUN-PARM-RAW NOT = SPACES
               MOVE PARM-FREQUENCY TO WS-COMPOUNDING-FREQUENCY
               MOVE PARM-INPUT-SOURCE TO WS-INPUT-SOURCE
               MOVE PARM-POSTING-MODE TO WS-POSTING-MODE
               IF PARM-POSTING-PERIOD IS NUMERIC
                   MOVE PARM-POSTING-PERIOD TO WS-POSTING-PERIOD
               ELSE
                   IF PARM-POSTING-PERIOD NOT = SPACES
                       DISPLAY "*** PARM POSTING PERIOD NOT NUMERIC"
                           " - DEFAULTING TO THE RUN MONTH ***"
                   END-IF
               END-IF
           END-IF

           IF WS-COMPOUNDING-FREQUENCY = SPACE
               SET INPUT-FROM-POSTIN TO TRUE
           END-IF

           IF WS-POSTING-MODE = SPACE
               MOVE "P" TO WS-POSTING-MODE
           END-IF
           IF NOT POSTING-MODE-POST AND NOT POSTING-MODE-REVERSAL
               DISPLAY "*** PARM RUN MODE '" WS-POSTING-MODE
                   "' NOT RECOGNIZED - DEFAULTING TO POSTING ***"
               SET POSTING-MODE-POST TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN FREQUENCY-ANNUAL
                   MOVE 1  TO WS-PERIODS-PER-YEAR
