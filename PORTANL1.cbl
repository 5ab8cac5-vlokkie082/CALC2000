       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTANL1.

       *> ------------------------------------------------------------
       *> AUTHOR: Naude Vlok
       *> COURSE: CIS352 Intro to Enterprise Computing
       *> PURPOSE:
       *>   Gives the asset/liability committee the shape of the
       *>   deposit book as of a PARM date, off the ACCTMST keyed
       *>   master and the RATETAB product rate table. By branch and
       *>   by product it prints a maturity ladder - the count and
       *>   balance maturing in 0-30, 31-90, 91-180 and 181-365 days
       *>   and over a year out - then the balance-weighted average
       *>   rate and the spread of the balance across the RATETAB
       *>   balance tiers each account prices in, the same product/
       *>   tier lookup CALC2000 applies. Each run files its figures
       *>   as that month's records on the PORTSNP snapshot file, and
       *>   the growth pages set the book against the prior month's
       *>   snapshot and the same month last year's: the growth since
       *>   each, and the runoff the prior month's ladder scheduled
       *>   for the month just ended. Closed accounts are not part of
       *>   the book and are passed over. Branch names and product
       *>   descriptions come off the BRPRREF reference file when it
       *>   is on hand.
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

           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO "PORTSNP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-KEY
               FILE STATUS IS FS-SNAPSHOT-FILE.

           SELECT OPTIONAL REFERENCE-FILE ASSIGN TO "BRPRREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-KEY
               FILE STATUS IS FS-REFERENCE-FILE.

           SELECT LIST-FILE ASSIGN TO "PORTANL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LIST-FILE.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUN-LOG-FILE.

       DATA DIVISION.
       FILE SECTION.

       *> Keyed account master maintained by ACCTMNT1, the same
       *> layout CALC2000 and SAVPOST1 read.
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
       *> tiers per product code, the pricing source the nightly
       *> cycle loads.
       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-RECORD.
           05  RATE-PRODUCT-CODE         PIC X(4).
           05  RATE-EFFECTIVE-DATE       PIC 9(8).
           05  RATE-TIER-MINIMUM         PIC 9(7)V99.
           05  RATE-YEARLY-RATE          PIC S9(3)V99.

       *> Month-end snapshots of the book, one set of records per
       *> month analyzed, kept so later runs can measure against them.
       FD  SNAPSHOT-FILE.
       COPY PORTSNP.

       *> Branch and product reference file maintained by REFMNT1,
       *> read for the names the listing prints beside the codes.
       FD  REFERENCE-FILE.
       COPY BRPRREF.

       *> Spooled portfolio analysis listing: the maturity ladder,
       *> rate and tier, and growth pages, and the run totals.
       FD  LIST-FILE
           RECORDING MODE IS F.
       01  LIST-RECORD                   PIC X(132).

       *> Shared run log appended to at end of run, one completion
       *> record per program per run, reported by CYCSTAT1.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       *> File status codes for each SELECTed file, checked at OPEN
       *> and around the snapshot updates so a failed write stops the
       *> run instead of leaving next month nothing to compare to.
       01  FILE-STATUS-CODES.
           05  FS-MASTER-FILE         PIC XX VALUE "00".
           05  FS-RATE-FILE           PIC XX VALUE "00".
           05  FS-SNAPSHOT-FILE       PIC XX VALUE "00".
           05  FS-REFERENCE-FILE      PIC XX VALUE "00".
           05  FS-LIST-FILE           PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE        PIC XX VALUE "00".

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE            PIC 9(8) VALUE 0.
           05  WS-RUN-TIME            PIC 9(8) VALUE 0.

       *> Date the book is analyzed as of - normally the month-end
       *> date ALCO is looking at, today when ops don't supply one -
       *> and whether this run files its figures as that month's
       *> snapshot. A mid-month look is run with the update off so
       *> it doesn't stand in for the month-end figures.
       01  WS-RUN-PARAMETER-VALUES.
           05  WS-AS-OF-DATE          PIC 9(8)  VALUE 0.
           05  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
               10  WS-AS-OF-YEAR      PIC 9(4).
               10  WS-AS-OF-MONTH     PIC 99.
               10  WS-AS-OF-DAY       PIC 99.
           05  WS-SNAPSHOT-SWITCH     PIC X     VALUE "Y".
               88  SNAPSHOT-UPDATE-ON       VALUE "Y".
               88  SNAPSHOT-UPDATE-OFF      VALUE "N".

       *> The month analyzed and the two months it is compared to,
       *> all YYYYMM as the snapshot file keys them, and whether a
       *> snapshot was found on file for each comparison month.
       01  PERIOD-VALUES.
           05  WS-CURRENT-PERIOD      PIC 9(6) VALUE 0.
           05  WS-PRIOR-PERIOD        PIC 9(6) VALUE 0.
           05  WS-PRIOR-PARTS REDEFINES WS-PRIOR-PERIOD.
               10  WS-PRIOR-YEAR      PIC 9(4).
               10  WS-PRIOR-MONTH     PIC 99.
           05  WS-YEAR-AGO-PERIOD     PIC 9(6) VALUE 0.
           05  WS-YEAR-AGO-PARTS REDEFINES WS-YEAR-AGO-PERIOD.
               10  WS-YEAR-AGO-YEAR   PIC 9(4).
               10  WS-YEAR-AGO-MONTH  PIC 99.
           05  WS-SWEEP-PERIOD        PIC 9(6) VALUE 0.
           05  WS-PRIOR-SNAPSHOT-SWITCH    PIC X VALUE "N".
               88  PRIOR-SNAPSHOT-ON-FILE       VALUE "Y".
               88  PRIOR-SNAPSHOT-NOT-ON-FILE   VALUE "N".
           05  WS-YEAR-AGO-SNAPSHOT-SWITCH PIC X VALUE "N".
               88  YEAR-AGO-SNAPSHOT-ON-FILE     VALUE "Y".
               88  YEAR-AGO-SNAPSHOT-NOT-ON-FILE VALUE "N".

       *> Run counts for the listing and console
       01  PFA-RUN-COUNTS.
           05  PFA-ACCOUNTS-READ      PIC 9(7) VALUE 0.
           05  PFA-CLOSED-SKIPPED     PIC 9(7) VALUE 0.
           05  PFA-ACCOUNTS-ANALYZED  PIC 9(7) VALUE 0.
           05  PFA-OFF-TABLE          PIC 9(7) VALUE 0.
           05  PFA-DATE-NOT-EDITED    PIC 9(7) VALUE 0.
           05  PFA-SNAPSHOT-REPLACED  PIC 9(7) VALUE 0.
           05  PFA-SNAPSHOT-WRITTEN   PIC 9(7) VALUE 0.

       *> Product rate table loaded up front from RATETAB, held to
       *> the same limit CALC2000 loads it under.
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

       *> The account in hand: the maturity bucket it falls in, the
       *> rate it prices at and the balance tier that rate comes
       *> from. Buckets 1-5 are the ladder's 0-30, 31-90, 91-180,
       *> 181-365 and over-a-year columns; bucket 6 holds the
       *> whole-year terms that carry no maturity date. Tiers 1-5
       *> are the product's RATETAB tiers from the lowest up, the
       *> fifth taking any above it; tier 6 holds the accounts
       *> RATETAB can't price, carried at the rate on the master.
       01  ACCOUNT-WORK-VALUES.
           05  WS-BUCKET-INDEX        PIC 9     VALUE 0.
           05  WS-TIER-INDEX          PIC 9     VALUE 0.
           05  WS-SUB-INDEX           PIC 9     VALUE 0.
           05  WS-ACCOUNT-RATE        PIC S9(3)V99 VALUE 0.
           05  WS-AVERAGE-RATE        PIC S9(3)V999 VALUE 0.
           05  WS-AS-OF-DAY-NUMBER    PIC 9(7)  VALUE 0.
           05  WS-DAYS-TO-MATURITY    PIC S9(7) VALUE 0.

       *> Portfolio figures per branch, per product, and for the book
       *> as a whole, one slot each, kept in type-then-code order so
       *> the pages print branch and product codes in sequence: "B"
       *> branch slots first, then "P" product slots, then the one
       *> "T" total slot keyed "ALL". Sized for the 200 branches and
       *> 50 products the rest of the suite allows.
       01  PORTFOLIO-TABLE-VALUES.
           05  WS-PFT-MAX             PIC 9(3) VALUE 260.
           05  WS-PFT-COUNT           PIC 9(3) VALUE 0.
           05  WS-PFT-INDEX           PIC 9(3) VALUE 0.
           05  WS-PFT-SLOT            PIC 9(3) VALUE 0.
           05  WS-PFT-INSERT-SLOT     PIC 9(3) VALUE 0.
           05  WS-PFT-SHIFT-INDEX     PIC 9(3) VALUE 0.
           05  WS-PFT-TARGET-INDEX    PIC 9(3) VALUE 0.
           05  WS-PFT-LOOKUP-KEY.
               10  WS-PFT-LOOKUP-TYPE PIC X    VALUE SPACE.
               10  WS-PFT-LOOKUP-CODE PIC X(4) VALUE SPACES.
           05  WS-PAGE-TYPE           PIC X    VALUE SPACE.
               88  PAGE-BY-BRANCH           VALUE "B".
               88  PAGE-BY-PRODUCT          VALUE "P".
           05  PFT-ENTRY OCCURS 260 TIMES.
               10  PFT-KEY.
                   15  PFT-TYPE           PIC X.
                   15  PFT-CODE           PIC X(4).
               10  PFT-ACCOUNT-COUNT      PIC 9(7).
               10  PFT-BALANCE            PIC 9(11)V99.
               10  PFT-RATE-WEIGHT        PIC S9(15)V9(4).
               10  PFT-BUCKET OCCURS 6 TIMES.
                   15  PFT-BUCKET-COUNT   PIC 9(7).
                   15  PFT-BUCKET-BALANCE PIC 9(11)V99.
               10  PFT-TIER-BALANCE       PIC 9(11)V99
                                          OCCURS 6 TIMES.

       *> Name looked up on the reference file for the code on the
       *> line in hand. The reference file is optional here; without
       *> it the pages print the codes alone.
       01  REFERENCE-NAME-VALUES.
           05  WS-REF-PRESENT-SWITCH  PIC X VALUE "N".
               88  REFERENCE-FILE-PRESENT   VALUE "Y".
           05  WS-KEY-NAME            PIC X(30) VALUE SPACES.

       *> One line's figures against the two comparison snapshots
       01  COMPARISON-WORK-VALUES.
           05  WS-PRIOR-BALANCE       PIC 9(11)V99  VALUE 0.
           05  WS-RUNOFF-BALANCE      PIC 9(11)V99  VALUE 0.
           05  WS-YEAR-AGO-BALANCE    PIC 9(11)V99  VALUE 0.
           05  WS-MONTH-GROWTH        PIC S9(11)V99 VALUE 0.
           05  WS-YEAR-GROWTH         PIC S9(11)V99 VALUE 0.
           05  WS-PRIOR-FOUND-SWITCH  PIC X VALUE "N".
               88  PRIOR-RECORD-FOUND       VALUE "Y".
               88  PRIOR-RECORD-NOT-FOUND   VALUE "N".

       *> Date edit work fields for the as-of and maturity dates,
       *> the same edits CALC2000 applies.
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

       *> Listing line layouts, built up in WORKING-STORAGE and moved
       *> to LIST-RECORD before each WRITE.
       01  PFL-HEADING-LINE-1.
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  FILLER                 PIC X(52)
               VALUE "PORTANL1 - DEPOSIT PORTFOLIO ANALYSIS (ALCO)".
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  PFL-RUN-LINE.
           05  FILLER                 PIC X(16)
               VALUE "BOOK AS OF".
           05  PFL-RUN-AS-OF-DATE     PIC 9(8).
           05  FILLER                 PIC X(13)
               VALUE "   PERIOD".
           05  PFL-RUN-PERIOD         PIC 9(6).
           05  FILLER                 PIC X(20)
               VALUE "   SNAPSHOT UPDATE".
           05  PFL-RUN-SNAPSHOT       PIC X.
           05  FILLER                 PIC X(68) VALUE SPACES.

       01  PFL-PAGE-TITLE-LINE.
           05  PFL-PAGE-TITLE         PIC X(60).
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  PFL-COMPARISON-LINE.
           05  PFL-CMP-LABEL          PIC X(24).
           05  PFL-CMP-PERIOD         PIC 9(6).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  PFL-CMP-STATUS         PIC X(30).
           05  FILLER                 PIC X(69) VALUE SPACES.

       01  PFL-LADDER-COLUMN-LINE.
           05  FILLER                 PIC X(5)  VALUE "CODE".
           05  FILLER                 PIC X(22) VALUE "NAME".
           05  FILLER                 PIC X(15) VALUE "      0-30 DAYS".
           05  FILLER                 PIC X(15) VALUE "     31-90 DAYS".
           05  FILLER                 PIC X(15) VALUE "    91-180 DAYS".
           05  FILLER                 PIC X(15) VALUE "   181-365 DAYS".
           05  FILLER                 PIC X(15) VALUE "    OVER 1 YEAR".
           05  FILLER                 PIC X(15) VALUE "    NO MATURITY".
           05  FILLER                 PIC X(15) VALUE "          TOTAL".

       01  PFL-LADDER-LINE.
           05  PFL-LAD-CODE           PIC X(4).
           05  FILLER                 PIC X     VALUE SPACE.
           05  PFL-LAD-NAME           PIC X(16).
           05  FILLER                 PIC X     VALUE SPACE.
           05  PFL-LAD-LABEL          PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PFL-LAD-BUCKET-1       PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PFL-LAD-BUCKET-2       PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PFL-LAD-BUCKET-3       PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PFL-LAD-BUCKET-4       PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PFL-LAD-BUCKET-5       PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PFL-LAD-BUCKET-6       PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PFL-LAD-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.

       01  PFL-LADDER-LEGEND-LINE.
           05  FILLER                 PIC X(36) VALUE
               "BALANCES IN WHOLE DOLLARS - PAST-DUE".
           05  FILLER                 PIC X(29) VALUE
               " MATURITIES SHOW IN 0-30 DAYS".
           05  FILLER                 PIC X(67) VALUE SPACES.

       01  PFL-RATE-COLUMN-LINE.
           05  FILLER                 PIC X(5)  VALUE "CODE".
           05  FILLER                 PIC X(17) VALUE "NAME".
           05  FILLER                 PIC X(17) VALUE "          BALANCE".
           05  FILLER                 PIC X(9)  VALUE "  AVG RT ".
           05  FILLER                 PIC X(14) VALUE "        TIER 1".
           05  FILLER                 PIC X(14) VALUE "        TIER 2".
           05  FILLER                 PIC X(14) VALUE "        TIER 3".
           05  FILLER                 PIC X(14) VALUE "        TIER 4".
           05  FILLER                 PIC X(14) VALUE "       TIER 5+".
           05  FILLER                 PIC X(14) VALUE "     OFF TABLE".

       01  PFL-RATE-LINE.
           05  PFL-RAT-CODE           PIC X(4).
           05  FILLER                 PIC X     VALUE SPACE.
           05  PFL-RAT-NAME           PIC X(16).
           05  FILLER                 PIC X     VALUE SPACE.
           05  PFL-RAT-BALANCE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  PFL-RAT-AVERAGE-RATE   PIC ZZ9.999.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PFL-RAT-TIER-1         PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  PFL-RAT-TIER-2         PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  PFL-RAT-TIER-3         PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  PFL-RAT-TIER-4         PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  PFL-RAT-TIER-5         PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  PFL-RAT-TIER-6         PIC Z,ZZZ,ZZZ,ZZ9.

       01  PFL-RATE-LEGEND-LINE.
           05  FILLER                 PIC X(40) VALUE
               "TIER 1 = PRODUCT'S LOWEST RATETAB TIER -".
           05  FILLER                 PIC X(34) VALUE
               " OFF TABLE = PRICED AT MASTER RATE".
           05  FILLER                 PIC X(58) VALUE SPACES.

       01  PFL-GROWTH-COLUMN-LINE.
           05  FILLER                 PIC X(22) VALUE "CODE NAME".
           05  FILLER                 PIC X(16) VALUE "         CURRENT".
           05  FILLER                 PIC X(16) VALUE "     PRIOR MONTH".
           05  FILLER                 PIC X(16) VALUE "    MONTH GROWTH".
           05  FILLER                 PIC X(16) VALUE "    SCHED RUNOFF".
           05  FILLER                 PIC X(16) VALUE "       LAST YEAR".
           05  FILLER                 PIC X(16) VALUE "     YEAR GROWTH".
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  PFL-GROWTH-LINE.
           05  PFL-GRW-CODE           PIC X(4).
           05  FILLER                 PIC X     VALUE SPACE.
           05  PFL-GRW-NAME           PIC X(16).
           05  FILLER                 PIC X     VALUE SPACE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PFL-GRW-CURRENT        PIC -Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PFL-GRW-PRIOR          PIC -Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PFL-GRW-MONTH-GROWTH   PIC -Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PFL-GRW-RUNOFF         PIC -Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PFL-GRW-YEAR-AGO       PIC -Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PFL-GRW-YEAR-GROWTH    PIC -Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PFL-GRW-NOTE           PIC X(12).

       01  PFL-GROWTH-LEGEND-LINE.
           05  FILLER                 PIC X(44) VALUE
               "SCHED RUNOFF = PRIOR MONTH'S 0-30 DAY BUCKET".
           05  FILLER                 PIC X(27) VALUE
               ", DUE DURING THE MONTH".
           05  FILLER                 PIC X(61) VALUE SPACES.

       01  PFL-COUNT-TOTAL-LINE.
           05  PFL-CTOT-LABEL         PIC X(30).
           05  PFL-CTOT-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(93) VALUE SPACES.

       01  PFL-AMOUNT-TOTAL-LINE.
           05  PFL-ATOT-LABEL         PIC X(30).
           05  PFL-ATOT-AMOUNT        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(84) VALUE SPACES.

       01  PFL-BLANK-LINE             PIC X(132) VALUE SPACES.

       *> End-of-file switches for the master sweep, the rate load,
       *> and the snapshot period sweeps
       01  WS-FILE-STATUS-VALUES.
           05  WS-END-OF-MASTER-FILE  PIC X VALUE "N".
               88  END-OF-MASTER-FILE       VALUE "Y".
           05  WS-END-OF-RATE-FILE    PIC X VALUE "N".
               88  END-OF-RATE-FILE         VALUE "Y".
           05  WS-END-OF-PERIOD-SWITCH PIC X VALUE "N".
               88  END-OF-SNAPSHOT-PERIOD   VALUE "Y".
               88  MORE-IN-SNAPSHOT-PERIOD  VALUE "N".

       *> Run-control card read off this run's command line, the same
       *> way CALC2000 reads its PARM: the as-of date (YYYYMMDD) and
       *> the snapshot update switch (N = leave the snapshot file as
       *> it stands).
       01  WS-RUN-PARM-RAW            PIC X(82) VALUE SPACES.
       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM-RAW.
           05  PARM-AS-OF-DATE        PIC 9(8).
           05  PARM-SNAPSHOT-SWITCH   PIC X.
           05  FILLER                 PIC X(73).

       PROCEDURE DIVISION.

       *> Main control paragraph
       000-ANALYZE-PORTFOLIO.
           DISPLAY "--------------------------------------------"
           DISPLAY "PORTANL1 - Deposit Portfolio Analysis"
           DISPLAY "Analyzing ACCTMST by branch and product"
           DISPLAY "--------------------------------------------"

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 005-APPLY-RUN-PARAMETERS
           PERFORM 007-SET-COMPARISON-PERIODS

           PERFORM 025-LOAD-RATE-TABLE

           OPEN INPUT MASTER-FILE
           IF FS-MASTER-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING MASTER FILE - STATUS "
                   FS-MASTER-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SNAPSHOT-FILE
           IF FS-SNAPSHOT-FILE NOT = "00"
                   AND FS-SNAPSHOT-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING SNAPSHOT FILE - STATUS "
                   FS-SNAPSHOT-FILE " ***"
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

           OPEN OUTPUT LIST-FILE
           IF FS-LIST-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING PORTFOLIO LISTING - STATUS "
                   FS-LIST-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 130-WRITE-LISTING-HEADINGS

           MOVE "T"   TO WS-PFT-LOOKUP-TYPE
           MOVE "ALL" TO WS-PFT-LOOKUP-CODE
           PERFORM 017-FIND-PORTFOLIO-SLOT

           PERFORM UNTIL END-OF-MASTER-FILE
               READ MASTER-FILE NEXT RECORD
                   AT END SET END-OF-MASTER-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO PFA-ACCOUNTS-READ
                       IF MST-IS-CLOSED
                           ADD 1 TO PFA-CLOSED-SKIPPED
                       ELSE
                           PERFORM 040-ANALYZE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MASTER-FILE

           MOVE "B" TO WS-PAGE-TYPE
           PERFORM 140-WRITE-MATURITY-LADDER
           MOVE "P" TO WS-PAGE-TYPE
           PERFORM 140-WRITE-MATURITY-LADDER
           MOVE "B" TO WS-PAGE-TYPE
           PERFORM 150-WRITE-RATE-TIER-PAGE
           MOVE "P" TO WS-PAGE-TYPE
           PERFORM 150-WRITE-RATE-TIER-PAGE

           IF SNAPSHOT-UPDATE-ON
               PERFORM 060-REFRESH-SNAPSHOT
           END-IF

           PERFORM 065-CHECK-COMPARISON-SNAPSHOTS
           IF PRIOR-SNAPSHOT-ON-FILE
               MOVE WS-PRIOR-PERIOD TO WS-SWEEP-PERIOD
               PERFORM 070-ADD-SNAPSHOT-CODES
           END-IF
           IF YEAR-AGO-SNAPSHOT-ON-FILE
               MOVE WS-YEAR-AGO-PERIOD TO WS-SWEEP-PERIOD
               PERFORM 070-ADD-SNAPSHOT-CODES
           END-IF

           MOVE "B" TO WS-PAGE-TYPE
           PERFORM 160-WRITE-GROWTH-PAGE
           MOVE "P" TO WS-PAGE-TYPE
           PERFORM 160-WRITE-GROWTH-PAGE
           PERFORM 170-WRITE-LISTING-TOTALS

           CLOSE SNAPSHOT-FILE
           IF REFERENCE-FILE-PRESENT
               CLOSE REFERENCE-FILE
           END-IF
           CLOSE LIST-FILE

           IF PFA-OFF-TABLE > 0 OR PFA-DATE-NOT-EDITED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Accounts Read:        " PFA-ACCOUNTS-READ
           DISPLAY "Accounts Analyzed:    " PFA-ACCOUNTS-ANALYZED
           DISPLAY "Priced Off Master:    " PFA-OFF-TABLE
           DISPLAY "Maturity Not Edited:  " PFA-DATE-NOT-EDITED
           DISPLAY "Closed Skipped:       " PFA-CLOSED-SKIPPED
           DISPLAY "Snapshot Records:     " PFA-SNAPSHOT-WRITTEN
           DISPLAY "--------------------------------------------"

           PERFORM 900-WRITE-RUN-LOG

           STOP RUN
           .

       *> Appends this run's completion record to the shared run log
       *> CYCSTAT1 reports the cycle's health from. The dollar total
       *> is the book balance analyzed; accounts priced off the
       *> master rate or with a maturity date that doesn't edit are
       *> counted as the rejects to review.
       900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF FS-RUN-LOG-FILE NOT = "00" AND FS-RUN-LOG-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING RUN LOG - STATUS "
                   FS-RUN-LOG-FILE " ***"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "T"   TO WS-PFT-LOOKUP-TYPE
               MOVE "ALL" TO WS-PFT-LOOKUP-CODE
               PERFORM 017-FIND-PORTFOLIO-SLOT
               MOVE "PORTANL1"            TO RLG-PROGRAM-ID
               MOVE WS-RUN-DATE           TO RLG-RUN-DATE
               MOVE WS-RUN-TIME           TO RLG-RUN-TIME
               MOVE PFA-ACCOUNTS-READ     TO RLG-RECORDS-READ
               MOVE PFA-ACCOUNTS-ANALYZED TO RLG-RECORDS-PROCESSED
               COMPUTE RLG-RECORDS-REJECTED =
                   PFA-OFF-TABLE + PFA-DATE-NOT-EDITED
               MOVE PFT-BALANCE (WS-PFT-SLOT) TO RLG-DOLLAR-TOTAL
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

       *> Applies the PARM card's as-of date and snapshot update
       *> switch. Unsupplied (blank/zero, or no PARM at all) fields
       *> take the defaults: today, and the snapshot updated.
       005-APPLY-RUN-PARAMETERS.
           ACCEPT WS-RUN-PARM-RAW FROM COMMAND-LINE

           IF WS-RUN-PARM-RAW NOT = SPACES
               IF PARM-AS-OF-DATE IS NUMERIC
                   MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
               ELSE
                   IF PARM-AS-OF-DATE NOT = SPACES
                       DISPLAY "*** PARM AS-OF DATE '" PARM-AS-OF-DATE
                           "' IS NOT NUMERIC - RUN STOPPED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               EVALUATE PARM-SNAPSHOT-SWITCH
                   WHEN "N"
                       SET SNAPSHOT-UPDATE-OFF TO TRUE
                   WHEN "Y"
                   WHEN SPACE
                       SET SNAPSHOT-UPDATE-ON TO TRUE
                   WHEN OTHER
                       DISPLAY "*** PARM SNAPSHOT SWITCH '"
                           PARM-SNAPSHOT-SWITCH
                           "' NOT RECOGNIZED - DEFAULTING TO Y ***"
                       SET SNAPSHOT-UPDATE-ON TO TRUE
               END-EVALUATE
           END-IF

           IF WS-AS-OF-DATE = 0
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-AS-OF-DATE TO WS-CHECK-DATE
               PERFORM 053-CHECK-ONE-DATE
               IF CHECK-DATE-INVALID
                   DISPLAY "*** PARM AS-OF DATE " WS-AS-OF-DATE
                       " IS NOT A REAL DATE - RUN STOPPED ***"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "Book As Of:           " WS-AS-OF-DATE
           DISPLAY "Snapshot Update:      " WS-SNAPSHOT-SWITCH
           .

       *> Works out the month analyzed and the two it is compared
       *> to: the month before, stepping back over a year end, and
       *> the same month a year earlier.
       007-SET-COMPARISON-PERIODS.
           COMPUTE WS-CURRENT-PERIOD =
               WS-AS-OF-YEAR * 100 + WS-AS-OF-MONTH
           COMPUTE WS-AS-OF-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)

           MOVE WS-CURRENT-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRIOR-MONTH = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF

           MOVE WS-CURRENT-PERIOD TO WS-YEAR-AGO-PERIOD
           SUBTRACT 1 FROM WS-YEAR-AGO-YEAR

           DISPLAY "Period:               " WS-CURRENT-PERIOD
           DISPLAY "Compared To:          " WS-PRIOR-PERIOD " "
               WS-YEAR-AGO-PERIOD
           .

       *> Loads RATETAB into the rate table, the same way CALC2000's
       *> 025-LOAD-RATE-TABLE loads it. The tier analysis has nothing
       *> to measure without it, so a missing or oversized table
       *> stops the run.
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
           DISPLAY "RATETAB Entries:      " WS-RATE-COUNT
           .

       *> Places the account in hand in its maturity bucket and rate
       *> tier, then rolls it into its branch's, its product's, and
       *> the whole book's figures.
       040-ANALYZE-ONE-ACCOUNT.
           ADD 1 TO PFA-ACCOUNTS-ANALYZED
           PERFORM 042-SET-MATURITY-BUCKET
           PERFORM 044-PRICE-ACCOUNT

           MOVE "B"              TO WS-PFT-LOOKUP-TYPE
           MOVE MST-BRANCH-CODE  TO WS-PFT-LOOKUP-CODE
           PERFORM 017-FIND-PORTFOLIO-SLOT
           PERFORM 046-ADD-TO-PORTFOLIO-SLOT

           MOVE "P"              TO WS-PFT-LOOKUP-TYPE
           MOVE MST-PRODUCT-CODE TO WS-PFT-LOOKUP-CODE
           PERFORM 017-FIND-PORTFOLIO-SLOT
           PERFORM 046-ADD-TO-PORTFOLIO-SLOT

           MOVE "T"              TO WS-PFT-LOOKUP-TYPE
           MOVE "ALL"            TO WS-PFT-LOOKUP-CODE
           PERFORM 017-FIND-PORTFOLIO-SLOT
           PERFORM 046-ADD-TO-PORTFOLIO-SLOT
           .

       *> Buckets the account by the days from the as-of date to its
       *> maturity. A maturity already past is money due now and
       *> falls in the 0-30 bucket with what matures this month. A
       *> whole-year term carries no maturity date, and a date that
       *> doesn't edit can't be measured; both go in the no-maturity
       *> column, the latter counted for review.
       042-SET-MATURITY-BUCKET.
           IF MST-MATURITY-DATE = 0
               MOVE 6 TO WS-BUCKET-INDEX
           ELSE
               MOVE MST-MATURITY-DATE TO WS-CHECK-DATE
               PERFORM 053-CHECK-ONE-DATE
               IF CHECK-DATE-INVALID
                   ADD 1 TO PFA-DATE-NOT-EDITED
                   MOVE 6 TO WS-BUCKET-INDEX
               ELSE
                   COMPUTE WS-DAYS-TO-MATURITY =
                       FUNCTION INTEGER-OF-DATE(MST-MATURITY-DATE)
                           - WS-AS-OF-DAY-NUMBER
                   EVALUATE TRUE
                       WHEN WS-DAYS-TO-MATURITY NOT > 30
                           MOVE 1 TO WS-BUCKET-INDEX
                       WHEN WS-DAYS-TO-MATURITY NOT > 90
                           MOVE 2 TO WS-BUCKET-INDEX
                       WHEN WS-DAYS-TO-MATURITY NOT > 180
                           MOVE 3 TO WS-BUCKET-INDEX
                       WHEN WS-DAYS-TO-MATURITY NOT > 365
                           MOVE 4 TO WS-BUCKET-INDEX
                       WHEN OTHER
                           MOVE 5 TO WS-BUCKET-INDEX
                   END-EVALUATE
               END-IF
           END-IF
           .

       *> Prices the account off RATETAB as of the as-of date and
       *> ranks the tier the rate came from. An account RATETAB
       *> can't price is carried at the rate on its master record,
       *> in the off-table column, and counted for review.
       044-PRICE-ACCOUNT.
           PERFORM 055-LOOK-UP-PRODUCT-RATE
           IF WS-RATE-FOUND-SLOT = 0
               ADD 1 TO PFA-OFF-TABLE
               MOVE MST-YEARLY-INTEREST-RATE TO WS-ACCOUNT-RATE
               MOVE 6 TO WS-TIER-INDEX
           ELSE
               MOVE RATE-TAB-YEARLY-RATE (WS-RATE-FOUND-SLOT)
                   TO WS-ACCOUNT-RATE
               PERFORM 057-FIND-TIER-RANK
           END-IF
           .

       *> Rolls the account in hand into the portfolio slot found for
       *> it: its count and balance, its balance times its rate for
       *> the weighted average, and its maturity bucket and tier.
       046-ADD-TO-PORTFOLIO-SLOT.
           ADD 1 TO PFT-ACCOUNT-COUNT (WS-PFT-SLOT)
           ADD MST-INVESTMENT-AMOUNT TO PFT-BALANCE (WS-PFT-SLOT)
           COMPUTE PFT-RATE-WEIGHT (WS-PFT-SLOT) =
               PFT-RATE-WEIGHT (WS-PFT-SLOT)
                   + MST-INVESTMENT-AMOUNT * WS-ACCOUNT-RATE
           ADD 1 TO PFT-BUCKET-COUNT (WS-PFT-SLOT, WS-BUCKET-INDEX)
           ADD MST-INVESTMENT-AMOUNT
               TO PFT-BUCKET-BALANCE (WS-PFT-SLOT, WS-BUCKET-INDEX)
           ADD MST-INVESTMENT-AMOUNT
               TO PFT-TIER-BALANCE (WS-PFT-SLOT, WS-TIER-INDEX)
           .

       *> Finds the portfolio slot for the type and code in
       *> WS-PFT-LOOKUP-KEY, opening a new one the first time a
       *> branch or product appears. New slots are slotted in key
       *> order, the ones after moving down one, so the pages print
       *> in code order. More branches and products than the table
       *> holds stops the run.
       017-FIND-PORTFOLIO-SLOT.
           MOVE 0 TO WS-PFT-SLOT
           MOVE 0 TO WS-PFT-INSERT-SLOT
           PERFORM VARYING WS-PFT-INDEX FROM 1 BY 1
                   UNTIL WS-PFT-INDEX > WS-PFT-COUNT
               IF PFT-KEY (WS-PFT-INDEX) = WS-PFT-LOOKUP-KEY
                       AND WS-PFT-SLOT = 0
                   MOVE WS-PFT-INDEX TO WS-PFT-SLOT
               END-IF
               IF PFT-KEY (WS-PFT-INDEX) > WS-PFT-LOOKUP-KEY
                       AND WS-PFT-INSERT-SLOT = 0
                   MOVE WS-PFT-INDEX TO WS-PFT-INSERT-SLOT
               END-IF
           END-PERFORM

           IF WS-PFT-SLOT = 0
               IF WS-PFT-COUNT = WS-PFT-MAX
                   DISPLAY "*** MORE THAN " WS-PFT-MAX
                       " BRANCHES AND PRODUCTS - RUN STOPPED ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-PFT-INSERT-SLOT = 0
                   COMPUTE WS-PFT-INSERT-SLOT = WS-PFT-COUNT + 1
               END-IF
               PERFORM VARYING WS-PFT-SHIFT-INDEX FROM WS-PFT-COUNT
                       BY -1
                       UNTIL WS-PFT-SHIFT-INDEX < WS-PFT-INSERT-SLOT
                   COMPUTE WS-PFT-TARGET-INDEX = WS-PFT-SHIFT-INDEX + 1
                   MOVE PFT-ENTRY (WS-PFT-SHIFT-INDEX)
                       TO PFT-ENTRY (WS-PFT-TARGET-INDEX)
               END-PERFORM
               ADD 1 TO WS-PFT-COUNT
               MOVE WS-PFT-INSERT-SLOT TO WS-PFT-SLOT
               INITIALIZE PFT-ENTRY (WS-PFT-SLOT)
               MOVE WS-PFT-LOOKUP-KEY TO PFT-KEY (WS-PFT-SLOT)
           END-IF
           .

       *> Finds the rate for the account's product: the latest entry
       *> effective on or before the as-of date whose balance tier
       *> the balance reaches, the same lookup CALC2000's
       *> 055-LOOK-UP-PRODUCT-RATE applies. Leaves WS-RATE-FOUND-SLOT
       *> zero when RATETAB has no entry for the account.
       055-LOOK-UP-PRODUCT-RATE.
           MOVE 0 TO WS-RATE-FOUND-SLOT
           MOVE 0 TO WS-RATE-BEST-DATE
           MOVE 0 TO WS-RATE-BEST-TIER

           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
                   UNTIL WS-RATE-INDEX > WS-RATE-COUNT
               IF RATE-TAB-PRODUCT-CODE (WS-RATE-INDEX)
                       = MST-PRODUCT-CODE
                   AND RATE-TAB-EFFECTIVE-DATE (WS-RATE-INDEX)
                       NOT > WS-AS-OF-DATE
                   AND RATE-TAB-TIER-MINIMUM (WS-RATE-INDEX)
                       NOT > MST-INVESTMENT-AMOUNT
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
           .

       *> Ranks the tier the account's rate came from among its
       *> product's tiers in the same effective-dated rate set: one
       *> more than the number of lower tier minimums in that set,
       *> the fifth tier taking everything above it.
       057-FIND-TIER-RANK.
           MOVE 1 TO WS-TIER-INDEX
           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
                   UNTIL WS-RATE-INDEX > WS-RATE-COUNT
               IF RATE-TAB-PRODUCT-CODE (WS-RATE-INDEX)
                       = MST-PRODUCT-CODE
                   AND RATE-TAB-EFFECTIVE-DATE (WS-RATE-INDEX)
                       = WS-RATE-BEST-DATE
                   AND RATE-TAB-TIER-MINIMUM (WS-RATE-INDEX)
                       < WS-RATE-BEST-TIER
                   IF WS-TIER-INDEX < 5
                       ADD 1 TO WS-TIER-INDEX
                   END-IF
               END-IF
           END-PERFORM
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

       *> Files this run's figures as the as-of month's snapshot. Any
       *> records an earlier run filed for the month are cleared
       *> first, so a rerun replaces the month whole and a branch or
       *> product that has since left the book doesn't linger.
       060-REFRESH-SNAPSHOT.
           MOVE WS-CURRENT-PERIOD TO WS-SWEEP-PERIOD
           PERFORM 062-START-SNAPSHOT-PERIOD
           PERFORM UNTIL END-OF-SNAPSHOT-PERIOD
               PERFORM 063-READ-SNAPSHOT-PERIOD
               IF MORE-IN-SNAPSHOT-PERIOD
                   DELETE SNAPSHOT-FILE
                   IF FS-SNAPSHOT-FILE NOT = "00"
                       DISPLAY "*** ERROR CLEARING SNAPSHOT "
                           SNP-KEY " - STATUS " FS-SNAPSHOT-FILE " ***"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO PFA-SNAPSHOT-REPLACED
               END-IF
           END-PERFORM

           PERFORM VARYING WS-PFT-INDEX FROM 1 BY 1
                   UNTIL WS-PFT-INDEX > WS-PFT-COUNT
               PERFORM 064-WRITE-SNAPSHOT-RECORD
           END-PERFORM

           IF PFA-SNAPSHOT-REPLACED > 0
               DISPLAY "*** SNAPSHOT FOR " WS-CURRENT-PERIOD
                   " REPLACED - " PFA-SNAPSHOT-REPLACED
                   " EARLIER RECORDS CLEARED ***"
           END-IF
           .

       *> Positions the snapshot file at the first record filed for
       *> the month in WS-SWEEP-PERIOD. A month with nothing filed
       *> ends the sweep before it starts.
       062-START-SNAPSHOT-PERIOD.
           SET MORE-IN-SNAPSHOT-PERIOD TO TRUE
           MOVE WS-SWEEP-PERIOD TO SNP-PERIOD
           MOVE LOW-VALUES      TO SNP-REC-TYPE
           MOVE LOW-VALUES      TO SNP-CODE
           START SNAPSHOT-FILE KEY IS NOT LESS THAN SNP-KEY
               INVALID KEY
                   SET END-OF-SNAPSHOT-PERIOD TO TRUE
           END-START
           .

       *> Reads the next snapshot record, ending the sweep at the end
       *> of the file or the first record of a later month.
       063-READ-SNAPSHOT-PERIOD.
           READ SNAPSHOT-FILE NEXT RECORD
               AT END
                   SET END-OF-SNAPSHOT-PERIOD TO TRUE
               NOT AT END
                   IF SNP-PERIOD NOT = WS-SWEEP-PERIOD
                       SET END-OF-SNAPSHOT-PERIOD TO TRUE
                   END-IF
           END-READ
           .

       *> Writes the snapshot record for the portfolio slot in
       *> WS-PFT-INDEX.
       064-WRITE-SNAPSHOT-RECORD.
           MOVE SPACES                          TO
               PORTFOLIO-SNAPSHOT-RECORD
           MOVE WS-CURRENT-PERIOD               TO SNP-PERIOD
           MOVE PFT-TYPE (WS-PFT-INDEX)         TO SNP-REC-TYPE
           MOVE PFT-CODE (WS-PFT-INDEX)         TO SNP-CODE
           MOVE WS-AS-OF-DATE                   TO SNP-AS-OF-DATE
           MOVE WS-RUN-DATE                     TO SNP-RUN-DATE
           MOVE PFT-ACCOUNT-COUNT (WS-PFT-INDEX) TO SNP-ACCOUNT-COUNT
           MOVE PFT-BALANCE (WS-PFT-INDEX)      TO SNP-BALANCE
           MOVE WS-PFT-INDEX                    TO WS-PFT-SLOT
           PERFORM 148-COMPUTE-AVERAGE-RATE
           MOVE WS-AVERAGE-RATE                 TO SNP-AVERAGE-RATE
           PERFORM VARYING WS-SUB-INDEX FROM 1 BY 1
                   UNTIL WS-SUB-INDEX > 6
               MOVE PFT-BUCKET-COUNT (WS-PFT-INDEX, WS-SUB-INDEX)
                   TO SNP-BUCKET-COUNT (WS-SUB-INDEX)
               MOVE PFT-BUCKET-BALANCE (WS-PFT-INDEX, WS-SUB-INDEX)
                   TO SNP-BUCKET-BALANCE (WS-SUB-INDEX)
               MOVE PFT-TIER-BALANCE (WS-PFT-INDEX, WS-SUB-INDEX)
                   TO SNP-TIER-BALANCE (WS-SUB-INDEX)
           END-PERFORM

           WRITE PORTFOLIO-SNAPSHOT-RECORD
           IF FS-SNAPSHOT-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING SNAPSHOT " SNP-KEY
                   " - STATUS " FS-SNAPSHOT-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO PFA-SNAPSHOT-WRITTEN
           .

       *> Looks for the whole-book record of each comparison month,
       *> so the growth pages can say when a month has no snapshot
       *> to compare to instead of showing the whole book as growth.
       065-CHECK-COMPARISON-SNAPSHOTS.
           MOVE WS-PRIOR-PERIOD TO SNP-PERIOD
           MOVE "T"             TO SNP-REC-TYPE
           MOVE "ALL"           TO SNP-CODE
           READ SNAPSHOT-FILE
               INVALID KEY
                   SET PRIOR-SNAPSHOT-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET PRIOR-SNAPSHOT-ON-FILE TO TRUE
           END-READ

           MOVE WS-YEAR-AGO-PERIOD TO SNP-PERIOD
           MOVE "T"                TO SNP-REC-TYPE
           MOVE "ALL"              TO SNP-CODE
           READ SNAPSHOT-FILE
               INVALID KEY
                   SET YEAR-AGO-SNAPSHOT-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET YEAR-AGO-SNAPSHOT-ON-FILE TO TRUE
           END-READ
           .

       *> Opens an empty portfolio slot for every branch and product
       *> on the comparison month's snapshot that has no accounts
       *> today, so a branch or product that ran off the book whole
       *> still prints on the growth pages with its runoff.
       070-ADD-SNAPSHOT-CODES.
           PERFORM 062-START-SNAPSHOT-PERIOD
           PERFORM UNTIL END-OF-SNAPSHOT-PERIOD
               PERFORM 063-READ-SNAPSHOT-PERIOD
               IF MORE-IN-SNAPSHOT-PERIOD
                   AND (SNP-IS-BRANCH OR SNP-IS-PRODUCT)
                   MOVE SNP-REC-TYPE TO WS-PFT-LOOKUP-TYPE
                   MOVE SNP-CODE     TO WS-PFT-LOOKUP-CODE
                   PERFORM 017-FIND-PORTFOLIO-SLOT
               END-IF
           END-PERFORM
           .

       *> Writes the listing headings: the as-of date, the month the
       *> figures are filed under, and whether they were filed.
       130-WRITE-LISTING-HEADINGS.
           WRITE LIST-RECORD FROM PFL-HEADING-LINE-1
           MOVE WS-AS-OF-DATE      TO PFL-RUN-AS-OF-DATE
           MOVE WS-CURRENT-PERIOD  TO PFL-RUN-PERIOD
           MOVE WS-SNAPSHOT-SWITCH TO PFL-RUN-SNAPSHOT
           WRITE LIST-RECORD FROM PFL-RUN-LINE
           .

       *> Writes the maturity ladder page for the branches or the
       *> products, as WS-PAGE-TYPE says, then the whole book.
       140-WRITE-MATURITY-LADDER.
           IF PAGE-BY-BRANCH
               MOVE "MATURITY LADDER BY BRANCH"  TO PFL-PAGE-TITLE
           ELSE
               MOVE "MATURITY LADDER BY PRODUCT" TO PFL-PAGE-TITLE
           END-IF
           WRITE LIST-RECORD FROM PFL-PAGE-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE LIST-RECORD FROM PFL-LADDER-LEGEND-LINE
           WRITE LIST-RECORD FROM PFL-BLANK-LINE
           WRITE LIST-RECORD FROM PFL-LADDER-COLUMN-LINE

           PERFORM VARYING WS-PFT-INDEX FROM 1 BY 1
                   UNTIL WS-PFT-INDEX > WS-PFT-COUNT
               IF PFT-TYPE (WS-PFT-INDEX) = WS-PAGE-TYPE
                   MOVE WS-PFT-INDEX TO WS-PFT-SLOT
                   PERFORM 142-WRITE-LADDER-LINES
               END-IF
           END-PERFORM

           WRITE LIST-RECORD FROM PFL-BLANK-LINE
           MOVE "T"   TO WS-PFT-LOOKUP-TYPE
           MOVE "ALL" TO WS-PFT-LOOKUP-CODE
           PERFORM 017-FIND-PORTFOLIO-SLOT
           PERFORM 142-WRITE-LADDER-LINES
           .

       *> Writes the slot in WS-PFT-SLOT's ladder: its balances by
       *> bucket, then its account counts under them.
       142-WRITE-LADDER-LINES.
           MOVE PFT-CODE (WS-PFT-SLOT) TO PFL-LAD-CODE
           PERFORM 147-LOOK-UP-KEY-NAME
           MOVE WS-KEY-NAME            TO PFL-LAD-NAME
           MOVE "BAL"                  TO PFL-LAD-LABEL
           MOVE PFT-BUCKET-BALANCE (WS-PFT-SLOT, 1) TO PFL-LAD-BUCKET-1
           MOVE PFT-BUCKET-BALANCE (WS-PFT-SLOT, 2) TO PFL-LAD-BUCKET-2
           MOVE PFT-BUCKET-BALANCE (WS-PFT-SLOT, 3) TO PFL-LAD-BUCKET-3
           MOVE PFT-BUCKET-BALANCE (WS-PFT-SLOT, 4) TO PFL-LAD-BUCKET-4
           MOVE PFT-BUCKET-BALANCE (WS-PFT-SLOT, 5) TO PFL-LAD-BUCKET-5
           MOVE PFT-BUCKET-BALANCE (WS-PFT-SLOT, 6) TO PFL-LAD-BUCKET-6
           MOVE PFT-BALANCE (WS-PFT-SLOT)           TO PFL-LAD-TOTAL
           WRITE LIST-RECORD FROM PFL-LADDER-LINE

           MOVE SPACES                 TO PFL-LAD-CODE
           MOVE SPACES                 TO PFL-LAD-NAME
           MOVE "ACCTS"                TO PFL-LAD-LABEL
           MOVE PFT-BUCKET-COUNT (WS-PFT-SLOT, 1) TO PFL-LAD-BUCKET-1
           MOVE PFT-BUCKET-COUNT (WS-PFT-SLOT, 2) TO PFL-LAD-BUCKET-2
           MOVE PFT-BUCKET-COUNT (WS-PFT-SLOT, 3) TO PFL-LAD-BUCKET-3
           MOVE PFT-BUCKET-COUNT (WS-PFT-SLOT, 4) TO PFL-LAD-BUCKET-4
           MOVE PFT-BUCKET-COUNT (WS-PFT-SLOT, 5) TO PFL-LAD-BUCKET-5
           MOVE PFT-BUCKET-COUNT (WS-PFT-SLOT, 6) TO PFL-LAD-BUCKET-6
           MOVE PFT-ACCOUNT-COUNT (WS-PFT-SLOT)   TO PFL-LAD-TOTAL
           WRITE LIST-RECORD FROM PFL-LADDER-LINE
           .

       *> Looks up the name for the slot in WS-PFT-SLOT: the branch
       *> name or product description off the reference file, or
       *> the whole book's label. Without the reference file the
       *> name is left blank.
       147-LOOK-UP-KEY-NAME.
           MOVE SPACES TO WS-KEY-NAME
           IF PFT-TYPE (WS-PFT-SLOT) = "T"
               MOVE "ALL ACCOUNTS" TO WS-KEY-NAME
           ELSE
               IF REFERENCE-FILE-PRESENT
                   MOVE PFT-TYPE (WS-PFT-SLOT) TO REF-REC-TYPE
                   MOVE PFT-CODE (WS-PFT-SLOT) TO REF-CODE
                   READ REFERENCE-FILE
                       INVALID KEY
                           MOVE "NOT ON FILE" TO WS-KEY-NAME
                       NOT INVALID KEY
                           IF REF-IS-BRANCH
                               MOVE REF-BRANCH-NAME  TO WS-KEY-NAME
                           ELSE
                               MOVE REF-PRODUCT-DESC TO WS-KEY-NAME
                           END-IF
                   END-READ
               END-IF
           END-IF
           .

       *> Works out the balance-weighted average rate for the slot in
       *> WS-PFT-SLOT: its balance times rate over its balance.
       148-COMPUTE-AVERAGE-RATE.
           IF PFT-BALANCE (WS-PFT-SLOT) > 0
               COMPUTE WS-AVERAGE-RATE ROUNDED =
                   PFT-RATE-WEIGHT (WS-PFT-SLOT)
                       / PFT-BALANCE (WS-PFT-SLOT)
           ELSE
               MOVE 0 TO WS-AVERAGE-RATE
           END-IF
           .

       *> Writes the rate and tier page for the branches or the
       *> products, as WS-PAGE-TYPE says, then the whole book: each
       *> one's balance, weighted average rate, and balance by tier.
       150-WRITE-RATE-TIER-PAGE.
           IF PAGE-BY-BRANCH
               MOVE "WEIGHTED RATE AND BALANCE TIERS BY BRANCH"
                   TO PFL-PAGE-TITLE
           ELSE
               MOVE "WEIGHTED RATE AND BALANCE TIERS BY PRODUCT"
                   TO PFL-PAGE-TITLE
           END-IF
           WRITE LIST-RECORD FROM PFL-PAGE-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE LIST-RECORD FROM PFL-RATE-LEGEND-LINE
           WRITE LIST-RECORD FROM PFL-BLANK-LINE
           WRITE LIST-RECORD FROM PFL-RATE-COLUMN-LINE

           PERFORM VARYING WS-PFT-INDEX FROM 1 BY 1
                   UNTIL WS-PFT-INDEX > WS-PFT-COUNT
               IF PFT-TYPE (WS-PFT-INDEX) = WS-PAGE-TYPE
                   MOVE WS-PFT-INDEX TO WS-PFT-SLOT
                   PERFORM 152-WRITE-RATE-TIER-LINE
               END-IF
           END-PERFORM

           WRITE LIST-RECORD FROM PFL-BLANK-LINE
           MOVE "T"   TO WS-PFT-LOOKUP-TYPE
           MOVE "ALL" TO WS-PFT-LOOKUP-CODE
           PERFORM 017-FIND-PORTFOLIO-SLOT
           PERFORM 152-WRITE-RATE-TIER-LINE
           .

       *> Writes the rate and tier line for the slot in WS-PFT-SLOT
       152-WRITE-RATE-TIER-LINE.
           MOVE PFT-CODE (WS-PFT-SLOT)    TO PFL-RAT-CODE
           PERFORM 147-LOOK-UP-KEY-NAME
           MOVE WS-KEY-NAME               TO PFL-RAT-NAME
           MOVE PFT-BALANCE (WS-PFT-SLOT) TO PFL-RAT-BALANCE
           PERFORM 148-COMPUTE-AVERAGE-RATE
           MOVE WS-AVERAGE-RATE           TO PFL-RAT-AVERAGE-RATE
           MOVE PFT-TIER-BALANCE (WS-PFT-SLOT, 1) TO PFL-RAT-TIER-1
           MOVE PFT-TIER-BALANCE (WS-PFT-SLOT, 2) TO PFL-RAT-TIER-2
           MOVE PFT-TIER-BALANCE (WS-PFT-SLOT, 3) TO PFL-RAT-TIER-3
           MOVE PFT-TIER-BALANCE (WS-PFT-SLOT, 4) TO PFL-RAT-TIER-4
           MOVE PFT-TIER-BALANCE (WS-PFT-SLOT, 5) TO PFL-RAT-TIER-5
           MOVE PFT-TIER-BALANCE (WS-PFT-SLOT, 6) TO PFL-RAT-TIER-6
           WRITE LIST-RECORD FROM PFL-RATE-LINE
           .

       *> Writes the growth page for the branches or the products, as
       *> WS-PAGE-TYPE says, then the whole book: today's balance
       *> against the prior month's and the same month last year's
       *> snapshots, with the runoff the prior month scheduled.
       160-WRITE-GROWTH-PAGE.
           IF PAGE-BY-BRANCH
               MOVE "GROWTH AND RUNOFF BY BRANCH"  TO PFL-PAGE-TITLE
           ELSE
               MOVE "GROWTH AND RUNOFF BY PRODUCT" TO PFL-PAGE-TITLE
           END-IF
           WRITE LIST-RECORD FROM PFL-PAGE-TITLE-LINE
               AFTER ADVANCING PAGE

           MOVE "PRIOR MONTH"          TO PFL-CMP-LABEL
           MOVE WS-PRIOR-PERIOD        TO PFL-CMP-PERIOD
           IF PRIOR-SNAPSHOT-ON-FILE
               MOVE "SNAPSHOT ON FILE"    TO PFL-CMP-STATUS
           ELSE
               MOVE "*** NO SNAPSHOT ON FILE ***" TO PFL-CMP-STATUS
           END-IF
           WRITE LIST-RECORD FROM PFL-COMPARISON-LINE
           MOVE "SAME MONTH LAST YEAR" TO PFL-CMP-LABEL
           MOVE WS-YEAR-AGO-PERIOD     TO PFL-CMP-PERIOD
           IF YEAR-AGO-SNAPSHOT-ON-FILE
               MOVE "SNAPSHOT ON FILE"    TO PFL-CMP-STATUS
           ELSE
               MOVE "*** NO SNAPSHOT ON FILE ***" TO PFL-CMP-STATUS
           END-IF
           WRITE LIST-RECORD FROM PFL-COMPARISON-LINE
           WRITE LIST-RECORD FROM PFL-GROWTH-LEGEND-LINE
           WRITE LIST-RECORD FROM PFL-BLANK-LINE
           WRITE LIST-RECORD FROM PFL-GROWTH-COLUMN-LINE

           PERFORM VARYING WS-PFT-INDEX FROM 1 BY 1
                   UNTIL WS-PFT-INDEX > WS-PFT-COUNT
               IF PFT-TYPE (WS-PFT-INDEX) = WS-PAGE-TYPE
                   MOVE WS-PFT-INDEX TO WS-PFT-SLOT
                   PERFORM 162-WRITE-GROWTH-LINE
               END-IF
           END-PERFORM

           WRITE LIST-RECORD FROM PFL-BLANK-LINE
           MOVE "T"   TO WS-PFT-LOOKUP-TYPE
           MOVE "ALL" TO WS-PFT-LOOKUP-CODE
           PERFORM 017-FIND-PORTFOLIO-SLOT
           PERFORM 162-WRITE-GROWTH-LINE
           .

       *> Writes the growth line for the slot in WS-PFT-SLOT. Growth
       *> is today's balance less the comparison month's; the runoff
       *> is what the prior month's ladder had maturing inside 30
       *> days. A line with no prior-month record when that month
       *> was filed is new business; one with nothing left today
       *> has run off.
       162-WRITE-GROWTH-LINE.
           MOVE WS-PRIOR-PERIOD        TO SNP-PERIOD
           MOVE PFT-TYPE (WS-PFT-SLOT) TO SNP-REC-TYPE
           MOVE PFT-CODE (WS-PFT-SLOT) TO SNP-CODE
           READ SNAPSHOT-FILE
               INVALID KEY
                   SET PRIOR-RECORD-NOT-FOUND TO TRUE
                   MOVE 0 TO WS-PRIOR-BALANCE
                   MOVE 0 TO WS-RUNOFF-BALANCE
               NOT INVALID KEY
                   SET PRIOR-RECORD-FOUND TO TRUE
                   MOVE SNP-BALANCE            TO WS-PRIOR-BALANCE
                   MOVE SNP-BUCKET-BALANCE (1) TO WS-RUNOFF-BALANCE
           END-READ

           MOVE WS-YEAR-AGO-PERIOD     TO SNP-PERIOD
           MOVE PFT-TYPE (WS-PFT-SLOT) TO SNP-REC-TYPE
           MOVE PFT-CODE (WS-PFT-SLOT) TO SNP-CODE
           READ SNAPSHOT-FILE
               INVALID KEY
                   MOVE 0 TO WS-YEAR-AGO-BALANCE
               NOT INVALID KEY
                   MOVE SNP-BALANCE TO WS-YEAR-AGO-BALANCE
           END-READ

           COMPUTE WS-MONTH-GROWTH =
               PFT-BALANCE (WS-PFT-SLOT) - WS-PRIOR-BALANCE
           COMPUTE WS-YEAR-GROWTH =
               PFT-BALANCE (WS-PFT-SLOT) - WS-YEAR-AGO-BALANCE

           MOVE PFT-CODE (WS-PFT-SLOT)    TO PFL-GRW-CODE
           PERFORM 147-LOOK-UP-KEY-NAME
           MOVE WS-KEY-NAME               TO PFL-GRW-NAME
           MOVE PFT-BALANCE (WS-PFT-SLOT) TO PFL-GRW-CURRENT
           MOVE WS-PRIOR-BALANCE          TO PFL-GRW-PRIOR
           MOVE WS-MONTH-GROWTH           TO PFL-GRW-MONTH-GROWTH
           MOVE WS-RUNOFF-BALANCE         TO PFL-GRW-RUNOFF
           MOVE WS-YEAR-AGO-BALANCE       TO PFL-GRW-YEAR-AGO
           MOVE WS-YEAR-GROWTH            TO PFL-GRW-YEAR-GROWTH
           EVALUATE TRUE
               WHEN PFT-BALANCE (WS-PFT-SLOT) = 0
                       AND WS-PRIOR-BALANCE > 0
                   MOVE "RUN OFF"  TO PFL-GRW-NOTE
               WHEN PRIOR-RECORD-NOT-FOUND AND PRIOR-SNAPSHOT-ON-FILE
                   MOVE "NEW"      TO PFL-GRW-NOTE
               WHEN OTHER
                   MOVE SPACES     TO PFL-GRW-NOTE
           END-EVALUATE
           WRITE LIST-RECORD FROM PFL-GROWTH-LINE
           .

       *> Writes the run totals block at the end of the listing
       170-WRITE-LISTING-TOTALS.
           WRITE LIST-RECORD FROM PFL-BLANK-LINE
           MOVE "ACCOUNTS READ"           TO PFL-CTOT-LABEL
           MOVE PFA-ACCOUNTS-READ         TO PFL-CTOT-COUNT
           WRITE LIST-RECORD FROM PFL-COUNT-TOTAL-LINE
           MOVE "CLOSED ACCOUNTS SKIPPED" TO PFL-CTOT-LABEL
           MOVE PFA-CLOSED-SKIPPED        TO PFL-CTOT-COUNT
           WRITE LIST-RECORD FROM PFL-COUNT-TOTAL-LINE
           MOVE "ACCOUNTS ANALYZED"       TO PFL-CTOT-LABEL
           MOVE PFA-ACCOUNTS-ANALYZED     TO PFL-CTOT-COUNT
           WRITE LIST-RECORD FROM PFL-COUNT-TOTAL-LINE
           MOVE "PRICED AT MASTER RATE"   TO PFL-CTOT-LABEL
           MOVE PFA-OFF-TABLE             TO PFL-CTOT-COUNT
           WRITE LIST-RECORD FROM PFL-COUNT-TOTAL-LINE
           MOVE "MATURITY DATE NOT EDITED" TO PFL-CTOT-LABEL
           MOVE PFA-DATE-NOT-EDITED       TO PFL-CTOT-COUNT
           WRITE LIST-RECORD FROM PFL-COUNT-TOTAL-LINE
           MOVE "SNAPSHOT RECORDS REPLACED" TO PFL-CTOT-LABEL
           MOVE PFA-SNAPSHOT-REPLACED     TO PFL-CTOT-COUNT
           WRITE LIST-RECORD FROM PFL-COUNT-TOTAL-LINE
           MOVE "SNAPSHOT RECORDS WRITTEN" TO PFL-CTOT-LABEL
           MOVE PFA-SNAPSHOT-WRITTEN      TO PFL-CTOT-COUNT
           WRITE LIST-RECORD FROM PFL-COUNT-TOTAL-LINE

           WRITE LIST-RECORD FROM PFL-BLANK-LINE
           MOVE "T"   TO WS-PFT-LOOKUP-TYPE
           MOVE "ALL" TO WS-PFT-LOOKUP-CODE
           PERFORM 017-FIND-PORTFOLIO-SLOT
           MOVE "BOOK BALANCE ANALYZED"   TO PFL-ATOT-LABEL
           MOVE PFT-BALANCE (WS-PFT-SLOT) TO PFL-ATOT-AMOUNT
           WRITE LIST-RECORD FROM PFL-AMOUNT-TOTAL-LINE
           .
