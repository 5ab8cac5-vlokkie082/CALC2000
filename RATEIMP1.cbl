       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEIMP1.

       *> ------------------------------------------------------------
       *> AUTHOR: Naude Vlok
       *> COURSE: CIS352 Intro to Enterprise Computing
       *> PURPOSE:
       *>   Shows the pricing desk what a RATENEW table will do to the
       *>   book before they sign it off. Every ACCTMST account is
       *>   run through the product/tier rate lookup twice - once
       *>   against the current RATETAB and once against RATENEW, as
       *>   of a PARM date - and projected to maturity under each
       *>   rate, the same lookup and compounding CALC2000 applies.
       *>   Accounts whose rate would change are listed with their
       *>   old and new rates and values at maturity; any whose rate
       *>   moves by more than a PARM threshold is flagged. Summary
       *>   pages give the counts and dollar impact by branch and by
       *>   product. An account RATENEW can no longer price - the
       *>   mistyped tier minimum or dropped product the nightly
       *>   cycle would otherwise find - is listed on an exceptions
       *>   page with any account the current table can't price.
       *>   The branch page carries each branch's name off the BRPRREF
       *>   reference file when it is on hand.
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

           SELECT NEW-RATE-FILE ASSIGN TO "RATENEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NEW-RATE-FILE.

           SELECT LIST-FILE ASSIGN TO "RATEIMP"
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

       *> Product rate table in effect today, the pricing source the
       *> nightly cycle loads.
       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-RECORD.
           05  RATE-PRODUCT-CODE         PIC X(4).
           05  RATE-EFFECTIVE-DATE       PIC 9(8).
           05  RATE-TIER-MINIMUM         PIC 9(7)V99.
           05  RATE-YEARLY-RATE          PIC S9(3)V99.

       *> Proposed rate table written by RATEMNT1, in the same layout
       *> RATETAB carries, waiting on the desk's sign-off.
       FD  NEW-RATE-FILE
           RECORDING MODE IS F.
       01  NEW-RATE-RECORD.
           05  NEW-PRODUCT-CODE          PIC X(4).
           05  NEW-EFFECTIVE-DATE        PIC 9(8).
           05  NEW-TIER-MINIMUM          PIC 9(7)V99.
           05  NEW-YEARLY-RATE           PIC S9(3)V99.

       *> Spooled impact listing: repriced accounts, the branch and
       *> product summaries, the exceptions page, and run totals.
       FD  LIST-FILE
           RECORDING MODE IS F.
       01  LIST-RECORD                   PIC X(80).

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

       *> File status codes for each SELECTed file, checked at OPEN
       *> so a missing master or rate table stops the run cleanly.
       01  FILE-STATUS-CODES.
           05  FS-MASTER-FILE         PIC XX VALUE "00".
           05  FS-RATE-FILE           PIC XX VALUE "00".
           05  FS-NEW-RATE-FILE       PIC XX VALUE "00".
           05  FS-LIST-FILE           PIC XX VALUE "00".
           05  FS-REFERENCE-FILE      PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE        PIC XX VALUE "00".

       *> Branch name looked up on the reference file for the branch
       *> summary page. The reference file is optional here; without
       *> it the page prints the codes alone.
       01  BRANCH-REFERENCE-VALUES.
           05  WS-REF-PRESENT-SWITCH  PIC X VALUE "N".
               88  REFERENCE-FILE-PRESENT   VALUE "Y".
           05  WS-NAME-LOOKUP-CODE    PIC X(3)  VALUE SPACES.
           05  WS-BRANCH-NAME         PIC X(30) VALUE SPACES.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE            PIC 9(8) VALUE 0.
           05  WS-RUN-TIME            PIC 9(8) VALUE 0.

       *> Date both tables are looked up as of, and the rate move
       *> that gets an account flagged, in percentage points, with
       *> the defaults when ops don't supply them: today, and half a
       *> point. The as-of date lets the desk see a RATENEW whose
       *> entries take effect ahead of today as the book will see it
       *> on the day they go live.
       01  WS-RUN-PARAMETER-VALUES.
           05  WS-AS-OF-DATE          PIC 9(8)  VALUE 0.
           05  WS-FLAG-THRESHOLD      PIC 9V99  VALUE 0.50.

       *> Run counts and dollar totals for the listing and console
       01  IMP-RUN-COUNTS.
           05  IMP-ACCOUNTS-READ      PIC 9(7) VALUE 0.
           05  IMP-CLOSED-SKIPPED     PIC 9(7) VALUE 0.
           05  IMP-ACCOUNTS-PRICED    PIC 9(7) VALUE 0.
           05  IMP-ACCOUNTS-CHANGED   PIC 9(7) VALUE 0.
           05  IMP-ACCOUNTS-UNCHANGED PIC 9(7) VALUE 0.
           05  IMP-ACCOUNTS-FLAGGED   PIC 9(7) VALUE 0.
           05  IMP-CURRENT-UNPRICED   PIC 9(7) VALUE 0.
           05  IMP-NEW-UNPRICED       PIC 9(7) VALUE 0.
           05  IMP-CHANGED-BALANCE    PIC 9(11)V99  VALUE 0.
           05  IMP-OLD-VALUE-TOTAL    PIC 9(11)V99  VALUE 0.
           05  IMP-NEW-VALUE-TOTAL    PIC 9(11)V99  VALUE 0.
           05  IMP-NET-IMPACT         PIC S9(11)V99 VALUE 0.

       *> Both rate tables, loaded up front into one table tagged
       *> with the file each entry came from, so the one lookup
       *> serves both sides: "C" the current RATETAB, "N" RATENEW.
       *> Each file may carry as many entries as CALC2000 will load.
       01  RATE-TABLE-VALUES.
           05  WS-RATE-MAX            PIC 9(3) VALUE 100.
           05  WS-RATE-COUNT          PIC 9(3) VALUE 0.
           05  WS-CURRENT-RATE-COUNT  PIC 9(3) VALUE 0.
           05  WS-NEW-RATE-COUNT      PIC 9(3) VALUE 0.
           05  WS-RATE-INDEX          PIC 9(3) VALUE 0.
           05  WS-RATE-FOUND-SLOT     PIC 9(3) VALUE 0.
           05  WS-RATE-BEST-DATE      PIC 9(8) VALUE 0.
           05  WS-RATE-BEST-TIER      PIC 9(7)V99 VALUE 0.
           05  WS-LOOKUP-SOURCE       PIC X    VALUE SPACE.
               88  LOOKUP-CURRENT-TABLE     VALUE "C".
               88  LOOKUP-NEW-TABLE         VALUE "N".
           05  RATE-ENTRY OCCURS 200 TIMES.
               10  RATE-TAB-SOURCE         PIC X.
               10  RATE-TAB-PRODUCT-CODE   PIC X(4).
               10  RATE-TAB-EFFECTIVE-DATE PIC 9(8).
               10  RATE-TAB-TIER-MINIMUM   PIC 9(7)V99.
               10  RATE-TAB-YEARLY-RATE    PIC S9(3)V99.

       *> The account in hand priced both ways: its rate and value at
       *> maturity under each table, and how far the change moves it.
       01  IMPACT-WORK-VALUES.
           05  WS-OLD-RATE            PIC S9(3)V99  VALUE 0.
           05  WS-NEW-RATE            PIC S9(3)V99  VALUE 0.
           05  WS-OLD-VALUE           PIC 9(9)V99   VALUE 0.
           05  WS-NEW-VALUE           PIC 9(9)V99   VALUE 0.
           05  WS-VALUE-IMPACT        PIC S9(9)V99  VALUE 0.
           05  WS-RATE-MOVE           PIC S9(3)V99  VALUE 0.
           05  WS-RATE-MOVE-SIZE      PIC 9(3)V99   VALUE 0.
           05  WS-FLAG-SWITCH         PIC X VALUE "N".
               88  ACCOUNT-FLAGGED          VALUE "Y".
               88  ACCOUNT-NOT-FLAGGED      VALUE "N".

       *> Switch set when an account's terms don't edit or a table
       *> can't price it; it is listed as an exception, not lost.
       01  WS-VALIDATION-VALUES.
           05  WS-VALID-RECORD-SWITCH PIC X VALUE "Y".
               88  VALID-RECORD             VALUE "Y".
               88  INVALID-RECORD           VALUE "N".

       *> Per-branch impact totals: the master is keyed by account,
       *> so branches interleave and accumulate here for the branch
       *> summary page, the same 200-slot table CALC2000 carries.
       01  BRANCH-TABLE-VALUES.
           05  WS-BR-MAX              PIC 9(3) VALUE 200.
           05  WS-BR-COUNT            PIC 9(3) VALUE 0.
           05  WS-BR-INDEX            PIC 9(3) VALUE 0.
           05  WS-BR-SLOT             PIC 9(3) VALUE 0.
           05  WS-BR-LOOKUP-CODE      PIC X(3) VALUE SPACES.
           05  BR-ENTRY OCCURS 200 TIMES.
               10  BR-CODE                PIC X(3)      VALUE SPACES.
               10  BR-PRICED-COUNT        PIC 9(7)      VALUE 0.
               10  BR-CHANGED-COUNT       PIC 9(7)      VALUE 0.
               10  BR-FLAGGED-COUNT       PIC 9(7)      VALUE 0.
               10  BR-CHANGED-BALANCE     PIC 9(11)V99  VALUE 0.
               10  BR-VALUE-IMPACT        PIC S9(11)V99 VALUE 0.

       *> Per-product impact totals for the product summary page,
       *> one slot per product code found on the master.
       01  PRODUCT-TABLE-VALUES.
           05  WS-PRD-MAX             PIC 99 VALUE 50.
           05  WS-PRD-COUNT           PIC 99 VALUE 0.
           05  WS-PRD-INDEX           PIC 99 VALUE 0.
           05  WS-PRD-SLOT            PIC 99 VALUE 0.
           05  WS-PRD-LOOKUP-CODE     PIC X(4) VALUE SPACES.
           05  PRD-ENTRY OCCURS 50 TIMES.
               10  PRD-CODE               PIC X(4)      VALUE SPACES.
               10  PRD-PRICED-COUNT       PIC 9(7)      VALUE 0.
               10  PRD-CHANGED-COUNT      PIC 9(7)      VALUE 0.
               10  PRD-FLAGGED-COUNT      PIC 9(7)      VALUE 0.
               10  PRD-CHANGED-BALANCE    PIC 9(11)V99  VALUE 0.
               10  PRD-VALUE-IMPACT       PIC S9(11)V99 VALUE 0.

       *> Exception lines held for the exceptions page at the end of
       *> the listing, one per account either table can't price.
       01  EXCEPTION-TABLE-VALUES.
           05  WS-EXC-MAX             PIC 9(4) VALUE 500.
           05  WS-EXC-COUNT           PIC 9(4) VALUE 0.
           05  WS-EXC-INDEX           PIC 9(4) VALUE 0.
           05  EXC-LINE OCCURS 500 TIMES PIC X(80).

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
       *> applies its PARM compounding frequency, so both values at
       *> maturity are what the projection run would quote.
       01  WS-FREQUENCY-VALUES.
           05  WS-COMPOUNDING-FREQUENCY  PIC X VALUE "A".
               88  FREQUENCY-ANNUAL             VALUE "A".
               88  FREQUENCY-QUARTERLY          VALUE "Q".
               88  FREQUENCY-MONTHLY            VALUE "M".
           05  WS-PERIODS-PER-YEAR       PIC 99 VALUE 1.

       *> Listing line layouts, built up in WORKING-STORAGE and moved
       *> to LIST-RECORD before each WRITE.
       01  IML-HEADING-LINE-1.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(40)
               VALUE "RATEIMP1 - RATE CHANGE IMPACT ANALYSIS".
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  IML-PARM-LINE.
           05  FILLER                 PIC X(24)
               VALUE "RATETAB VS RATENEW AS OF".
           05  FILLER                 PIC X     VALUE SPACE.
           05  IML-PRM-AS-OF-DATE     PIC 9(8).
           05  FILLER                 PIC X(27)
               VALUE "   FLAGGED WHEN RATE MOVES".
           05  FILLER                 PIC X(11) VALUE " MORE THAN ".
           05  IML-PRM-THRESHOLD      PIC 9.99.
           05  FILLER                 PIC X(5)  VALUE " PTS".

       01  IML-DETAIL-HEAD-LINE.
           05  FILLER                 PIC X(35)
               VALUE "ACCOUNTS WHOSE RATE WOULD CHANGE".
           05  FILLER                 PIC X(45) VALUE SPACES.

       01  IML-COLUMN-LINE.
           05  FILLER                 PIC X(11) VALUE "ACCOUNT".
           05  FILLER                 PIC X(4)  VALUE "BRN".
           05  FILLER                 PIC X(5)  VALUE "PROD".
           05  FILLER                 PIC X(7)  VALUE "   OLD".
           05  FILLER                 PIC X(7)  VALUE "   NEW".
           05  FILLER                 PIC X(15) VALUE "     OLD VALUE".
           05  FILLER                 PIC X(15) VALUE "     NEW VALUE".
           05  FILLER                 PIC X(16) VALUE "        IMPACT".

       01  IML-DETAIL-LINE.
           05  IML-DTL-ACCT-ID        PIC X(10).
           05  FILLER                 PIC X     VALUE SPACE.
           05  IML-DTL-BRANCH         PIC X(3).
           05  FILLER                 PIC X     VALUE SPACE.
           05  IML-DTL-PRODUCT        PIC X(4).
           05  FILLER                 PIC X     VALUE SPACE.
           05  IML-DTL-OLD-RATE       PIC ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  IML-DTL-NEW-RATE       PIC ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  IML-DTL-OLD-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  IML-DTL-NEW-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  IML-DTL-IMPACT         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  IML-DTL-FLAG           PIC X.

       01  IML-FLAG-LEGEND-LINE.
           05  FILLER                 PIC X(34)
               VALUE "* = RATE MOVES BY MORE THAN ".
           05  IML-LGD-THRESHOLD      PIC 9.99.
           05  FILLER                 PIC X(42)
               VALUE " PERCENTAGE POINTS".

       01  IML-SUMMARY-HEAD-LINE.
           05  IML-SUM-TITLE          PIC X(40).
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  IML-SUMMARY-COLUMN-LINE.
           05  IML-SCL-KEY-TITLE      PIC X(6).
           05  FILLER                 PIC X(10) VALUE "   PRICED".
           05  FILLER                 PIC X(10) VALUE "  CHANGED".
           05  FILLER                 PIC X(8)  VALUE "FLAGGED".
           05  FILLER                 PIC X(18) VALUE "  CHANGED BALANCE".
           05  FILLER                 PIC X(18) VALUE "      VALUE IMPACT".
           05  FILLER                 PIC X     VALUE SPACE.
           05  IML-SCL-NAME-TITLE     PIC X(9).

       01  IML-SUMMARY-LINE.
           05  IML-SUM-KEY            PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  IML-SUM-PRICED         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  IML-SUM-CHANGED        PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  IML-SUM-FLAGGED        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  IML-SUM-BALANCE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  IML-SUM-IMPACT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  IML-SUM-NAME           PIC X(9).

       01  IML-EXCEPTION-HEAD-LINE.
           05  FILLER                 PIC X(44)
               VALUE "ACCOUNTS A RATE TABLE CANNOT PRICE".
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  IML-EXCEPTION-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT".
           05  FILLER                 PIC X(5)  VALUE "BRN".
           05  FILLER                 PIC X(6)  VALUE "PROD".
           05  FILLER                 PIC X(57) VALUE "REASON".

       01  IML-EXCEPTION-LINE.
           05  IML-EXC-ACCT-ID        PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  IML-EXC-BRANCH         PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  IML-EXC-PRODUCT        PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  IML-EXC-REASON         PIC X(50).
           05  FILLER                 PIC X(7)  VALUE SPACES.

       01  IML-COUNT-TOTAL-LINE.
           05  IML-CTOT-LABEL         PIC X(26).
           05  IML-CTOT-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(45) VALUE SPACES.

       01  IML-AMOUNT-TOTAL-LINE.
           05  IML-ATOT-LABEL         PIC X(26).
           05  IML-ATOT-AMOUNT        PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  IML-BLANK-LINE             PIC X(80) VALUE SPACES.

       *> End-of-file switches for the master sweep and rate loads
       01  WS-FILE-STATUS-VALUES.
           05  WS-END-OF-MASTER-FILE  PIC X VALUE "N".
               88  END-OF-MASTER-FILE       VALUE "Y".
           05  WS-END-OF-RATE-FILE    PIC X VALUE "N".
               88  END-OF-RATE-FILE         VALUE "Y".
           05  WS-END-OF-NEW-RATE-FILE PIC X VALUE "N".
               88  END-OF-NEW-RATE-FILE     VALUE "Y".

       *> Run-control card read off this run's command line, the same
       *> way CALC2000 reads its PARM: the flag threshold in
       *> percentage points with two decimals (050 = half a point),
       *> the as-of date both tables are looked up on (YYYYMMDD), and
       *> the compounding frequency the projections apply.
       01  WS-RUN-PARM-RAW            PIC X(82) VALUE SPACES.
       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM-RAW.
           05  PARM-FLAG-THRESHOLD    PIC 9V99.
           05  PARM-AS-OF-DATE        PIC 9(8).
           05  PARM-FREQUENCY         PIC X.
           05  FILLER                 PIC X(70).

       PROCEDURE DIVISION.

       *> Main control paragraph
       000-ANALYZE-RATE-CHANGE.
           DISPLAY "--------------------------------------------"
           DISPLAY "RATEIMP1 - Rate Change Impact Analysis"
           DISPLAY "Pricing ACCTMST against RATETAB and RATENEW"
           DISPLAY "--------------------------------------------"

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 005-APPLY-RUN-PARAMETERS

           PERFORM 025-LOAD-RATE-TABLE
           PERFORM 027-LOAD-NEW-RATE-TABLE

           OPEN INPUT MASTER-FILE
           IF FS-MASTER-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING MASTER FILE - STATUS "
                   FS-MASTER-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LIST-FILE
           IF FS-LIST-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING IMPACT LISTING - STATUS "
                   FS-LIST-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 130-WRITE-LISTING-HEADINGS

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

           PERFORM UNTIL END-OF-MASTER-FILE
               READ MASTER-FILE NEXT RECORD
                   AT END SET END-OF-MASTER-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO IMP-ACCOUNTS-READ
                       IF MST-IS-CLOSED
                           ADD 1 TO IMP-CLOSED-SKIPPED
                       ELSE
                           PERFORM 040-ANALYZE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MASTER-FILE

           PERFORM 160-WRITE-BRANCH-SUMMARY
           PERFORM 162-WRITE-PRODUCT-SUMMARY
           PERFORM 165-WRITE-EXCEPTIONS
           PERFORM 170-WRITE-LISTING-TOTALS
           IF REFERENCE-FILE-PRESENT
               CLOSE REFERENCE-FILE
           END-IF
           CLOSE LIST-FILE

           IF IMP-ACCOUNTS-FLAGGED > 0 OR IMP-NEW-UNPRICED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Accounts Read:        " IMP-ACCOUNTS-READ
           DISPLAY "Accounts Priced:      " IMP-ACCOUNTS-PRICED
           DISPLAY "Rate Changed:         " IMP-ACCOUNTS-CHANGED
           DISPLAY "Flagged:              " IMP-ACCOUNTS-FLAGGED
           DISPLAY "Unpriced By RATENEW:  " IMP-NEW-UNPRICED
           DISPLAY "Unpriced Today:       " IMP-CURRENT-UNPRICED
           DISPLAY "Closed Skipped:       " IMP-CLOSED-SKIPPED
           DISPLAY "--------------------------------------------"

           PERFORM 900-WRITE-RUN-LOG

           STOP RUN
           .

       *> Appends this run's completion record to the shared run log
       *> CYCSTAT1 reports the cycle's health from. The dollar total
       *> is the net value-at-maturity impact, without its sign.
       900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF FS-RUN-LOG-FILE NOT = "00" AND FS-RUN-LOG-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING RUN LOG - STATUS "
                   FS-RUN-LOG-FILE " ***"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "RATEIMP1"            TO RLG-PROGRAM-ID
               MOVE WS-RUN-DATE           TO RLG-RUN-DATE
               MOVE WS-RUN-TIME           TO RLG-RUN-TIME
               MOVE IMP-ACCOUNTS-READ     TO RLG-RECORDS-READ
               MOVE IMP-ACCOUNTS-PRICED   TO RLG-RECORDS-PROCESSED
               COMPUTE RLG-RECORDS-REJECTED =
                   IMP-CURRENT-UNPRICED + IMP-NEW-UNPRICED
               MOVE IMP-NET-IMPACT        TO RLG-DOLLAR-TOTAL
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

       *> Applies the PARM card's flag threshold, as-of date, and
       *> compounding frequency. Unsupplied (blank/zero, or no PARM
       *> at all) fields take the half-point, today, annual defaults.
       005-APPLY-RUN-PARAMETERS.
           ACCEPT WS-RUN-PARM-RAW FROM COMMAND-LINE

           IF WS-RUN-PARM-RAW NOT = SPACES
               IF PARM-FLAG-THRESHOLD IS NUMERIC
                   IF PARM-FLAG-THRESHOLD > 0
                       MOVE PARM-FLAG-THRESHOLD TO WS-FLAG-THRESHOLD
                   END-IF
               ELSE
                   IF PARM-FLAG-THRESHOLD NOT = SPACES
                       DISPLAY "*** PARM FLAG THRESHOLD NOT NUMERIC"
                           " - DEFAULTING TO " WS-FLAG-THRESHOLD " ***"
                   END-IF
               END-IF
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
               MOVE PARM-FREQUENCY TO WS-COMPOUNDING-FREQUENCY
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
           DISPLAY "Rates Looked Up As Of: " WS-AS-OF-DATE
           DISPLAY "Flag Threshold:       " WS-FLAG-THRESHOLD

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

       *> Loads the current RATETAB into the rate table, tagged "C",
       *> the same way CALC2000's 025-LOAD-RATE-TABLE loads it. With
       *> no current table there is nothing to compare against, so a
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
                       IF WS-CURRENT-RATE-COUNT = WS-RATE-MAX
                           DISPLAY "*** MORE THAN " WS-RATE-MAX
                               " RATE TABLE ENTRIES - RUN STOPPED ***"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CURRENT-RATE-COUNT
                       ADD 1 TO WS-RATE-COUNT
                       MOVE "C" TO RATE-TAB-SOURCE (WS-RATE-COUNT)
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
           DISPLAY "RATETAB Entries:      " WS-CURRENT-RATE-COUNT
           .

       *> Loads the proposed RATENEW behind the current table, tagged
       *> "N". RATENEW is held to the same limit CALC2000 will load
       *> it under once it goes live, so a table too big to load
       *> tonight stops the run here first.
       027-LOAD-NEW-RATE-TABLE.
           OPEN INPUT NEW-RATE-FILE
           IF FS-NEW-RATE-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING RATENEW - STATUS "
                   FS-NEW-RATE-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-NEW-RATE-FILE
               READ NEW-RATE-FILE
                   AT END SET END-OF-NEW-RATE-FILE TO TRUE
                   NOT AT END
                       IF WS-NEW-RATE-COUNT = WS-RATE-MAX
                           DISPLAY "*** MORE THAN " WS-RATE-MAX
                               " RATENEW ENTRIES - RUN STOPPED ***"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-NEW-RATE-COUNT
                       ADD 1 TO WS-RATE-COUNT
                       MOVE "N" TO RATE-TAB-SOURCE (WS-RATE-COUNT)
                       MOVE NEW-PRODUCT-CODE
                           TO RATE-TAB-PRODUCT-CODE (WS-RATE-COUNT)
                       MOVE NEW-EFFECTIVE-DATE
                           TO RATE-TAB-EFFECTIVE-DATE (WS-RATE-COUNT)
                       MOVE NEW-TIER-MINIMUM
                           TO RATE-TAB-TIER-MINIMUM (WS-RATE-COUNT)
                       MOVE NEW-YEARLY-RATE
                           TO RATE-TAB-YEARLY-RATE (WS-RATE-COUNT)
               END-READ
           END-PERFORM

           CLOSE NEW-RATE-FILE
           DISPLAY "RATENEW Entries:      " WS-NEW-RATE-COUNT
           .

       *> Prices the account in hand under both tables and projects
       *> it to maturity under each. An account the current table
       *> can't price is rejected by tonight's cycle already and is
       *> only listed; one that loses its price under RATENEW is the
       *> exception the desk has to clear before sign-off.
       040-ANALYZE-ONE-ACCOUNT.
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

           PERFORM 052-VALIDATE-DATE-FIELDS
           IF INVALID-RECORD
               ADD 1 TO IMP-CURRENT-UNPRICED
               MOVE "TERMS/DATES DO NOT EDIT - NOT PRICED EITHER WAY"
                   TO IML-EXC-REASON
               PERFORM 042-HOLD-EXCEPTION
           ELSE
               SET LOOKUP-CURRENT-TABLE TO TRUE
               PERFORM 055-LOOK-UP-PRODUCT-RATE
               IF WS-RATE-FOUND-SLOT = 0
                   ADD 1 TO IMP-CURRENT-UNPRICED
                   MOVE "NO RATETAB ENTRY - NOT PRICED TODAY"
                       TO IML-EXC-REASON
                   PERFORM 042-HOLD-EXCEPTION
               ELSE
                   MOVE RATE-TAB-YEARLY-RATE (WS-RATE-FOUND-SLOT)
                       TO WS-OLD-RATE
                   SET LOOKUP-NEW-TABLE TO TRUE
                   PERFORM 055-LOOK-UP-PRODUCT-RATE
                   IF WS-RATE-FOUND-SLOT = 0
                       ADD 1 TO IMP-NEW-UNPRICED
                       MOVE "NO RATENEW ENTRY - CYCLE WOULD REJECT IT"
                           TO IML-EXC-REASON
                       PERFORM 042-HOLD-EXCEPTION
                   ELSE
                       MOVE RATE-TAB-YEARLY-RATE (WS-RATE-FOUND-SLOT)
                           TO WS-NEW-RATE
                       PERFORM 060-MEASURE-IMPACT
                   END-IF
               END-IF
           END-IF
           .

       *> Holds one exception line for the exceptions page, the
       *> caller having filed the reason the account can't be priced.
       042-HOLD-EXCEPTION.
           IF WS-EXC-COUNT = WS-EXC-MAX
               DISPLAY "*** MORE THAN " WS-EXC-MAX
                   " EXCEPTION ACCOUNTS - RUN STOPPED ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE MST-ACCT-ID       TO IML-EXC-ACCT-ID
           MOVE MST-BRANCH-CODE   TO IML-EXC-BRANCH
           MOVE MST-PRODUCT-CODE  TO IML-EXC-PRODUCT
           ADD 1 TO WS-EXC-COUNT
           MOVE IML-EXCEPTION-LINE TO EXC-LINE (WS-EXC-COUNT)
           .

       *> Projects the account under both rates and, where the rate
       *> changes, lists it and rolls the change into its branch's
       *> and product's totals. Every account priced both ways
       *> counts toward the priced totals, changed or not, so the
       *> summaries show how much of each book a change touches.
       060-MEASURE-IMPACT.
           ADD 1 TO IMP-ACCOUNTS-PRICED
           MOVE MST-BRANCH-CODE TO WS-BR-LOOKUP-CODE
           PERFORM 017-FIND-BRANCH-SLOT
           MOVE MST-PRODUCT-CODE TO WS-PRD-LOOKUP-CODE
           PERFORM 018-FIND-PRODUCT-SLOT
           ADD 1 TO BR-PRICED-COUNT (WS-BR-SLOT)
           ADD 1 TO PRD-PRICED-COUNT (WS-PRD-SLOT)

           IF WS-NEW-RATE = WS-OLD-RATE
               ADD 1 TO IMP-ACCOUNTS-UNCHANGED
           ELSE
               MOVE WS-OLD-RATE TO WS-YEARLY-INTEREST-RATE
               PERFORM 100-CALCULATE-VALUE-AT-MATURITY
               MOVE WS-FUTURE-VALUE TO WS-OLD-VALUE
               MOVE WS-NEW-RATE TO WS-YEARLY-INTEREST-RATE
               PERFORM 100-CALCULATE-VALUE-AT-MATURITY
               MOVE WS-FUTURE-VALUE TO WS-NEW-VALUE
               COMPUTE WS-VALUE-IMPACT = WS-NEW-VALUE - WS-OLD-VALUE

               COMPUTE WS-RATE-MOVE = WS-NEW-RATE - WS-OLD-RATE
               MOVE WS-RATE-MOVE TO WS-RATE-MOVE-SIZE
               IF WS-RATE-MOVE-SIZE > WS-FLAG-THRESHOLD
                   SET ACCOUNT-FLAGGED TO TRUE
                   ADD 1 TO IMP-ACCOUNTS-FLAGGED
                   ADD 1 TO BR-FLAGGED-COUNT (WS-BR-SLOT)
                   ADD 1 TO PRD-FLAGGED-COUNT (WS-PRD-SLOT)
               ELSE
                   SET ACCOUNT-NOT-FLAGGED TO TRUE
               END-IF

               ADD 1 TO IMP-ACCOUNTS-CHANGED
               ADD WS-INVESTMENT-AMOUNT TO IMP-CHANGED-BALANCE
               ADD WS-OLD-VALUE         TO IMP-OLD-VALUE-TOTAL
               ADD WS-NEW-VALUE         TO IMP-NEW-VALUE-TOTAL
               ADD WS-VALUE-IMPACT      TO IMP-NET-IMPACT

               ADD 1 TO BR-CHANGED-COUNT (WS-BR-SLOT)
               ADD WS-INVESTMENT-AMOUNT
                   TO BR-CHANGED-BALANCE (WS-BR-SLOT)
               ADD WS-VALUE-IMPACT TO BR-VALUE-IMPACT (WS-BR-SLOT)
               ADD 1 TO PRD-CHANGED-COUNT (WS-PRD-SLOT)
               ADD WS-INVESTMENT-AMOUNT
                   TO PRD-CHANGED-BALANCE (WS-PRD-SLOT)
               ADD WS-VALUE-IMPACT TO PRD-VALUE-IMPACT (WS-PRD-SLOT)

               PERFORM 150-WRITE-IMPACT-DETAIL
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

       *> Finds the product table slot for the code in hand, opening
       *> a new slot the first time a product appears.
       018-FIND-PRODUCT-SLOT.
           MOVE 0 TO WS-PRD-SLOT
           PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
                   UNTIL WS-PRD-INDEX > WS-PRD-COUNT
               IF PRD-CODE (WS-PRD-INDEX) = WS-PRD-LOOKUP-CODE
                       AND WS-PRD-SLOT = 0
                   MOVE WS-PRD-INDEX TO WS-PRD-SLOT
               END-IF
           END-PERFORM

           IF WS-PRD-SLOT = 0
               IF WS-PRD-COUNT = WS-PRD-MAX
                   DISPLAY "*** MORE THAN " WS-PRD-MAX
                       " PRODUCTS - RUN STOPPED ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRD-COUNT
               MOVE WS-PRD-COUNT TO WS-PRD-SLOT
               MOVE WS-PRD-LOOKUP-CODE TO PRD-CODE (WS-PRD-SLOT)
           END-IF
           .

       *> Finds the rate for the account's product in the table the
       *> caller picked: the latest entry effective on or before the
       *> as-of date whose balance tier the investment reaches, the
       *> same lookup CALC2000's 055-LOOK-UP-PRODUCT-RATE applies.
       *> Leaves WS-RATE-FOUND-SLOT zero when the table has no entry
       *> for the account.
       055-LOOK-UP-PRODUCT-RATE.
           MOVE 0 TO WS-RATE-FOUND-SLOT
           MOVE 0 TO WS-RATE-BEST-DATE
           MOVE 0 TO WS-RATE-BEST-TIER

           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
                   UNTIL WS-RATE-INDEX > WS-RATE-COUNT
               IF RATE-TAB-SOURCE (WS-RATE-INDEX) = WS-LOOKUP-SOURCE
                   AND RATE-TAB-PRODUCT-CODE (WS-RATE-INDEX)
                       = WS-PRODUCT-CODE
                   AND RATE-TAB-EFFECTIVE-DATE (WS-RATE-INDEX)
                       NOT > WS-AS-OF-DATE
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
           .

       *> Projects the account to its maturity at the rate in
       *> WS-YEARLY-INTEREST-RATE, the same year-by-year and dated
       *> schedules CALC2000's 100-CALCULATE-FUTURE-VALUE runs.
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
       *> CALC2000's 052-VALIDATE-DATE-FIELDS applies: only accounts
       *> with BOTH dates zero are whole-year terms, and a whole-year
       *> term with zero years has nothing to project.
       052-VALIDATE-DATE-FIELDS.
           SET VALID-RECORD TO TRUE

           IF WS-NUMBER-OF-YEARS = 0
                   AND WS-OPEN-DATE = 0 AND WS-MATURITY-DATE = 0
               SET INVALID-RECORD TO TRUE
           ELSE
           IF WS-OPEN-DATE = 0 AND WS-MATURITY-DATE = 0
               CONTINUE
           ELSE
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

       *> Writes the listing headings and the column line the
       *> repriced accounts print under as the sweep finds them.
       130-WRITE-LISTING-HEADINGS.
           WRITE LIST-RECORD FROM IML-HEADING-LINE-1
           MOVE WS-AS-OF-DATE     TO IML-PRM-AS-OF-DATE
           MOVE WS-FLAG-THRESHOLD TO IML-PRM-THRESHOLD
           WRITE LIST-RECORD FROM IML-PARM-LINE
           WRITE LIST-RECORD FROM IML-BLANK-LINE
           WRITE LIST-RECORD FROM IML-DETAIL-HEAD-LINE
           WRITE LIST-RECORD FROM IML-COLUMN-LINE
           .

       *> Writes one repriced account's line, starred when its rate
       *> moves by more than the flag threshold.
       150-WRITE-IMPACT-DETAIL.
           MOVE MST-ACCT-ID       TO IML-DTL-ACCT-ID
           MOVE MST-BRANCH-CODE   TO IML-DTL-BRANCH
           MOVE MST-PRODUCT-CODE  TO IML-DTL-PRODUCT
           MOVE WS-OLD-RATE       TO IML-DTL-OLD-RATE
           MOVE WS-NEW-RATE       TO IML-DTL-NEW-RATE
           MOVE WS-OLD-VALUE      TO IML-DTL-OLD-VALUE
           MOVE WS-NEW-VALUE      TO IML-DTL-NEW-VALUE
           MOVE WS-VALUE-IMPACT   TO IML-DTL-IMPACT
           IF ACCOUNT-FLAGGED
               MOVE "*" TO IML-DTL-FLAG
           ELSE
               MOVE SPACE TO IML-DTL-FLAG
           END-IF
           WRITE LIST-RECORD FROM IML-DETAIL-LINE
           .

       *> Writes the branch summary page: every branch's priced,
       *> changed, and flagged counts, the balance the change
       *> touches, and its net value-at-maturity impact.
       160-WRITE-BRANCH-SUMMARY.
           WRITE LIST-RECORD FROM IML-BLANK-LINE
           MOVE WS-FLAG-THRESHOLD TO IML-LGD-THRESHOLD
           WRITE LIST-RECORD FROM IML-FLAG-LEGEND-LINE

           MOVE "RATE CHANGE IMPACT BY BRANCH" TO IML-SUM-TITLE
           WRITE LIST-RECORD FROM IML-SUMMARY-HEAD-LINE
               AFTER ADVANCING PAGE
           MOVE "BRN"    TO IML-SCL-KEY-TITLE
           MOVE "BRANCH" TO IML-SCL-NAME-TITLE
           WRITE LIST-RECORD FROM IML-SUMMARY-COLUMN-LINE

           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT
               MOVE BR-CODE (WS-BR-INDEX)          TO IML-SUM-KEY
               MOVE BR-CODE (WS-BR-INDEX)          TO WS-NAME-LOOKUP-CODE
               PERFORM 147-LOOK-UP-BRANCH-NAME
               MOVE WS-BRANCH-NAME                 TO IML-SUM-NAME
               MOVE BR-PRICED-COUNT (WS-BR-INDEX)  TO IML-SUM-PRICED
               MOVE BR-CHANGED-COUNT (WS-BR-INDEX) TO IML-SUM-CHANGED
               MOVE BR-FLAGGED-COUNT (WS-BR-INDEX) TO IML-SUM-FLAGGED
               MOVE BR-CHANGED-BALANCE (WS-BR-INDEX)
                   TO IML-SUM-BALANCE
               MOVE BR-VALUE-IMPACT (WS-BR-INDEX)  TO IML-SUM-IMPACT
               WRITE LIST-RECORD FROM IML-SUMMARY-LINE
           END-PERFORM

           PERFORM 168-WRITE-SUMMARY-TOTAL
           .

       *> Looks up the branch in WS-NAME-LOOKUP-CODE on the reference
       *> file for the name the branch page prints beside the code.
       *> Without the reference file the name is left blank.
       147-LOOK-UP-BRANCH-NAME.
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

       *> Writes the product summary page, laid out as the branch
       *> page is, without the name column.
       162-WRITE-PRODUCT-SUMMARY.
           MOVE "RATE CHANGE IMPACT BY PRODUCT" TO IML-SUM-TITLE
           WRITE LIST-RECORD FROM IML-SUMMARY-HEAD-LINE
               AFTER ADVANCING PAGE
           MOVE "PROD" TO IML-SCL-KEY-TITLE
           MOVE SPACES TO IML-SCL-NAME-TITLE
           MOVE SPACES TO IML-SUM-NAME
           WRITE LIST-RECORD FROM IML-SUMMARY-COLUMN-LINE

           PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
                   UNTIL WS-PRD-INDEX > WS-PRD-COUNT
               MOVE PRD-CODE (WS-PRD-INDEX)          TO IML-SUM-KEY
               MOVE PRD-PRICED-COUNT (WS-PRD-INDEX)  TO IML-SUM-PRICED
               MOVE PRD-CHANGED-COUNT (WS-PRD-INDEX) TO IML-SUM-CHANGED
               MOVE PRD-FLAGGED-COUNT (WS-PRD-INDEX) TO IML-SUM-FLAGGED
               MOVE PRD-CHANGED-BALANCE (WS-PRD-INDEX)
                   TO IML-SUM-BALANCE
               MOVE PRD-VALUE-IMPACT (WS-PRD-INDEX)  TO IML-SUM-IMPACT
               WRITE LIST-RECORD FROM IML-SUMMARY-LINE
           END-PERFORM

           PERFORM 168-WRITE-SUMMARY-TOTAL
           .

       *> Writes the all-accounts line under a summary page, so each
       *> page foots to the same run totals.
       168-WRITE-SUMMARY-TOTAL.
           WRITE LIST-RECORD FROM IML-BLANK-LINE
           MOVE "ALL"                 TO IML-SUM-KEY
           MOVE SPACES                TO IML-SUM-NAME
           MOVE IMP-ACCOUNTS-PRICED   TO IML-SUM-PRICED
           MOVE IMP-ACCOUNTS-CHANGED  TO IML-SUM-CHANGED
           MOVE IMP-ACCOUNTS-FLAGGED  TO IML-SUM-FLAGGED
           MOVE IMP-CHANGED-BALANCE   TO IML-SUM-BALANCE
           MOVE IMP-NET-IMPACT        TO IML-SUM-IMPACT
           WRITE LIST-RECORD FROM IML-SUMMARY-LINE
           .

       *> Writes the exceptions page: every account one table or the
       *> other can't price, and why, so a dropped product or a
       *> mistyped tier minimum in RATENEW is seen before sign-off.
       165-WRITE-EXCEPTIONS.
           WRITE LIST-RECORD FROM IML-EXCEPTION-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE LIST-RECORD FROM IML-EXCEPTION-COLUMN-LINE

           PERFORM VARYING WS-EXC-INDEX FROM 1 BY 1
                   UNTIL WS-EXC-INDEX > WS-EXC-COUNT
               WRITE LIST-RECORD FROM EXC-LINE (WS-EXC-INDEX)
           END-PERFORM
           .

       *> Writes the run totals block at the end of the listing
       170-WRITE-LISTING-TOTALS.
           WRITE LIST-RECORD FROM IML-BLANK-LINE
           MOVE "ACCOUNTS READ"          TO IML-CTOT-LABEL
           MOVE IMP-ACCOUNTS-READ        TO IML-CTOT-COUNT
           WRITE LIST-RECORD FROM IML-COUNT-TOTAL-LINE
           MOVE "CLOSED ACCOUNTS SKIPPED" TO IML-CTOT-LABEL
           MOVE IMP-CLOSED-SKIPPED       TO IML-CTOT-COUNT
           WRITE LIST-RECORD FROM IML-COUNT-TOTAL-LINE
           MOVE "PRICED UNDER BOTH TABLES" TO IML-CTOT-LABEL
           MOVE IMP-ACCOUNTS-PRICED      TO IML-CTOT-COUNT
           WRITE LIST-RECORD FROM IML-COUNT-TOTAL-LINE
           MOVE "RATE UNCHANGED"         TO IML-CTOT-LABEL
           MOVE IMP-ACCOUNTS-UNCHANGED   TO IML-CTOT-COUNT
           WRITE LIST-RECORD FROM IML-COUNT-TOTAL-LINE
           MOVE "RATE CHANGED"           TO IML-CTOT-LABEL
           MOVE IMP-ACCOUNTS-CHANGED     TO IML-CTOT-COUNT
           WRITE LIST-RECORD FROM IML-COUNT-TOTAL-LINE
           MOVE "FLAGGED OVER THRESHOLD" TO IML-CTOT-LABEL
           MOVE IMP-ACCOUNTS-FLAGGED     TO IML-CTOT-COUNT
           WRITE LIST-RECORD FROM IML-COUNT-TOTAL-LINE
           MOVE "NOT PRICED BY RATENEW"  TO IML-CTOT-LABEL
           MOVE IMP-NEW-UNPRICED         TO IML-CTOT-COUNT
           WRITE LIST-RECORD FROM IML-COUNT-TOTAL-LINE
           MOVE "NOT PRICED TODAY"       TO IML-CTOT-LABEL
           MOVE IMP-CURRENT-UNPRICED     TO IML-CTOT-COUNT
           WRITE LIST-RECORD FROM IML-COUNT-TOTAL-LINE

           WRITE LIST-RECORD FROM IML-BLANK-LINE
           MOVE "OLD VALUE AT MATURITY"  TO IML-ATOT-LABEL
           MOVE IMP-OLD-VALUE-TOTAL      TO IML-ATOT-AMOUNT
           WRITE LIST-RECORD FROM IML-AMOUNT-TOTAL-LINE
           MOVE "NEW VALUE AT MATURITY"  TO IML-ATOT-LABEL
           MOVE IMP-NEW-VALUE-TOTAL      TO IML-ATOT-AMOUNT
           WRITE LIST-RECORD FROM IML-AMOUNT-TOTAL-LINE
           MOVE "NET IMPACT AT MATURITY" TO IML-ATOT-LABEL
           MOVE IMP-NET-IMPACT           TO IML-ATOT-AMOUNT
           WRITE LIST-RECORD FROM IML-AMOUNT-TOTAL-LINE
           .
