       *>   district managers see the rollover pipeline. The master
       *>   is keyed by account, so branches interleave on the sweep;
       *>   notices are held in storage and printed branch by branch.
       *>   Each notice names the account's owners off the ACCTREL
       *>   relationship and CUSTMST customer files, when they are
       *>   on hand, so the branch knows whom to call. Closed
       *>   accounts get no notice; they and any account that can't
       *>   be priced are listed on a skipped-accounts page with why.
       *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RATE-FILE.

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

           SELECT LIST-FILE ASSIGN TO "MATLIST"
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
           05  RATE-TIER-MINIMUM         PIC 9(7)V99.
           05  RATE-YEARLY-RATE          PIC S9(3)V99.

       *> Keyed customer file maintained by CUSTMNT1, read by key
       *> for the names printed on each notice.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       *> Keyed customer-to-account relationships, read back on the
       *> alternate account key for each maturing account's owners.
       FD  RELATIONSHIP-FILE.
       COPY ACCTREL.

       *> Spooled maturity tickler: one notices section per branch,
       *> then the branch summary page for the district managers.
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
       01  FILE-STATUS-CODES.
           05  FS-MASTER-FILE         PIC XX VALUE "00".
           05  FS-RATE-FILE           PIC XX VALUE "00".
           05  FS-CUSTOMER-FILE       PIC XX VALUE "00".
           05  FS-RELATIONSHIP-FILE   PIC XX VALUE "00".
           05  FS-LIST-FILE           PIC XX VALUE "00".
           05  FS-REFERENCE-FILE      PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE        PIC XX VALUE "00".

       *> Run date the sweep and rate table are applied as of, and
           05  TKL-ACCOUNTS-READ      PIC 9(7) VALUE 0.
           05  TKL-NOTICES-PRINTED    PIC 9(7) VALUE 0.
           05  TKL-ACCOUNTS-SKIPPED   PIC 9(7) VALUE 0.
           05  TKL-CLOSED-SKIPPED     PIC 9(7) VALUE 0.

       *> Product rate table loaded off RATETAB up front: the entry
       *> in effect for the run date whose balance tier the account
               88  VALID-RECORD             VALUE "Y".
               88  INVALID-RECORD           VALUE "N".

       *> Branch name looked up on the reference file for the
       *> listing's branch lines. The reference file is optional
       *> here; without it the lines print the codes alone.
       01  BRANCH-REFERENCE-VALUES.
           05  WS-REF-PRESENT-SWITCH  PIC X VALUE "N".
               88  REFERENCE-FILE-PRESENT   VALUE "Y".
           05  WS-NAME-LOOKUP-CODE    PIC X(3)  VALUE SPACES.
           05  WS-BRANCH-NAME         PIC X(30) VALUE SPACES.

       *> Per-branch maturing totals: the master is keyed by account,
       *> so branches interleave and accumulate here for the summary
       *> page, the same 200-slot table CALC2000 carries.
       01  BRANCH-TABLE-VALUES.
           05  WS-BR-MAX              PIC 9(3) VALUE 200.
           05  WS-BR-COUNT            PIC 9(3) VALUE 0.
           05  WS-BR-INDEX            PIC 9(3) VALUE 0.
           05  WS-BR-SLOT             PIC 9(3) VALUE 0.
           05  WS-BR-LOOKUP-CODE      PIC X(3) VALUE SPACES.
           05  BR-ENTRY OCCURS 200 TIMES.
               10  BR-CODE                PIC X(3)     VALUE SPACES.
               10  BR-NOTICE-COUNT        PIC 9(7)     VALUE 0.
               10  BR-MATURING-TOTAL      PIC 9(11)V99 VALUE 0.
       *> Notice lines held until the sweep is done, tagged with
       *> their branch so the listing prints branch by branch.
       01  NOTICE-TABLE-VALUES.
           05  WS-NTC-MAX             PIC 9(4) VALUE 1000.
           05  WS-NTC-COUNT           PIC 9(4) VALUE 0.
           05  WS-NTC-INDEX           PIC 9(4) VALUE 0.
           05  NTC-ENTRY OCCURS 1000 TIMES.
               10  NTC-BRANCH-CODE        PIC X(3).
               10  NTC-LINE               PIC X(80).

       *> Skipped-account lines held for the skipped-accounts page
       *> at the end of the listing, one per window account that got
       *> no notice.
       01  SKIP-TABLE-VALUES.
           05  WS-SKP-MAX             PIC 9(4) VALUE 500.
           05  WS-SKP-COUNT           PIC 9(4) VALUE 0.
           05  WS-SKP-INDEX           PIC 9(4) VALUE 0.
           05  SKP-LINE OCCURS 500 TIMES PIC X(80).

       *> Owner names found for the notice in hand: the primary
       *> owner, the first joint owner, and how many joint owners
       *> the account has. The customer files are optional; a run
       *> without them prints notices with no names.
       01  OWNER-WORK-VALUES.
           05  WS-PRIMARY-NAME        PIC X(30) VALUE SPACES.
           05  WS-JOINT-NAME          PIC X(30) VALUE SPACES.
           05  WS-JOINT-COUNT         PIC 9(3)  VALUE 0.
           05  WS-REL-SCAN-SWITCH     PIC X VALUE "N".
               88  REL-SCAN-DONE            VALUE "Y".
           05  WS-CUSTOMER-FILES-SWITCH PIC X VALUE "N".
               88  CUSTOMER-FILES-PRESENT   VALUE "Y".

       *> Account input fields and calculated results, shared with
       *> CALC2000 via the CALCFV copybook.
       COPY CALCFV.
           05  FILLER                 PIC X(29)
               VALUE "MATURITY NOTICES FOR BRANCH ".
           05  TKL-BRH-BRANCH         PIC X(3).
           05  FILLER                 PIC X(3)  VALUE " - ".
           05  TKL-BRH-BRANCH-NAME    PIC X(30).
           05  FILLER                 PIC X(15) VALUE SPACES.

       01  TKL-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT".
           05  TKL-NTC-AT-MATURITY    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(15) VALUE SPACES.

       01  TKL-OWNER-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "OWNER: ".
           05  TKL-OWN-PRIMARY        PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TKL-OWN-JOINT-LABEL    PIC X(7).
           05  TKL-OWN-JOINT          PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.

       01  TKL-SUMMARY-HEAD-LINE.
           05  FILLER                 PIC X(31)
               VALUE "MATURITY PIPELINE BY BRANCH".
           05  FILLER                 PIC X(10) VALUE "NOTICES".
           05  FILLER                 PIC X(19) VALUE "   MATURING TOTAL".
           05  FILLER                 PIC X(19) VALUE "  PROJECTED TOTAL".
           05  FILLER                 PIC X(27) VALUE "   BRANCH NAME".

       01  TKL-SUMMARY-LINE.
           05  TKL-SUM-BRANCH         PIC X(3).
           05  TKL-SUM-MATURING       PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TKL-SUM-PROJECTED      PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TKL-SUM-BRANCH-NAME    PIC X(24).

       01  TKL-SKIP-HEAD-LINE.
           05  FILLER                 PIC X(42)
               VALUE "ACCOUNTS IN THE WINDOW SKIPPED - NO NOTICE".
           05  FILLER                 PIC X(38) VALUE SPACES.

       01  TKL-SKIP-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT".
           05  FILLER                 PIC X(10) VALUE "MATURES".
           05  FILLER                 PIC X(5)  VALUE "BRN".
           05  FILLER                 PIC X(3)  VALUE "ST".
           05  FILLER                 PIC X(50) VALUE "REASON".

       01  TKL-SKIP-LINE.
           05  TKL-SKP-ACCT-ID        PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TKL-SKP-MATURITY       PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TKL-SKP-BRANCH         PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TKL-SKP-STATUS         PIC X.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TKL-SKP-REASON         PIC X(40).
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  TKL-SKIP-TOTAL-LINE.
           05  FILLER                 PIC X(18)
               VALUE "ACCOUNTS SKIPPED: ".
           05  TKL-SKT-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(53) VALUE SPACES.

       01  TKL-BLANK-LINE             PIC X(80) VALUE SPACES.

               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 030-OPEN-CUSTOMER-FILES

           PERFORM UNTIL END-OF-MASTER-FILE
               READ MASTER-FILE NEXT RECORD
                           AND MST-MATURITY-DATE NOT < WS-RUN-DATE
                           AND MST-MATURITY-DATE
                               NOT > WS-WINDOW-END-DATE
                           IF MST-IS-CLOSED
                               ADD 1 TO TKL-CLOSED-SKIPPED
                               MOVE "ACCOUNT CLOSED - NO NOTICE"
                                   TO TKL-SKP-REASON
                               PERFORM 042-HOLD-SKIPPED-ACCOUNT
                           ELSE
                               PERFORM 040-BUILD-MATURITY-NOTICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MASTER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE RELATIONSHIP-FILE

           PERFORM 140-WRITE-TICKLER-LISTING

           DISPLAY "Accounts Read:        " TKL-ACCOUNTS-READ
           DISPLAY "Notices Printed:      " TKL-NOTICES-PRINTED
           DISPLAY "Accounts Skipped:     " TKL-ACCOUNTS-SKIPPED
           DISPLAY "Closed Skipped:       " TKL-CLOSED-SKIPPED
           DISPLAY "--------------------------------------------"

           PERFORM 900-WRITE-RUN-LOG
               ADD 1 TO TKL-ACCOUNTS-SKIPPED
               DISPLAY "*** SKIPPED: " MST-ACCT-ID
                   " CANNOT BE PRICED FOR ITS NOTICE ***"
               MOVE "CANNOT BE PRICED - CHECK TERMS/RATE"
                   TO TKL-SKP-REASON
               PERFORM 042-HOLD-SKIPPED-ACCOUNT
           ELSE
               PERFORM 100-CALCULATE-VALUE-AT-MATURITY
               PERFORM 060-HOLD-NOTICE-LINE
           END-IF
           .

       *> Holds one skipped-account line for the skipped-accounts
       *> page, the caller having filed the reason it got no notice.
       042-HOLD-SKIPPED-ACCOUNT.
           IF WS-SKP-COUNT = WS-SKP-MAX
               DISPLAY "*** MORE THAN " WS-SKP-MAX
                   " SKIPPED ACCOUNTS - RUN STOPPED ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE MST-ACCT-ID       TO TKL-SKP-ACCT-ID
           MOVE MST-MATURITY-DATE TO TKL-SKP-MATURITY
           MOVE MST-BRANCH-CODE   TO TKL-SKP-BRANCH
           MOVE MST-STATUS-CODE   TO TKL-SKP-STATUS
           ADD 1 TO WS-SKP-COUNT
           MOVE TKL-SKIP-LINE     TO SKP-LINE (WS-SKP-COUNT)
           .

       *> Formats the notice line and holds it under the account's
       *> branch, rolling the branch's pipeline totals forward.
       060-HOLD-NOTICE-LINE.
           IF WS-NTC-COUNT + 2 > WS-NTC-MAX
               DISPLAY "*** MORE THAN " WS-NTC-MAX
                   " NOTICE LINES - RUN STOPPED ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TKL-NOTICE-LINE  TO NTC-LINE (WS-NTC-COUNT)
           ADD 1 TO TKL-NOTICES-PRINTED

           PERFORM 065-LOOK-UP-OWNER-NAMES
           MOVE WS-PRIMARY-NAME TO TKL-OWN-PRIMARY
           IF WS-JOINT-COUNT > 0
               MOVE "JOINT: "     TO TKL-OWN-JOINT-LABEL
               MOVE WS-JOINT-NAME TO TKL-OWN-JOINT
           ELSE
               MOVE SPACES        TO TKL-OWN-JOINT-LABEL
               MOVE SPACES        TO TKL-OWN-JOINT
           END-IF
           ADD 1 TO WS-NTC-COUNT
           MOVE MST-BRANCH-CODE  TO NTC-BRANCH-CODE (WS-NTC-COUNT)
           MOVE TKL-OWNER-LINE   TO NTC-LINE (WS-NTC-COUNT)

           MOVE MST-BRANCH-CODE TO WS-BR-LOOKUP-CODE
           PERFORM 017-FIND-BRANCH-SLOT
           ADD 1 TO BR-NOTICE-COUNT (WS-BR-SLOT)
               TO BR-PROJECTED-TOTAL (WS-BR-SLOT)
           .

       *> Opens the customer and relationship files the notice names
       *> come from. Both are optional: when either is missing the
       *> notices still print, with no names, rather than the run
       *> stopping over a file the notices can do without.
       030-OPEN-CUSTOMER-FILES.
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
               DISPLAY "*** CUSTOMER FILES NOT ON HAND - NOTICES"
                   " PRINT WITHOUT OWNER NAMES ***"
           END-IF
           .

       *> Finds the names of the maturing account's owners: its
       *> owners read back on the relationship file's alternate
       *> account key, each looked up on the customer file. The
       *> primary owner's name goes first; the first joint owner is
       *> named beside it.
       065-LOOK-UP-OWNER-NAMES.
           MOVE SPACES TO WS-PRIMARY-NAME
           MOVE SPACES TO WS-JOINT-NAME
           MOVE 0      TO WS-JOINT-COUNT
           MOVE "N"    TO WS-REL-SCAN-SWITCH

           IF CUSTOMER-FILES-PRESENT
               MOVE MST-ACCT-ID TO REL-ACCT-ID
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
                       IF REL-ACCT-ID NOT = MST-ACCT-ID
                           SET REL-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM 067-NAME-ONE-OWNER
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PRIMARY-NAME = SPACES
               IF WS-JOINT-COUNT > 0
                   MOVE WS-JOINT-NAME TO WS-PRIMARY-NAME
                   MOVE SPACES        TO WS-JOINT-NAME
                   SUBTRACT 1 FROM WS-JOINT-COUNT
               ELSE
                   MOVE "NO CUSTOMER ON FILE" TO WS-PRIMARY-NAME
               END-IF
           END-IF
           .

       *> Looks up one owner's name and files it as the primary or a
       *> joint owner's.
       067-NAME-ONE-OWNER.
           MOVE REL-CUST-ID TO CUS-CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO CUS-NAME
           END-READ

           IF REL-IS-PRIMARY-OWNER
               MOVE CUS-NAME TO WS-PRIMARY-NAME
           ELSE
               ADD 1 TO WS-JOINT-COUNT
               IF WS-JOINT-COUNT = 1
                   MOVE CUS-NAME TO WS-JOINT-NAME
               END-IF
           END-IF
           .

       *> Finds the branch table slot for the code in hand, opening a
       *> new slot the first time a branch appears, the same way
       *> CALC2000's 017-FIND-BRANCH-SLOT does.
           MOVE WS-WINDOW-END-DATE TO TKL-WIN-END-DATE
           MOVE WS-LOOKAHEAD-DAYS  TO TKL-WIN-DAYS
           WRITE LIST-RECORD FROM TKL-WINDOW-LINE
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
           END-PERFORM

           PERFORM 162-WRITE-BRANCH-SUMMARY
           PERFORM 165-WRITE-SKIPPED-ACCOUNTS
           IF REFERENCE-FILE-PRESENT
               CLOSE REFERENCE-FILE
           END-IF
           CLOSE LIST-FILE
           .

       *> Writes one branch's notices on a fresh page
       145-WRITE-ONE-BRANCH-SECTION.
           MOVE BR-CODE (WS-BR-INDEX) TO TKL-BRH-BRANCH
           MOVE BR-CODE (WS-BR-INDEX) TO WS-NAME-LOOKUP-CODE
           PERFORM 147-LOOK-UP-BRANCH-NAME
           MOVE WS-BRANCH-NAME        TO TKL-BRH-BRANCH-NAME
           WRITE LIST-RECORD FROM TKL-BRANCH-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE LIST-RECORD FROM TKL-COLUMN-LINE
           END-PERFORM
           .

       *> Looks up the branch in WS-NAME-LOOKUP-CODE on the reference
       *> file for the name the listing prints beside the code.
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

       *> Writes the branch pipeline summary page: every branch's
       *> notice count, maturing dollars, and projected value.
       162-WRITE-BRANCH-SUMMARY.
           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT
               MOVE BR-CODE (WS-BR-INDEX)           TO TKL-SUM-BRANCH
               MOVE BR-CODE (WS-BR-INDEX)      TO WS-NAME-LOOKUP-CODE
               PERFORM 147-LOOK-UP-BRANCH-NAME
               MOVE WS-BRANCH-NAME             TO TKL-SUM-BRANCH-NAME
               MOVE BR-NOTICE-COUNT (WS-BR-INDEX)   TO TKL-SUM-COUNT
               MOVE BR-MATURING-TOTAL (WS-BR-INDEX)
                   TO TKL-SUM-MATURING
               WRITE LIST-RECORD FROM TKL-SUMMARY-LINE
           END-PERFORM
           .

       *> Writes the skipped-accounts page: every account in the
       *> window that got no notice, and why, so a closed or
       *> unpriceable account is accounted for rather than missing.
       165-WRITE-SKIPPED-ACCOUNTS.
           WRITE LIST-RECORD FROM TKL-SKIP-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE LIST-RECORD FROM TKL-SKIP-COLUMN-LINE

           PERFORM VARYING WS-SKP-INDEX FROM 1 BY 1
                   UNTIL WS-SKP-INDEX > WS-SKP-COUNT
               WRITE LIST-RECORD FROM SKP-LINE (WS-SKP-INDEX)
           END-PERFORM

           WRITE LIST-RECORD FROM TKL-BLANK-LINE
           MOVE WS-SKP-COUNT TO TKL-SKT-COUNT
           WRITE LIST-RECORD FROM TKL-SKIP-TOTAL-LINE
           .
