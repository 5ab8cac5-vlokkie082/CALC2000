       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTREL1.

       *> ------------------------------------------------------------
       *> AUTHOR: Naude Vlok
       *> COURSE: CIS352 Intro to Enterprise Computing
       *> PURPOSE:
       *>   Prints the customer relationship listing: every customer
       *>   on CUSTMST with each account they own off ACCTREL - as
       *>   primary or joint owner - and its current ACCTMST terms,
       *>   then the customer's combined holdings broken down by
       *>   product and by branch, so branch staff can answer "what
       *>   does this customer hold with us" from one page. A joint
       *>   account counts in full under each of its owners. A full
       *>   run closes with the accounts on the master that no
       *>   customer owns yet, so gaps in the relationship file are
       *>   worked rather than hidden. A closed account is still listed
       *>   under its owners, noted, but counts in no holdings, book,
       *>   or unowned total; a frozen or dormant one is noted and
       *>   counted. A PARM customer id lists just that customer.
       *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUS-CUST-ID
               FILE STATUS IS FS-CUSTOMER-FILE.

           SELECT RELATIONSHIP-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-ACCT-ID WITH DUPLICATES
               FILE STATUS IS FS-RELATIONSHIP-FILE.

           SELECT MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS FS-MASTER-FILE.

           SELECT LIST-FILE ASSIGN TO "RELLIST"
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

       *> Keyed customer file maintained by CUSTMNT1, read in
       *> customer id order.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       *> Keyed customer-to-account relationships, read forward from
       *> each customer's first account.
       FD  RELATIONSHIP-FILE.
       COPY ACCTREL.

       *> Keyed account master maintained by ACCTMNT1, read by key
       *> for each owned account and swept for unowned ones.
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

       *> Spooled relationship listing
       FD  LIST-FILE
           RECORDING MODE IS F.
       01  LIST-RECORD                   PIC X(132).

       *> Branch and product reference file maintained by REFMNT1,
       *> read for the branch names and product descriptions the
       *> holdings subtotals print beside the codes.
       FD  REFERENCE-FILE.
       COPY BRPRREF.

       *> Shared run log appended to at end of run, one completion
       *> record per program per run, reported by CYCSTAT1.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       *> File status codes for each SELECTed file, checked at OPEN
       *> so a missing customer, relationship, or master file stops
       *> the run cleanly.
       01  FILE-STATUS-CODES.
           05  FS-CUSTOMER-FILE          PIC XX VALUE "00".
           05  FS-RELATIONSHIP-FILE      PIC XX VALUE "00".
           05  FS-MASTER-FILE            PIC XX VALUE "00".
           05  FS-LIST-FILE              PIC XX VALUE "00".
           05  FS-REFERENCE-FILE         PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE           PIC XX VALUE "00".

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE               PIC 9(8) VALUE 0.
           05  WS-RUN-TIME               PIC 9(8) VALUE 0.

       *> The one customer to list, applied from the PARM card;
       *> spaces lists every customer and the unowned accounts.
       01  WS-RUN-PARAMETER-VALUES.
           05  WS-SELECT-CUST-ID         PIC X(10) VALUE SPACES.

       *> Run counts and dollars for the console and listing totals
       01  CRL-RUN-COUNTS.
           05  CRL-CUSTOMERS-READ        PIC 9(7)     VALUE 0.
           05  CRL-CUSTOMERS-LISTED      PIC 9(7)     VALUE 0.
           05  CRL-CUSTOMERS-NO-ACCOUNTS PIC 9(7)     VALUE 0.
           05  CRL-OWNERS-LISTED         PIC 9(7)     VALUE 0.
           05  CRL-JOINT-OWNERS-LISTED   PIC 9(7)     VALUE 0.
           05  CRL-OWNERS-NOT-ON-MASTER  PIC 9(7)     VALUE 0.
           05  CRL-HOLDINGS-TOTAL        PIC 9(11)V99 VALUE 0.
           05  CRL-ACCOUNTS-ON-MASTER    PIC 9(7)     VALUE 0.
           05  CRL-BOOK-TOTAL            PIC 9(11)V99 VALUE 0.
           05  CRL-ACCOUNTS-UNOWNED      PIC 9(7)     VALUE 0.
           05  CRL-UNOWNED-TOTAL         PIC 9(11)V99 VALUE 0.

       *> One customer's holdings as their accounts are listed
       01  CUSTOMER-TOTAL-VALUES.
           05  CUT-ACCOUNT-COUNT         PIC 9(5)     VALUE 0.
           05  CUT-JOINT-COUNT           PIC 9(5)     VALUE 0.
           05  CUT-BALANCE-TOTAL         PIC 9(11)V99 VALUE 0.

       *> One customer's holdings by product, reset per customer
       01  PRODUCT-TABLE-VALUES.
           05  WS-PRD-MAX                PIC 9(3) VALUE 50.
           05  WS-PRD-COUNT              PIC 9(3) VALUE 0.
           05  WS-PRD-INDEX              PIC 9(3) VALUE 0.
           05  WS-PRD-SLOT               PIC 9(3) VALUE 0.
           05  PRD-ENTRY OCCURS 50 TIMES.
               10  PRD-CODE                  PIC X(4).
               10  PRD-ACCOUNT-COUNT         PIC 9(5).
               10  PRD-BALANCE-TOTAL         PIC 9(11)V99.

       *> One customer's holdings by branch, reset per customer
       01  BRANCH-TABLE-VALUES.
           05  WS-BR-MAX                 PIC 9(3) VALUE 200.
           05  WS-BR-COUNT               PIC 9(3) VALUE 0.
           05  WS-BR-INDEX               PIC 9(3) VALUE 0.
           05  WS-BR-SLOT                PIC 9(3) VALUE 0.
           05  BR-ENTRY OCCURS 200 TIMES.
               10  BR-CODE                   PIC X(3).
               10  BR-ACCOUNT-COUNT          PIC 9(5).
               10  BR-BALANCE-TOTAL          PIC 9(11)V99.

       *> Set when the optional reference file opened; without it the
       *> holdings subtotals print the codes alone.
       01  REFERENCE-FILE-VALUES.
           05  WS-REF-PRESENT-SWITCH     PIC X VALUE "N".
               88  REFERENCE-FILE-PRESENT      VALUE "Y".

       *> Listing line layouts, built up in WORKING-STORAGE and moved
       *> to LIST-RECORD before each WRITE.
       01  CRL-HEADING-LINE-1.
           05  FILLER                    PIC X(45) VALUE SPACES.
           05  FILLER                    PIC X(42)
               VALUE "CUSTREL1 - CUSTOMER RELATIONSHIP LISTING".
           05  FILLER                    PIC X(45) VALUE SPACES.

       01  CRL-RUN-LINE.
           05  FILLER                    PIC X(9)  VALUE "RUN DATE ".
           05  CRL-RUN-DATE              PIC 9(8).
           05  FILLER                    PIC X(115) VALUE SPACES.

       01  CRL-CUSTOMER-LINE.
           05  FILLER                    PIC X(9)  VALUE "CUSTOMER ".
           05  CRL-CUS-CUST-ID           PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CRL-CUS-NAME              PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CRL-CUS-CITY              PIC X(20).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  CRL-CUS-STATE             PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(15)
               VALUE "CUSTOMER SINCE ".
           05  CRL-CUS-SINCE-DATE        PIC 9(8).
           05  FILLER                    PIC X(31) VALUE SPACES.

       01  CRL-COLUMN-LINE.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE "ACCOUNT".
           05  FILLER                    PIC X(9)  VALUE "ROLE".
           05  FILLER                    PIC X(6)  VALUE "PROD".
           05  FILLER                    PIC X(5)  VALUE "BRN".
           05  FILLER                    PIC X(15) VALUE "      BALANCE".
           05  FILLER                    PIC X(8)  VALUE "  RATE".
           05  FILLER                    PIC X(10) VALUE "OPENED".
           05  FILLER                    PIC X(10) VALUE "MATURES".
           05  FILLER                    PIC X(53) VALUE SPACES.

       01  CRL-ACCOUNT-LINE.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  CRL-ACC-ACCT-ID           PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CRL-ACC-ROLE              PIC X(7).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CRL-ACC-PRODUCT           PIC X(4).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CRL-ACC-BRANCH            PIC X(3).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CRL-ACC-BALANCE           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CRL-ACC-RATE              PIC ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CRL-ACC-OPEN-DATE         PIC 9(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CRL-ACC-MATURITY-DATE     PIC 9(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CRL-ACC-NOTE              PIC X(30).
           05  FILLER                    PIC X(23) VALUE SPACES.

       01  CRL-SUBTOTAL-LINE.
           05  FILLER                    PIC X(6)  VALUE SPACES.
           05  CRL-SUB-LABEL             PIC X(12).
           05  CRL-SUB-CODE              PIC X(4).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CRL-SUB-COUNT             PIC ZZ,ZZ9.
           05  FILLER                    PIC X(10) VALUE " ACCOUNTS".
           05  CRL-SUB-BALANCE           PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CRL-SUB-NAME              PIC X(30).
           05  FILLER                    PIC X(42) VALUE SPACES.

       01  CRL-CUSTOMER-TOTAL-LINE.
           05  FILLER                    PIC X(6)  VALUE SPACES.
           05  FILLER                    PIC X(18)
               VALUE "COMBINED HOLDINGS".
           05  CRL-CTOT-COUNT            PIC ZZ,ZZ9.
           05  FILLER                    PIC X(10) VALUE " ACCOUNTS".
           05  CRL-CTOT-BALANCE          PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CRL-CTOT-JOINT            PIC ZZ,ZZ9.
           05  FILLER                    PIC X(14) VALUE " HELD JOINTLY".
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  CRL-NO-ACCOUNTS-LINE.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE "NO ACCOUNTS ON FILE FOR THIS CUSTOMER".
           05  FILLER                    PIC X(88) VALUE SPACES.

       01  CRL-UNOWNED-HEAD-LINE.
           05  FILLER                    PIC X(40)
               VALUE "ACCOUNTS WITH NO CUSTOMER ON FILE".
           05  FILLER                    PIC X(92) VALUE SPACES.

       01  CRL-COUNT-TOTAL-LINE.
           05  CRL-CTL-LABEL             PIC X(30).
           05  CRL-CTL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(93) VALUE SPACES.

       01  CRL-AMOUNT-TOTAL-LINE.
           05  CRL-ATL-LABEL             PIC X(30).
           05  CRL-ATL-AMOUNT            PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(84) VALUE SPACES.

       01  CRL-BLANK-LINE                PIC X(132) VALUE SPACES.

       *> End-of-file and scan switches for the customer sweep, each
       *> customer's relationships, and the unowned-account sweep
       01  WS-FILE-STATUS-VALUES.
           05  WS-END-OF-CUSTOMER-FILE   PIC X VALUE "N".
               88  END-OF-CUSTOMER-FILE        VALUE "Y".
           05  WS-END-OF-MASTER-FILE     PIC X VALUE "N".
               88  END-OF-MASTER-FILE          VALUE "Y".
           05  WS-REL-SCAN-SWITCH        PIC X VALUE "N".
               88  REL-SCAN-DONE               VALUE "Y".

       *> Run-control card read off this run's command line, the same
       *> way CALC2000 reads its PARM: the one customer to list.
       01  WS-RUN-PARM-RAW               PIC X(82) VALUE SPACES.
       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM-RAW.
           05  PARM-CUST-ID              PIC X(10).
           05  FILLER                    PIC X(72).

       PROCEDURE DIVISION.

       *> Main control paragraph
       000-LIST-RELATIONSHIPS.
           DISPLAY "--------------------------------------------"
           DISPLAY "CUSTREL1 - Customer Relationship Listing"
           DISPLAY "Listing CUSTMST customers and their accounts"
           DISPLAY "--------------------------------------------"

           PERFORM 005-APPLY-RUN-PARAMETERS

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN INPUT CUSTOMER-FILE
           IF FS-CUSTOMER-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING CUSTOMER FILE - STATUS "
                   FS-CUSTOMER-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RELATIONSHIP-FILE
           IF FS-RELATIONSHIP-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING RELATIONSHIP FILE - STATUS "
                   FS-RELATIONSHIP-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF FS-MASTER-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING MASTER FILE - STATUS "
                   FS-MASTER-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LIST-FILE
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

           WRITE LIST-RECORD FROM CRL-HEADING-LINE-1
           MOVE WS-RUN-DATE TO CRL-RUN-DATE
           WRITE LIST-RECORD FROM CRL-RUN-LINE

           PERFORM UNTIL END-OF-CUSTOMER-FILE
               READ CUSTOMER-FILE NEXT RECORD
                   AT END SET END-OF-CUSTOMER-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO CRL-CUSTOMERS-READ
                       IF WS-SELECT-CUST-ID = SPACES
                               OR WS-SELECT-CUST-ID = CUS-CUST-ID
                           PERFORM 020-LIST-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SELECT-CUST-ID = SPACES
               PERFORM 060-LIST-UNOWNED-ACCOUNTS
           END-IF

           PERFORM 160-WRITE-LISTING-TOTALS

           CLOSE CUSTOMER-FILE
           CLOSE RELATIONSHIP-FILE
           CLOSE MASTER-FILE
           IF REFERENCE-FILE-PRESENT
               CLOSE REFERENCE-FILE
           END-IF
           CLOSE LIST-FILE

           IF WS-SELECT-CUST-ID NOT = SPACES
                   AND CRL-CUSTOMERS-LISTED = 0
               DISPLAY "*** CUSTOMER " WS-SELECT-CUST-ID
                   " NOT ON FILE ***"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Customers Read:       " CRL-CUSTOMERS-READ
           DISPLAY "Customers Listed:     " CRL-CUSTOMERS-LISTED
           DISPLAY "Owner Links Listed:   " CRL-OWNERS-LISTED
           DISPLAY "Accounts Unowned:     " CRL-ACCOUNTS-UNOWNED
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
               MOVE "CUSTREL1"            TO RLG-PROGRAM-ID
               MOVE WS-RUN-DATE           TO RLG-RUN-DATE
               MOVE WS-RUN-TIME           TO RLG-RUN-TIME
               MOVE CRL-CUSTOMERS-READ    TO RLG-RECORDS-READ
               MOVE CRL-CUSTOMERS-LISTED  TO RLG-RECORDS-PROCESSED
               MOVE CRL-ACCOUNTS-UNOWNED  TO RLG-RECORDS-REJECTED
               MOVE CRL-HOLDINGS-TOTAL    TO RLG-DOLLAR-TOTAL
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

       *> Applies the PARM card's customer id. Unsupplied (blank, or
       *> no PARM at all) lists every customer.
       005-APPLY-RUN-PARAMETERS.
           ACCEPT WS-RUN-PARM-RAW FROM COMMAND-LINE

           IF WS-RUN-PARM-RAW NOT = SPACES
               MOVE PARM-CUST-ID TO WS-SELECT-CUST-ID
           END-IF
           .

       *> Lists one customer: the customer line, every account they
       *> own read forward off the relationship file from the
       *> customer's lowest account id, then their combined holdings.
       020-LIST-ONE-CUSTOMER.
           ADD 1 TO CRL-CUSTOMERS-LISTED
           MOVE 0 TO CUT-ACCOUNT-COUNT
           MOVE 0 TO CUT-JOINT-COUNT
           MOVE 0 TO CUT-BALANCE-TOTAL
           MOVE 0 TO WS-PRD-COUNT
           MOVE 0 TO WS-BR-COUNT

           MOVE CUS-CUST-ID    TO CRL-CUS-CUST-ID
           MOVE CUS-NAME       TO CRL-CUS-NAME
           MOVE CUS-CITY       TO CRL-CUS-CITY
           MOVE CUS-STATE      TO CRL-CUS-STATE
           MOVE CUS-SINCE-DATE TO CRL-CUS-SINCE-DATE
           WRITE LIST-RECORD FROM CRL-BLANK-LINE
           WRITE LIST-RECORD FROM CRL-CUSTOMER-LINE
           WRITE LIST-RECORD FROM CRL-COLUMN-LINE

           MOVE "N" TO WS-REL-SCAN-SWITCH
           MOVE CUS-CUST-ID TO REL-CUST-ID
           MOVE LOW-VALUES  TO REL-ACCT-ID
           START RELATIONSHIP-FILE KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
                   SET REL-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL REL-SCAN-DONE
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END
                       SET REL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF REL-CUST-ID NOT = CUS-CUST-ID
                           SET REL-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM 030-LIST-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           IF CUT-ACCOUNT-COUNT = 0
               ADD 1 TO CRL-CUSTOMERS-NO-ACCOUNTS
               WRITE LIST-RECORD FROM CRL-NO-ACCOUNTS-LINE
           ELSE
               PERFORM 040-WRITE-CUSTOMER-HOLDINGS
           END-IF
           .

       *> Lists one account the customer owns with its current master
       *> terms and rolls its balance into the customer's holdings.
       *> A relationship whose account has gone from the master is
       *> listed so it can be cleaned up, but carries no balance.
       030-LIST-ONE-ACCOUNT.
           ADD 1 TO CRL-OWNERS-LISTED
           MOVE SPACES      TO CRL-ACC-NOTE
           MOVE REL-ACCT-ID TO CRL-ACC-ACCT-ID
           IF REL-IS-PRIMARY-OWNER
               MOVE "PRIMARY" TO CRL-ACC-ROLE
           ELSE
               MOVE "JOINT"   TO CRL-ACC-ROLE
               ADD 1 TO CRL-JOINT-OWNERS-LISTED
           END-IF

           MOVE REL-ACCT-ID TO MST-ACCT-ID
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO CRL-OWNERS-NOT-ON-MASTER
                   MOVE SPACES TO CRL-ACC-PRODUCT
                   MOVE SPACES TO CRL-ACC-BRANCH
                   MOVE 0      TO CRL-ACC-BALANCE
                   MOVE 0      TO CRL-ACC-RATE
                   MOVE 0      TO CRL-ACC-OPEN-DATE
                   MOVE 0      TO CRL-ACC-MATURITY-DATE
                   MOVE "ACCOUNT NOT ON ACCTMST" TO CRL-ACC-NOTE
               NOT INVALID KEY
                   PERFORM 035-MOVE-MASTER-TO-LINE
                   IF MST-IS-CLOSED
                       MOVE "CLOSED - NOT IN HOLDINGS"
                           TO CRL-ACC-NOTE
                   ELSE
                       PERFORM 032-ADD-TO-HOLDINGS
                   END-IF
           END-READ

           WRITE LIST-RECORD FROM CRL-ACCOUNT-LINE
           .

       *> Counts a live owned account into the customer's holdings,
       *> noting a frozen or dormant one on its line.
       032-ADD-TO-HOLDINGS.
           EVALUATE TRUE
               WHEN MST-IS-FROZEN
                   MOVE "ACCOUNT FROZEN" TO CRL-ACC-NOTE
               WHEN MST-IS-DORMANT
                   MOVE "ACCOUNT DORMANT" TO CRL-ACC-NOTE
           END-EVALUATE
           ADD 1 TO CUT-ACCOUNT-COUNT
           IF REL-IS-JOINT-OWNER
               ADD 1 TO CUT-JOINT-COUNT
           END-IF
           ADD MST-INVESTMENT-AMOUNT TO CUT-BALANCE-TOTAL
           ADD MST-INVESTMENT-AMOUNT TO CRL-HOLDINGS-TOTAL
           PERFORM 045-ROLL-TO-PRODUCT
           PERFORM 047-ROLL-TO-BRANCH
           .

       *> Formats the master record in hand into the account line
       035-MOVE-MASTER-TO-LINE.
           MOVE MST-PRODUCT-CODE         TO CRL-ACC-PRODUCT
           MOVE MST-BRANCH-CODE          TO CRL-ACC-BRANCH
           MOVE MST-INVESTMENT-AMOUNT    TO CRL-ACC-BALANCE
           MOVE MST-YEARLY-INTEREST-RATE TO CRL-ACC-RATE
           MOVE MST-OPEN-DATE            TO CRL-ACC-OPEN-DATE
           MOVE MST-MATURITY-DATE        TO CRL-ACC-MATURITY-DATE
           .

       *> Writes the customer's holdings by product and by branch,
       *> then the combined total across all of them.
       040-WRITE-CUSTOMER-HOLDINGS.
           PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
                   UNTIL WS-PRD-INDEX > WS-PRD-COUNT
               MOVE "BY PRODUCT"                 TO CRL-SUB-LABEL
               MOVE PRD-CODE (WS-PRD-INDEX)      TO CRL-SUB-CODE
               MOVE "P"                          TO REF-REC-TYPE
               MOVE PRD-CODE (WS-PRD-INDEX)      TO REF-CODE
               PERFORM 042-LOOK-UP-SUBTOTAL-NAME
               MOVE PRD-ACCOUNT-COUNT (WS-PRD-INDEX) TO CRL-SUB-COUNT
               MOVE PRD-BALANCE-TOTAL (WS-PRD-INDEX)
                   TO CRL-SUB-BALANCE
               WRITE LIST-RECORD FROM CRL-SUBTOTAL-LINE
           END-PERFORM

           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT
               MOVE "BY BRANCH"                  TO CRL-SUB-LABEL
               MOVE BR-CODE (WS-BR-INDEX)        TO CRL-SUB-CODE
               MOVE "B"                          TO REF-REC-TYPE
               MOVE BR-CODE (WS-BR-INDEX)        TO REF-CODE
               PERFORM 042-LOOK-UP-SUBTOTAL-NAME
               MOVE BR-ACCOUNT-COUNT (WS-BR-INDEX) TO CRL-SUB-COUNT
               MOVE BR-BALANCE-TOTAL (WS-BR-INDEX) TO CRL-SUB-BALANCE
               WRITE LIST-RECORD FROM CRL-SUBTOTAL-LINE
           END-PERFORM

           MOVE CUT-ACCOUNT-COUNT TO CRL-CTOT-COUNT
           MOVE CUT-BALANCE-TOTAL TO CRL-CTOT-BALANCE
           MOVE CUT-JOINT-COUNT   TO CRL-CTOT-JOINT
           WRITE LIST-RECORD FROM CRL-CUSTOMER-TOTAL-LINE
           .

       *> Looks up the reference record keyed in REF-KEY for the
       *> branch name or product description the subtotal line
       *> prints. Without the reference file the name is left blank.
       042-LOOK-UP-SUBTOTAL-NAME.
           MOVE SPACES TO CRL-SUB-NAME
           IF REFERENCE-FILE-PRESENT
               READ REFERENCE-FILE
                   INVALID KEY
                       MOVE "NOT ON FILE" TO CRL-SUB-NAME
                   NOT INVALID KEY
                       IF REF-IS-BRANCH
                           MOVE REF-BRANCH-NAME  TO CRL-SUB-NAME
                       ELSE
                           MOVE REF-PRODUCT-DESC TO CRL-SUB-NAME
                       END-IF
               END-READ
           END-IF
           .

       *> Rolls the account into the customer's product holdings,
       *> opening a slot the first time the product appears.
       045-ROLL-TO-PRODUCT.
           MOVE 0 TO WS-PRD-SLOT
           PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
                   UNTIL WS-PRD-INDEX > WS-PRD-COUNT
               IF PRD-CODE (WS-PRD-INDEX) = MST-PRODUCT-CODE
                       AND WS-PRD-SLOT = 0
                   MOVE WS-PRD-INDEX TO WS-PRD-SLOT
               END-IF
           END-PERFORM

           IF WS-PRD-SLOT = 0
               IF WS-PRD-COUNT = WS-PRD-MAX
                   DISPLAY "*** MORE THAN " WS-PRD-MAX
                       " PRODUCTS FOR ONE CUSTOMER - RUN STOPPED ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRD-COUNT
               MOVE WS-PRD-COUNT     TO WS-PRD-SLOT
               MOVE MST-PRODUCT-CODE TO PRD-CODE (WS-PRD-SLOT)
               MOVE 0 TO PRD-ACCOUNT-COUNT (WS-PRD-SLOT)
               MOVE 0 TO PRD-BALANCE-TOTAL (WS-PRD-SLOT)
           END-IF

           ADD 1 TO PRD-ACCOUNT-COUNT (WS-PRD-SLOT)
           ADD MST-INVESTMENT-AMOUNT TO PRD-BALANCE-TOTAL (WS-PRD-SLOT)
           .

       *> Rolls the account into the customer's branch holdings,
       *> opening a slot the first time the branch appears.
       047-ROLL-TO-BRANCH.
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
               MOVE WS-BR-COUNT     TO WS-BR-SLOT
               MOVE MST-BRANCH-CODE TO BR-CODE (WS-BR-SLOT)
               MOVE 0 TO BR-ACCOUNT-COUNT (WS-BR-SLOT)
               MOVE 0 TO BR-BALANCE-TOTAL (WS-BR-SLOT)
           END-IF

           ADD 1 TO BR-ACCOUNT-COUNT (WS-BR-SLOT)
           ADD MST-INVESTMENT-AMOUNT TO BR-BALANCE-TOTAL (WS-BR-SLOT)
           .

       *> Sweeps the whole master for accounts no customer owns: an
       *> account with no relationship on the alternate account key
       *> is listed, and the sweep also totals the book so the
       *> unowned dollars can be read against it.
       060-LIST-UNOWNED-ACCOUNTS.
           WRITE LIST-RECORD FROM CRL-UNOWNED-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE LIST-RECORD FROM CRL-COLUMN-LINE

           MOVE LOW-VALUES TO MST-ACCT-ID
           START MASTER-FILE KEY IS NOT LESS THAN MST-ACCT-ID
               INVALID KEY
                   SET END-OF-MASTER-FILE TO TRUE
           END-START

           PERFORM UNTIL END-OF-MASTER-FILE
               READ MASTER-FILE NEXT RECORD
                   AT END SET END-OF-MASTER-FILE TO TRUE
                   NOT AT END
                       IF NOT MST-IS-CLOSED
                           PERFORM 062-CHECK-ACCOUNT-OWNED
                       END-IF
               END-READ
           END-PERFORM
           .

       *> Counts one live account into the book and lists it if no
       *> relationship is on file for it.
       062-CHECK-ACCOUNT-OWNED.
           ADD 1 TO CRL-ACCOUNTS-ON-MASTER
           ADD MST-INVESTMENT-AMOUNT TO CRL-BOOK-TOTAL
           MOVE MST-ACCT-ID TO REL-ACCT-ID
           START RELATIONSHIP-FILE
                   KEY IS EQUAL TO REL-ACCT-ID
               INVALID KEY
                   PERFORM 065-LIST-UNOWNED-ACCOUNT
           END-START
           .

       *> Lists one account no customer owns
       065-LIST-UNOWNED-ACCOUNT.
           ADD 1 TO CRL-ACCOUNTS-UNOWNED
           ADD MST-INVESTMENT-AMOUNT TO CRL-UNOWNED-TOTAL
           MOVE MST-ACCT-ID TO CRL-ACC-ACCT-ID
           MOVE "NONE"      TO CRL-ACC-ROLE
           MOVE "NO CUSTOMER ON FILE" TO CRL-ACC-NOTE
           PERFORM 035-MOVE-MASTER-TO-LINE
           WRITE LIST-RECORD FROM CRL-ACCOUNT-LINE
           .

       *> Writes the run totals block at the end of the listing
       160-WRITE-LISTING-TOTALS.
           WRITE LIST-RECORD FROM CRL-BLANK-LINE
           MOVE "CUSTOMERS LISTED"           TO CRL-CTL-LABEL
           MOVE CRL-CUSTOMERS-LISTED         TO CRL-CTL-COUNT
           WRITE LIST-RECORD FROM CRL-COUNT-TOTAL-LINE
           MOVE "CUSTOMERS WITH NO ACCOUNTS"  TO CRL-CTL-LABEL
           MOVE CRL-CUSTOMERS-NO-ACCOUNTS    TO CRL-CTL-COUNT
           WRITE LIST-RECORD FROM CRL-COUNT-TOTAL-LINE
           MOVE "OWNER LINKS LISTED"         TO CRL-CTL-LABEL
           MOVE CRL-OWNERS-LISTED            TO CRL-CTL-COUNT
           WRITE LIST-RECORD FROM CRL-COUNT-TOTAL-LINE
           MOVE "JOINT OWNER LINKS"          TO CRL-CTL-LABEL
           MOVE CRL-JOINT-OWNERS-LISTED      TO CRL-CTL-COUNT
           WRITE LIST-RECORD FROM CRL-COUNT-TOTAL-LINE
           MOVE "LINKS TO MISSING ACCOUNTS"  TO CRL-CTL-LABEL
           MOVE CRL-OWNERS-NOT-ON-MASTER     TO CRL-CTL-COUNT
           WRITE LIST-RECORD FROM CRL-COUNT-TOTAL-LINE
           MOVE "HOLDINGS LISTED"            TO CRL-ATL-LABEL
           MOVE CRL-HOLDINGS-TOTAL           TO CRL-ATL-AMOUNT
           WRITE LIST-RECORD FROM CRL-AMOUNT-TOTAL-LINE

           IF WS-SELECT-CUST-ID = SPACES
               MOVE "ACCOUNTS ON MASTER"     TO CRL-CTL-LABEL
               MOVE CRL-ACCOUNTS-ON-MASTER   TO CRL-CTL-COUNT
               WRITE LIST-RECORD FROM CRL-COUNT-TOTAL-LINE
               MOVE "ACCOUNTS WITH NO CUSTOMER" TO CRL-CTL-LABEL
               MOVE CRL-ACCOUNTS-UNOWNED     TO CRL-CTL-COUNT
               WRITE LIST-RECORD FROM CRL-COUNT-TOTAL-LINE
               MOVE "BALANCE ON MASTER"      TO CRL-ATL-LABEL
               MOVE CRL-BOOK-TOTAL           TO CRL-ATL-AMOUNT
               WRITE LIST-RECORD FROM CRL-AMOUNT-TOTAL-LINE
               MOVE "BALANCE WITH NO CUSTOMER" TO CRL-ATL-LABEL
               MOVE CRL-UNOWNED-TOTAL        TO CRL-ATL-AMOUNT
               WRITE LIST-RECORD FROM CRL-AMOUNT-TOTAL-LINE
           END-IF
           .
