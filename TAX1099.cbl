       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX1099.

       *> ------------------------------------------------------------
       *> AUTHOR: Naude Vlok
       *> COURSE: CIS352 Intro to Enterprise Computing
       *> PURPOSE:
       *>   Year-end 1099-INT reporting off the INTYTD interest-paid
       *>   accumulators SAVPOST1 maintains through the posting
       *>   cycle and MATPROC1 adds maturity interest to. Walks
       *>   CUSTMST in customer order and, for each customer, totals
       *>   the year's interest paid and backup withholding on every
       *>   account the customer is primary owner of on ACCTREL - the
       *>   owner the interest is reported under. A customer paid at
       *>   least the PARM reporting threshold, or with any
       *>   withholding taken, is filed on the IRSOUT extract in the
       *>   regulator's fixed 750-byte transmitter/payer/payee/
       *>   end-of-payer/end-of-transmission layout; one under the
       *>   threshold is flagged on the TAXLIST recipient listing
       *>   and not filed. Accounts with interest but no primary
       *>   owner on file are listed as unreported. The year's
       *>   accumulated interest is then reconciled to the interest
       *>   expense SAVPOST1 and MATPROC1 sent to the general ledger
       *>   for the year, and the withholding to the withholding
       *>   SAVPOST1 sent; a difference sets RETURN-CODE 4.
       *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-FILE ASSIGN TO "INTYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-KEY
               FILE STATUS IS FS-YTD-FILE.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-CUST-ID
               FILE STATUS IS FS-CUSTOMER-FILE.

           SELECT RELATIONSHIP-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-ACCT-ID WITH DUPLICATES
               FILE STATUS IS FS-RELATIONSHIP-FILE.

           SELECT PAYER-FILE ASSIGN TO "PAYERID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PAYER-FILE.

           SELECT EXTRACT-FILE ASSIGN TO "IRSOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EXTRACT-FILE.

           SELECT LIST-FILE ASSIGN TO "TAXLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LIST-FILE.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUN-LOG-FILE.

       DATA DIVISION.
       FILE SECTION.

       *> Interest-paid year-to-date accumulators SAVPOST1 and
       *> MATPROC1 keep, read by key for each owned account and
       *> swept for the year to reconcile to the ledger.
       FD  YTD-FILE.
       COPY INTYTD.

       *> Keyed customer file maintained by CUSTMNT1: the recipient's
       *> name, address, and tax id the return is filed under.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       *> Keyed customer-to-account relationships: read forward on
       *> the customer key for the accounts a customer owns, and on
       *> the alternate account key for an account's primary owner.
       FD  RELATIONSHIP-FILE.
       COPY ACCTREL.

       *> One control card naming the bank as payer and transmitter:
       *> its tax id, name control, transmitter control code, name,
       *> address, and the contact the regulator calls about the
       *> file.
       FD  PAYER-FILE
           RECORDING MODE IS F.
       01  PAYER-RECORD.
           05  PYR-TIN                    PIC X(9).
           05  PYR-NAME-CONTROL           PIC X(4).
           05  PYR-TCC                    PIC X(5).
           05  PYR-NAME                   PIC X(40).
           05  PYR-NAME-2                 PIC X(40).
           05  PYR-ADDRESS                PIC X(40).
           05  PYR-CITY                   PIC X(40).
           05  PYR-STATE                  PIC X(2).
           05  PYR-ZIP                    PIC X(9).
           05  PYR-PHONE                  PIC X(15).
           05  PYR-CONTACT-NAME           PIC X(40).
           05  FILLER                     PIC X(6).

       *> The 1099-INT information return file in the regulator's
       *> fixed 750-byte layout, each record built in WORKING-
       *> STORAGE and written from its record-type layout.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD                 PIC X(750).

       *> Spooled recipient listing, reconciliation at the end
       FD  LIST-FILE
           RECORDING MODE IS F.
       01  LIST-RECORD                    PIC X(132).

       *> Shared run log appended to at end of run, one completion
       *> record per program per run, reported by CYCSTAT1.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       *> File status codes, checked at OPEN so a missing input
       *> stops the run cleanly.
       01  FILE-STATUS-CODES.
           05  FS-YTD-FILE                PIC XX VALUE "00".
           05  FS-CUSTOMER-FILE           PIC XX VALUE "00".
           05  FS-RELATIONSHIP-FILE       PIC XX VALUE "00".
           05  FS-PAYER-FILE              PIC XX VALUE "00".
           05  FS-EXTRACT-FILE            PIC XX VALUE "00".
           05  FS-LIST-FILE               PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE            PIC XX VALUE "00".

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE                PIC 9(8) VALUE 0.
           05  WS-RUN-TIME                PIC 9(8) VALUE 0.

       *> Tax year reported, reporting threshold, and test-file
       *> switch, applied from the PARM card. The year defaults to
       *> the one before the run date - the run is made in January -
       *> and the threshold to the regulator's $10.00.
       01  WS-RUN-PARAMETER-VALUES.
           05  WS-TAX-YEAR                PIC 9(4) VALUE 0.
           05  WS-REPORTING-THRESHOLD     PIC 9(5)V99 VALUE 10.00.
           05  WS-TEST-FILE-SWITCH        PIC X VALUE "N".
               88  TEST-FILE                    VALUE "Y".

       *> Run counts and dollars for the listing and the ledger
       *> reconciliation
       01  TXT-RUN-TOTALS.
           05  TXT-CUSTOMERS-READ         PIC 9(7)     VALUE 0.
           05  TXT-RECIPIENTS-FILED       PIC 9(7)     VALUE 0.
           05  TXT-RECIPIENTS-NO-TIN      PIC 9(7)     VALUE 0.
           05  TXT-UNDER-THRESHOLD        PIC 9(7)     VALUE 0.
           05  TXT-INTEREST-FILED         PIC 9(11)V99 VALUE 0.
           05  TXT-WITHHELD-FILED         PIC 9(11)V99 VALUE 0.
           05  TXT-INTEREST-UNDER         PIC 9(11)V99 VALUE 0.
           05  TXT-ACCUMULATORS-READ      PIC 9(7)     VALUE 0.
           05  TXT-INTEREST-ACCUMULATED   PIC 9(11)V99 VALUE 0.
           05  TXT-WITHHELD-ACCUMULATED   PIC 9(11)V99 VALUE 0.
           05  TXT-ACCOUNTS-UNREPORTED    PIC 9(7)     VALUE 0.
           05  TXT-INTEREST-UNREPORTED    PIC 9(11)V99 VALUE 0.
           05  TXT-WITHHELD-UNREPORTED    PIC 9(11)V99 VALUE 0.
           05  TXT-LEDGER-INTEREST        PIC 9(11)V99 VALUE 0.
           05  TXT-LEDGER-WITHHELD        PIC 9(11)V99 VALUE 0.
           05  TXT-LEDGER-RUNS            PIC 9(5)     VALUE 0.
           05  TXT-INTEREST-DIFFERENCE    PIC S9(11)V99 VALUE 0.
           05  TXT-WITHHELD-DIFFERENCE    PIC S9(11)V99 VALUE 0.
           05  TXT-BALANCE-SWITCH         PIC X        VALUE "Y".
               88  TXT-IN-BALANCE               VALUE "Y".
               88  TXT-OUT-OF-BALANCE           VALUE "N".
           05  TXT-LEDGER-SWITCH          PIC X        VALUE "N".
               88  TXT-LEDGER-CONTROL-FOUND     VALUE "Y".

       *> The customer in hand: the interest and withholding on
       *> every account they are primary owner of, and the accounts
       *> themselves, held until the customer's totals are known so
       *> the recipient line lists ahead of its accounts.
       01  CUSTOMER-TOTAL-VALUES.
           05  TXC-INTEREST-TOTAL         PIC 9(11)V99 VALUE 0.
           05  TXC-WITHHELD-TOTAL         PIC 9(11)V99 VALUE 0.
           05  TXC-FILE-SWITCH            PIC X VALUE "N".
               88  TXC-FILED                    VALUE "Y".
               88  TXC-NOT-FILED                VALUE "N".

       01  ACCOUNT-TABLE-VALUES.
           05  WS-ACC-MAX                 PIC 9(3) VALUE 100.
           05  WS-ACC-COUNT               PIC 9(3) VALUE 0.
           05  WS-ACC-INDEX               PIC 9(3) VALUE 0.
           05  ACC-ENTRY OCCURS 100 TIMES.
               10  ACC-ACCT-ID                PIC X(10).
               10  ACC-BRANCH-CODE            PIC X(3).
               10  ACC-PRODUCT-CODE           PIC X(4).
               10  ACC-POSTING-COUNT          PIC 9(5).
               10  ACC-INTEREST-PAID          PIC 9(9)V99.
               10  ACC-WITHHELD               PIC 9(9)V99.

       *> Relationship scan work: the customer whose accounts are
       *> being walked, and the primary owner found for an account.
       01  OWNER-WORK-VALUES.
           05  WS-SCAN-CUST-ID            PIC X(10) VALUE SPACES.
           05  WS-OWNER-CUST-ID           PIC X(10) VALUE SPACES.
           05  WS-REL-SCAN-SWITCH         PIC X VALUE "N".
               88  REL-SCAN-DONE                VALUE "Y".
           05  WS-UNREPORTED-REASON       PIC X(30) VALUE SPACES.

       *> Extract control: the record sequence number every record
       *> carries, and the payee count and amount totals the
       *> end-of-payer and end-of-transmission records report.
       01  EXTRACT-CONTROL-VALUES.
           05  WS-SEQUENCE-NUMBER         PIC 9(8) VALUE 0.
           05  WS-PAYEE-COUNT             PIC 9(8) VALUE 0.
           05  WS-AMOUNT-INDEX            PIC 99   VALUE 0.

       *> End-of-file switches for the customer and accumulator
       *> sweeps
       01  WS-FILE-STATUS-VALUES.
           05  WS-END-OF-CUSTOMER-FILE    PIC X VALUE "N".
               88  END-OF-CUSTOMER-FILE         VALUE "Y".
           05  WS-END-OF-YTD-FILE         PIC X VALUE "N".
               88  END-OF-YTD-FILE              VALUE "Y".

       *> Transmitter record: who is sending the file, written first
       *> as a placeholder and rewritten at the end with the total
       *> payee count once it is known.
       01  IRS-T-RECORD.
           05  IRT-RECORD-TYPE            PIC X      VALUE "T".
           05  IRT-PAYMENT-YEAR           PIC 9(4)   VALUE 0.
           05  IRT-PRIOR-YEAR-IND         PIC X      VALUE SPACE.
           05  IRT-TRANSMITTER-TIN        PIC X(9)   VALUE SPACES.
           05  IRT-TCC                    PIC X(5)   VALUE SPACES.
           05  FILLER                     PIC X(7)   VALUE SPACES.
           05  IRT-TEST-FILE-IND          PIC X      VALUE SPACE.
           05  IRT-FOREIGN-ENTITY-IND     PIC X      VALUE SPACE.
           05  IRT-TRANSMITTER-NAME       PIC X(40)  VALUE SPACES.
           05  IRT-TRANSMITTER-NAME-2     PIC X(40)  VALUE SPACES.
           05  IRT-COMPANY-NAME           PIC X(40)  VALUE SPACES.
           05  IRT-COMPANY-NAME-2         PIC X(40)  VALUE SPACES.
           05  IRT-COMPANY-ADDRESS        PIC X(40)  VALUE SPACES.
           05  IRT-COMPANY-CITY           PIC X(40)  VALUE SPACES.
           05  IRT-COMPANY-STATE          PIC X(2)   VALUE SPACES.
           05  IRT-COMPANY-ZIP            PIC X(9)   VALUE SPACES.
           05  FILLER                     PIC X(15)  VALUE SPACES.
           05  IRT-TOTAL-PAYEES           PIC 9(8)   VALUE 0.
           05  IRT-CONTACT-NAME           PIC X(40)  VALUE SPACES.
           05  IRT-CONTACT-PHONE          PIC X(15)  VALUE SPACES.
           05  IRT-CONTACT-EMAIL          PIC X(50)  VALUE SPACES.
           05  FILLER                     PIC X(91)  VALUE SPACES.
           05  IRT-SEQUENCE-NUMBER        PIC 9(8)   VALUE 0.
           05  FILLER                     PIC X(10)  VALUE SPACES.
           05  IRT-VENDOR-IND             PIC X      VALUE "I".
           05  FILLER                     PIC X(232) VALUE SPACES.

       *> Payer record: the bank as payer of the interest, type of
       *> return 6 (1099-INT), amount codes 1 (interest income) and
       *> 4 (federal income tax withheld).
       01  IRS-A-RECORD.
           05  IRA-RECORD-TYPE            PIC X      VALUE "A".
           05  IRA-PAYMENT-YEAR           PIC 9(4)   VALUE 0.
           05  IRA-COMBINED-FED-STATE     PIC X      VALUE SPACE.
           05  FILLER                     PIC X(5)   VALUE SPACES.
           05  IRA-PAYER-TIN              PIC X(9)   VALUE SPACES.
           05  IRA-PAYER-NAME-CONTROL     PIC X(4)   VALUE SPACES.
           05  IRA-LAST-FILING-IND        PIC X      VALUE SPACE.
           05  IRA-TYPE-OF-RETURN         PIC X(2)   VALUE "6".
           05  IRA-AMOUNT-CODES           PIC X(18)  VALUE "14".
           05  FILLER                     PIC X(6)   VALUE SPACES.
           05  IRA-FOREIGN-ENTITY-IND     PIC X      VALUE SPACE.
           05  IRA-PAYER-NAME             PIC X(40)  VALUE SPACES.
           05  IRA-PAYER-NAME-2           PIC X(40)  VALUE SPACES.
           05  IRA-TRANSFER-AGENT-IND     PIC X      VALUE "0".
           05  IRA-PAYER-ADDRESS          PIC X(40)  VALUE SPACES.
           05  IRA-PAYER-CITY             PIC X(40)  VALUE SPACES.
           05  IRA-PAYER-STATE            PIC X(2)   VALUE SPACES.
           05  IRA-PAYER-ZIP              PIC X(9)   VALUE SPACES.
           05  IRA-PAYER-PHONE            PIC X(15)  VALUE SPACES.
           05  FILLER                     PIC X(260) VALUE SPACES.
           05  IRA-SEQUENCE-NUMBER        PIC 9(8)   VALUE 0.
           05  FILLER                     PIC X(243) VALUE SPACES.

       *> Payee record: one per recipient filed. Payment amount 1
       *> carries the interest paid, amount 4 the backup withholding.
       01  IRS-B-RECORD.
           05  IRB-RECORD-TYPE            PIC X      VALUE "B".
           05  IRB-PAYMENT-YEAR           PIC 9(4)   VALUE 0.
           05  IRB-CORRECTED-IND          PIC X      VALUE SPACE.
           05  IRB-NAME-CONTROL           PIC X(4)   VALUE SPACES.
           05  IRB-TYPE-OF-TIN            PIC X      VALUE SPACE.
           05  IRB-PAYEE-TIN              PIC X(9)   VALUE SPACES.
           05  IRB-PAYEE-ACCOUNT          PIC X(20)  VALUE SPACES.
           05  IRB-OFFICE-CODE            PIC X(4)   VALUE SPACES.
           05  FILLER                     PIC X(10)  VALUE SPACES.
           05  IRB-PAYMENT-AMOUNT         PIC 9(10)V99
                                          OCCURS 16 TIMES.
           05  IRB-FOREIGN-COUNTRY-IND    PIC X      VALUE SPACE.
           05  IRB-PAYEE-NAME             PIC X(40)  VALUE SPACES.
           05  IRB-PAYEE-NAME-2           PIC X(40)  VALUE SPACES.
           05  IRB-PAYEE-ADDRESS          PIC X(40)  VALUE SPACES.
           05  FILLER                     PIC X(40)  VALUE SPACES.
           05  IRB-PAYEE-CITY             PIC X(40)  VALUE SPACES.
           05  IRB-PAYEE-STATE            PIC X(2)   VALUE SPACES.
           05  IRB-PAYEE-ZIP              PIC X(9)   VALUE SPACES.
           05  FILLER                     PIC X(41)  VALUE SPACES.
           05  IRB-SEQUENCE-NUMBER        PIC 9(8)   VALUE 0.
           05  FILLER                     PIC X(36)  VALUE SPACES.
           05  IRB-SECOND-TIN-NOTICE      PIC X      VALUE SPACE.
           05  FILLER                     PIC X(2)   VALUE SPACES.
           05  FILLER                     PIC X(204) VALUE SPACES.

       *> End-of-payer record: the payee count and the control total
       *> of each payment amount across the payer's payee records.
       01  IRS-C-RECORD.
           05  IRC-RECORD-TYPE            PIC X      VALUE "C".
           05  IRC-NUMBER-OF-PAYEES       PIC 9(8)   VALUE 0.
           05  FILLER                     PIC X(6)   VALUE SPACES.
           05  IRC-CONTROL-TOTAL          PIC 9(16)V99
                                          OCCURS 16 TIMES.
           05  FILLER                     PIC X(196) VALUE SPACES.
           05  IRC-SEQUENCE-NUMBER        PIC 9(8)   VALUE 0.
           05  FILLER                     PIC X(243) VALUE SPACES.

       *> End-of-transmission record: payer and payee counts for the
       *> whole file.
       01  IRS-F-RECORD.
           05  IRF-RECORD-TYPE            PIC X      VALUE "F".
           05  IRF-NUMBER-OF-A-RECORDS    PIC 9(8)   VALUE 0.
           05  FILLER                     PIC X(21)  VALUE ALL "0".
           05  FILLER                     PIC X(19)  VALUE SPACES.
           05  IRF-TOTAL-PAYEES           PIC 9(8)   VALUE 0.
           05  FILLER                     PIC X(442) VALUE SPACES.
           05  IRF-SEQUENCE-NUMBER        PIC 9(8)   VALUE 0.
           05  FILLER                     PIC X(243) VALUE SPACES.

       *> Listing line layouts, built up in WORKING-STORAGE and moved
       *> to LIST-RECORD before each WRITE.
       01  TXL-HEADING-LINE-1.
           05  FILLER                     PIC X(45) VALUE SPACES.
           05  FILLER                     PIC X(42)
               VALUE "TAX1099 - 1099-INT RECIPIENT LISTING".
           05  FILLER                     PIC X(45) VALUE SPACES.

       01  TXL-HEADING-LINE-2.
           05  FILLER                     PIC X(9)  VALUE "TAX YEAR ".
           05  TXL-HDG-TAX-YEAR           PIC 9(4).
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  FILLER                     PIC X(9)  VALUE "RUN DATE ".
           05  TXL-HDG-RUN-DATE           PIC 9(8).
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "THRESHOLD ".
           05  TXL-HDG-THRESHOLD          PIC $$,$$9.99.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TXL-HDG-TEST-TEXT          PIC X(20) VALUE SPACES.
           05  FILLER                     PIC X(51) VALUE SPACES.

       01  TXL-COLUMN-LINE.
           05  FILLER                     PIC X(12) VALUE "CUSTOMER".
           05  FILLER                     PIC X(32) VALUE "NAME".
           05  FILLER                     PIC X(11) VALUE "TAX ID".
           05  FILLER                     PIC X(8)  VALUE " ACCTS".
           05  FILLER                     PIC X(16) VALUE " INTEREST PAID".
           05  FILLER                     PIC X(16) VALUE "      WITHHELD".
           05  FILLER                     PIC X(37) VALUE "STATUS".

       01  TXL-RECIPIENT-LINE.
           05  TXL-RCP-CUST-ID            PIC X(10).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  TXL-RCP-NAME               PIC X(30).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  TXL-RCP-TAX-ID             PIC X(9).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  TXL-RCP-ACCOUNTS           PIC ZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  TXL-RCP-INTEREST           PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  TXL-RCP-WITHHELD           PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  TXL-RCP-STATUS             PIC X(30).
           05  FILLER                     PIC X(7)  VALUE SPACES.

       01  TXL-ACCOUNT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  FILLER                     PIC X(8)  VALUE "ACCOUNT ".
           05  TXL-ACC-ACCT-ID            PIC X(10).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  FILLER                     PIC X(7)  VALUE "BRANCH ".
           05  TXL-ACC-BRANCH             PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  FILLER                     PIC X(8)  VALUE "PRODUCT ".
           05  TXL-ACC-PRODUCT            PIC X(4).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  FILLER                     PIC X(9)  VALUE "POSTINGS ".
           05  TXL-ACC-POSTINGS           PIC ZZ9.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  TXL-ACC-INTEREST           PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  TXL-ACC-WITHHELD           PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(39) VALUE SPACES.

       01  TXL-UNREPORTED-LINE.
           05  TXL-UNR-ACCT-ID            PIC X(10).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  FILLER                     PIC X(7)  VALUE "BRANCH ".
           05  TXL-UNR-BRANCH             PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  FILLER                     PIC X(8)  VALUE "PRODUCT ".
           05  TXL-UNR-PRODUCT            PIC X(4).
           05  FILLER                     PIC X(27) VALUE SPACES.
           05  TXL-UNR-INTEREST           PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  TXL-UNR-WITHHELD           PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  TXL-UNR-REASON             PIC X(30).
           05  FILLER                     PIC X(7)  VALUE SPACES.

       01  TXL-SECTION-LINE.
           05  TXL-SECTION-TEXT           PIC X(60).
           05  FILLER                     PIC X(72) VALUE SPACES.

       01  TXL-COUNT-TOTAL-LINE.
           05  TXL-CTL-LABEL              PIC X(30).
           05  TXL-CTL-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(93) VALUE SPACES.

       01  TXL-AMOUNT-TOTAL-LINE.
           05  TXL-ATL-LABEL              PIC X(30).
           05  TXL-ATL-AMOUNT             PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                     PIC X(84) VALUE SPACES.

       01  TXL-DIFFERENCE-LINE.
           05  TXL-DFL-LABEL              PIC X(30).
           05  TXL-DFL-AMOUNT             PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                     PIC X(83) VALUE SPACES.

       01  TXL-BLANK-LINE                 PIC X(132) VALUE SPACES.

       *> Run-control card read off this run's command line: the tax
       *> year reported, the reporting threshold in dollars and
       *> cents (seven digits, cents implied), and "T" to mark the
       *> extract a test file. Blank fields take their defaults.
       01  WS-RUN-PARM-RAW                PIC X(82) VALUE SPACES.
       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM-RAW.
           05  PARM-TAX-YEAR              PIC 9(4).
           05  PARM-THRESHOLD             PIC 9(5)V99.
           05  PARM-TEST-INDICATOR        PIC X.
           05  FILLER                     PIC X(70).

       PROCEDURE DIVISION.

       *> Main control paragraph
       000-REPORT-INTEREST-PAID.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 005-APPLY-RUN-PARAMETERS
           PERFORM 010-LOAD-PAYER-CARD
           PERFORM 015-OPEN-INPUT-FILES

           OPEN OUTPUT LIST-FILE
           IF FS-LIST-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING LISTING - STATUS "
                   FS-LIST-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 145-WRITE-LISTING-HEADINGS
           PERFORM 020-START-EXTRACT

           PERFORM UNTIL END-OF-CUSTOMER-FILE
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       SET END-OF-CUSTOMER-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO TXT-CUSTOMERS-READ
                       PERFORM 030-REPORT-ONE-CUSTOMER
               END-READ
           END-PERFORM

           PERFORM 060-LIST-UNREPORTED-INTEREST
           PERFORM 070-FINISH-EXTRACT
           PERFORM 080-RECONCILE-TO-LEDGER
           PERFORM 160-WRITE-LISTING-TOTALS

           CLOSE YTD-FILE
           CLOSE CUSTOMER-FILE
           CLOSE RELATIONSHIP-FILE
           CLOSE LIST-FILE

           DISPLAY "--------------------------------------------"
           DISPLAY "TAX1099 - 1099-INT Reporting, Tax Year " WS-TAX-YEAR
           DISPLAY "Customers Read:       " TXT-CUSTOMERS-READ
           DISPLAY "Recipients Filed:     " TXT-RECIPIENTS-FILED
           DISPLAY "Under Threshold:      " TXT-UNDER-THRESHOLD
           DISPLAY "Accounts Unreported:  " TXT-ACCOUNTS-UNREPORTED
           DISPLAY "Interest Filed:       " TXT-INTEREST-FILED
           DISPLAY "Withholding Filed:    " TXT-WITHHELD-FILED
           DISPLAY "Interest Accumulated: " TXT-INTEREST-ACCUMULATED
           DISPLAY "Ledger Int Expense:   " TXT-LEDGER-INTEREST
           IF TXT-OUT-OF-BALANCE
               DISPLAY "*** REPORTED INTEREST DOES NOT AGREE TO THE"
                   " LEDGER - REVIEW BEFORE FILING ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Reported interest agrees to the ledger"
           END-IF
           DISPLAY "--------------------------------------------"

           PERFORM 900-WRITE-RUN-LOG

           STOP RUN
           .

       *> Appends this run's completion record to the shared run log
       *> CYCSTAT1 reports the cycle's health from. A year whose
       *> reported interest didn't agree to the ledger logs itself
       *> out of balance.
       900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF FS-RUN-LOG-FILE NOT = "00" AND FS-RUN-LOG-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING RUN LOG - STATUS "
                   FS-RUN-LOG-FILE " ***"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "TAX1099"             TO RLG-PROGRAM-ID
               MOVE WS-RUN-DATE           TO RLG-RUN-DATE
               MOVE WS-RUN-TIME           TO RLG-RUN-TIME
               MOVE TXT-ACCUMULATORS-READ TO RLG-RECORDS-READ
               MOVE TXT-RECIPIENTS-FILED  TO RLG-RECORDS-PROCESSED
               COMPUTE RLG-RECORDS-REJECTED =
                   TXT-UNDER-THRESHOLD + TXT-ACCOUNTS-UNREPORTED
               MOVE TXT-INTEREST-FILED    TO RLG-DOLLAR-TOTAL
               MOVE RETURN-CODE           TO RLG-RETURN-CODE
               IF TXT-OUT-OF-BALANCE
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

       *> Applies the PARM card's tax year, threshold, and test-file
       *> indicator. No PARM at all reports last year's interest at
       *> the regulator's threshold to a production file.
       005-APPLY-RUN-PARAMETERS.
           ACCEPT WS-RUN-PARM-RAW FROM COMMAND-LINE

           COMPUTE WS-TAX-YEAR = WS-RUN-DATE / 10000 - 1

           IF WS-RUN-PARM-RAW NOT = SPACES
               IF PARM-TAX-YEAR IS NUMERIC AND PARM-TAX-YEAR > 0
                   MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
               END-IF
               IF PARM-THRESHOLD IS NUMERIC AND PARM-THRESHOLD > 0
                   MOVE PARM-THRESHOLD TO WS-REPORTING-THRESHOLD
               END-IF
               IF PARM-TEST-INDICATOR = "T"
                   SET TEST-FILE TO TRUE
               END-IF
           END-IF
           .

       *> Reads the payer control card. A file with no payer tax id,
       *> transmitter control code, or name would be refused by the
       *> regulator, so a missing or incomplete card stops the run.
       010-LOAD-PAYER-CARD.
           OPEN INPUT PAYER-FILE
           IF FS-PAYER-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING PAYER CARD - STATUS "
                   FS-PAYER-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ PAYER-FILE
               AT END
                   DISPLAY "*** PAYER CARD IS EMPTY - RUN STOPPED ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PAYER-FILE

           IF PYR-TIN NOT NUMERIC
                   OR PYR-TCC = SPACES
                   OR PYR-NAME = SPACES
               DISPLAY "*** PAYER CARD NEEDS A NINE-DIGIT TIN, A"
                   " TRANSMITTER CODE, AND A NAME - RUN STOPPED ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       *> Opens the accumulators and the customer files. Year-end
       *> reporting can't run without any of them.
       015-OPEN-INPUT-FILES.
           OPEN INPUT YTD-FILE
           IF FS-YTD-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING INTEREST YTD FILE - STATUS "
                   FS-YTD-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

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
           .

       *> Opens the extract and writes its first two records: the
       *> transmitter record as a placeholder - its payee count is
       *> rewritten at end of run, once known - and the payer
       *> record.
       020-START-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE
           IF FS-EXTRACT-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING EXTRACT - STATUS "
                   FS-EXTRACT-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-TAX-YEAR      TO IRT-PAYMENT-YEAR
           MOVE PYR-TIN          TO IRT-TRANSMITTER-TIN
           MOVE PYR-TCC          TO IRT-TCC
           IF TEST-FILE
               MOVE "T" TO IRT-TEST-FILE-IND
           END-IF
           MOVE PYR-NAME         TO IRT-TRANSMITTER-NAME
           MOVE PYR-NAME-2       TO IRT-TRANSMITTER-NAME-2
           MOVE PYR-NAME         TO IRT-COMPANY-NAME
           MOVE PYR-NAME-2       TO IRT-COMPANY-NAME-2
           MOVE PYR-ADDRESS      TO IRT-COMPANY-ADDRESS
           MOVE PYR-CITY         TO IRT-COMPANY-CITY
           MOVE PYR-STATE        TO IRT-COMPANY-STATE
           MOVE PYR-ZIP          TO IRT-COMPANY-ZIP
           MOVE PYR-CONTACT-NAME TO IRT-CONTACT-NAME
           MOVE PYR-PHONE        TO IRT-CONTACT-PHONE
           ADD 1 TO WS-SEQUENCE-NUMBER
           MOVE WS-SEQUENCE-NUMBER TO IRT-SEQUENCE-NUMBER
           WRITE EXTRACT-RECORD FROM IRS-T-RECORD

           MOVE WS-TAX-YEAR      TO IRA-PAYMENT-YEAR
           MOVE PYR-TIN          TO IRA-PAYER-TIN
           MOVE PYR-NAME-CONTROL TO IRA-PAYER-NAME-CONTROL
           MOVE PYR-NAME         TO IRA-PAYER-NAME
           MOVE PYR-NAME-2       TO IRA-PAYER-NAME-2
           MOVE PYR-ADDRESS      TO IRA-PAYER-ADDRESS
           MOVE PYR-CITY         TO IRA-PAYER-CITY
           MOVE PYR-STATE        TO IRA-PAYER-STATE
           MOVE PYR-ZIP          TO IRA-PAYER-ZIP
           MOVE PYR-PHONE        TO IRA-PAYER-PHONE
           ADD 1 TO WS-SEQUENCE-NUMBER
           MOVE WS-SEQUENCE-NUMBER TO IRA-SEQUENCE-NUMBER
           WRITE EXTRACT-RECORD FROM IRS-A-RECORD
           IF FS-EXTRACT-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING EXTRACT - STATUS "
                   FS-EXTRACT-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-AMOUNT-INDEX FROM 1 BY 1
                   UNTIL WS-AMOUNT-INDEX > 16
               MOVE 0 TO IRC-CONTROL-TOTAL (WS-AMOUNT-INDEX)
           END-PERFORM
           .

       *> Totals the customer in hand's interest and withholding for
       *> the year across every account they are primary owner of,
       *> walking their relationships forward on the customer key.
       *> A customer with no such interest isn't a recipient at all.
       030-REPORT-ONE-CUSTOMER.
           MOVE 0   TO TXC-INTEREST-TOTAL
           MOVE 0   TO TXC-WITHHELD-TOTAL
           MOVE 0   TO WS-ACC-COUNT
           MOVE "N" TO WS-REL-SCAN-SWITCH
           MOVE CUS-CUST-ID TO WS-SCAN-CUST-ID

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
                       IF REL-CUST-ID NOT = WS-SCAN-CUST-ID
                           SET REL-SCAN-DONE TO TRUE
                       ELSE
                           IF REL-IS-PRIMARY-OWNER
                               PERFORM 035-PICK-UP-ACCOUNT-INTEREST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ACC-COUNT > 0
               PERFORM 040-FILE-ONE-RECIPIENT
           END-IF
           .

       *> Picks up the year's accumulator for an account the customer
       *> is primary owner of. An account that posted no interest in
       *> the year has no accumulator and is passed over.
       035-PICK-UP-ACCOUNT-INTEREST.
           MOVE WS-TAX-YEAR TO YTD-TAX-YEAR
           MOVE REL-ACCT-ID TO YTD-ACCT-ID
           READ YTD-FILE
               INVALID KEY
                   MOVE SPACE TO YTD-REC-TYPE
           END-READ

           IF YTD-IS-ACCOUNT
               IF WS-ACC-COUNT = WS-ACC-MAX
                   DISPLAY "*** MORE THAN " WS-ACC-MAX
                       " ACCOUNTS FOR CUSTOMER " WS-SCAN-CUST-ID
                       " - RUN STOPPED ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACC-COUNT
               MOVE YTD-ACCT-ID       TO ACC-ACCT-ID (WS-ACC-COUNT)
               MOVE YTD-BRANCH-CODE   TO ACC-BRANCH-CODE (WS-ACC-COUNT)
               MOVE YTD-PRODUCT-CODE  TO ACC-PRODUCT-CODE (WS-ACC-COUNT)
               MOVE YTD-POSTING-COUNT TO ACC-POSTING-COUNT (WS-ACC-COUNT)
               MOVE YTD-INTEREST-PAID TO ACC-INTEREST-PAID (WS-ACC-COUNT)
               MOVE YTD-WITHHELD      TO ACC-WITHHELD (WS-ACC-COUNT)
               ADD YTD-INTEREST-PAID  TO TXC-INTEREST-TOTAL
               ADD YTD-WITHHELD       TO TXC-WITHHELD-TOTAL
           END-IF
           .

       *> Decides whether the customer is filed - paid at least the
       *> threshold, or withheld from at all, since withholding is
       *> always reported - lists them with their accounts, and
       *> writes their payee record when filed.
       040-FILE-ONE-RECIPIENT.
           IF TXC-INTEREST-TOTAL NOT < WS-REPORTING-THRESHOLD
                   OR TXC-WITHHELD-TOTAL > 0
               SET TXC-FILED TO TRUE
           ELSE
               SET TXC-NOT-FILED TO TRUE
           END-IF

           MOVE CUS-CUST-ID        TO TXL-RCP-CUST-ID
           MOVE CUS-NAME           TO TXL-RCP-NAME
           IF CUS-TAX-ID = SPACES
               MOVE SPACES TO TXL-RCP-TAX-ID
           ELSE
               MOVE "*****"          TO TXL-RCP-TAX-ID
               MOVE CUS-TAX-ID (6:4) TO TXL-RCP-TAX-ID (6:4)
           END-IF
           MOVE WS-ACC-COUNT       TO TXL-RCP-ACCOUNTS
           MOVE TXC-INTEREST-TOTAL TO TXL-RCP-INTEREST
           MOVE TXC-WITHHELD-TOTAL TO TXL-RCP-WITHHELD

           EVALUATE TRUE
               WHEN TXC-NOT-FILED
                   MOVE "UNDER THRESHOLD - NOT FILED" TO TXL-RCP-STATUS
                   ADD 1 TO TXT-UNDER-THRESHOLD
                   ADD TXC-INTEREST-TOTAL TO TXT-INTEREST-UNDER
               WHEN CUS-TAX-ID = SPACES
                   MOVE "FILED - NO TAX ID ON FILE" TO TXL-RCP-STATUS
                   ADD 1 TO TXT-RECIPIENTS-NO-TIN
               WHEN TXC-WITHHELD-TOTAL > 0
                   MOVE "FILED - BACKUP WITHHOLDING" TO TXL-RCP-STATUS
               WHEN OTHER
                   MOVE "FILED" TO TXL-RCP-STATUS
           END-EVALUATE
           WRITE LIST-RECORD FROM TXL-RECIPIENT-LINE

           PERFORM VARYING WS-ACC-INDEX FROM 1 BY 1
                   UNTIL WS-ACC-INDEX > WS-ACC-COUNT
               MOVE ACC-ACCT-ID (WS-ACC-INDEX)       TO TXL-ACC-ACCT-ID
               MOVE ACC-BRANCH-CODE (WS-ACC-INDEX)   TO TXL-ACC-BRANCH
               MOVE ACC-PRODUCT-CODE (WS-ACC-INDEX)  TO TXL-ACC-PRODUCT
               MOVE ACC-POSTING-COUNT (WS-ACC-INDEX) TO TXL-ACC-POSTINGS
               MOVE ACC-INTEREST-PAID (WS-ACC-INDEX) TO TXL-ACC-INTEREST
               MOVE ACC-WITHHELD (WS-ACC-INDEX)      TO TXL-ACC-WITHHELD
               WRITE LIST-RECORD FROM TXL-ACCOUNT-LINE
           END-PERFORM

           IF TXC-FILED
               PERFORM 050-WRITE-PAYEE-RECORD
           END-IF
           .

       *> Writes the filed customer's payee record - interest paid in
       *> payment amount 1, backup withholding in amount 4 - and
       *> rolls both into the end-of-payer control totals.
       050-WRITE-PAYEE-RECORD.
           MOVE WS-TAX-YEAR        TO IRB-PAYMENT-YEAR
           EVALUATE TRUE
               WHEN CUS-TAX-ID = SPACES
                   MOVE SPACE TO IRB-TYPE-OF-TIN
               WHEN CUS-TAX-ID-IS-EIN
                   MOVE "1"   TO IRB-TYPE-OF-TIN
               WHEN OTHER
                   MOVE "2"   TO IRB-TYPE-OF-TIN
           END-EVALUATE
           MOVE CUS-TAX-ID         TO IRB-PAYEE-TIN
           MOVE CUS-CUST-ID        TO IRB-PAYEE-ACCOUNT
           PERFORM VARYING WS-AMOUNT-INDEX FROM 1 BY 1
                   UNTIL WS-AMOUNT-INDEX > 16
               MOVE 0 TO IRB-PAYMENT-AMOUNT (WS-AMOUNT-INDEX)
           END-PERFORM
           MOVE TXC-INTEREST-TOTAL TO IRB-PAYMENT-AMOUNT (1)
           MOVE TXC-WITHHELD-TOTAL TO IRB-PAYMENT-AMOUNT (4)
           MOVE CUS-NAME           TO IRB-PAYEE-NAME
           MOVE SPACES             TO IRB-PAYEE-NAME-2
           MOVE CUS-ADDRESS-LINE-1 TO IRB-PAYEE-ADDRESS
           IF CUS-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUS-ADDRESS-LINE-2 TO IRB-PAYEE-NAME-2
           END-IF
           MOVE CUS-CITY           TO IRB-PAYEE-CITY
           MOVE CUS-STATE          TO IRB-PAYEE-STATE
           MOVE CUS-POSTAL-CODE    TO IRB-PAYEE-ZIP
           ADD 1 TO WS-SEQUENCE-NUMBER
           MOVE WS-SEQUENCE-NUMBER TO IRB-SEQUENCE-NUMBER
           WRITE EXTRACT-RECORD FROM IRS-B-RECORD
           IF FS-EXTRACT-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING EXTRACT - STATUS "
                   FS-EXTRACT-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-PAYEE-COUNT
           ADD 1 TO TXT-RECIPIENTS-FILED
           ADD TXC-INTEREST-TOTAL TO TXT-INTEREST-FILED
           ADD TXC-WITHHELD-TOTAL TO TXT-WITHHELD-FILED
           ADD TXC-INTEREST-TOTAL TO IRC-CONTROL-TOTAL (1)
           ADD TXC-WITHHELD-TOTAL TO IRC-CONTROL-TOTAL (4)
           .

       *> Sweeps the year's accumulators: the ledger control record
       *> gives the year's figures from the ledger side, and every
       *> account's interest rolls into the accumulated total. An
       *> account with no primary owner on file was never reported
       *> under anyone, so it is listed for follow-up.
       060-LIST-UNREPORTED-INTEREST.
           WRITE LIST-RECORD FROM TXL-BLANK-LINE
           MOVE "INTEREST NOT REPORTED - NO PRIMARY OWNER ON FILE"
               TO TXL-SECTION-TEXT
           WRITE LIST-RECORD FROM TXL-SECTION-LINE

           MOVE WS-TAX-YEAR TO YTD-TAX-YEAR
           MOVE LOW-VALUES  TO YTD-ACCT-ID
           START YTD-FILE KEY IS NOT LESS THAN YTD-KEY
               INVALID KEY
                   SET END-OF-YTD-FILE TO TRUE
           END-START

           PERFORM UNTIL END-OF-YTD-FILE
               READ YTD-FILE NEXT RECORD
                   AT END
                       SET END-OF-YTD-FILE TO TRUE
                   NOT AT END
                       IF YTD-TAX-YEAR NOT = WS-TAX-YEAR
                           SET END-OF-YTD-FILE TO TRUE
                       ELSE
                           PERFORM 065-CHECK-ONE-ACCUMULATOR
                       END-IF
               END-READ
           END-PERFORM
           .

       *> Takes the ledger control record's figures, or rolls an
       *> account's interest into the accumulated total and lists it
       *> when no filed-on customer owns it.
       065-CHECK-ONE-ACCUMULATOR.
           IF YTD-IS-LEDGER-CONTROL
               SET TXT-LEDGER-CONTROL-FOUND TO TRUE
               MOVE YTD-GL-INTEREST-EXPENSE TO TXT-LEDGER-INTEREST
               MOVE YTD-GL-WITHHELD         TO TXT-LEDGER-WITHHELD
               MOVE YTD-GL-RUN-COUNT        TO TXT-LEDGER-RUNS
           ELSE
               ADD 1 TO TXT-ACCUMULATORS-READ
               ADD YTD-INTEREST-PAID TO TXT-INTEREST-ACCUMULATED
               ADD YTD-WITHHELD      TO TXT-WITHHELD-ACCUMULATED

               PERFORM 067-FIND-PRIMARY-OWNER
               IF WS-OWNER-CUST-ID = SPACES
                   MOVE "NO PRIMARY OWNER" TO WS-UNREPORTED-REASON
               ELSE
                   MOVE WS-OWNER-CUST-ID TO CUS-CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           MOVE "OWNER NOT ON CUSTOMER FILE"
                               TO WS-UNREPORTED-REASON
                   END-READ
               END-IF

               IF WS-UNREPORTED-REASON NOT = SPACES
                   ADD 1 TO TXT-ACCOUNTS-UNREPORTED
                   ADD YTD-INTEREST-PAID TO TXT-INTEREST-UNREPORTED
                   ADD YTD-WITHHELD      TO TXT-WITHHELD-UNREPORTED
                   MOVE YTD-ACCT-ID          TO TXL-UNR-ACCT-ID
                   MOVE YTD-BRANCH-CODE      TO TXL-UNR-BRANCH
                   MOVE YTD-PRODUCT-CODE     TO TXL-UNR-PRODUCT
                   MOVE YTD-INTEREST-PAID    TO TXL-UNR-INTEREST
                   MOVE YTD-WITHHELD         TO TXL-UNR-WITHHELD
                   MOVE WS-UNREPORTED-REASON TO TXL-UNR-REASON
                   WRITE LIST-RECORD FROM TXL-UNREPORTED-LINE
               END-IF
           END-IF
           .

       *> Finds the account's primary owner on the relationship
       *> file's alternate account key, the same owner SAVPOST1
       *> withholds for and the customer pass reports under.
       067-FIND-PRIMARY-OWNER.
           MOVE SPACES TO WS-OWNER-CUST-ID
           MOVE SPACES TO WS-UNREPORTED-REASON
           MOVE "N"    TO WS-REL-SCAN-SWITCH

           MOVE YTD-ACCT-ID TO REL-ACCT-ID
           START RELATIONSHIP-FILE KEY IS EQUAL TO REL-ACCT-ID
               INVALID KEY
                   SET REL-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL REL-SCAN-DONE
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END
                       SET REL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF REL-ACCT-ID NOT = YTD-ACCT-ID
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

       *> Closes out the extract with the end-of-payer and end-of-
       *> transmission records, then drops the payee count onto the
       *> transmitter record written first.
       070-FINISH-EXTRACT.
           MOVE WS-PAYEE-COUNT     TO IRC-NUMBER-OF-PAYEES
           ADD 1 TO WS-SEQUENCE-NUMBER
           MOVE WS-SEQUENCE-NUMBER TO IRC-SEQUENCE-NUMBER
           WRITE EXTRACT-RECORD FROM IRS-C-RECORD

           MOVE 1                  TO IRF-NUMBER-OF-A-RECORDS
           MOVE WS-PAYEE-COUNT     TO IRF-TOTAL-PAYEES
           ADD 1 TO WS-SEQUENCE-NUMBER
           MOVE WS-SEQUENCE-NUMBER TO IRF-SEQUENCE-NUMBER
           WRITE EXTRACT-RECORD FROM IRS-F-RECORD
           IF FS-EXTRACT-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING EXTRACT - STATUS "
                   FS-EXTRACT-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE EXTRACT-FILE

           OPEN I-O EXTRACT-FILE
           IF FS-EXTRACT-FILE NOT = "00"
               DISPLAY "*** ERROR REOPENING EXTRACT - STATUS "
                   FS-EXTRACT-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ EXTRACT-FILE
           IF FS-EXTRACT-FILE NOT = "00"
               DISPLAY "*** ERROR READING TRANSMITTER RECORD - STATUS "
                   FS-EXTRACT-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PAYEE-COUNT TO IRT-TOTAL-PAYEES
           REWRITE EXTRACT-RECORD FROM IRS-T-RECORD
           IF FS-EXTRACT-FILE NOT = "00"
               DISPLAY "*** ERROR REWRITING TRANSMITTER RECORD -"
                   " STATUS " FS-EXTRACT-FILE " ***"
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE EXTRACT-FILE
           .

       *> Ties the year out: everything accumulated must be accounted
       *> for as filed, under threshold, or unreported, and must
       *> agree to the interest expense and withholding SAVPOST1
       *> and MATPROC1 sent to the ledger for the year. Any
       *> difference puts the run out of balance.
       080-RECONCILE-TO-LEDGER.
           COMPUTE TXT-INTEREST-DIFFERENCE =
               TXT-INTEREST-ACCUMULATED - TXT-LEDGER-INTEREST
           COMPUTE TXT-WITHHELD-DIFFERENCE =
               TXT-WITHHELD-ACCUMULATED - TXT-LEDGER-WITHHELD

           IF TXT-INTEREST-DIFFERENCE NOT = 0
                   OR TXT-WITHHELD-DIFFERENCE NOT = 0
                   OR TXT-INTEREST-FILED + TXT-INTEREST-UNDER
                       + TXT-INTEREST-UNREPORTED
                       NOT = TXT-INTEREST-ACCUMULATED
                   OR NOT TXT-LEDGER-CONTROL-FOUND
               SET TXT-OUT-OF-BALANCE TO TRUE
           END-IF
           .

       *> Writes the listing's page headings
       145-WRITE-LISTING-HEADINGS.
           MOVE WS-TAX-YEAR            TO TXL-HDG-TAX-YEAR
           MOVE WS-RUN-DATE            TO TXL-HDG-RUN-DATE
           MOVE WS-REPORTING-THRESHOLD TO TXL-HDG-THRESHOLD
           IF TEST-FILE
               MOVE "*** TEST FILE ***" TO TXL-HDG-TEST-TEXT
           END-IF
           WRITE LIST-RECORD FROM TXL-HEADING-LINE-1
           WRITE LIST-RECORD FROM TXL-HEADING-LINE-2
           WRITE LIST-RECORD FROM TXL-BLANK-LINE
           WRITE LIST-RECORD FROM TXL-COLUMN-LINE
           .

       *> Writes the filing totals and the reconciliation to the
       *> ledger at the end of the listing
       160-WRITE-LISTING-TOTALS.
           WRITE LIST-RECORD FROM TXL-BLANK-LINE
           MOVE "FILING TOTALS"              TO TXL-SECTION-TEXT
           WRITE LIST-RECORD FROM TXL-SECTION-LINE
           MOVE "CUSTOMERS READ"             TO TXL-CTL-LABEL
           MOVE TXT-CUSTOMERS-READ           TO TXL-CTL-COUNT
           WRITE LIST-RECORD FROM TXL-COUNT-TOTAL-LINE
           MOVE "RECIPIENTS FILED"           TO TXL-CTL-LABEL
           MOVE TXT-RECIPIENTS-FILED         TO TXL-CTL-COUNT
           WRITE LIST-RECORD FROM TXL-COUNT-TOTAL-LINE
           MOVE "  FILED WITH NO TAX ID"     TO TXL-CTL-LABEL
           MOVE TXT-RECIPIENTS-NO-TIN        TO TXL-CTL-COUNT
           WRITE LIST-RECORD FROM TXL-COUNT-TOTAL-LINE
           MOVE "UNDER THRESHOLD - NOT FILED" TO TXL-CTL-LABEL
           MOVE TXT-UNDER-THRESHOLD          TO TXL-CTL-COUNT
           WRITE LIST-RECORD FROM TXL-COUNT-TOTAL-LINE
           MOVE "ACCOUNTS NOT REPORTED"      TO TXL-CTL-LABEL
           MOVE TXT-ACCOUNTS-UNREPORTED      TO TXL-CTL-COUNT
           WRITE LIST-RECORD FROM TXL-COUNT-TOTAL-LINE
           MOVE "INTEREST FILED"             TO TXL-ATL-LABEL
           MOVE TXT-INTEREST-FILED           TO TXL-ATL-AMOUNT
           WRITE LIST-RECORD FROM TXL-AMOUNT-TOTAL-LINE
           MOVE "WITHHOLDING FILED"          TO TXL-ATL-LABEL
           MOVE TXT-WITHHELD-FILED           TO TXL-ATL-AMOUNT
           WRITE LIST-RECORD FROM TXL-AMOUNT-TOTAL-LINE
           MOVE "INTEREST UNDER THRESHOLD"   TO TXL-ATL-LABEL
           MOVE TXT-INTEREST-UNDER           TO TXL-ATL-AMOUNT
           WRITE LIST-RECORD FROM TXL-AMOUNT-TOTAL-LINE
           MOVE "INTEREST NOT REPORTED"      TO TXL-ATL-LABEL
           MOVE TXT-INTEREST-UNREPORTED      TO TXL-ATL-AMOUNT
           WRITE LIST-RECORD FROM TXL-AMOUNT-TOTAL-LINE

           WRITE LIST-RECORD FROM TXL-BLANK-LINE
           MOVE "RECONCILIATION TO THE GENERAL LEDGER"
               TO TXL-SECTION-TEXT
           WRITE LIST-RECORD FROM TXL-SECTION-LINE
           MOVE "INTEREST ACCUMULATED"       TO TXL-ATL-LABEL
           MOVE TXT-INTEREST-ACCUMULATED     TO TXL-ATL-AMOUNT
           WRITE LIST-RECORD FROM TXL-AMOUNT-TOTAL-LINE
           MOVE "LEDGER INTEREST EXPENSE"    TO TXL-ATL-LABEL
           MOVE TXT-LEDGER-INTEREST          TO TXL-ATL-AMOUNT
           WRITE LIST-RECORD FROM TXL-AMOUNT-TOTAL-LINE
           MOVE "INTEREST DIFFERENCE"        TO TXL-DFL-LABEL
           MOVE TXT-INTEREST-DIFFERENCE      TO TXL-DFL-AMOUNT
           WRITE LIST-RECORD FROM TXL-DIFFERENCE-LINE
           MOVE "WITHHOLDING ACCUMULATED"    TO TXL-ATL-LABEL
           MOVE TXT-WITHHELD-ACCUMULATED     TO TXL-ATL-AMOUNT
           WRITE LIST-RECORD FROM TXL-AMOUNT-TOTAL-LINE
           MOVE "LEDGER WITHHOLDING PAYABLE" TO TXL-ATL-LABEL
           MOVE TXT-LEDGER-WITHHELD          TO TXL-ATL-AMOUNT
           WRITE LIST-RECORD FROM TXL-AMOUNT-TOTAL-LINE
           MOVE "WITHHOLDING DIFFERENCE"     TO TXL-DFL-LABEL
           MOVE TXT-WITHHELD-DIFFERENCE      TO TXL-DFL-AMOUNT
           WRITE LIST-RECORD FROM TXL-DIFFERENCE-LINE
           MOVE "LEDGER POSTING RUNS"        TO TXL-CTL-LABEL
           MOVE TXT-LEDGER-RUNS              TO TXL-CTL-COUNT
           WRITE LIST-RECORD FROM TXL-COUNT-TOTAL-LINE

           WRITE LIST-RECORD FROM TXL-BLANK-LINE
           EVALUATE TRUE
               WHEN NOT TXT-LEDGER-CONTROL-FOUND
                   MOVE "*** NO LEDGER CONTROL RECORD FOR THE YEAR ***"
                       TO TXL-SECTION-TEXT
               WHEN TXT-OUT-OF-BALANCE
                   MOVE "*** REPORTED INTEREST DOES NOT AGREE TO THE LEDGER ***"
                       TO TXL-SECTION-TEXT
               WHEN OTHER
                   MOVE "REPORTED INTEREST AGREES TO THE LEDGER"
                       TO TXL-SECTION-TEXT
           END-EVALUATE
           WRITE LIST-RECORD FROM TXL-SECTION-LINE
           .
