       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCNV1.

       *> ------------------------------------------------------------
       *> AUTHOR: Naude Vlok
       *> COURSE: CIS352 Intro to Enterprise Computing
       *> PURPOSE:
       *>   One-time conversion of the ACCTMST account master and the
       *>   MNTHIST maintenance history to the layouts that carry the
       *>   account status. The master grew from 50 to 67 bytes with
       *>   the status code, status date, and last-activity date, and
       *>   each MNTHIST before/after image grew with it from 50 to
       *>   67 bytes. Reads the old master (ACCTOLD) in key order and
       *>   loads the new ACCTMST: every account comes across active,
       *>   its status dated the conversion run, its last activity
       *>   dated its open date - or the run date where it carries
       *>   none - so the dormancy sweep starts every account from a
       *>   real date. Then copies the old history (MNTHOLD) to the
       *>   new MNTHIST, each image padded to the new width; a padded
       *>   image reads as active with no status dates, which is how
       *>   the account stood when the history was written. An old
       *>   history not on hand means maintenance never ran, so the
       *>   history step is passed over and the run says so. The
       *>   CNVLIST control listing proves records and balances read
       *>   equal records and balances written, so nothing is lost in
       *>   the move.
       *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "ACCTOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ACCT-ID
               FILE STATUS IS FS-OLD-MASTER-FILE.

           SELECT MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS FS-MASTER-FILE.

           SELECT OPTIONAL OLD-HISTORY-FILE ASSIGN TO "MNTHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OLD-HISTORY-FILE.

           SELECT HISTORY-FILE ASSIGN TO "MNTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HISTORY-FILE.

           SELECT REPORT-FILE ASSIGN TO "CNVLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REPORT-FILE.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUN-LOG-FILE.

       DATA DIVISION.
       FILE SECTION.

       *> The account master as it stood before the status fields,
       *> 50 bytes, keyed by account id.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05  OLD-ACCT-ID               PIC X(10).
           05  OLD-INVESTMENT-AMOUNT     PIC 9(7)V99.
           05  OLD-NUMBER-OF-YEARS       PIC 99.
           05  OLD-YEARLY-INTEREST-RATE  PIC S9(3)V99.
           05  OLD-CALC-MODE             PIC X.
           05  OLD-PRODUCT-CODE          PIC X(4).
           05  OLD-OPEN-DATE             PIC 9(8).
           05  OLD-MATURITY-DATE         PIC 9(8).
           05  OLD-BRANCH-CODE           PIC X(3).

       *> Keyed account master in the layout ACCTMNT1 maintains,
       *> loaded here in key order.
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

       *> The maintenance history as it stood before the status
       *> fields, its before/after images 50 bytes each.
       FD  OLD-HISTORY-FILE
           RECORDING MODE IS F.
       01  OLD-HISTORY-RECORD.
           05  OLDH-ACTION               PIC X.
           05  OLDH-RUN-DATE             PIC 9(8).
           05  OLDH-RUN-TIME             PIC 9(8).
           05  OLDH-OPERATOR-ID          PIC X(8).
           05  OLDH-ACCT-ID              PIC X(10).
           05  OLDH-BEFORE-IMAGE         PIC X(50).
           05  OLDH-AFTER-IMAGE          PIC X(50).

       *> The maintenance history in the layout ACCTMNT1 appends to,
       *> its before/after images the width of the new master.
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

       *> Spooled conversion control listing: records and balances
       *> read and written for each file, and whether they prove.
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                 PIC X(80).

       *> Shared run log appended to at end of run, one completion
       *> record per program per run, reported by CYCSTAT1.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       *> File status codes for each SELECTed file, checked at OPEN
       *> and around every write so a failed load is caught instead
       *> of a short master going into production.
       01  FILE-STATUS-CODES.
           05  FS-OLD-MASTER-FILE        PIC XX VALUE "00".
           05  FS-MASTER-FILE            PIC XX VALUE "00".
           05  FS-OLD-HISTORY-FILE       PIC XX VALUE "00".
           05  FS-HISTORY-FILE           PIC XX VALUE "00".
           05  FS-REPORT-FILE            PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE           PIC XX VALUE "00".

       *> Run date stamped onto every converted account's status,
       *> and the run time for the run log.
       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE               PIC 9(8) VALUE 0.
           05  WS-RUN-TIME               PIC 9(8) VALUE 0.

       *> Conversion control totals: what was read off each old file
       *> and what went onto its new one.
       01  CONVERSION-TOTALS.
           05  CNT-MASTER-READ           PIC 9(7)     VALUE 0.
           05  CNT-MASTER-WRITTEN        PIC 9(7)     VALUE 0.
           05  CNT-BALANCE-READ          PIC 9(11)V99 VALUE 0.
           05  CNT-BALANCE-WRITTEN       PIC 9(11)V99 VALUE 0.
           05  CNT-NO-OPEN-DATE          PIC 9(7)     VALUE 0.
           05  CNT-HISTORY-READ          PIC 9(7)     VALUE 0.
           05  CNT-HISTORY-WRITTEN       PIC 9(7)     VALUE 0.
           05  CNT-BALANCE-SWITCH        PIC X        VALUE "Y".
               88  CNT-IN-BALANCE              VALUE "Y".
               88  CNT-OUT-OF-BALANCE          VALUE "N".
           05  CNT-HISTORY-SWITCH        PIC X        VALUE "N".
               88  OLD-HISTORY-PRESENT         VALUE "Y".

       *> End-of-file switches for the two old files
       01  WS-FILE-STATUS-VALUES.
           05  WS-END-OF-OLD-MASTER      PIC X VALUE "N".
               88  END-OF-OLD-MASTER           VALUE "Y".
           05  WS-END-OF-OLD-HISTORY     PIC X VALUE "N".
               88  END-OF-OLD-HISTORY          VALUE "Y".

       *> Report line layouts, built up in WORKING-STORAGE and moved
       *> to REPORT-RECORD before each WRITE.
       01  CNV-HEADING-LINE-1.
           05  FILLER                    PIC X(17) VALUE SPACES.
           05  FILLER                    PIC X(47)
               VALUE "ACCTCNV1 - MASTER AND HISTORY LAYOUT CONVERSION".
           05  FILLER                    PIC X(16) VALUE SPACES.

       01  CNV-RUN-DATE-LINE.
           05  FILLER                    PIC X(26)
               VALUE "ACCOUNTS CONVERTED ACTIVE ".
           05  FILLER                    PIC X(9)  VALUE "AS OF    ".
           05  CNV-RUN-DATE              PIC 9(8).
           05  FILLER                    PIC X(37) VALUE SPACES.

       01  CNV-SECTION-LINE.
           05  CNV-SEC-TITLE             PIC X(40).
           05  FILLER                    PIC X(40) VALUE SPACES.

       01  CNV-COUNT-LINE.
           05  CNV-CNT-LABEL             PIC X(30).
           05  CNV-CNT-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(41) VALUE SPACES.

       01  CNV-AMOUNT-LINE.
           05  CNV-AMT-LABEL             PIC X(30).
           05  CNV-AMT-AMOUNT            PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(32) VALUE SPACES.

       01  CNV-PROOF-LINE.
           05  CNV-PROOF-TEXT            PIC X(60).
           05  FILLER                    PIC X(20) VALUE SPACES.

       01  CNV-BLANK-LINE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       *> Main control paragraph
       000-CONVERT-MASTER-FILES.
           DISPLAY "--------------------------------------------"
           DISPLAY "ACCTCNV1 - Master and History Conversion"
           DISPLAY "Loading ACCTMST and MNTHIST in the new layout"
           DISPLAY "--------------------------------------------"

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 020-CONVERT-MASTER
           PERFORM 040-CONVERT-HISTORY

           IF CNT-MASTER-WRITTEN NOT = CNT-MASTER-READ
                   OR CNT-BALANCE-WRITTEN NOT = CNT-BALANCE-READ
                   OR CNT-HISTORY-WRITTEN NOT = CNT-HISTORY-READ
               SET CNT-OUT-OF-BALANCE TO TRUE
           END-IF

           PERFORM 150-WRITE-CONVERSION-REPORT

           DISPLAY "Accounts Read:        " CNT-MASTER-READ
           DISPLAY "Accounts Written:     " CNT-MASTER-WRITTEN
           DISPLAY "Balance Read:         " CNT-BALANCE-READ
           DISPLAY "Balance Written:      " CNT-BALANCE-WRITTEN
           DISPLAY "No Open Date:         " CNT-NO-OPEN-DATE
           DISPLAY "History Read:         " CNT-HISTORY-READ
           DISPLAY "History Written:      " CNT-HISTORY-WRITTEN
           IF CNT-OUT-OF-BALANCE
               DISPLAY "*** CONVERSION TOTALS DO NOT PROVE - DO NOT"
                   " INSTALL THE NEW FILES ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Conversion totals prove"
           END-IF
           DISPLAY "--------------------------------------------"

           PERFORM 900-WRITE-RUN-LOG

           STOP RUN
           .

       *> Loads the new master off the old one in key order, every
       *> account converted as it comes. Both files are required:
       *> there is nothing to convert without the old master.
       020-CONVERT-MASTER.
           OPEN INPUT OLD-MASTER-FILE
           IF FS-OLD-MASTER-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING OLD MASTER FILE - STATUS "
                   FS-OLD-MASTER-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MASTER-FILE
           IF FS-MASTER-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING MASTER FILE - STATUS "
                   FS-MASTER-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-OLD-MASTER
               READ OLD-MASTER-FILE NEXT RECORD
                   AT END SET END-OF-OLD-MASTER TO TRUE
                   NOT AT END
                       PERFORM 030-CONVERT-ONE-ACCOUNT
               END-READ
           END-PERFORM

           CLOSE OLD-MASTER-FILE
           CLOSE MASTER-FILE
           .

       *> Converts one account: the old fields carried across as they
       *> stand, the account active as of the run, its last activity
       *> its open date - the run date where the open date is
       *> missing, so the dormancy sweep doesn't flag it on day one.
       030-CONVERT-ONE-ACCOUNT.
           ADD 1 TO CNT-MASTER-READ
           ADD OLD-INVESTMENT-AMOUNT TO CNT-BALANCE-READ

           MOVE OLD-ACCT-ID              TO MST-ACCT-ID
           MOVE OLD-INVESTMENT-AMOUNT    TO MST-INVESTMENT-AMOUNT
           MOVE OLD-NUMBER-OF-YEARS      TO MST-NUMBER-OF-YEARS
           MOVE OLD-YEARLY-INTEREST-RATE TO MST-YEARLY-INTEREST-RATE
           MOVE OLD-CALC-MODE            TO MST-CALC-MODE
           MOVE OLD-PRODUCT-CODE         TO MST-PRODUCT-CODE
           MOVE OLD-OPEN-DATE            TO MST-OPEN-DATE
           MOVE OLD-MATURITY-DATE        TO MST-MATURITY-DATE
           MOVE OLD-BRANCH-CODE          TO MST-BRANCH-CODE
           MOVE "A"                      TO MST-STATUS-CODE
           MOVE WS-RUN-DATE              TO MST-STATUS-DATE
           IF OLD-OPEN-DATE IS NUMERIC AND OLD-OPEN-DATE > 0
               MOVE OLD-OPEN-DATE TO MST-LAST-ACTIVITY-DATE
           ELSE
               MOVE WS-RUN-DATE   TO MST-LAST-ACTIVITY-DATE
               ADD 1 TO CNT-NO-OPEN-DATE
           END-IF

           WRITE MASTER-RECORD
           IF FS-MASTER-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING MASTER FOR " MST-ACCT-ID
                   " - STATUS " FS-MASTER-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CNT-MASTER-WRITTEN
           ADD MST-INVESTMENT-AMOUNT TO CNT-BALANCE-WRITTEN
           .

       *> Copies the old history to the new one, record for record
       *> and in the order it was appended. The old history is
       *> optional: a shop that never ran maintenance has none, and
       *> ACCTMNT1 starts the new one on its first run.
       040-CONVERT-HISTORY.
           OPEN INPUT OLD-HISTORY-FILE
           EVALUATE FS-OLD-HISTORY-FILE
               WHEN "00"
                   SET OLD-HISTORY-PRESENT TO TRUE
               WHEN "05"
                   CLOSE OLD-HISTORY-FILE
                   DISPLAY "*** OLD HISTORY NOT ON HAND - NO HISTORY"
                       " TO CONVERT ***"
               WHEN OTHER
                   DISPLAY "*** ERROR OPENING OLD HISTORY FILE -"
                       " STATUS " FS-OLD-HISTORY-FILE " ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF OLD-HISTORY-PRESENT
               OPEN OUTPUT HISTORY-FILE
               IF FS-HISTORY-FILE NOT = "00"
                   DISPLAY "*** ERROR OPENING HISTORY FILE - STATUS "
                       FS-HISTORY-FILE " ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               PERFORM UNTIL END-OF-OLD-HISTORY
                   READ OLD-HISTORY-FILE
                       AT END SET END-OF-OLD-HISTORY TO TRUE
                       NOT AT END
                           PERFORM 050-CONVERT-ONE-HISTORY
                   END-READ
               END-PERFORM

               CLOSE OLD-HISTORY-FILE
               CLOSE HISTORY-FILE
           END-IF
           .

       *> Copies one history record across, each image padded out to
       *> the new master's width. An image left blank - the before
       *> image of an add - stays blank.
       050-CONVERT-ONE-HISTORY.
           ADD 1 TO CNT-HISTORY-READ

           MOVE OLDH-ACTION       TO HIST-ACTION
           MOVE OLDH-RUN-DATE     TO HIST-RUN-DATE
           MOVE OLDH-RUN-TIME     TO HIST-RUN-TIME
           MOVE OLDH-OPERATOR-ID  TO HIST-OPERATOR-ID
           MOVE OLDH-ACCT-ID      TO HIST-ACCT-ID
           MOVE OLDH-BEFORE-IMAGE TO HIST-BEFORE-IMAGE
           MOVE OLDH-AFTER-IMAGE  TO HIST-AFTER-IMAGE

           WRITE HISTORY-RECORD
           IF FS-HISTORY-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING HISTORY FOR " HIST-ACCT-ID
                   " - STATUS " FS-HISTORY-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CNT-HISTORY-WRITTEN
           .

       *> Writes the conversion control listing: accounts and
       *> balances read and written, accounts whose activity date
       *> fell back to the run date, history records read and
       *> written, and whether it all proves.
       150-WRITE-CONVERSION-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF FS-REPORT-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING CONVERSION LISTING - STATUS "
                   FS-REPORT-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REPORT-RECORD FROM CNV-HEADING-LINE-1
           WRITE REPORT-RECORD FROM CNV-BLANK-LINE
           MOVE WS-RUN-DATE TO CNV-RUN-DATE
           WRITE REPORT-RECORD FROM CNV-RUN-DATE-LINE

           WRITE REPORT-RECORD FROM CNV-BLANK-LINE
           MOVE "ACCOUNT MASTER (ACCTMST)" TO CNV-SEC-TITLE
           WRITE REPORT-RECORD FROM CNV-SECTION-LINE
           MOVE "ACCOUNTS READ"              TO CNV-CNT-LABEL
           MOVE CNT-MASTER-READ              TO CNV-CNT-COUNT
           WRITE REPORT-RECORD FROM CNV-COUNT-LINE
           MOVE "ACCOUNTS WRITTEN"           TO CNV-CNT-LABEL
           MOVE CNT-MASTER-WRITTEN           TO CNV-CNT-COUNT
           WRITE REPORT-RECORD FROM CNV-COUNT-LINE
           MOVE "ACTIVITY DATED THE RUN DATE" TO CNV-CNT-LABEL
           MOVE CNT-NO-OPEN-DATE             TO CNV-CNT-COUNT
           WRITE REPORT-RECORD FROM CNV-COUNT-LINE
           MOVE "BALANCE READ"               TO CNV-AMT-LABEL
           MOVE CNT-BALANCE-READ             TO CNV-AMT-AMOUNT
           WRITE REPORT-RECORD FROM CNV-AMOUNT-LINE
           MOVE "BALANCE WRITTEN"            TO CNV-AMT-LABEL
           MOVE CNT-BALANCE-WRITTEN          TO CNV-AMT-AMOUNT
           WRITE REPORT-RECORD FROM CNV-AMOUNT-LINE

           WRITE REPORT-RECORD FROM CNV-BLANK-LINE
           MOVE "MAINTENANCE HISTORY (MNTHIST)" TO CNV-SEC-TITLE
           WRITE REPORT-RECORD FROM CNV-SECTION-LINE
           IF OLD-HISTORY-PRESENT
               MOVE "HISTORY RECORDS READ"    TO CNV-CNT-LABEL
               MOVE CNT-HISTORY-READ          TO CNV-CNT-COUNT
               WRITE REPORT-RECORD FROM CNV-COUNT-LINE
               MOVE "HISTORY RECORDS WRITTEN" TO CNV-CNT-LABEL
               MOVE CNT-HISTORY-WRITTEN       TO CNV-CNT-COUNT
               WRITE REPORT-RECORD FROM CNV-COUNT-LINE
           ELSE
               MOVE "NO OLD HISTORY ON HAND - NONE CONVERTED"
                   TO CNV-PROOF-TEXT
               WRITE REPORT-RECORD FROM CNV-PROOF-LINE
           END-IF

           WRITE REPORT-RECORD FROM CNV-BLANK-LINE
           IF CNT-IN-BALANCE
               MOVE "WRITTEN EQUALS READ - NOTHING LOST IN CONVERSION"
                   TO CNV-PROOF-TEXT
           ELSE
               MOVE "*** WRITTEN DOES NOT EQUAL READ - DO NOT INSTALL ***"
                   TO CNV-PROOF-TEXT
           END-IF
           WRITE REPORT-RECORD FROM CNV-PROOF-LINE

           CLOSE REPORT-FILE
           .

       *> Appends this run's completion record to the shared run log
       *> CYCSTAT1 reports the cycle's health from. A conversion that
       *> does not prove logs the run out of balance.
       900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF FS-RUN-LOG-FILE NOT = "00" AND FS-RUN-LOG-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING RUN LOG - STATUS "
                   FS-RUN-LOG-FILE " ***"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "ACCTCNV1"               TO RLG-PROGRAM-ID
               MOVE WS-RUN-DATE              TO RLG-RUN-DATE
               MOVE WS-RUN-TIME              TO RLG-RUN-TIME
               COMPUTE RLG-RECORDS-READ =
                   CNT-MASTER-READ + CNT-HISTORY-READ
               COMPUTE RLG-RECORDS-PROCESSED =
                   CNT-MASTER-WRITTEN + CNT-HISTORY-WRITTEN
               COMPUTE RLG-RECORDS-REJECTED =
                   RLG-RECORDS-READ - RLG-RECORDS-PROCESSED
               MOVE CNT-BALANCE-WRITTEN      TO RLG-DOLLAR-TOTAL
               MOVE RETURN-CODE              TO RLG-RETURN-CODE
               MOVE CNT-BALANCE-SWITCH       TO RLG-BALANCE-FLAG
               WRITE RUNLOG-RECORD
               IF FS-RUN-LOG-FILE NOT = "00"
                   DISPLAY "*** ERROR WRITING RUN LOG - STATUS "
                       FS-RUN-LOG-FILE " ***"
                   MOVE 12 TO RETURN-CODE
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF
           .
