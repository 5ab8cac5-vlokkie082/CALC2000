       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT1.

       *> ------------------------------------------------------------
       *> AUTHOR: Naude Vlok
       *> COURSE: CIS352 Intro to Enterprise Computing
       *> PURPOSE:
       *>   Maintains the CUSTMST keyed customer file and the ACCTREL
       *>   customer-to-account relationship file, the way ACCTMNT1
       *>   maintains the account master. Applies add/change/delete
       *>   transactions off the CUSTTRAN batch input - customer
       *>   records carrying name, address, and tax id, and
       *>   relationship records tying a customer to an ACCTMST
       *>   account as its primary or a joint owner - and prints a
       *>   before/after maintenance listing. A relationship is
       *>   accepted only for a customer and an account both on file,
       *>   an account takes one primary owner at most, and a
       *>   customer who still owns accounts can't be deleted. Every
       *>   applied transaction appends to the CUSTHIST change
       *>   history with its full before and after images.
       *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TRAN-FILE.

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

           SELECT MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS FS-MASTER-FILE.

           SELECT LIST-FILE ASSIGN TO "CUSTLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LIST-FILE.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HISTORY-FILE.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUN-LOG-FILE.

       DATA DIVISION.
       FILE SECTION.

       *> One maintenance transaction per record: a record-type byte
       *> (customer or relationship) and an action byte in front of
       *> either the customer detail fields or the relationship.
       FD  TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-RECORD.
           05  TRAN-RECORD-TYPE          PIC X.
               88  TRAN-IS-CUSTOMER            VALUE "C".
               88  TRAN-IS-RELATIONSHIP        VALUE "R".
           05  TRAN-ACTION               PIC X.
               88  TRAN-IS-ADD                 VALUE "A".
               88  TRAN-IS-CHANGE              VALUE "C".
               88  TRAN-IS-DELETE              VALUE "D".
           05  TRAN-CUSTOMER-DATA.
               10  TRAN-CUS-CUST-ID          PIC X(10).
               10  TRAN-CUS-NAME             PIC X(30).
               10  TRAN-CUS-ADDRESS-LINE-1   PIC X(30).
               10  TRAN-CUS-ADDRESS-LINE-2   PIC X(30).
               10  TRAN-CUS-CITY             PIC X(20).
               10  TRAN-CUS-STATE            PIC X(2).
               10  TRAN-CUS-POSTAL-CODE      PIC X(10).
               10  TRAN-CUS-TAX-ID           PIC X(9).
               10  TRAN-CUS-TAX-ID-TYPE      PIC X.
               10  TRAN-CUS-BIRTH-DATE       PIC 9(8).
               10  TRAN-CUS-PHONE            PIC X(10).
               10  TRAN-CUS-SINCE-DATE       PIC 9(8).
               10  TRAN-CUS-BACKUP-WITHHOLD  PIC X.
               10  FILLER                    PIC X(31).
           05  TRAN-RELATIONSHIP-DATA REDEFINES TRAN-CUSTOMER-DATA.
               10  TRAN-REL-CUST-ID          PIC X(10).
               10  TRAN-REL-ACCT-ID          PIC X(10).
               10  TRAN-REL-ROLE             PIC X.
               10  FILLER                    PIC X(179).

       *> Keyed customer file: name, address, and tax id per customer
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       *> Keyed customer-to-account relationships, one per owner
       FD  RELATIONSHIP-FILE.
       COPY ACCTREL.

       *> Keyed account master maintained by ACCTMNT1, read only to
       *> confirm a relationship's account is really on file.
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

       *> Spooled maintenance listing: one before line and one after
       *> line per transaction applied, plus run totals at the end.
       FD  LIST-FILE
           RECORDING MODE IS F.
       01  LIST-RECORD                   PIC X(132).

       *> Durable trail of every applied customer and relationship
       *> add, change, and delete, appended to across runs the way
       *> ACCTMNT1 appends MNTHIST: the record type, the action, when
       *> it ran, who keyed it, and the full before and after images.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05  HIST-RECORD-TYPE          PIC X.
           05  HIST-ACTION               PIC X.
           05  HIST-RUN-DATE             PIC 9(8).
           05  HIST-RUN-TIME             PIC 9(8).
           05  HIST-OPERATOR-ID          PIC X(8).
           05  HIST-CUST-ID              PIC X(10).
           05  HIST-ACCT-ID              PIC X(10).
           05  HIST-BEFORE-IMAGE         PIC X(200).
           05  HIST-AFTER-IMAGE          PIC X(200).

       *> Shared run log appended to at end of run, one completion
       *> record per program per run, reported by CYCSTAT1.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       *> File status codes for each SELECTed file, checked after the
       *> keyed I/O so a failed add/change/delete is listed instead
       *> of the run carrying on as if it had succeeded.
       01  FILE-STATUS-CODES.
           05  FS-TRAN-FILE              PIC XX VALUE "00".
           05  FS-CUSTOMER-FILE          PIC XX VALUE "00".
           05  FS-RELATIONSHIP-FILE      PIC XX VALUE "00".
           05  FS-MASTER-FILE            PIC XX VALUE "00".
           05  FS-LIST-FILE              PIC XX VALUE "00".
           05  FS-HISTORY-FILE           PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE           PIC XX VALUE "00".

       *> Run date/time stamped onto every change-history record
       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE               PIC 9(8) VALUE 0.
           05  WS-RUN-TIME               PIC 9(8) VALUE 0.

       *> Operator/source id stamped onto the change history, applied
       *> from the PARM card with a default when ops don't supply one.
       01  WS-RUN-PARAMETER-VALUES.
           05  WS-OPERATOR-ID            PIC X(8) VALUE "OPERATOR".

       *> Record as it stood before a change or delete, held so the
       *> history record carries the true before image even after
       *> the transaction overlays the record area.
       01  WS-HELD-CUSTOMER              PIC X(200) VALUE SPACES.
       01  WS-HELD-RELATIONSHIP          PIC X(40)  VALUE SPACES.
       01  WS-HELD-SINCE-DATE            PIC 9(8)   VALUE 0.

       *> Switch and reason set by the transaction edits
       01  WS-VALIDATION-VALUES.
           05  WS-VALID-RECORD-SWITCH    PIC X VALUE "Y".
               88  VALID-RECORD                VALUE "Y".
               88  INVALID-RECORD              VALUE "N".

       *> Work fields for the relationship look-ups: the account's
       *> current primary owner, and whether a customer still owns
       *> any account.
       01  RELATIONSHIP-WORK-VALUES.
           05  WS-LOOKUP-CUST-ID         PIC X(10) VALUE SPACES.
           05  WS-LOOKUP-ACCT-ID         PIC X(10) VALUE SPACES.
           05  WS-PRIMARY-CUST-ID        PIC X(10) VALUE SPACES.
           05  WS-REL-SCAN-SWITCH        PIC X VALUE "N".
               88  REL-SCAN-DONE               VALUE "Y".
           05  WS-OWNS-ACCOUNTS-SWITCH   PIC X VALUE "N".
               88  CUSTOMER-OWNS-ACCOUNTS      VALUE "Y".

       *> Run-control card read off this run's command line, the same
       *> way CALC2000 reads its PARM: the operator/source id the
       *> change history is stamped with.
       01  WS-RUN-PARM-RAW               PIC X(82) VALUE SPACES.
       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM-RAW.
           05  PARM-OPERATOR-ID          PIC X(8).
           05  FILLER                    PIC X(74).

       *> Transaction counts for the run totals block
       01  CMT-RUN-COUNTS.
           05  CMT-TRANS-READ            PIC 9(7) VALUE 0.
           05  CMT-CUST-ADDS             PIC 9(7) VALUE 0.
           05  CMT-CUST-CHANGES          PIC 9(7) VALUE 0.
           05  CMT-CUST-DELETES          PIC 9(7) VALUE 0.
           05  CMT-REL-ADDS              PIC 9(7) VALUE 0.
           05  CMT-REL-CHANGES           PIC 9(7) VALUE 0.
           05  CMT-REL-DELETES           PIC 9(7) VALUE 0.
           05  CMT-TRANS-REJECTED        PIC 9(7) VALUE 0.

       *> Listing line layouts, built up in WORKING-STORAGE and moved
       *> to LIST-RECORD before each WRITE.
       01  LST-HEADING-LINE-1.
           05  FILLER                    PIC X(21) VALUE SPACES.
           05  FILLER                    PIC X(44)
               VALUE "CUSTMNT1 - CUSTOMER AND RELATIONSHIP MAINT".
           05  FILLER                    PIC X(67) VALUE SPACES.

       01  LST-HEADING-LINE-2.
           05  FILLER                    PIC X(8)  VALUE "TYPE/ACT".
           05  FILLER                    PIC X(12) VALUE "CUSTOMER".
           05  FILLER                    PIC X(12) VALUE "ACCOUNT".
           05  FILLER                    PIC X(100) VALUE SPACES.

       01  LST-ACTION-LINE.
           05  LST-ACT-TYPE              PIC X.
           05  FILLER                    PIC X(1)  VALUE "/".
           05  LST-ACT-ACTION            PIC X.
           05  FILLER                    PIC X(5)  VALUE SPACES.
           05  LST-ACT-CUST-ID           PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-ACT-ACCT-ID           PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-ACT-MESSAGE           PIC X(60) VALUE SPACES.
           05  FILLER                    PIC X(40) VALUE SPACES.

       01  LST-CUSTOMER-IMAGE-LINE.
           05  LST-CIM-TAG               PIC X(8).
           05  LST-CIM-CUST-ID           PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-CIM-NAME              PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-CIM-ADDRESS           PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-CIM-CITY              PIC X(20).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  LST-CIM-STATE             PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-CIM-POSTAL-CODE       PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-CIM-TAX-ID            PIC X(9).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  LST-CIM-WITHHOLD          PIC X(1).

       01  LST-RELATIONSHIP-IMAGE-LINE.
           05  LST-RIM-TAG               PIC X(8).
           05  LST-RIM-CUST-ID           PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-RIM-ACCT-ID           PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE "ROLE ".
           05  LST-RIM-ROLE              PIC X.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE "ADDED ".
           05  LST-RIM-ADDED-DATE        PIC 9(8).
           05  FILLER                    PIC X(78) VALUE SPACES.

       01  LST-TOTAL-LINE.
           05  LST-TOT-LABEL             PIC X(26).
           05  LST-TOT-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(97) VALUE SPACES.

       01  LST-BLANK-LINE                PIC X(132) VALUE SPACES.

       *> Before image held while the keyed change or delete is
       *> applied, so the listing shows it only for I/O that
       *> actually succeeded.
       01  LST-HELD-IMAGE                PIC X(132) VALUE SPACES.

       *> End-of-file switch for the transaction batch
       01  WS-FILE-STATUS-VALUES.
           05  WS-END-OF-TRAN-FILE       PIC X VALUE "N".
               88  END-OF-TRAN-FILE            VALUE "Y".

       PROCEDURE DIVISION.

       *> Main control paragraph
       000-MAINTAIN-CUSTOMERS.
           DISPLAY "--------------------------------------------"
           DISPLAY "CUSTMNT1 - Customer File Maintenance"
           DISPLAY "Applying CUSTTRAN to CUSTMST and ACCTREL"
           DISPLAY "--------------------------------------------"

           PERFORM 005-APPLY-RUN-PARAMETERS

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN INPUT TRAN-FILE
           OPEN I-O CUSTOMER-FILE
           IF FS-CUSTOMER-FILE NOT = "00"
                   AND FS-CUSTOMER-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING CUSTOMER FILE - STATUS "
                   FS-CUSTOMER-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O RELATIONSHIP-FILE
           IF FS-RELATIONSHIP-FILE NOT = "00"
                   AND FS-RELATIONSHIP-FILE NOT = "05"
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
           OPEN EXTEND HISTORY-FILE
           IF FS-HISTORY-FILE NOT = "00" AND FS-HISTORY-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING HISTORY FILE - STATUS "
                   FS-HISTORY-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 145-WRITE-LISTING-HEADINGS

           READ TRAN-FILE
               AT END SET END-OF-TRAN-FILE TO TRUE
           END-READ

           PERFORM UNTIL END-OF-TRAN-FILE
               ADD 1 TO CMT-TRANS-READ

               EVALUATE TRUE
                   WHEN TRAN-IS-CUSTOMER AND TRAN-IS-ADD
                       PERFORM 020-APPLY-CUSTOMER-ADD
                   WHEN TRAN-IS-CUSTOMER AND TRAN-IS-CHANGE
                       PERFORM 030-APPLY-CUSTOMER-CHANGE
                   WHEN TRAN-IS-CUSTOMER AND TRAN-IS-DELETE
                       PERFORM 040-APPLY-CUSTOMER-DELETE
                   WHEN TRAN-IS-RELATIONSHIP AND TRAN-IS-ADD
                       PERFORM 120-APPLY-RELATIONSHIP-ADD
                   WHEN TRAN-IS-RELATIONSHIP AND TRAN-IS-CHANGE
                       PERFORM 130-APPLY-RELATIONSHIP-CHANGE
                   WHEN TRAN-IS-RELATIONSHIP AND TRAN-IS-DELETE
                       PERFORM 140-APPLY-RELATIONSHIP-DELETE
                   WHEN OTHER
                       PERFORM 055-WRITE-REJECT-LINE-TEXT
               END-EVALUATE

               READ TRAN-FILE
                   AT END SET END-OF-TRAN-FILE TO TRUE
               END-READ
           END-PERFORM

           PERFORM 160-WRITE-LISTING-TOTALS

           CLOSE TRAN-FILE
           CLOSE CUSTOMER-FILE
           CLOSE RELATIONSHIP-FILE
           CLOSE MASTER-FILE
           CLOSE LIST-FILE
           CLOSE HISTORY-FILE

           DISPLAY "Transactions Read:    " CMT-TRANS-READ
           DISPLAY "Customers Added:      " CMT-CUST-ADDS
           DISPLAY "Customers Changed:    " CMT-CUST-CHANGES
           DISPLAY "Customers Deleted:    " CMT-CUST-DELETES
           DISPLAY "Owners Added:         " CMT-REL-ADDS
           DISPLAY "Owners Changed:       " CMT-REL-CHANGES
           DISPLAY "Owners Removed:       " CMT-REL-DELETES
           DISPLAY "Transactions Rejected:" CMT-TRANS-REJECTED
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
               MOVE "CUSTMNT1"         TO RLG-PROGRAM-ID
               MOVE WS-RUN-DATE        TO RLG-RUN-DATE
               MOVE WS-RUN-TIME        TO RLG-RUN-TIME
               MOVE CMT-TRANS-READ     TO RLG-RECORDS-READ
               COMPUTE RLG-RECORDS-PROCESSED =
                   CMT-CUST-ADDS + CMT-CUST-CHANGES + CMT-CUST-DELETES
                   + CMT-REL-ADDS + CMT-REL-CHANGES + CMT-REL-DELETES
               MOVE CMT-TRANS-REJECTED TO RLG-RECORDS-REJECTED
               MOVE 0                  TO RLG-DOLLAR-TOTAL
               MOVE RETURN-CODE        TO RLG-RETURN-CODE
               MOVE "Y"                TO RLG-BALANCE-FLAG
               WRITE RUNLOG-RECORD
               IF FS-RUN-LOG-FILE NOT = "00"
                   DISPLAY "*** ERROR WRITING RUN LOG - STATUS "
                       FS-RUN-LOG-FILE " ***"
                   MOVE 12 TO RETURN-CODE
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF
           .

       *> Adds a new customer. A key already on file is rejected
       *> rather than overlaid, so a duplicate add can never silently
       *> replace a live customer.
       020-APPLY-CUSTOMER-ADD.
           PERFORM 070-EDIT-CUSTOMER-FIELDS
           IF VALID-RECORD
               PERFORM 060-MOVE-TRAN-TO-CUSTOMER
               IF CUS-SINCE-DATE = 0
                   MOVE WS-RUN-DATE TO CUS-SINCE-DATE
               END-IF
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       MOVE "CUSTOMER ALREADY ON FILE - ADD REJECTED"
                           TO LST-ACT-MESSAGE
                       PERFORM 050-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO CMT-CUST-ADDS
                       MOVE "CUSTOMER ADDED" TO LST-ACT-MESSAGE
                       PERFORM 080-WRITE-ACTION-LINE
                       PERFORM 090-WRITE-CUSTOMER-AFTER-IMAGE
                       MOVE SPACES          TO HIST-BEFORE-IMAGE
                       MOVE CUSTOMER-RECORD TO HIST-AFTER-IMAGE
                       PERFORM 095-WRITE-HISTORY-RECORD
               END-WRITE
           END-IF
           .

       *> Changes a customer already on file, listing the record as it
       *> stood before and after the change.
       030-APPLY-CUSTOMER-CHANGE.
           PERFORM 070-EDIT-CUSTOMER-FIELDS
           IF VALID-RECORD
               MOVE TRAN-CUS-CUST-ID TO CUS-CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE - CHANGE REJECTED"
                           TO LST-ACT-MESSAGE
                       PERFORM 050-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       PERFORM 035-REWRITE-CHANGED-CUSTOMER
               END-READ
           END-IF
           .

       *> Rewrites the changed customer, counting and listing the
       *> change only once the rewrite has actually succeeded. A
       *> change keyed without a customer-since date keeps the one
       *> already on file.
       035-REWRITE-CHANGED-CUSTOMER.
           MOVE "BEFORE: " TO LST-CIM-TAG
           PERFORM 085-MOVE-CUSTOMER-TO-IMAGE
           MOVE LST-CUSTOMER-IMAGE-LINE TO LST-HELD-IMAGE
           MOVE CUSTOMER-RECORD         TO WS-HELD-CUSTOMER
           MOVE CUS-SINCE-DATE          TO WS-HELD-SINCE-DATE

           PERFORM 060-MOVE-TRAN-TO-CUSTOMER
           IF CUS-SINCE-DATE = 0
               MOVE WS-HELD-SINCE-DATE TO CUS-SINCE-DATE
           END-IF
           REWRITE CUSTOMER-RECORD
           IF FS-CUSTOMER-FILE NOT = "00"
               MOVE SPACES TO LST-ACT-MESSAGE
               STRING "CHANGE FAILED - CUSTOMER STATUS "
                       DELIMITED BY SIZE
                   FS-CUSTOMER-FILE DELIMITED BY SIZE
                   INTO LST-ACT-MESSAGE
               PERFORM 050-WRITE-REJECT-LINE
           ELSE
               ADD 1 TO CMT-CUST-CHANGES
               MOVE "CUSTOMER CHANGED" TO LST-ACT-MESSAGE
               PERFORM 080-WRITE-ACTION-LINE
               WRITE LIST-RECORD FROM LST-HELD-IMAGE
               PERFORM 090-WRITE-CUSTOMER-AFTER-IMAGE
               MOVE WS-HELD-CUSTOMER TO HIST-BEFORE-IMAGE
               MOVE CUSTOMER-RECORD  TO HIST-AFTER-IMAGE
               PERFORM 095-WRITE-HISTORY-RECORD
           END-IF
           .

       *> Deletes a customer, refused while the customer still owns
       *> any account so no relationship is left pointing at nobody.
       040-APPLY-CUSTOMER-DELETE.
           MOVE TRAN-CUS-CUST-ID TO CUS-CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE - DELETE REJECTED"
                       TO LST-ACT-MESSAGE
                   PERFORM 050-WRITE-REJECT-LINE
               NOT INVALID KEY
                   MOVE TRAN-CUS-CUST-ID TO WS-LOOKUP-CUST-ID
                   PERFORM 042-CHECK-CUSTOMER-OWNERSHIP
                   IF CUSTOMER-OWNS-ACCOUNTS
                       MOVE "CUSTOMER STILL OWNS ACCOUNTS - DELETE REJECTED"
                           TO LST-ACT-MESSAGE
                       PERFORM 050-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 045-DELETE-CUSTOMER-RECORD
                   END-IF
           END-READ
           .

       *> Checks whether the customer in WS-LOOKUP-CUST-ID owns any
       *> account: the relationship file is keyed customer first, so
       *> the customer's first relationship, if any, follows the
       *> customer id with the lowest account id.
       042-CHECK-CUSTOMER-OWNERSHIP.
           MOVE "N" TO WS-OWNS-ACCOUNTS-SWITCH
           MOVE WS-LOOKUP-CUST-ID TO REL-CUST-ID
           MOVE LOW-VALUES        TO REL-ACCT-ID
           START RELATIONSHIP-FILE KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RELATIONSHIP-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REL-CUST-ID = WS-LOOKUP-CUST-ID
                               SET CUSTOMER-OWNS-ACCOUNTS TO TRUE
                           END-IF
                   END-READ
           END-START
           .

       *> Deletes the customer record in hand, counting and listing
       *> the delete only once the keyed delete has actually
       *> succeeded.
       045-DELETE-CUSTOMER-RECORD.
           MOVE "BEFORE: " TO LST-CIM-TAG
           PERFORM 085-MOVE-CUSTOMER-TO-IMAGE
           MOVE LST-CUSTOMER-IMAGE-LINE TO LST-HELD-IMAGE
           MOVE CUSTOMER-RECORD         TO WS-HELD-CUSTOMER

           DELETE CUSTOMER-FILE
           IF FS-CUSTOMER-FILE NOT = "00"
               MOVE SPACES TO LST-ACT-MESSAGE
               STRING "DELETE FAILED - CUSTOMER STATUS "
                       DELIMITED BY SIZE
                   FS-CUSTOMER-FILE DELIMITED BY SIZE
                   INTO LST-ACT-MESSAGE
               PERFORM 050-WRITE-REJECT-LINE
           ELSE
               ADD 1 TO CMT-CUST-DELETES
               MOVE "CUSTOMER DELETED" TO LST-ACT-MESSAGE
               PERFORM 080-WRITE-ACTION-LINE
               WRITE LIST-RECORD FROM LST-HELD-IMAGE
               MOVE WS-HELD-CUSTOMER TO HIST-BEFORE-IMAGE
               MOVE SPACES           TO HIST-AFTER-IMAGE
               PERFORM 095-WRITE-HISTORY-RECORD
           END-IF
           .

       *> Writes a listing line for a rejected transaction and counts it
       050-WRITE-REJECT-LINE.
           ADD 1 TO CMT-TRANS-REJECTED
           PERFORM 080-WRITE-ACTION-LINE

           DISPLAY "*** REJECTED: " TRAN-RECORD-TYPE TRAN-ACTION " "
               TRAN-CUS-CUST-ID " - " LST-ACT-MESSAGE
           .

       *> Routes a transaction whose record type is not C or R, or
       *> whose action byte is not A, C, or D, to the reject count
       *> instead of guessing what was meant.
       055-WRITE-REJECT-LINE-TEXT.
           MOVE "TYPE NOT C OR R / ACTION NOT A, C, OR D - REJECTED"
               TO LST-ACT-MESSAGE
           PERFORM 050-WRITE-REJECT-LINE
           .

       *> Loads the transaction's customer fields into the record
       060-MOVE-TRAN-TO-CUSTOMER.
           MOVE SPACES                    TO CUSTOMER-RECORD
           MOVE TRAN-CUS-CUST-ID          TO CUS-CUST-ID
           MOVE TRAN-CUS-NAME             TO CUS-NAME
           MOVE TRAN-CUS-ADDRESS-LINE-1   TO CUS-ADDRESS-LINE-1
           MOVE TRAN-CUS-ADDRESS-LINE-2   TO CUS-ADDRESS-LINE-2
           MOVE TRAN-CUS-CITY             TO CUS-CITY
           MOVE TRAN-CUS-STATE            TO CUS-STATE
           MOVE TRAN-CUS-POSTAL-CODE      TO CUS-POSTAL-CODE
           MOVE TRAN-CUS-TAX-ID           TO CUS-TAX-ID
           MOVE TRAN-CUS-TAX-ID-TYPE      TO CUS-TAX-ID-TYPE
           MOVE TRAN-CUS-BIRTH-DATE       TO CUS-BIRTH-DATE
           MOVE TRAN-CUS-PHONE            TO CUS-PHONE
           MOVE TRAN-CUS-SINCE-DATE       TO CUS-SINCE-DATE
           MOVE TRAN-CUS-BACKUP-WITHHOLD  TO CUS-BACKUP-WITHHOLD-FLAG
           IF CUS-TAX-ID NOT = SPACES AND CUS-TAX-ID-TYPE = SPACE
               SET CUS-TAX-ID-IS-SSN TO TRUE
           END-IF
           IF CUS-BACKUP-WITHHOLD-FLAG = SPACE
               SET CUS-NO-BACKUP-WITHHOLDING TO TRUE
           END-IF
           .

       *> Edits a customer add or change before it touches the file:
       *> an id and a name, and a tax id - when one is given - of
       *> nine digits and a known type, so year-end reporting never
       *> files under a malformed number. Backup withholding can only
       *> be switched on against a tax id it can be reported under.
       070-EDIT-CUSTOMER-FIELDS.
           SET VALID-RECORD TO TRUE

           EVALUATE TRUE
               WHEN TRAN-CUS-CUST-ID = SPACES
                   MOVE "CUSTOMER ID IS BLANK - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
               WHEN TRAN-CUS-NAME = SPACES
                   MOVE "CUSTOMER NAME IS BLANK - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
               WHEN TRAN-CUS-TAX-ID NOT = SPACES
                       AND TRAN-CUS-TAX-ID NOT NUMERIC
                   MOVE "TAX ID IS NOT NINE DIGITS - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
               WHEN TRAN-CUS-TAX-ID-TYPE NOT = SPACE
                       AND TRAN-CUS-TAX-ID-TYPE NOT = "S"
                       AND TRAN-CUS-TAX-ID-TYPE NOT = "E"
                   MOVE "TAX ID TYPE IS NOT S OR E - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
               WHEN TRAN-CUS-BIRTH-DATE NOT NUMERIC
                       OR TRAN-CUS-SINCE-DATE NOT NUMERIC
                   MOVE "BIRTH OR SINCE DATE NOT NUMERIC - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
               WHEN TRAN-CUS-BACKUP-WITHHOLD NOT = SPACE
                       AND TRAN-CUS-BACKUP-WITHHOLD NOT = "Y"
                       AND TRAN-CUS-BACKUP-WITHHOLD NOT = "N"
                   MOVE "BACKUP WITHHOLDING FLAG NOT Y OR N - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
               WHEN TRAN-CUS-BACKUP-WITHHOLD = "Y"
                       AND TRAN-CUS-TAX-ID = SPACES
                   MOVE "BACKUP WITHHOLDING WITH NO TAX ID - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
           END-EVALUATE

           IF INVALID-RECORD
               PERFORM 050-WRITE-REJECT-LINE
           END-IF
           .

       *> Writes the action/result line for the transaction in hand
       080-WRITE-ACTION-LINE.
           MOVE TRAN-RECORD-TYPE TO LST-ACT-TYPE
           MOVE TRAN-ACTION      TO LST-ACT-ACTION
           IF TRAN-IS-RELATIONSHIP
               MOVE TRAN-REL-CUST-ID TO LST-ACT-CUST-ID
               MOVE TRAN-REL-ACCT-ID TO LST-ACT-ACCT-ID
           ELSE
               MOVE TRAN-CUS-CUST-ID TO LST-ACT-CUST-ID
               MOVE SPACES           TO LST-ACT-ACCT-ID
           END-IF
           WRITE LIST-RECORD FROM LST-ACTION-LINE
           .

       *> Formats the customer record in hand into the image line,
       *> the tax id masked to its last four digits and a "B" beside
       *> it when the customer is under backup withholding.
       085-MOVE-CUSTOMER-TO-IMAGE.
           MOVE CUS-CUST-ID        TO LST-CIM-CUST-ID
           MOVE CUS-NAME           TO LST-CIM-NAME
           MOVE CUS-ADDRESS-LINE-1 TO LST-CIM-ADDRESS
           MOVE CUS-CITY           TO LST-CIM-CITY
           MOVE CUS-STATE          TO LST-CIM-STATE
           MOVE CUS-POSTAL-CODE    TO LST-CIM-POSTAL-CODE
           IF CUS-TAX-ID = SPACES
               MOVE SPACES TO LST-CIM-TAX-ID
           ELSE
               MOVE "*****"          TO LST-CIM-TAX-ID
               MOVE CUS-TAX-ID (6:4) TO LST-CIM-TAX-ID (6:4)
           END-IF
           IF CUS-BACKUP-WITHHOLDING
               MOVE "B"    TO LST-CIM-WITHHOLD
           ELSE
               MOVE SPACES TO LST-CIM-WITHHOLD
           END-IF
           .

       *> Formats the relationship record in hand into the image line
       087-MOVE-RELATIONSHIP-TO-IMAGE.
           MOVE REL-CUST-ID    TO LST-RIM-CUST-ID
           MOVE REL-ACCT-ID    TO LST-RIM-ACCT-ID
           MOVE REL-ROLE       TO LST-RIM-ROLE
           MOVE REL-ADDED-DATE TO LST-RIM-ADDED-DATE
           .

       *> Lists the customer record as it stands after the change
       090-WRITE-CUSTOMER-AFTER-IMAGE.
           MOVE "AFTER:  " TO LST-CIM-TAG
           PERFORM 085-MOVE-CUSTOMER-TO-IMAGE
           WRITE LIST-RECORD FROM LST-CUSTOMER-IMAGE-LINE
           .

       *> Lists the relationship as it stands after the change
       092-WRITE-RELATIONSHIP-AFTER-IMAGE.
           MOVE "AFTER:  " TO LST-RIM-TAG
           PERFORM 087-MOVE-RELATIONSHIP-TO-IMAGE
           WRITE LIST-RECORD FROM LST-RELATIONSHIP-IMAGE-LINE
           .

       *> Applies the PARM card's operator/source id. Unsupplied
       *> (blank, or no PARM at all) takes the OPERATOR default.
       005-APPLY-RUN-PARAMETERS.
           ACCEPT WS-RUN-PARM-RAW FROM COMMAND-LINE

           IF WS-RUN-PARM-RAW NOT = SPACES
               MOVE PARM-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF

           IF WS-OPERATOR-ID = SPACES
               MOVE "OPERATOR" TO WS-OPERATOR-ID
           END-IF
           .

       *> Appends one change-history record for the maintenance just
       *> applied - the caller has already filed the before and after
       *> images. A failed history write is caught instead of the
       *> audit trail quietly losing the change.
       095-WRITE-HISTORY-RECORD.
           MOVE TRAN-RECORD-TYPE TO HIST-RECORD-TYPE
           MOVE TRAN-ACTION      TO HIST-ACTION
           MOVE WS-RUN-DATE      TO HIST-RUN-DATE
           MOVE WS-RUN-TIME      TO HIST-RUN-TIME
           MOVE WS-OPERATOR-ID   TO HIST-OPERATOR-ID
           IF TRAN-IS-RELATIONSHIP
               MOVE TRAN-REL-CUST-ID TO HIST-CUST-ID
               MOVE TRAN-REL-ACCT-ID TO HIST-ACCT-ID
           ELSE
               MOVE TRAN-CUS-CUST-ID TO HIST-CUST-ID
               MOVE SPACES           TO HIST-ACCT-ID
           END-IF
           WRITE HISTORY-RECORD

           IF FS-HISTORY-FILE NOT = "00"
               DISPLAY "*** ERROR WRITING HISTORY RECORD FOR "
                   HIST-CUST-ID " - STATUS " FS-HISTORY-FILE " ***"
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       *> Ties a customer to an account. Both must be on file, the
       *> role must be primary or joint, and an account that already
       *> has a primary owner takes any further owner as joint only.
       120-APPLY-RELATIONSHIP-ADD.
           PERFORM 170-EDIT-RELATIONSHIP
           IF VALID-RECORD
               MOVE SPACES           TO RELATIONSHIP-RECORD
               MOVE TRAN-REL-CUST-ID TO REL-CUST-ID
               MOVE TRAN-REL-ACCT-ID TO REL-ACCT-ID
               MOVE TRAN-REL-ROLE    TO REL-ROLE
               MOVE WS-RUN-DATE      TO REL-ADDED-DATE
               WRITE RELATIONSHIP-RECORD
                   INVALID KEY
                       MOVE "CUSTOMER ALREADY OWNS ACCOUNT - ADD REJECTED"
                           TO LST-ACT-MESSAGE
                       PERFORM 050-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO CMT-REL-ADDS
                       MOVE "OWNER ADDED" TO LST-ACT-MESSAGE
                       PERFORM 080-WRITE-ACTION-LINE
                       PERFORM 092-WRITE-RELATIONSHIP-AFTER-IMAGE
                       MOVE SPACES              TO HIST-BEFORE-IMAGE
                       MOVE RELATIONSHIP-RECORD TO HIST-AFTER-IMAGE
                       PERFORM 095-WRITE-HISTORY-RECORD
               END-WRITE
           END-IF
           .

       *> Changes an owner's role on an account - the only field a
       *> relationship carries that can change - under the same
       *> one-primary-owner rule as an add.
       130-APPLY-RELATIONSHIP-CHANGE.
           MOVE TRAN-REL-CUST-ID TO REL-CUST-ID
           MOVE TRAN-REL-ACCT-ID TO REL-ACCT-ID
           READ RELATIONSHIP-FILE
               INVALID KEY
                   MOVE "RELATIONSHIP NOT ON FILE - CHANGE REJECTED"
                       TO LST-ACT-MESSAGE
                   PERFORM 050-WRITE-REJECT-LINE
               NOT INVALID KEY
                   MOVE RELATIONSHIP-RECORD TO WS-HELD-RELATIONSHIP
                   PERFORM 170-EDIT-RELATIONSHIP
                   IF VALID-RECORD
                       PERFORM 135-REWRITE-CHANGED-RELATIONSHIP
                   END-IF
           END-READ
           .

       *> Rewrites the changed relationship, counting and listing the
       *> change only once the rewrite has actually succeeded. The
       *> edit's look-ups have used the record area, so the record is
       *> rebuilt from the held image first.
       135-REWRITE-CHANGED-RELATIONSHIP.
           MOVE WS-HELD-RELATIONSHIP TO RELATIONSHIP-RECORD
           MOVE "BEFORE: " TO LST-RIM-TAG
           PERFORM 087-MOVE-RELATIONSHIP-TO-IMAGE
           MOVE LST-RELATIONSHIP-IMAGE-LINE TO LST-HELD-IMAGE

           MOVE TRAN-REL-ROLE TO REL-ROLE
           REWRITE RELATIONSHIP-RECORD
           IF FS-RELATIONSHIP-FILE NOT = "00"
               MOVE SPACES TO LST-ACT-MESSAGE
               STRING "CHANGE FAILED - RELATIONSHIP STATUS "
                       DELIMITED BY SIZE
                   FS-RELATIONSHIP-FILE DELIMITED BY SIZE
                   INTO LST-ACT-MESSAGE
               PERFORM 050-WRITE-REJECT-LINE
           ELSE
               ADD 1 TO CMT-REL-CHANGES
               MOVE "OWNER ROLE CHANGED" TO LST-ACT-MESSAGE
               PERFORM 080-WRITE-ACTION-LINE
               WRITE LIST-RECORD FROM LST-HELD-IMAGE
               PERFORM 092-WRITE-RELATIONSHIP-AFTER-IMAGE
               MOVE WS-HELD-RELATIONSHIP TO HIST-BEFORE-IMAGE
               MOVE RELATIONSHIP-RECORD  TO HIST-AFTER-IMAGE
               PERFORM 095-WRITE-HISTORY-RECORD
           END-IF
           .

       *> Removes a customer as an owner of an account
       140-APPLY-RELATIONSHIP-DELETE.
           MOVE TRAN-REL-CUST-ID TO REL-CUST-ID
           MOVE TRAN-REL-ACCT-ID TO REL-ACCT-ID
           READ RELATIONSHIP-FILE
               INVALID KEY
                   MOVE "RELATIONSHIP NOT ON FILE - DELETE REJECTED"
                       TO LST-ACT-MESSAGE
                   PERFORM 050-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 142-DELETE-RELATIONSHIP-RECORD
           END-READ
           .

       *> Deletes the relationship in hand, counting and listing the
       *> delete only once the keyed delete has actually succeeded.
       142-DELETE-RELATIONSHIP-RECORD.
           MOVE "BEFORE: " TO LST-RIM-TAG
           PERFORM 087-MOVE-RELATIONSHIP-TO-IMAGE
           MOVE LST-RELATIONSHIP-IMAGE-LINE TO LST-HELD-IMAGE
           MOVE RELATIONSHIP-RECORD         TO WS-HELD-RELATIONSHIP

           DELETE RELATIONSHIP-FILE
           IF FS-RELATIONSHIP-FILE NOT = "00"
               MOVE SPACES TO LST-ACT-MESSAGE
               STRING "DELETE FAILED - RELATIONSHIP STATUS "
                       DELIMITED BY SIZE
                   FS-RELATIONSHIP-FILE DELIMITED BY SIZE
                   INTO LST-ACT-MESSAGE
               PERFORM 050-WRITE-REJECT-LINE
           ELSE
               ADD 1 TO CMT-REL-DELETES
               MOVE "OWNER REMOVED" TO LST-ACT-MESSAGE
               PERFORM 080-WRITE-ACTION-LINE
               WRITE LIST-RECORD FROM LST-HELD-IMAGE
               MOVE WS-HELD-RELATIONSHIP TO HIST-BEFORE-IMAGE
               MOVE SPACES               TO HIST-AFTER-IMAGE
               PERFORM 095-WRITE-HISTORY-RECORD
           END-IF
           .

       *> Edits a relationship add or change: a primary or joint
       *> role, a customer on CUSTMST, an account on ACCTMST, and no
       *> second primary owner for the account.
       170-EDIT-RELATIONSHIP.
           SET VALID-RECORD TO TRUE

           IF TRAN-REL-ROLE NOT = "P" AND TRAN-REL-ROLE NOT = "J"
               MOVE "ROLE IS NOT P OR J - REJECTED" TO LST-ACT-MESSAGE
               SET INVALID-RECORD TO TRUE
           END-IF

           IF VALID-RECORD
               MOVE TRAN-REL-CUST-ID TO CUS-CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE - REJECTED"
                           TO LST-ACT-MESSAGE
                       SET INVALID-RECORD TO TRUE
               END-READ
           END-IF

           IF VALID-RECORD
               MOVE TRAN-REL-ACCT-ID TO MST-ACCT-ID
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON ACCTMST - REJECTED"
                           TO LST-ACT-MESSAGE
                       SET INVALID-RECORD TO TRUE
               END-READ
           END-IF

           IF VALID-RECORD AND TRAN-REL-ROLE = "P"
               MOVE TRAN-REL-ACCT-ID TO WS-LOOKUP-ACCT-ID
               PERFORM 175-FIND-PRIMARY-OWNER
               IF WS-PRIMARY-CUST-ID NOT = SPACES
                       AND WS-PRIMARY-CUST-ID NOT = TRAN-REL-CUST-ID
                   MOVE "ACCOUNT ALREADY HAS A PRIMARY OWNER - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
               END-IF
           END-IF

           IF INVALID-RECORD
               PERFORM 050-WRITE-REJECT-LINE
           END-IF
           .

       *> Finds the primary owner of the account in WS-LOOKUP-ACCT-ID
       *> by reading its owners back on the alternate account key;
       *> spaces when the account has none.
       175-FIND-PRIMARY-OWNER.
           MOVE SPACES TO WS-PRIMARY-CUST-ID
           MOVE "N" TO WS-REL-SCAN-SWITCH
           MOVE WS-LOOKUP-ACCT-ID TO REL-ACCT-ID
           START RELATIONSHIP-FILE KEY IS EQUAL TO REL-ACCT-ID
               INVALID KEY
                   SET REL-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL REL-SCAN-DONE
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END
                       SET REL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF REL-ACCT-ID NOT = WS-LOOKUP-ACCT-ID
                           SET REL-SCAN-DONE TO TRUE
                       ELSE
                           IF REL-IS-PRIMARY-OWNER
                               MOVE REL-CUST-ID TO WS-PRIMARY-CUST-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       *> Writes the listing's heading block and column headings
       145-WRITE-LISTING-HEADINGS.
           WRITE LIST-RECORD FROM LST-HEADING-LINE-1
           WRITE LIST-RECORD FROM LST-HEADING-LINE-2
           .

       *> Writes the run totals block at the end of the listing
       160-WRITE-LISTING-TOTALS.
           WRITE LIST-RECORD FROM LST-BLANK-LINE
           MOVE "TRANSACTIONS READ"      TO LST-TOT-LABEL
           MOVE CMT-TRANS-READ           TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "CUSTOMERS ADDED"        TO LST-TOT-LABEL
           MOVE CMT-CUST-ADDS            TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "CUSTOMERS CHANGED"      TO LST-TOT-LABEL
           MOVE CMT-CUST-CHANGES         TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "CUSTOMERS DELETED"      TO LST-TOT-LABEL
           MOVE CMT-CUST-DELETES         TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "OWNERS ADDED"           TO LST-TOT-LABEL
           MOVE CMT-REL-ADDS             TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "OWNER ROLES CHANGED"    TO LST-TOT-LABEL
           MOVE CMT-REL-CHANGES          TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "OWNERS REMOVED"         TO LST-TOT-LABEL
           MOVE CMT-REL-DELETES          TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "TRANSACTIONS REJECTED"  TO LST-TOT-LABEL
           MOVE CMT-TRANS-REJECTED       TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           .
