       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMNT1.

       *> ------------------------------------------------------------
       *> AUTHOR: Naude Vlok
       *> COURSE: CIS352 Intro to Enterprise Computing
       *> PURPOSE:
       *>   Maintains the BRPRREF keyed branch and product reference
       *>   file, the way CUSTMNT1 maintains the customer file.
       *>   Applies add/change/delete transactions off the REFTRAN
       *>   batch input - branch records carrying the branch's name,
       *>   region, GL cost center, and open/closed status, and
       *>   product records carrying the product's description and
       *>   the interest-expense and interest-payable GL accounts it
       *>   posts to - and prints a before/after maintenance listing.
       *>   A branch is never taken off the file, since accounts and
       *>   ledger history still carry its code: a delete marks it
       *>   closed, the way ACCTMNT1 closes an account, and ACCTMNT1
       *>   opens no new accounts there. A product delete takes the
       *>   product off, after which ACCTMNT1 and DECKMRG1 reject it
       *>   and SAVPOST1 flags any account still carrying it.
       *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO "REFTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TRAN-FILE.

           SELECT OPTIONAL REFERENCE-FILE ASSIGN TO "BRPRREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-KEY
               FILE STATUS IS FS-REFERENCE-FILE.

           SELECT LIST-FILE ASSIGN TO "REFLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LIST-FILE.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUN-LOG-FILE.

       DATA DIVISION.
       FILE SECTION.

       *> One maintenance transaction per record: a record-type byte
       *> (branch or product) and an action byte in front of the code
       *> and either the branch or the product detail fields.
       FD  TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-RECORD.
           05  TRAN-RECORD-TYPE          PIC X.
               88  TRAN-IS-BRANCH              VALUE "B".
               88  TRAN-IS-PRODUCT             VALUE "P".
           05  TRAN-ACTION               PIC X.
               88  TRAN-IS-ADD                 VALUE "A".
               88  TRAN-IS-CHANGE              VALUE "C".
               88  TRAN-IS-DELETE              VALUE "D".
           05  TRAN-CODE                 PIC X(4).
           05  TRAN-BRANCH-DATA.
               10  TRAN-BRANCH-NAME          PIC X(30).
               10  TRAN-REGION               PIC X(10).
               10  TRAN-COST-CENTER          PIC X(6).
               10  TRAN-BRANCH-STATUS        PIC X.
               10  FILLER                    PIC X(8).
           05  TRAN-PRODUCT-DATA REDEFINES TRAN-BRANCH-DATA.
               10  TRAN-PRODUCT-DESC         PIC X(30).
               10  TRAN-EXPENSE-GL-ACCT      PIC X(8).
               10  TRAN-PAYABLE-GL-ACCT      PIC X(8).
               10  FILLER                    PIC X(9).

       *> Keyed branch and product reference file
       FD  REFERENCE-FILE.
       COPY BRPRREF.

       *> Spooled maintenance listing: one before line and one after
       *> line per transaction applied, plus run totals at the end.
       FD  LIST-FILE
           RECORDING MODE IS F.
       01  LIST-RECORD                   PIC X(132).

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
           05  FS-REFERENCE-FILE         PIC XX VALUE "00".
           05  FS-LIST-FILE              PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE           PIC XX VALUE "00".

       *> Run date/time stamped onto the run log and onto a branch's
       *> status date when it opens or closes.
       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE               PIC 9(8) VALUE 0.
           05  WS-RUN-TIME               PIC 9(8) VALUE 0.

       *> Switch and reason set by the transaction edits
       01  WS-VALIDATION-VALUES.
           05  WS-VALID-RECORD-SWITCH    PIC X VALUE "Y".
               88  VALID-RECORD                VALUE "Y".
               88  INVALID-RECORD              VALUE "N".

       *> Branch status and status date as they stood before a
       *> change, kept so a change keyed without a status leaves the
       *> branch as it was and the date only moves on a real move.
       01  WS-HELD-STATUS-VALUES.
           05  WS-HELD-BRANCH-STATUS     PIC X    VALUE SPACE.
           05  WS-HELD-STATUS-DATE       PIC 9(8) VALUE 0.

       *> Transaction counts for the run totals block
       01  RFM-RUN-COUNTS.
           05  RFM-TRANS-READ            PIC 9(7) VALUE 0.
           05  RFM-BRANCH-ADDS           PIC 9(7) VALUE 0.
           05  RFM-BRANCH-CHANGES        PIC 9(7) VALUE 0.
           05  RFM-BRANCH-CLOSES         PIC 9(7) VALUE 0.
           05  RFM-PRODUCT-ADDS          PIC 9(7) VALUE 0.
           05  RFM-PRODUCT-CHANGES       PIC 9(7) VALUE 0.
           05  RFM-PRODUCT-DELETES       PIC 9(7) VALUE 0.
           05  RFM-TRANS-REJECTED        PIC 9(7) VALUE 0.

       *> Listing line layouts, built up in WORKING-STORAGE and moved
       *> to LIST-RECORD before each WRITE.
       01  LST-HEADING-LINE-1.
           05  FILLER                    PIC X(21) VALUE SPACES.
           05  FILLER                    PIC X(44)
               VALUE "REFMNT1 - BRANCH AND PRODUCT REFERENCE MAINT".
           05  FILLER                    PIC X(67) VALUE SPACES.

       01  LST-HEADING-LINE-2.
           05  FILLER                    PIC X(8)  VALUE "TYPE/ACT".
           05  FILLER                    PIC X(12) VALUE "CODE".
           05  FILLER                    PIC X(112) VALUE SPACES.

       01  LST-ACTION-LINE.
           05  LST-ACT-TYPE              PIC X.
           05  FILLER                    PIC X(1)  VALUE "/".
           05  LST-ACT-ACTION            PIC X.
           05  FILLER                    PIC X(5)  VALUE SPACES.
           05  LST-ACT-CODE              PIC X(4).
           05  FILLER                    PIC X(8)  VALUE SPACES.
           05  LST-ACT-MESSAGE           PIC X(60) VALUE SPACES.
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  LST-BRANCH-IMAGE-LINE.
           05  LST-BIM-TAG               PIC X(8).
           05  LST-BIM-CODE              PIC X(4).
           05  FILLER                    PIC X(8)  VALUE SPACES.
           05  LST-BIM-NAME              PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE "REGION ".
           05  LST-BIM-REGION            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE "COST CENTER ".
           05  LST-BIM-COST-CENTER       PIC X(6).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE "STATUS ".
           05  LST-BIM-STATUS            PIC X.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  LST-BIM-STATUS-DATE       PIC 9(8).
           05  FILLER                    PIC X(24) VALUE SPACES.

       01  LST-PRODUCT-IMAGE-LINE.
           05  LST-PIM-TAG               PIC X(8).
           05  LST-PIM-CODE              PIC X(4).
           05  FILLER                    PIC X(8)  VALUE SPACES.
           05  LST-PIM-DESC              PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE "EXPENSE ".
           05  LST-PIM-EXPENSE-ACCT      PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE "PAYABLE ".
           05  LST-PIM-PAYABLE-ACCT      PIC X(8).
           05  FILLER                    PIC X(46) VALUE SPACES.

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
       000-MAINTAIN-REFERENCE-FILE.
           DISPLAY "--------------------------------------------"
           DISPLAY "REFMNT1 - Branch and Product Reference Maint"
           DISPLAY "Applying REFTRAN to BRPRREF"
           DISPLAY "--------------------------------------------"

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN INPUT TRAN-FILE
           OPEN I-O REFERENCE-FILE
           IF FS-REFERENCE-FILE NOT = "00"
                   AND FS-REFERENCE-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING REFERENCE FILE - STATUS "
                   FS-REFERENCE-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LIST-FILE
           PERFORM 145-WRITE-LISTING-HEADINGS

           READ TRAN-FILE
               AT END SET END-OF-TRAN-FILE TO TRUE
           END-READ

           PERFORM UNTIL END-OF-TRAN-FILE
               ADD 1 TO RFM-TRANS-READ

               EVALUATE TRUE
                   WHEN TRAN-IS-BRANCH AND TRAN-IS-ADD
                       PERFORM 020-APPLY-BRANCH-ADD
                   WHEN TRAN-IS-BRANCH AND TRAN-IS-CHANGE
                       PERFORM 030-APPLY-BRANCH-CHANGE
                   WHEN TRAN-IS-BRANCH AND TRAN-IS-DELETE
                       PERFORM 040-APPLY-BRANCH-CLOSE
                   WHEN TRAN-IS-PRODUCT AND TRAN-IS-ADD
                       PERFORM 120-APPLY-PRODUCT-ADD
                   WHEN TRAN-IS-PRODUCT AND TRAN-IS-CHANGE
                       PERFORM 130-APPLY-PRODUCT-CHANGE
                   WHEN TRAN-IS-PRODUCT AND TRAN-IS-DELETE
                       PERFORM 140-APPLY-PRODUCT-DELETE
                   WHEN OTHER
                       PERFORM 055-WRITE-REJECT-LINE-TEXT
               END-EVALUATE

               READ TRAN-FILE
                   AT END SET END-OF-TRAN-FILE TO TRUE
               END-READ
           END-PERFORM

           PERFORM 160-WRITE-LISTING-TOTALS

           CLOSE TRAN-FILE
           CLOSE REFERENCE-FILE
           CLOSE LIST-FILE

           DISPLAY "Transactions Read:    " RFM-TRANS-READ
           DISPLAY "Branches Added:       " RFM-BRANCH-ADDS
           DISPLAY "Branches Changed:     " RFM-BRANCH-CHANGES
           DISPLAY "Branches Closed:      " RFM-BRANCH-CLOSES
           DISPLAY "Products Added:       " RFM-PRODUCT-ADDS
           DISPLAY "Products Changed:     " RFM-PRODUCT-CHANGES
           DISPLAY "Products Deleted:     " RFM-PRODUCT-DELETES
           DISPLAY "Transactions Rejected:" RFM-TRANS-REJECTED
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
               MOVE "REFMNT1"          TO RLG-PROGRAM-ID
               MOVE WS-RUN-DATE        TO RLG-RUN-DATE
               MOVE WS-RUN-TIME        TO RLG-RUN-TIME
               MOVE RFM-TRANS-READ     TO RLG-RECORDS-READ
               COMPUTE RLG-RECORDS-PROCESSED =
                   RFM-BRANCH-ADDS + RFM-BRANCH-CHANGES
                   + RFM-BRANCH-CLOSES + RFM-PRODUCT-ADDS
                   + RFM-PRODUCT-CHANGES + RFM-PRODUCT-DELETES
               MOVE RFM-TRANS-REJECTED TO RLG-RECORDS-REJECTED
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

       *> Adds a new branch. A key already on file is rejected rather
       *> than overlaid. A branch keyed without a status opens open,
       *> its status dated today.
       020-APPLY-BRANCH-ADD.
           PERFORM 070-EDIT-BRANCH-FIELDS
           IF VALID-RECORD
               PERFORM 060-MOVE-TRAN-TO-BRANCH
               IF REF-BRANCH-STATUS = SPACE
                   SET REF-BRANCH-OPEN TO TRUE
               END-IF
               MOVE WS-RUN-DATE TO REF-STATUS-DATE
               WRITE REFERENCE-RECORD
                   INVALID KEY
                       MOVE "BRANCH ALREADY ON FILE - ADD REJECTED"
                           TO LST-ACT-MESSAGE
                       PERFORM 050-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO RFM-BRANCH-ADDS
                       MOVE "BRANCH ADDED" TO LST-ACT-MESSAGE
                       PERFORM 080-WRITE-ACTION-LINE
                       PERFORM 090-WRITE-BRANCH-AFTER-IMAGE
               END-WRITE
           END-IF
           .

       *> Changes a branch already on file, listing the record as it
       *> stood before and after the change.
       030-APPLY-BRANCH-CHANGE.
           PERFORM 070-EDIT-BRANCH-FIELDS
           IF VALID-RECORD
               MOVE "B"       TO REF-REC-TYPE
               MOVE TRAN-CODE TO REF-CODE
               READ REFERENCE-FILE
                   INVALID KEY
                       MOVE "BRANCH NOT ON FILE - CHANGE REJECTED"
                           TO LST-ACT-MESSAGE
                       PERFORM 050-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       PERFORM 035-REWRITE-CHANGED-BRANCH
               END-READ
           END-IF
           .

       *> Rewrites the changed branch, counting and listing the change
       *> only once the rewrite has actually succeeded. A change
       *> keyed without a status keeps the one already on file, and
       *> the status date moves only when the status does.
       035-REWRITE-CHANGED-BRANCH.
           MOVE "BEFORE: " TO LST-BIM-TAG
           PERFORM 085-MOVE-BRANCH-TO-IMAGE
           MOVE LST-BRANCH-IMAGE-LINE TO LST-HELD-IMAGE
           MOVE REF-BRANCH-STATUS     TO WS-HELD-BRANCH-STATUS
           MOVE REF-STATUS-DATE       TO WS-HELD-STATUS-DATE

           PERFORM 060-MOVE-TRAN-TO-BRANCH
           IF REF-BRANCH-STATUS = SPACE
               MOVE WS-HELD-BRANCH-STATUS TO REF-BRANCH-STATUS
           END-IF
           IF REF-BRANCH-STATUS = WS-HELD-BRANCH-STATUS
               MOVE WS-HELD-STATUS-DATE TO REF-STATUS-DATE
           ELSE
               MOVE WS-RUN-DATE         TO REF-STATUS-DATE
           END-IF
           REWRITE REFERENCE-RECORD
           IF FS-REFERENCE-FILE NOT = "00"
               MOVE SPACES TO LST-ACT-MESSAGE
               STRING "CHANGE FAILED - REFERENCE STATUS "
                       DELIMITED BY SIZE
                   FS-REFERENCE-FILE DELIMITED BY SIZE
                   INTO LST-ACT-MESSAGE
               PERFORM 050-WRITE-REJECT-LINE
           ELSE
               ADD 1 TO RFM-BRANCH-CHANGES
               MOVE "BRANCH CHANGED" TO LST-ACT-MESSAGE
               PERFORM 080-WRITE-ACTION-LINE
               WRITE LIST-RECORD FROM LST-HELD-IMAGE
               PERFORM 090-WRITE-BRANCH-AFTER-IMAGE
           END-IF
           .

       *> Closes a branch. The record stays on file, marked closed and
       *> dated, so accounts and ledger history that still carry the
       *> code keep their name and cost center.
       040-APPLY-BRANCH-CLOSE.
           MOVE "B"       TO REF-REC-TYPE
           MOVE TRAN-CODE TO REF-CODE
           READ REFERENCE-FILE
               INVALID KEY
                   MOVE "BRANCH NOT ON FILE - CLOSE REJECTED"
                       TO LST-ACT-MESSAGE
                   PERFORM 050-WRITE-REJECT-LINE
               NOT INVALID KEY
                   IF REF-BRANCH-CLOSED
                       MOVE "BRANCH ALREADY CLOSED - CLOSE REJECTED"
                           TO LST-ACT-MESSAGE
                       PERFORM 050-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 045-REWRITE-CLOSED-BRANCH
                   END-IF
           END-READ
           .

       *> Marks the branch in hand closed as of today, counting and
       *> listing the close only once the rewrite has succeeded.
       045-REWRITE-CLOSED-BRANCH.
           MOVE "BEFORE: " TO LST-BIM-TAG
           PERFORM 085-MOVE-BRANCH-TO-IMAGE
           MOVE LST-BRANCH-IMAGE-LINE TO LST-HELD-IMAGE

           SET REF-BRANCH-CLOSED TO TRUE
           MOVE WS-RUN-DATE TO REF-STATUS-DATE
           REWRITE REFERENCE-RECORD
           IF FS-REFERENCE-FILE NOT = "00"
               MOVE SPACES TO LST-ACT-MESSAGE
               STRING "CLOSE FAILED - REFERENCE STATUS "
                       DELIMITED BY SIZE
                   FS-REFERENCE-FILE DELIMITED BY SIZE
                   INTO LST-ACT-MESSAGE
               PERFORM 050-WRITE-REJECT-LINE
           ELSE
               ADD 1 TO RFM-BRANCH-CLOSES
               MOVE "BRANCH CLOSED" TO LST-ACT-MESSAGE
               PERFORM 080-WRITE-ACTION-LINE
               WRITE LIST-RECORD FROM LST-HELD-IMAGE
               PERFORM 090-WRITE-BRANCH-AFTER-IMAGE
           END-IF
           .

       *> Writes a listing line for a rejected transaction and counts it
       050-WRITE-REJECT-LINE.
           ADD 1 TO RFM-TRANS-REJECTED
           PERFORM 080-WRITE-ACTION-LINE

           DISPLAY "*** REJECTED: " TRAN-RECORD-TYPE TRAN-ACTION " "
               TRAN-CODE " - " LST-ACT-MESSAGE
           .

       *> Routes a transaction whose record type is not B or P, or
       *> whose action byte is not A, C, or D, to the reject count
       *> instead of guessing what was meant.
       055-WRITE-REJECT-LINE-TEXT.
           MOVE "TYPE NOT B OR P / ACTION NOT A, C, OR D - REJECTED"
               TO LST-ACT-MESSAGE
           PERFORM 050-WRITE-REJECT-LINE
           .

       *> Loads the transaction's branch fields into the record
       060-MOVE-TRAN-TO-BRANCH.
           MOVE SPACES             TO REFERENCE-RECORD
           MOVE "B"                TO REF-REC-TYPE
           MOVE TRAN-CODE          TO REF-CODE
           MOVE TRAN-BRANCH-NAME   TO REF-BRANCH-NAME
           MOVE TRAN-REGION        TO REF-REGION
           MOVE TRAN-COST-CENTER   TO REF-COST-CENTER
           MOVE TRAN-BRANCH-STATUS TO REF-BRANCH-STATUS
           MOVE 0                  TO REF-STATUS-DATE
           .

       *> Loads the transaction's product fields into the record
       065-MOVE-TRAN-TO-PRODUCT.
           MOVE SPACES               TO REFERENCE-RECORD
           MOVE "P"                  TO REF-REC-TYPE
           MOVE TRAN-CODE            TO REF-CODE
           MOVE TRAN-PRODUCT-DESC    TO REF-PRODUCT-DESC
           MOVE TRAN-EXPENSE-GL-ACCT TO REF-EXPENSE-GL-ACCT
           MOVE TRAN-PAYABLE-GL-ACCT TO REF-PAYABLE-GL-ACCT
           .

       *> Edits a branch add or change before it touches the file: a
       *> three-byte code, a name for the reports to print, a cost
       *> center for its ledger entries, and a status - when one is
       *> keyed - of open or closed.
       070-EDIT-BRANCH-FIELDS.
           SET VALID-RECORD TO TRUE

           EVALUATE TRUE
               WHEN TRAN-CODE (1:3) = SPACES
                       OR TRAN-CODE (4:1) NOT = SPACE
                   MOVE "BRANCH CODE NOT THREE CHARACTERS - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
               WHEN TRAN-BRANCH-NAME = SPACES
                   MOVE "BRANCH NAME IS BLANK - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
               WHEN TRAN-COST-CENTER = SPACES
                   MOVE "COST CENTER IS BLANK - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
               WHEN TRAN-BRANCH-STATUS NOT = SPACE
                       AND TRAN-BRANCH-STATUS NOT = "O"
                       AND TRAN-BRANCH-STATUS NOT = "C"
                   MOVE "BRANCH STATUS NOT O OR C - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
           END-EVALUATE

           IF INVALID-RECORD
               PERFORM 050-WRITE-REJECT-LINE
           END-IF
           .

       *> Edits a product add or change before it touches the file: a
       *> code, a description, and both GL accounts as the eight
       *> digits the ledger interface carries, so SAVPOST1 never cuts
       *> an entry to an account the ledger can't post.
       075-EDIT-PRODUCT-FIELDS.
           SET VALID-RECORD TO TRUE

           EVALUATE TRUE
               WHEN TRAN-CODE = SPACES
                   MOVE "PRODUCT CODE IS BLANK - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
               WHEN TRAN-PRODUCT-DESC = SPACES
                   MOVE "PRODUCT DESCRIPTION IS BLANK - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
               WHEN TRAN-EXPENSE-GL-ACCT NOT NUMERIC
                   MOVE "EXPENSE GL ACCOUNT NOT EIGHT DIGITS - REJECTED"
                       TO LST-ACT-MESSAGE
                   SET INVALID-RECORD TO TRUE
               WHEN TRAN-PAYABLE-GL-ACCT NOT NUMERIC
                   MOVE "PAYABLE GL ACCOUNT NOT EIGHT DIGITS - REJECTED"
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
           MOVE TRAN-CODE        TO LST-ACT-CODE
           WRITE LIST-RECORD FROM LST-ACTION-LINE
           .

       *> Formats the branch record in hand into the image line
       085-MOVE-BRANCH-TO-IMAGE.
           MOVE REF-CODE          TO LST-BIM-CODE
           MOVE REF-BRANCH-NAME   TO LST-BIM-NAME
           MOVE REF-REGION        TO LST-BIM-REGION
           MOVE REF-COST-CENTER   TO LST-BIM-COST-CENTER
           MOVE REF-BRANCH-STATUS TO LST-BIM-STATUS
           MOVE REF-STATUS-DATE   TO LST-BIM-STATUS-DATE
           .

       *> Formats the product record in hand into the image line
       087-MOVE-PRODUCT-TO-IMAGE.
           MOVE REF-CODE            TO LST-PIM-CODE
           MOVE REF-PRODUCT-DESC    TO LST-PIM-DESC
           MOVE REF-EXPENSE-GL-ACCT TO LST-PIM-EXPENSE-ACCT
           MOVE REF-PAYABLE-GL-ACCT TO LST-PIM-PAYABLE-ACCT
           .

       *> Lists the branch record as it stands after the change
       090-WRITE-BRANCH-AFTER-IMAGE.
           MOVE "AFTER:  " TO LST-BIM-TAG
           PERFORM 085-MOVE-BRANCH-TO-IMAGE
           WRITE LIST-RECORD FROM LST-BRANCH-IMAGE-LINE
           .

       *> Lists the product record as it stands after the change
       092-WRITE-PRODUCT-AFTER-IMAGE.
           MOVE "AFTER:  " TO LST-PIM-TAG
           PERFORM 087-MOVE-PRODUCT-TO-IMAGE
           WRITE LIST-RECORD FROM LST-PRODUCT-IMAGE-LINE
           .

       *> Adds a new product. A key already on file is rejected
       *> rather than overlaid.
       120-APPLY-PRODUCT-ADD.
           PERFORM 075-EDIT-PRODUCT-FIELDS
           IF VALID-RECORD
               PERFORM 065-MOVE-TRAN-TO-PRODUCT
               WRITE REFERENCE-RECORD
                   INVALID KEY
                       MOVE "PRODUCT ALREADY ON FILE - ADD REJECTED"
                           TO LST-ACT-MESSAGE
                       PERFORM 050-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO RFM-PRODUCT-ADDS
                       MOVE "PRODUCT ADDED" TO LST-ACT-MESSAGE
                       PERFORM 080-WRITE-ACTION-LINE
                       PERFORM 092-WRITE-PRODUCT-AFTER-IMAGE
               END-WRITE
           END-IF
           .

       *> Changes a product already on file, listing the record as it
       *> stood before and after the change.
       130-APPLY-PRODUCT-CHANGE.
           PERFORM 075-EDIT-PRODUCT-FIELDS
           IF VALID-RECORD
               MOVE "P"       TO REF-REC-TYPE
               MOVE TRAN-CODE TO REF-CODE
               READ REFERENCE-FILE
                   INVALID KEY
                       MOVE "PRODUCT NOT ON FILE - CHANGE REJECTED"
                           TO LST-ACT-MESSAGE
                       PERFORM 050-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       PERFORM 135-REWRITE-CHANGED-PRODUCT
               END-READ
           END-IF
           .

       *> Rewrites the changed product, counting and listing the
       *> change only once the rewrite has actually succeeded.
       135-REWRITE-CHANGED-PRODUCT.
           MOVE "BEFORE: " TO LST-PIM-TAG
           PERFORM 087-MOVE-PRODUCT-TO-IMAGE
           MOVE LST-PRODUCT-IMAGE-LINE TO LST-HELD-IMAGE

           PERFORM 065-MOVE-TRAN-TO-PRODUCT
           REWRITE REFERENCE-RECORD
           IF FS-REFERENCE-FILE NOT = "00"
               MOVE SPACES TO LST-ACT-MESSAGE
               STRING "CHANGE FAILED - REFERENCE STATUS "
                       DELIMITED BY SIZE
                   FS-REFERENCE-FILE DELIMITED BY SIZE
                   INTO LST-ACT-MESSAGE
               PERFORM 050-WRITE-REJECT-LINE
           ELSE
               ADD 1 TO RFM-PRODUCT-CHANGES
               MOVE "PRODUCT CHANGED" TO LST-ACT-MESSAGE
               PERFORM 080-WRITE-ACTION-LINE
               WRITE LIST-RECORD FROM LST-HELD-IMAGE
               PERFORM 092-WRITE-PRODUCT-AFTER-IMAGE
           END-IF
           .

       *> Takes a product off the file
       140-APPLY-PRODUCT-DELETE.
           MOVE "P"       TO REF-REC-TYPE
           MOVE TRAN-CODE TO REF-CODE
           READ REFERENCE-FILE
               INVALID KEY
                   MOVE "PRODUCT NOT ON FILE - DELETE REJECTED"
                       TO LST-ACT-MESSAGE
                   PERFORM 050-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 142-DELETE-PRODUCT-RECORD
           END-READ
           .

       *> Deletes the product record in hand, counting and listing the
       *> delete only once the keyed delete has actually succeeded.
       142-DELETE-PRODUCT-RECORD.
           MOVE "BEFORE: " TO LST-PIM-TAG
           PERFORM 087-MOVE-PRODUCT-TO-IMAGE
           MOVE LST-PRODUCT-IMAGE-LINE TO LST-HELD-IMAGE

           DELETE REFERENCE-FILE
           IF FS-REFERENCE-FILE NOT = "00"
               MOVE SPACES TO LST-ACT-MESSAGE
               STRING "DELETE FAILED - REFERENCE STATUS "
                       DELIMITED BY SIZE
                   FS-REFERENCE-FILE DELIMITED BY SIZE
                   INTO LST-ACT-MESSAGE
               PERFORM 050-WRITE-REJECT-LINE
           ELSE
               ADD 1 TO RFM-PRODUCT-DELETES
               MOVE "PRODUCT DELETED" TO LST-ACT-MESSAGE
               PERFORM 080-WRITE-ACTION-LINE
               WRITE LIST-RECORD FROM LST-HELD-IMAGE
           END-IF
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
           MOVE RFM-TRANS-READ           TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "BRANCHES ADDED"         TO LST-TOT-LABEL
           MOVE RFM-BRANCH-ADDS          TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "BRANCHES CHANGED"       TO LST-TOT-LABEL
           MOVE RFM-BRANCH-CHANGES       TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "BRANCHES CLOSED"        TO LST-TOT-LABEL
           MOVE RFM-BRANCH-CLOSES        TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "PRODUCTS ADDED"         TO LST-TOT-LABEL
           MOVE RFM-PRODUCT-ADDS         TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "PRODUCTS CHANGED"       TO LST-TOT-LABEL
           MOVE RFM-PRODUCT-CHANGES      TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "PRODUCTS DELETED"       TO LST-TOT-LABEL
           MOVE RFM-PRODUCT-DELETES      TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           MOVE "TRANSACTIONS REJECTED"  TO LST-TOT-LABEL
           MOVE RFM-TRANS-REJECTED       TO LST-TOT-COUNT
           WRITE LIST-RECORD FROM LST-TOTAL-LINE
           .
