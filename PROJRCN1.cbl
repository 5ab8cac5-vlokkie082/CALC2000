       *>   matched and equal, matched with a difference, projected
       *>   but never posted, and posted but never projected. Any
       *>   variance above the PARM tolerance sets a nonzero
       *>   RETURN-CODE so the job stream stops. Backup withholding
       *>   SAVPOST1 took out of an account's interest (its WHLDOUT
       *>   file) is added back to the posted balance first, since
       *>   the projection is gross of it. An account SAVPOST1
       *>   passed over for its status carries onto POSTOUT at the
       *>   balance it came in with; posted at exactly the balance
       *>   its projection started from, it is reported as carried
       *>   rather than as a variance. The match/merge
       *>   carries no in-storage tables, so the run handles the
       *>   full book however far the trail and the book grow.
       *> ------------------------------------------------------------
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT-FILE.

           SELECT OPTIONAL WITHHOLDING-FILE ASSIGN TO "WHLDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-WITHHOLDING-FILE.

           SELECT POSTED-SORT-FILE ASSIGN TO "SORTWK1".

           SELECT AUDIT-SORT-FILE ASSIGN TO "SORTWK2".
           05  AUDIT-MATURITY-DATE        PIC 9(8).
           05  AUDIT-FUTURE-VALUE         PIC 9(9)V99.

       *> Backup withholding SAVPOST1 took out of the cycle's
       *> interest, laid out exactly as its 070-TAKE-BACKUP-
       *> WITHHOLDING writes it.
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

       *> Sort work for the posted side: the detail stripped to its
       *> match key and balance, the header dropped on release, and
       *> each withholding record released beside it - keyed to
       *> sort ahead of its account's posted detail.
       SD  POSTED-SORT-FILE.
       01  SORT-POSTED-RECORD.
           05  SPST-ACCT-ID               PIC X(10).
           05  SPST-REC-KIND              PIC X.
           05  SPST-BALANCE               PIC 9(9)V99.

       *> Sort work for the audit side: the whole trail record,
       *> keyed so each account's records land in run-stamp order.
           05  SAUD-FUTURE-VALUE          PIC 9(9)V99.

       *> The posted side sorted by account, one compact record per
       *> posted detail, any withholding taken from the account
       *> ahead of it.
       FD  SORTED-POSTED-FILE
           RECORDING MODE IS F.
       01  SORTED-POSTED-RECORD.
           05  SRTP-ACCT-ID               PIC X(10).
           05  SRTP-REC-KIND              PIC X.
               88  SRTP-IS-POSTED               VALUE "P".
               88  SRTP-IS-WITHHOLDING          VALUE "W".
           05  SRTP-BALANCE               PIC 9(9)V99.

       *> The audit trail sorted by account and run stamp, so the
       *> last record in each account's group is its projection of
       01  FILE-STATUS-CODES.
           05  FS-POSTED-FILE             PIC XX VALUE "00".
           05  FS-AUDIT-FILE              PIC XX VALUE "00".
           05  FS-WITHHOLDING-FILE        PIC XX VALUE "00".
           05  FS-SORTED-POSTED           PIC XX VALUE "00".
           05  FS-SORTED-AUDIT            PIC XX VALUE "00".
           05  FS-REPORT-FILE             PIC XX VALUE "00".

       *> The posted account in hand on the match/merge: its key
       *> goes HIGH-VALUES at end of file so the other side drains.
       *> Withholding read ahead of an account's posted detail is
       *> held here until the detail arrives.
       01  POSTED-SIDE-VALUES.
           05  WS-PST-MATCH-KEY           PIC X(10) VALUE SPACES.
           05  WS-PST-MATCH-BALANCE       PIC 9(9)V99 VALUE 0.
           05  WS-POSTED-COUNT            PIC 9(7) VALUE 0.
           05  WS-PST-ADDBACK-KEY         PIC X(10) VALUE SPACES.
           05  WS-PST-ADDBACK-AMOUNT      PIC 9(9)V99 VALUE 0.
           05  WS-PST-READ-SWITCH         PIC X VALUE "N".
               88  POSTED-DETAIL-READ           VALUE "Y".

       *> The projection of record in hand on the match/merge: each
       *> account's audit group collapsed to its last (latest-
       01  PROJECTION-SIDE-VALUES.
           05  WS-PRJ-MATCH-KEY           PIC X(10) VALUE SPACES.
           05  WS-PRJ-MATCH-FUTURE-VALUE  PIC 9(9)V99 VALUE 0.
           05  WS-PRJ-MATCH-PRINCIPAL     PIC 9(7)V99 VALUE 0.
           05  WS-PRJ-PENDING-KEY         PIC X(10) VALUE SPACES.
           05  WS-PRJ-PENDING-FV          PIC 9(9)V99 VALUE 0.
           05  WS-PRJ-PENDING-PRINCIPAL   PIC 9(7)V99 VALUE 0.
           05  WS-PRJ-PENDING-SWITCH      PIC X VALUE "N".
               88  PRJ-RECORD-PENDING           VALUE "Y".
           05  WS-PROJECTED-COUNT         PIC 9(7) VALUE 0.
       01  RCN-CATEGORY-COUNTS.
           05  RCN-MATCHED-EQUAL          PIC 9(7) VALUE 0.
           05  RCN-MATCHED-DIFFERENT      PIC 9(7) VALUE 0.
           05  RCN-CARRIED                PIC 9(7) VALUE 0.
           05  RCN-NEVER-POSTED           PIC 9(7) VALUE 0.
           05  RCN-NEVER-PROJECTED        PIC 9(7) VALUE 0.
           05  RCN-OVER-TOLERANCE         PIC 9(7) VALUE 0.
               88  END-OF-POSTED-FILE           VALUE "Y".
           05  WS-END-OF-SORTED-AUDIT     PIC X VALUE "N".
               88  END-OF-SORTED-AUDIT          VALUE "Y".
           05  WS-END-OF-WITHHOLDING-FILE PIC X VALUE "N".
               88  END-OF-WITHHOLDING-FILE      VALUE "Y".

       *> Run-control card read off this run's command line, the same
       *> way CALC2000 reads its PARM: the variance tolerance in
           DISPLAY "Projected Accounts:    " WS-PROJECTED-COUNT
           DISPLAY "Matched and Equal:     " RCN-MATCHED-EQUAL
           DISPLAY "Matched w/ Difference: " RCN-MATCHED-DIFFERENT
           DISPLAY "Carried Not Posted:    " RCN-CARRIED
           DISPLAY "Never Posted:          " RCN-NEVER-POSTED
           DISPLAY "Never Projected:       " RCN-NEVER-PROJECTED
           DISPLAY "--------------------------------------------"
       *> Sorts the carryforward's details into account order, each
       *> stripped to its match key and posted balance; the header
       *> record is dropped on release, its totals already
       *> reconciled by SAVPOST1. Withholding records sort ahead of
       *> the posted detail for the same account.
       020-SORT-POSTED-FILE.
           SORT POSTED-SORT-FILE
               ON ASCENDING KEY SPST-ACCT-ID
               ON DESCENDING KEY SPST-REC-KIND
               INPUT PROCEDURE IS 025-RELEASE-POSTED-DETAILS
               GIVING SORTED-POSTED-FILE
           .

       *> Releases each posted detail to the sort, then each
       *> withholding record, when the cycle took any
       025-RELEASE-POSTED-DETAILS.
           OPEN INPUT POSTED-FILE
           IF FS-POSTED-FILE NOT = "00"
                       IF PST-IS-DETAIL
                           MOVE PST-ACCT-ID
                               TO SPST-ACCT-ID
                           MOVE "P" TO SPST-REC-KIND
                           MOVE PST-INVESTMENT-AMOUNT
                               TO SPST-BALANCE
                           RELEASE SORT-POSTED-RECORD
           END-PERFORM

           CLOSE POSTED-FILE

           OPEN INPUT WITHHOLDING-FILE
           IF FS-WITHHOLDING-FILE NOT = "00"
                   AND FS-WITHHOLDING-FILE NOT = "05"
               DISPLAY "*** ERROR OPENING WITHHOLDING FILE - STATUS "
                   FS-WITHHOLDING-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-WITHHOLDING-FILE
               READ WITHHOLDING-FILE
                   AT END SET END-OF-WITHHOLDING-FILE TO TRUE
                   NOT AT END
                       MOVE WHL-ACCT-ID         TO SPST-ACCT-ID
                       MOVE "W"                 TO SPST-REC-KIND
                       MOVE WHL-WITHHELD-AMOUNT TO SPST-BALANCE
                       RELEASE SORT-POSTED-RECORD
               END-READ
           END-PERFORM

           CLOSE WITHHOLDING-FILE
           .

       *> Sorts the whole audit trail by account, then run stamp, so
           .

       *> Fetches the next posted account, its key going HIGH-VALUES
       *> at end of file so the projection side drains. Withholding
       *> read on the way is added back onto its account's posted
       *> balance, so the balance compares gross to the projection.
       300-READ-NEXT-POSTED.
           MOVE SPACES TO WS-PST-ADDBACK-KEY
           MOVE 0      TO WS-PST-ADDBACK-AMOUNT
           MOVE "N"    TO WS-PST-READ-SWITCH

           PERFORM UNTIL POSTED-DETAIL-READ
               READ SORTED-POSTED-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-PST-MATCH-KEY
                       SET POSTED-DETAIL-READ TO TRUE
                   NOT AT END
                       IF SRTP-IS-WITHHOLDING
                           IF SRTP-ACCT-ID NOT = WS-PST-ADDBACK-KEY
                               MOVE SRTP-ACCT-ID TO WS-PST-ADDBACK-KEY
                               MOVE 0 TO WS-PST-ADDBACK-AMOUNT
                           END-IF
                           ADD SRTP-BALANCE TO WS-PST-ADDBACK-AMOUNT
                       ELSE
                           MOVE SRTP-ACCT-ID TO WS-PST-MATCH-KEY
                           MOVE SRTP-BALANCE TO WS-PST-MATCH-BALANCE
                           IF SRTP-ACCT-ID = WS-PST-ADDBACK-KEY
                               ADD WS-PST-ADDBACK-AMOUNT
                                   TO WS-PST-MATCH-BALANCE
                           END-IF
                           ADD 1 TO WS-POSTED-COUNT
                           SET POSTED-DETAIL-READ TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

       *> Primes the projection side's one-record lookahead with the
               NOT AT END
                   MOVE SRTA-ACCT-ID      TO WS-PRJ-PENDING-KEY
                   MOVE SRTA-FUTURE-VALUE TO WS-PRJ-PENDING-FV
                   MOVE SRTA-INVESTMENT-AMOUNT
                       TO WS-PRJ-PENDING-PRINCIPAL
                   MOVE "Y" TO WS-PRJ-PENDING-SWITCH
           END-READ
           .
           ELSE
               MOVE WS-PRJ-PENDING-KEY TO WS-PRJ-MATCH-KEY
               MOVE WS-PRJ-PENDING-FV  TO WS-PRJ-MATCH-FUTURE-VALUE
               MOVE WS-PRJ-PENDING-PRINCIPAL
                   TO WS-PRJ-MATCH-PRINCIPAL
               MOVE "N" TO WS-PRJ-PENDING-SWITCH
               ADD 1 TO WS-PROJECTED-COUNT

                           IF SRTA-ACCT-ID = WS-PRJ-MATCH-KEY
                               MOVE SRTA-FUTURE-VALUE
                                   TO WS-PRJ-MATCH-FUTURE-VALUE
                               MOVE SRTA-INVESTMENT-AMOUNT
                                   TO WS-PRJ-MATCH-PRINCIPAL
                           ELSE
                               MOVE SRTA-ACCT-ID
                                   TO WS-PRJ-PENDING-KEY
                               MOVE SRTA-FUTURE-VALUE
                                   TO WS-PRJ-PENDING-FV
                               MOVE SRTA-INVESTMENT-AMOUNT
                                   TO WS-PRJ-PENDING-PRINCIPAL
                               MOVE "Y" TO WS-PRJ-PENDING-SWITCH
                           END-IF
                   END-READ
           .

       *> Reports the pair in hand's category, counting any variance
       *> over the tolerance toward stopping the job stream. A posted
       *> balance exactly the projection's starting principal, with
       *> no withholding added back, is an account SAVPOST1 carried
       *> forward unposted - no interest was paid to differ from.
       050-REPORT-MATCHED-PAIR.
           MOVE WS-PST-MATCH-KEY          TO VRL-DET-ACCT-ID
           MOVE WS-PST-MATCH-BALANCE      TO VRL-DET-POSTED
               WS-PST-MATCH-BALANCE - WS-PRJ-MATCH-FUTURE-VALUE
           MOVE WS-VARIANCE TO VRL-DET-VARIANCE

           EVALUATE TRUE
               WHEN WS-VARIANCE = 0
                   ADD 1 TO RCN-MATCHED-EQUAL
                   MOVE "MATCHED - EQUAL" TO VRL-DET-STATUS
               WHEN WS-PST-MATCH-BALANCE = WS-PRJ-MATCH-PRINCIPAL
                       AND WS-PST-ADDBACK-KEY NOT = WS-PST-MATCH-KEY
                   ADD 1 TO RCN-CARRIED
                   MOVE "CARRIED - NOT POSTED" TO VRL-DET-STATUS
               WHEN OTHER
                   ADD 1 TO RCN-MATCHED-DIFFERENT
                   MOVE "MATCHED - DIFFERENT" TO VRL-DET-STATUS
                   COMPUTE WS-VARIANCE-MAGNITUDE =
                       FUNCTION ABS(WS-VARIANCE)
                   IF WS-VARIANCE-MAGNITUDE > WS-TOLERANCE
                       ADD 1 TO RCN-OVER-TOLERANCE
                   END-IF
           END-EVALUATE
           WRITE REPORT-RECORD FROM VRL-DETAIL-LINE
           .

           MOVE "MATCHED WITH DIFFERENCE"  TO VRL-TOT-LABEL
           MOVE RCN-MATCHED-DIFFERENT      TO VRL-TOT-COUNT
           WRITE REPORT-RECORD FROM VRL-COUNT-TOTAL-LINE
           MOVE "CARRIED FORWARD NOT POSTED" TO VRL-TOT-LABEL
           MOVE RCN-CARRIED                TO VRL-TOT-COUNT
           WRITE REPORT-RECORD FROM VRL-COUNT-TOTAL-LINE
           MOVE "PROJECTED BUT NEVER POSTED" TO VRL-TOT-LABEL
           MOVE RCN-NEVER-POSTED           TO VRL-TOT-COUNT
           WRITE REPORT-RECORD FROM VRL-COUNT-TOTAL-LINE
               MOVE WS-POSTED-COUNT    TO RLG-RECORDS-READ
               COMPUTE RLG-RECORDS-PROCESSED =
                   RCN-MATCHED-EQUAL + RCN-MATCHED-DIFFERENT
                   + RCN-CARRIED
               MOVE RCN-OVER-TOLERANCE TO RLG-RECORDS-REJECTED
               MOVE 0                  TO RLG-DOLLAR-TOTAL
               MOVE RETURN-CODE        TO RLG-RETURN-CODE
