       *> COURSE: CIS352 Intro to Enterprise Computing
       *> PURPOSE:
       *>   Reports over the MNTHIST change history ACCTMNT1 appends
       *>   to on every applied add, change, close, and status change,
       *>   MATPROC1 on every renewal and payout at maturity, and the
       *>   status moves TXNPOST1 and DORMANT1 make - the same
       *>   role AUDITRP1 plays for the AUDITOUT calculation trail,
       *>   but for the master itself. On request prints an account's
       *>   complete maintenance lineage: every action ever applied,
           05  HIST-ACTION               PIC X.
               88  HIST-IS-ADD                 VALUE "A".
               88  HIST-IS-CHANGE              VALUE "C".
               88  HIST-IS-CLOSE               VALUE "D".
               88  HIST-IS-STATUS-CHANGE       VALUE "S".
               88  HIST-IS-RENEWAL             VALUE "R".
               88  HIST-IS-PAYOUT              VALUE "P".
           05  HIST-RUN-DATE             PIC 9(8).
           05  HIST-RUN-TIME             PIC 9(8).
           05  HIST-OPERATOR-ID          PIC X(8).
               10  HB-OPEN-DATE              PIC 9(8).
               10  HB-MATURITY-DATE          PIC 9(8).
               10  HB-BRANCH-CODE            PIC X(3).
               10  HB-STATUS-CODE            PIC X.
               10  HB-STATUS-DATE            PIC 9(8).
               10  HB-LAST-ACTIVITY-DATE     PIC 9(8).
           05  HIST-AFTER-IMAGE.
               10  HA-ACCT-ID                PIC X(10).
               10  HA-INVESTMENT-AMOUNT      PIC 9(7)V99.
               10  HA-OPEN-DATE              PIC 9(8).
               10  HA-MATURITY-DATE          PIC 9(8).
               10  HA-BRANCH-CODE            PIC X(3).
               10  HA-STATUS-CODE            PIC X.
               10  HA-STATUS-DATE            PIC 9(8).
               10  HA-LAST-ACTIVITY-DATE     PIC 9(8).

       *> Spooled maintenance lineage listing for the requested
       *> account, in the same wide image format MNTLIST prints.
           05  IQL-IMG-MATURITY-DATE     PIC 9(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  IQL-IMG-BRANCH-CODE       PIC X(3).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  IQL-IMG-STATUS-CODE       PIC X.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  IQL-IMG-STATUS-DATE       PIC 9(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  IQL-IMG-ACTIVITY-DATE     PIC 9(8).
           05  FILLER                    PIC X(22) VALUE SPACES.

       01  IQL-TOTAL-LINE.
           05  IQL-TOT-LABEL             PIC X(22).

       *> Lists one applied action of the account's lineage: the
       *> action line, then the before image (except for an add,
       *> which had none) and the after image wherever the record
       *> carries one - a history record with a blank after image
       *> has nothing left to list.
       030-LIST-ONE-ACTION.
           ADD 1 TO INQ-ACTIONS-LISTED

                   MOVE "ADDED"   TO IQL-ACT-MESSAGE
               WHEN HIST-IS-CHANGE
                   MOVE "CHANGED" TO IQL-ACT-MESSAGE
               WHEN HIST-IS-CLOSE
                   MOVE "CLOSED"  TO IQL-ACT-MESSAGE
               WHEN HIST-IS-STATUS-CHANGE
                   MOVE "STATUS CHANGED" TO IQL-ACT-MESSAGE
               WHEN HIST-IS-RENEWAL
                   MOVE "RENEWED AT MATURITY" TO IQL-ACT-MESSAGE
               WHEN HIST-IS-PAYOUT
                   MOVE "PAID OUT AT MATURITY" TO IQL-ACT-MESSAGE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO IQL-ACT-MESSAGE
           END-EVALUATE
               MOVE "BEFORE: " TO IQL-IMG-TAG
               PERFORM 040-LIST-BEFORE-IMAGE
           END-IF
           IF HA-ACCT-ID NOT = SPACES
               MOVE "AFTER:  " TO IQL-IMG-TAG
               PERFORM 050-LIST-AFTER-IMAGE
           END-IF
           MOVE HB-OPEN-DATE            TO IQL-IMG-OPEN-DATE
           MOVE HB-MATURITY-DATE        TO IQL-IMG-MATURITY-DATE
           MOVE HB-BRANCH-CODE          TO IQL-IMG-BRANCH-CODE
           MOVE HB-STATUS-CODE          TO IQL-IMG-STATUS-CODE
           MOVE HB-STATUS-DATE          TO IQL-IMG-STATUS-DATE
           MOVE HB-LAST-ACTIVITY-DATE   TO IQL-IMG-ACTIVITY-DATE
           WRITE LIST-RECORD FROM IQL-IMAGE-LINE
           .

           MOVE HA-OPEN-DATE            TO IQL-IMG-OPEN-DATE
           MOVE HA-MATURITY-DATE        TO IQL-IMG-MATURITY-DATE
           MOVE HA-BRANCH-CODE          TO IQL-IMG-BRANCH-CODE
           MOVE HA-STATUS-CODE          TO IQL-IMG-STATUS-CODE
           MOVE HA-STATUS-DATE          TO IQL-IMG-STATUS-DATE
           MOVE HA-LAST-ACTIVITY-DATE   TO IQL-IMG-ACTIVITY-DATE
           WRITE LIST-RECORD FROM IQL-IMAGE-LINE
           .
