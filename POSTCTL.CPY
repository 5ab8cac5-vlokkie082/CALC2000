       *> ------------------------------------------------------------
       *> POSTCTL - interest posting-period control record.
       *> Keyed file maintained by SAVPOST1 as each posting period
       *> posts or is reversed, and read by POSTAPP1 before it
       *> applies a POSTOUT generation to the master. Two record
       *> types share the key: one run control record, keyed with a
       *> blank account id so it reads first, carrying the last
       *> period posted for the run as a whole, the POSTOUT
       *> generation that posting cut, whether its ledger extract
       *> went out, and the last generation POSTAPP1 applied; and one
       *> account record per account ever posted, carrying the last
       *> period posted to it and what that posting added - the
       *> figures a reversal backs out - the generation whose
       *> interest POSTAPP1 added to its master balance, so a
       *> reversal takes interest off only a balance it was added
       *> to, and the interest posted to it this term that its
       *> master balance doesn't carry yet, which MATPROC1 nets off
       *> the interest it books at maturity and clears for the new
       *> term. Periods are YYYYMM.
       *> ------------------------------------------------------------
       01  POSTING-CONTROL-RECORD.
           05  PCT-ACCT-ID                PIC X(10).
           05  PCT-REC-TYPE               PIC X.
               88  PCT-IS-RUN-CONTROL           VALUE "R".
               88  PCT-IS-ACCOUNT               VALUE "A".
           05  PCT-LAST-PERIOD            PIC 9(6).
           05  PCT-PRIOR-PERIOD           PIC 9(6).
           05  PCT-LAST-RUN-DATE          PIC 9(8).
           05  PCT-GENERATION             PIC 9(5).
           05  PCT-ACCOUNT-DATA.
               10  PCT-BRANCH-CODE        PIC X(3).
               10  PCT-PRODUCT-CODE       PIC X(4).
               10  PCT-PRINCIPAL          PIC 9(9)V99.
               10  PCT-INTEREST           PIC 9(9)V99.
               10  PCT-WITHHELD           PIC 9(9)V99.
               10  PCT-TERM-INTEREST      PIC 9(9)V99.
               10  PCT-MASTER-GENERATION  PIC 9(5).
               10  FILLER                 PIC X(4).
           05  PCT-RUN-DATA REDEFINES PCT-ACCOUNT-DATA.
               10  PCT-PERIOD-STATUS      PIC X.
                   88  PCT-POSTING-IN-PROGRESS  VALUE "I".
                   88  PCT-PERIOD-POSTED        VALUE "P".
                   88  PCT-PERIOD-REVERSED      VALUE "R".
               10  PCT-GL-SENT-FLAG       PIC X.
                   88  PCT-GL-SENT              VALUE "Y".
                   88  PCT-GL-NOT-SENT          VALUE "N".
               10  PCT-TAX-YEAR           PIC 9(4).
               10  PCT-APPLIED-GENERATION PIC 9(5).
               10  PCT-RUN-ACCOUNT-COUNT  PIC 9(7).
               10  PCT-RUN-INTEREST       PIC 9(11)V99.
               10  FILLER                 PIC X(29).
