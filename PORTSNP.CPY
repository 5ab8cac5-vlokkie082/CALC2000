       *> ------------------------------------------------------------
       *> PORTSNP - deposit portfolio month-end snapshot record.
       *> Keyed file maintained by PORTANL1, one set of records per
       *> month the portfolio analysis is run for, keyed by period
       *> (YYYYMM) then record type then code so a month's records
       *> read back in one sweep. Three record types share the key:
       *> one per branch, one per product, and one whole-book total
       *> keyed "ALL". Each carries the month's account count and
       *> balance, its balance-weighted average rate, the count and
       *> balance in each maturity bucket, and the balance in each
       *> RATETAB balance tier - the figures the next month's run
       *> and the same month next year measure growth and runoff
       *> against. A rerun for the same month replaces its records.
       *> ------------------------------------------------------------
       01  PORTFOLIO-SNAPSHOT-RECORD.
           05  SNP-KEY.
               10  SNP-PERIOD             PIC 9(6).
               10  SNP-REC-TYPE           PIC X.
                   88  SNP-IS-BRANCH            VALUE "B".
                   88  SNP-IS-PRODUCT           VALUE "P".
                   88  SNP-IS-TOTAL             VALUE "T".
               10  SNP-CODE               PIC X(4).
           05  SNP-AS-OF-DATE             PIC 9(8).
           05  SNP-RUN-DATE               PIC 9(8).
           05  SNP-ACCOUNT-COUNT          PIC 9(7).
           05  SNP-BALANCE                PIC 9(11)V99.
           05  SNP-AVERAGE-RATE           PIC 9(3)V999.
           05  SNP-BUCKET OCCURS 6 TIMES.
               10  SNP-BUCKET-COUNT       PIC 9(7).
               10  SNP-BUCKET-BALANCE     PIC 9(11)V99.
           05  SNP-TIER-BALANCE           PIC 9(11)V99
                                          OCCURS 6 TIMES.
           05  FILLER                     PIC X(20).
