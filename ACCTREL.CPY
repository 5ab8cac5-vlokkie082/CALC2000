       *> ------------------------------------------------------------
       *> ACCTREL - customer-to-account relationship record layout.
       *> One record per owner of an account on the ACCTREL keyed
       *> file, keyed by customer then account so a customer's
       *> accounts read back together, with the account id as an
       *> alternate key (duplicates allowed) so an account's owners
       *> read back together. An account has at most one primary
       *> owner and any number of joint owners. Maintained by
       *> CUSTMNT1.
       *> ------------------------------------------------------------
       01  RELATIONSHIP-RECORD.
           05  REL-KEY.
               10  REL-CUST-ID            PIC X(10).
               10  REL-ACCT-ID            PIC X(10).
           05  REL-ROLE                   PIC X.
               88  REL-IS-PRIMARY-OWNER         VALUE "P".
               88  REL-IS-JOINT-OWNER           VALUE "J".
           05  REL-ADDED-DATE             PIC 9(8).
           05  FILLER                     PIC X(11).
