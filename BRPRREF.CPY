       *> ------------------------------------------------------------
       *> BRPRREF - branch and product reference record.
       *> Keyed file maintained by REFMNT1 and read by every program
       *> that edits, posts, or reports by branch or product. Two
       *> record types share the key, a type byte in front of the
       *> code: a branch record per branch code carrying the branch
       *> name the reports print, its region, the GL cost center its
       *> ledger entries are charged to, and whether it is open or
       *> closed; and a product record per product code carrying its
       *> description and the interest-expense and interest-payable
       *> GL accounts its interest posts to. Branch codes are three
       *> bytes and carry a trailing space in the four-byte code.
       *> ------------------------------------------------------------
       01  REFERENCE-RECORD.
           05  REF-KEY.
               10  REF-REC-TYPE           PIC X.
                   88  REF-IS-BRANCH            VALUE "B".
                   88  REF-IS-PRODUCT           VALUE "P".
               10  REF-CODE               PIC X(4).
           05  REF-BRANCH-DATA.
               10  REF-BRANCH-NAME        PIC X(30).
               10  REF-REGION             PIC X(10).
               10  REF-COST-CENTER        PIC X(6).
               10  REF-BRANCH-STATUS      PIC X.
                   88  REF-BRANCH-OPEN          VALUE "O".
                   88  REF-BRANCH-CLOSED        VALUE "C".
               10  REF-STATUS-DATE        PIC 9(8).
           05  REF-PRODUCT-DATA REDEFINES REF-BRANCH-DATA.
               10  REF-PRODUCT-DESC       PIC X(30).
               10  REF-EXPENSE-GL-ACCT    PIC X(8).
               10  REF-PAYABLE-GL-ACCT    PIC X(8).
               10  FILLER                 PIC X(9).
           05  FILLER                     PIC X(20).
