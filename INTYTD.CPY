       *> ------------------------------------------------------------
       *> INTYTD - interest-paid year-to-date accumulator record.
       *> Keyed file maintained by SAVPOST1 as each posting cycle
       *> runs and by MATPROC1 for the interest paid at maturity,
       *> and read by TAX1099 at year end, keyed by tax year
       *> then account so a year's records read back in one sweep.
       *> Two record types share the key: one account record per
       *> account posted in the year - the interest paid and the
       *> backup withholding taken out of it - and one ledger
       *> control record per year, keyed with a blank account id so
       *> it reads first, carrying the interest expense and the
       *> withholding SAVPOST1 and MATPROC1 actually sent to the
       *> general ledger. The year-end run ties the one to the other.
       *> ------------------------------------------------------------
       01  INTEREST-YTD-RECORD.
           05  YTD-KEY.
               10  YTD-TAX-YEAR           PIC 9(4).
               10  YTD-ACCT-ID            PIC X(10).
           05  YTD-REC-TYPE               PIC X.
               88  YTD-IS-ACCOUNT               VALUE "A".
               88  YTD-IS-LEDGER-CONTROL        VALUE "L".
           05  YTD-ACCOUNT-DATA.
               10  YTD-BRANCH-CODE        PIC X(3).
               10  YTD-PRODUCT-CODE       PIC X(4).
               10  YTD-INTEREST-PAID      PIC 9(9)V99.
               10  YTD-WITHHELD           PIC 9(9)V99.
               10  YTD-POSTING-COUNT      PIC 9(5).
               10  YTD-LAST-POSTED-DATE   PIC 9(8).
           05  YTD-LEDGER-DATA REDEFINES YTD-ACCOUNT-DATA.
               10  YTD-GL-INTEREST-EXPENSE PIC 9(11)V99.
               10  YTD-GL-WITHHELD        PIC 9(11)V99.
               10  YTD-GL-RUN-COUNT       PIC 9(5).
               10  FILLER                 PIC X(11).
           05  FILLER                     PIC X(20).
