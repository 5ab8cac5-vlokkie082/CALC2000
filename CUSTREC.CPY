       *> ------------------------------------------------------------
       *> CUSTREC - customer information file record layout.
       *> One record per customer on the CUSTMST keyed file, keyed
       *> by CUS-CUST-ID and maintained by CUSTMNT1: the name and
       *> mailing address the notices print, the tax id year-end
       *> reporting is filed under, the backup-withholding flag set
       *> when the tax id is under an IRS withholding notice, and the
       *> date the customer came to the bank. Accounts are tied to
       *> customers through the ACCTREL relationship file, never on
       *> this record, so one customer can hold many accounts and one
       *> account can have joint owners.
       *> ------------------------------------------------------------
       01  CUSTOMER-RECORD.
           05  CUS-CUST-ID                PIC X(10).
           05  CUS-NAME                   PIC X(30).
           05  CUS-ADDRESS-LINE-1         PIC X(30).
           05  CUS-ADDRESS-LINE-2         PIC X(30).
           05  CUS-CITY                   PIC X(20).
           05  CUS-STATE                  PIC X(2).
           05  CUS-POSTAL-CODE            PIC X(10).
           05  CUS-TAX-ID                 PIC X(9).
           05  CUS-TAX-ID-TYPE            PIC X.
               88  CUS-TAX-ID-IS-SSN            VALUE "S".
               88  CUS-TAX-ID-IS-EIN            VALUE "E".
           05  CUS-BIRTH-DATE             PIC 9(8).
           05  CUS-PHONE                  PIC X(10).
           05  CUS-SINCE-DATE             PIC 9(8).
           05  CUS-BACKUP-WITHHOLD-FLAG   PIC X.
               88  CUS-BACKUP-WITHHOLDING       VALUE "Y".
               88  CUS-NO-BACKUP-WITHHOLDING    VALUE "N".
           05  FILLER                     PIC X(31).
