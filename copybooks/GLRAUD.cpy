      *****************************************************************
      *  GLRAUD - Posting-rule change audit record (GLRAUDT.DAT),
      *           appended by GLRMAINT for every rule added, changed
      *           or deleted and listed by GLRRPT, so finance can see
      *           who re-pointed which customer accounts at which
      *           ledger, and when.  GRA-RULE-IMAGE is the rule as
      *           it stood after the change (as it stood before, for
      *           a delete); a change also keeps the ledger account
      *           and cost centre it replaced.
      *****************************************************************
       01  GL-RULE-AUDIT-RECORD.
           05  GRA-DATE                 PIC 9(08).
           05  GRA-TIME                 PIC 9(06).
           05  GRA-ACTION               PIC X(01).
               88  GRA-ADDED            VALUE "A".
               88  GRA-CHANGED          VALUE "C".
               88  GRA-DELETED          VALUE "D".
           05  GRA-OPERATOR-ID          PIC X(08).
           05  GRA-RULE-IMAGE           PIC X(70).
           05  GRA-OLD-LEDGER-ACCOUNT   PIC X(10).
           05  GRA-OLD-COST-CENTRE      PIC X(06).
           05  FILLER                   PIC X(07).
