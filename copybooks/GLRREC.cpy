      *****************************************************************
      *  GLRREC - GL posting-rule record (GLRULE.DAT), maintained by
      *           GLRMAINT and listed by GLRRPT.  GLEXTR looks up
      *           every feed item here to find the real GL ledger
      *           account and cost centre to post it to - the
      *           customer account only rides along for reference.
      *
      *           A rule matches on a customer account or an
      *           inclusive range of accounts (from = to for a single
      *           account), a currency, a debit/credit indicator and
      *           a transaction type.  '*' (or '***' for currency)
      *           matches anything in the currency, DR/CR and type
      *           fields only; the account key has no wildcard, so
      *           "any account" is written as a range covering every
      *           account (e.g. 0000000000 to ZZZZZZZZZZ).  Where
      *           more than one rule matches, the most specific wins:
      *           a single account beats a range, then a named
      *           currency, then a named DR/CR, then a named type; a
      *           remaining tie goes to the lowest rule number.
      *****************************************************************
       01  GL-POSTING-RULE-RECORD.
           05  GLR-RULE-NO              PIC 9(04).
           05  GLR-ACCOUNT-FROM         PIC X(10).
           05  GLR-ACCOUNT-TO           PIC X(10).
           05  GLR-CURRENCY-CODE        PIC X(03).
      *        '***' = any currency
           05  GLR-DR-CR-IND            PIC X(01).
      *        'D' / 'C', or '*' = either side
           05  GLR-TRANS-TYPE           PIC X(01).
      *        'N' = normal, 'V' = reversal, '*' = either
           05  GLR-LEDGER-ACCOUNT       PIC X(10).
           05  GLR-COST-CENTRE          PIC X(06).
           05  GLR-MAINT-OPERATOR       PIC X(08).
           05  GLR-MAINT-DATE           PIC 9(08).
           05  FILLER                   PIC X(09).
