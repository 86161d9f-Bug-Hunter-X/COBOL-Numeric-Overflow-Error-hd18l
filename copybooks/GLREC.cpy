      *****************************************************************
      *  GLREC - General ledger interface record produced from
      *          validated, accepted amount transactions.
      *
      *          GL-ACCOUNT-NO is the GL ledger account taken from
      *          the matching posting rule (copybook GLRREC); the
      *          customer account the item was booked to is carried
      *          in GL-CUSTOMER-ACCOUNT for reference.
      *****************************************************************
       01  GL-RECORD.
           05  GL-ACCOUNT-NO            PIC X(10).
           05  GL-BATCH-DATE            PIC 9(08).
           05  GL-SOURCE-TRANS-ID       PIC X(10).
           05  GL-DECIMAL-SCALE         PIC 9(01).
           05  GL-COST-CENTRE           PIC X(06).
           05  GL-CUSTOMER-ACCOUNT      PIC X(10).
           05  FILLER                   PIC X(21).
