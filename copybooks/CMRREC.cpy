      *****************************************************************
      *  CMRREC - Compliance screening rule (CMPRULE.PRM), one record
      *           per rule, keyed by ops with any editor like the
      *           other parameter files.  CMPSCRN screens each
      *           cycle's accepted transactions against the window
      *           rules and CMPLCTR takes its reporting threshold
      *           from the LCTR record.  A rule missing from the
      *           file, or set inactive, is not applied; a record
      *           that does not make sense stops the run that reads
      *           it rather than screen against the wrong threshold.
      *
      *           NRLM - near-limit items: CMR-COUNT or more items
      *                  on one account inside CMR-DAYS days, each
      *                  at or above CMR-PERCENT of the account's
      *                  single-transaction limit without breaching
      *                  it.  An account with no limit is measured
      *                  against CMR-AMOUNT in base instead (zero =
      *                  such accounts are not screened).
      *           XSRC - the same account, currency, amount and
      *                  direction arriving from two different
      *                  sources under different transaction ids
      *                  inside CMR-DAYS days.
      *           DORM - activity on an account with no posting for
      *                  more than CMR-DAYS days, where the new item
      *                  is CMR-AMOUNT or more in base (zero = any).
      *           ROND - CMR-COUNT or more items on one account
      *                  inside CMR-DAYS days that are exact
      *                  multiples of CMR-AMOUNT.
      *           LCTR - large-cash reporting threshold: CMR-AMOUNT
      *                  in base per account per day and direction.
      *****************************************************************
       01  COMPLIANCE-RULE-RECORD.
           05  CMR-RULE-CODE            PIC X(04).
               88  CMR-NEAR-LIMIT       VALUE "NRLM".
               88  CMR-CROSS-SOURCE     VALUE "XSRC".
               88  CMR-DORMANT          VALUE "DORM".
               88  CMR-ROUND-AMOUNT     VALUE "ROND".
               88  CMR-REPORT-THRESHOLD VALUE "LCTR".
           05  CMR-ACTIVE-IND           PIC X(01).
               88  CMR-ACTIVE           VALUE "Y".
      *        'Y' = applied, 'N' = kept on file but not applied.
           05  CMR-DAYS                 PIC 9(03).
      *        Calendar days back from the business date, counting
      *        the business date itself.
           05  CMR-COUNT                PIC 9(03).
           05  CMR-PERCENT              PIC 9(03).
           05  CMR-AMOUNT               PIC 9(11)V99.
           05  CMR-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(23).
