      *****************************************************************
      *  GLBREC - General-ledger balance file (GLBAL.DAT), sent in
      *           by the ledger team once per business day: the GL's
      *           closing balance for every customer account within
      *           currency, as posted on their side.  GLBRECON
      *           reconciles it against the balance master.
      *
      *           A header record carries the balance date and the
      *           sending system, a trailer the detail count and the
      *           debit and credit balance totals, so a truncated or
      *           wrong-day file is refused whole instead of showing
      *           up as a page of false breaks.  Record type 'H'/'T'
      *           in byte one marks the header and trailer, 'D' a
      *           detail.
      *
      *           Balances follow the BALMST convention: unsigned
      *           amount plus a direction byte, net debit 'D', net
      *           credit 'C', flat ' '.
      *****************************************************************
       01  GL-BALANCE-RECORD.
           05  GLB-RECORD-TYPE          PIC X(01).
               88  GLB-DETAIL           VALUE "D".
               88  GLB-HEADER           VALUE "H".
               88  GLB-TRAILER          VALUE "T".
           05  GLB-ACCOUNT-NO           PIC X(10).
           05  GLB-CURRENCY-CODE        PIC X(03).
           05  GLB-BALANCE-AMOUNT       PIC 9(13)V99.
           05  GLB-BALANCE-SIGN         PIC X(01).
           05  FILLER                   PIC X(30).

       01  GL-BALANCE-HEADER.
           05  GLBH-RECORD-TYPE         PIC X(01).
           05  GLBH-BALANCE-DATE        PIC 9(08).
      *        The business date the balances stand at.
           05  GLBH-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                   PIC X(43).

       01  GL-BALANCE-TRAILER.
           05  GLBT-RECORD-TYPE         PIC X(01).
           05  GLBT-RECORD-COUNT        PIC 9(09).
      *        Detail records only - header and trailer not counted.
           05  GLBT-TOTAL-DEBITS        PIC 9(13)V99.
           05  GLBT-TOTAL-CREDITS       PIC 9(13)V99.
      *        Sum of the debit balances and of the credit balances.
           05  FILLER                   PIC X(20).
