      *****************************************************************
      *  SHTREC - Sender file header and trailer records.  A source
      *           flagged 'Y' in the source manifest (AMTSRC.PRM)
      *           must open its file with one header record and close
      *           it with one trailer record, both 80 bytes like the
      *           transactions between them (AMTREC) and told apart
      *           by the marker in the transaction-id position.
      *           AMTEDIT proves the whole file against them before
      *           any detail is edited; a file that fails is
      *           quarantined whole (copybook QTNREC).
      *****************************************************************
       01  SENDER-CONTROL-RECORD.
           05  SHT-RECORD-MARKER        PIC X(10).
               88  SHT-HEADER           VALUE "**HEADER**".
               88  SHT-TRAILER          VALUE "**TRAILR**".
           05  SHT-HEADER-DATA.
      *        Must be the manifest source id the file is read under.
               10  SHT-SENDER-ID        PIC X(08).
      *        Must be the business date being run.
               10  SHT-FILE-DATE        PIC 9(08).
      *        The sender's own running file number, one up on the
      *        last file accepted from it (copybook SSQREC).
               10  SHT-FILE-SEQ         PIC 9(06).
               10  FILLER               PIC X(48).
           05  SHT-TRAILER-DATA REDEFINES SHT-HEADER-DATA.
      *        Detail records between header and trailer.
               10  SHT-RECORD-COUNT     PIC 9(09).
      *        TR-AMOUNT summed over the details marked 'D' and 'C'
      *        in TR-DR-CR-IND, as carried in the file.
               10  SHT-DEBIT-HASH       PIC 9(13)V99.
               10  SHT-CREDIT-HASH      PIC 9(13)V99.
               10  FILLER               PIC X(31).
