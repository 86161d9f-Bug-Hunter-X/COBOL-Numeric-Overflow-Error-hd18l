      *****************************************************************
      *  QTNREC - Sender file quarantine register (QTNREG.DAT),
      *           appended by AMTEDIT and never rewritten: a 'Q'
      *           record for each sender file that failed its header
      *           and trailer checks and was set aside whole, and an
      *           'R' record when that quarantine is released.  The
      *           failed file itself is copied intact to
      *           QTN-COPY-NAME for the sender or operations to
      *           inspect; none of its records is edited.
      *
      *           A quarantine is released when the same sender's
      *           file with an equal or higher sequence number is
      *           accepted - the sender has sent the correct file
      *           and the numbering has moved past the bad one.
      *
      *           Reason codes:
      *             H001  no header record
      *             H002  no trailer record - file truncated
      *             H003  second header, or a record after the
      *                   trailer - file sent twice or joined
      *             H004  header sender id is not the source
      *             H005  header file date is not the business date
      *             H006  trailer record count disagrees
      *             H007  trailer hash totals disagree
      *             H008  header file sequence not valid
      *             H009  file sequence already received
      *             H010  file sequence gap
      *****************************************************************
       01  QUARANTINE-RECORD.
           05  QTN-ACTION               PIC X(01).
               88  QTN-QUARANTINED      VALUE "Q".
               88  QTN-RELEASED         VALUE "R".
           05  QTN-QUARANTINE-NO        PIC 9(06).
           05  QTN-SOURCE-ID            PIC X(08).
      *    The run that took the action.
           05  QTN-RUN-DATE             PIC 9(08).
           05  QTN-RUN-ID               PIC X(08).
      *    The sender's file as named on the manifest, and the copy
      *    it was set aside to.
           05  QTN-FILE-NAME            PIC X(40).
           05  QTN-COPY-NAME            PIC X(13).
      *    From the file's header; zero where it had none readable.
           05  QTN-FILE-DATE            PIC 9(08).
           05  QTN-FILE-SEQ             PIC 9(06).
      *    Every record in the file, header and trailer included.
           05  QTN-RECORD-COUNT         PIC 9(09).
           05  QTN-REASON-CODE          PIC X(04).
           05  QTN-REASON-TEXT          PIC X(40).
      *    On an 'R' record, the sequence of the accepted file that
      *    released it.
           05  QTN-RELEASE-FILE-SEQ     PIC 9(06).
           05  FILLER                   PIC X(10).
