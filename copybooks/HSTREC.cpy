      *****************************************************************
      *  HSTREC - Posted-transaction history record (POSTHIST.IDX),
      *           the permanent account-keyed record of every
      *           accepted transaction.  AMTACC.OUT is overwritten
      *           every cycle and BALMST.DAT keeps only the last
      *           day, so this is what statements and research read.
      *
      *           Appended by EODBAL from the cycle's AMTACC.OUT in
      *           the same run that rolls those postings into
      *           BALMST.DAT, under the same run-control guard, so
      *           history and the balance master move together.
      *           Keyed by account, currency, posting date, cycle
      *           and the record's position in the cycle's accepted
      *           file, so a READ NEXT from an account's first key
      *           returns its postings in date order; ACTSTMT prints
      *           statements from it.  Never purged.
      *
      *           The first time an account-currency reaches history
      *           EODBAL writes a brought-forward record ('B') for the
      *           balance it already carried, so the history alone
      *           rebuilds the balance master's figure.
      *****************************************************************
       01  POSTED-HISTORY-RECORD.
           05  HST-HISTORY-KEY.
               10  HST-ACCOUNT-NO       PIC X(10).
               10  HST-CURRENCY-CODE    PIC X(03).
               10  HST-POST-DATE        PIC 9(08).
               10  HST-CYCLE-NO         PIC 9(03).
               10  HST-POST-SEQ         PIC 9(06).
      *            Record number within the cycle's AMTACC.OUT;
      *            zero on a brought-forward record.
           05  HST-ENTRY-TYPE           PIC X(01).
               88  HST-POSTING          VALUE "P".
               88  HST-BROUGHT-FORWARD  VALUE "B".
           05  HST-TRANS-ID             PIC X(10).
           05  HST-DR-CR-IND            PIC X(01).
      *        'D'/'C' on a posting; on a brought-forward record the
      *        balance direction - net debit 'D', net credit 'C',
      *        flat ' ' - as on BALMST.DAT.
           05  HST-AMOUNT               PIC 9(13)V99.
           05  HST-BASE-CURRENCY        PIC X(03).
           05  HST-BASE-AMOUNT          PIC 9(11)V99.
           05  HST-RATE-APPLIED         PIC 9(03)V9(06).
           05  HST-SOURCE-ID            PIC X(08).
           05  HST-TRANS-TYPE           PIC X(01).
               88  HST-REVERSAL         VALUE "V".
      *    On a reversal: the original it backs out, and the date
      *    the original posted (zero if it posted before history
      *    was kept).
           05  HST-ORIG-TRANS-ID        PIC X(10).
           05  HST-ORIG-POST-DATE       PIC 9(08).
      *    On an original: the reversal that backed it out and the
      *    date that posted; spaces and zero until reversed.
           05  HST-REVERSAL-ID          PIC X(10).
           05  HST-REVERSAL-DATE        PIC 9(08).
           05  HST-RUN-ID               PIC X(08).
           05  FILLER                   PIC X(10).
