      *****************************************************************
      *  FXRREC - Month-end foreign-currency revaluation record
      *           (FXREVAL.DAT), one per non-base account within
      *           currency per month, appended by FXREVAL.  The
      *           file is permanent: each month's revalued base
      *           amount is the figure next month's movement is
      *           measured from, and a month already on file is
      *           never revalued twice.
      *
      *           The movement posted is the revalued base amount
      *           less what the position was already carried at in
      *           base - last month's revalued figure plus the base
      *           amounts booked by the month's postings (from
      *           POSTHIST.IDX).  A position's first revaluation,
      *           when it carried a balance from before history or
      *           the last revaluation, only sets the baseline and
      *           posts nothing.
      *
      *           Amounts follow the BALMST convention: unsigned
      *           amount plus a direction byte, net debit 'D', net
      *           credit 'C', flat ' '.
      *****************************************************************
       01  FX-REVALUATION-RECORD.
           05  FXR-REVAL-MONTH          PIC 9(06).
      *        YYYYMM revalued.
           05  FXR-MONTH-END-DATE       PIC 9(08).
           05  FXR-ACCOUNT-NO           PIC X(10).
           05  FXR-CURRENCY-CODE        PIC X(03).
           05  FXR-BALANCE-AMOUNT       PIC 9(13)V99.
           05  FXR-BALANCE-SIGN         PIC X(01).
      *        The BALMST closing balance in the transaction currency.
           05  FXR-RATE                 PIC 9(03)V9(06).
           05  FXR-RATE-DATE            PIC 9(08).
      *        The month-end closing rate from RATHIST.DAT and the
      *        date it was effective.
           05  FXR-BASE-CURRENCY        PIC X(03).
           05  FXR-REVALUED-AMOUNT      PIC 9(13)V99.
           05  FXR-REVALUED-SIGN        PIC X(01).
      *        Balance times rate - carried into next month.
           05  FXR-PRIOR-AMOUNT         PIC 9(13)V99.
           05  FXR-PRIOR-SIGN           PIC X(01).
      *        The position's last revalued base amount; zero on a
      *        first revaluation.
           05  FXR-BOOKED-AMOUNT        PIC 9(13)V99.
           05  FXR-BOOKED-SIGN          PIC X(01).
      *        Net base amount of the postings since the last
      *        revaluation.
           05  FXR-MOVEMENT-AMOUNT      PIC 9(13)V99.
           05  FXR-MOVEMENT-IND         PIC X(01).
               88  FXR-GAIN             VALUE "G".
               88  FXR-LOSS             VALUE "L".
      *        ' ' = no movement.
           05  FXR-BASELINE-IND         PIC X(01).
               88  FXR-BASELINE         VALUE "Y".
      *        'Y' = first revaluation, baseline only - nothing
      *        posted.
           05  FXR-GL-BATCH-NO          PIC 9(06).
           05  FXR-GL-TRANS-ID          PIC X(10).
      *        The revaluation GL batch and the source transaction id
      *        the movement's entry pair carries; spaces when nothing
      *        was posted.
           05  FXR-RUN-DATE             PIC 9(08).
           05  FILLER                   PIC X(10).
