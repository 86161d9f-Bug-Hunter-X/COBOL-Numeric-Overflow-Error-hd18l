      *    from TR-SOURCE-ID), so the accepted control totals can be
      *    broken down and reconciled per sender.
           05  ACC-SOURCE-ID            PIC X(08).
      *    Carried from TR-TRANS-TYPE / TR-ORIG-TRANS-ID so GLEXTR
      *    can pick the posting rule for a reversal, and downstream
      *    history can tie a reversal back to its original.
           05  ACC-TRANS-TYPE           PIC X(01).
               88  ACC-REVERSAL         VALUE "V".
           05  ACC-ORIG-TRANS-ID        PIC X(10).
