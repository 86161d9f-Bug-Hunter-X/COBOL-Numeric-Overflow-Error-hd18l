      *****************************************************************
      *  GLHREC - GL unmapped-hold record (GLHOLD.DAT).  GLEXTR holds
      *           a feed item out of the batch when no posting rule
      *           (copybook GLRREC) covers it, and carries it here
      *           from run to run until a rule is added - then it
      *           ships with the next batch, one-sided like a
      *           reship, since the rest of its day already went.
      *
      *           The original image is in the input layout (AMTREC,
      *           rebuilt from the accepted record) so the transaction
      *           type and reversal linkage survive the hold.
      *****************************************************************
       01  GL-HOLD-RECORD.
           05  GHD-HELD-DATE            PIC 9(08).
      *        Run date the item was first held.
           05  GHD-BATCH-DATE           PIC 9(08).
      *        Business date the item was accepted (or reshipped).
           05  GHD-ORIGINAL-RECORD      PIC X(80).
           05  FILLER                   PIC X(04).
