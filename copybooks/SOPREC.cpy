      *****************************************************************
      *  SOPREC - Pending standing-order change (SOPEND.DAT).
      *           SOMAINT queues new orders, amendments and resumes
      *           here instead of applying them to SOMST.DAT; a
      *           second, different operator approves or rejects
      *           them in SOAPPR, and only approval applies them -
      *           the same dual control ACTMAINT/ACTAPPR give the
      *           account master.  Suspend and cancel stop money
      *           moving, so SOMAINT applies those immediately and
      *           queues them already-applied for after-the-fact
      *           review.  SOAPPR drops reviewed items at its save;
      *           their permanent record is the audit file (copybook
      *           SOAREC).
      *****************************************************************
       01  SO-PENDING-RECORD.
           05  SOP-ACTION               PIC X(01).
      *        'A' = new order         'M' = amend
      *        'R' = resume            'S' = suspend (applied)
      *        'C' = cancel (applied)
           05  SOP-ORDER-ID             PIC 9(05).
      *    The order as it is to become (add, amend), or as it stood
      *    when keyed (resume, suspend, cancel) - SOMREC layout.
           05  SOP-ORDER-IMAGE          PIC X(125).
           05  SOP-STATUS               PIC X(01).
               88  SOP-PENDING          VALUE "P".
               88  SOP-APPROVED         VALUE "A".
               88  SOP-REJECTED         VALUE "R".
           05  SOP-APPLIED-IND          PIC X(01).
      *        'Y' = already on the master (suspend/cancel)
           05  SOP-MAKER-ID             PIC X(08).
           05  SOP-MAKER-DATE           PIC 9(08).
           05  SOP-MAKER-TIME           PIC 9(06).
           05  SOP-CHECKER-ID           PIC X(08).
           05  SOP-CHECKER-DATE         PIC 9(08).
           05  FILLER                   PIC X(08).
