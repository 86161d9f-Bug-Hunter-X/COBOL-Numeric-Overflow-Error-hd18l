      *****************************************************************
      *  CASREC - Compliance case (CMPCASE.DAT), one per screening
      *           hit.  Opened by CMPSCRN, worked through the
      *           CMPREVW dialogue: an open case can be escalated
      *           or closed, an escalated one closed, each with the
      *           operator, date, time and a note recorded.  A
      *           closed case drops off the file at the dialogue's
      *           save - its permanent record is the case audit
      *           trail CMPAUDT.DAT (copybook CAAREC), which holds
      *           the opening and every action on it.
      *
      *           While a case for a rule and account is open or
      *           escalated, further hits on the same pattern are
      *           listed by CMPSCRN against it instead of opening
      *           another case.
      *****************************************************************
       01  COMPLIANCE-CASE-RECORD.
           05  CAS-CASE-NO              PIC 9(07).
           05  CAS-RULE-CODE            PIC X(04).
      *        As CMR-RULE-CODE (copybook CMRREC).
           05  CAS-ACCOUNT-NO           PIC X(10).
           05  CAS-CURRENCY-CODE        PIC X(03).
           05  CAS-OPENED-DATE          PIC 9(08).
      *    The accepted transaction of the cycle that completed the
      *    pattern.
           05  CAS-TRIGGER-TRANS-ID     PIC X(10).
           05  CAS-TRIGGER-SOURCE-ID    PIC X(08).
           05  CAS-TRIGGER-AMOUNT       PIC 9(11)V99.
           05  CAS-TRIGGER-DR-CR-IND    PIC X(01).
      *    XSRC: the matching item from the other source.
           05  CAS-RELATED-TRANS-ID     PIC X(10).
           05  CAS-RELATED-SOURCE-ID    PIC X(08).
      *    The items making up the pattern, their base-currency
      *    total and the first date the rule looked back to.
           05  CAS-ITEM-COUNT           PIC 9(05).
           05  CAS-BASE-TOTAL           PIC 9(13)V99.
           05  CAS-WINDOW-FROM-DATE     PIC 9(08).
      *    DORM: the account's last posting before it woke up (or
      *    the date it was opened if it never posted).
           05  CAS-LAST-ACTIVITY-DATE   PIC 9(08).
           05  CAS-DETAIL               PIC X(40).
           05  CAS-STATUS               PIC X(01).
               88  CAS-OPEN             VALUE "O".
               88  CAS-ESCALATED        VALUE "E".
               88  CAS-CLOSED           VALUE "C".
      *    The last review action; spaces/zero while untouched.
           05  CAS-REVIEW-OPERATOR      PIC X(08).
           05  CAS-REVIEW-DATE          PIC 9(08).
           05  CAS-REVIEW-TIME          PIC 9(06).
           05  CAS-REVIEW-NOTE          PIC X(40).
           05  FILLER                   PIC X(10).
