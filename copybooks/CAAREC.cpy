      *****************************************************************
      *  CAAREC - Compliance case audit record (CMPAUDT.DAT), the
      *           permanent trail of every case: appended by CMPSCRN
      *           when it opens one and by CMPREVW for every
      *           escalation and closure, with the operator who
      *           took the action.  Never purged.
      *****************************************************************
       01  CASE-AUDIT-RECORD.
           05  CAA-DATE                 PIC 9(08).
           05  CAA-TIME                 PIC 9(06).
           05  CAA-OPERATOR-ID          PIC X(08).
      *        The reviewing operator; CMPSCRN on an opening.
           05  CAA-ACTION               PIC X(01).
               88  CAA-OPENED           VALUE "O".
               88  CAA-ESCALATED        VALUE "E".
               88  CAA-CLOSED           VALUE "C".
           05  CAA-CASE-NO              PIC 9(07).
           05  CAA-RULE-CODE            PIC X(04).
           05  CAA-ACCOUNT-NO           PIC X(10).
           05  CAA-CURRENCY-CODE        PIC X(03).
           05  CAA-TRIGGER-TRANS-ID     PIC X(10).
           05  CAA-NOTE                 PIC X(40).
      *        The case detail on an opening, the operator's note
      *        on an escalation or closure.
           05  FILLER                   PIC X(10).
