      *****************************************************************
      *  SOAREC - Standing-order change audit record (SOAUDT.DAT),
      *           the permanent trail of every maker and checker
      *           action on the standing-order master.  Appended by
      *           SOMAINT (maker side) and SOAPPR (checker side).
      *****************************************************************
       01  SO-AUDIT-RECORD.
           05  SOA-DATE                 PIC 9(08).
           05  SOA-TIME                 PIC 9(06).
           05  SOA-OPERATOR-ID          PIC X(08).
           05  SOA-ROLE                 PIC X(01).
      *        'M' = maker keyed the change, 'C' = checker reviewed
           05  SOA-ACTION               PIC X(01).
      *        As SOP-ACTION: A/M/R/S/C
           05  SOA-DISPOSITION          PIC X(01).
      *        'P' = queued pending approval
      *        'I' = applied immediately (suspend/cancel)
      *        'A' = approved and applied by the checker
      *        'R' = rejected by the checker
           05  SOA-ORDER-ID             PIC 9(05).
           05  SOA-DETAIL               PIC X(50).
      *        The order as keyed - account, currency, amount,
      *        DR/CR, frequency and next due date - or the maker's
      *        id on the checker's record.
           05  FILLER                   PIC X(10).
