      *****************************************************************
      *  LCRREC - Large-cash regulatory extract (CMPLCTR.DAT), one
      *           record per account per posting date where the day's
      *           base-currency debits or credits, across all the
      *           account's currencies, reach the LCTR reporting
      *           threshold (copybook CMRREC).  Written by CMPLCTR
      *           from the posted history for the period asked for;
      *           the file is rebuilt on every run and handed to
      *           compliance for filing.
      *****************************************************************
       01  LARGE-CASH-RECORD.
           05  LCR-POST-DATE            PIC 9(08).
           05  LCR-ACCOUNT-NO           PIC X(10).
           05  LCR-BASE-CURRENCY        PIC X(03).
           05  LCR-DEBIT-COUNT          PIC 9(05).
           05  LCR-DEBIT-AMOUNT         PIC 9(13)V99.
           05  LCR-CREDIT-COUNT         PIC 9(05).
           05  LCR-CREDIT-AMOUNT        PIC 9(13)V99.
           05  LCR-REPORT-IND           PIC X(01).
      *        Which side reached the threshold: 'D' debits, 'C'
      *        credits, 'B' both.
           05  LCR-THRESHOLD            PIC 9(11)V99.
           05  LCR-PERIOD-FROM-DATE     PIC 9(08).
           05  LCR-PERIOD-TO-DATE       PIC 9(08).
           05  LCR-RUN-DATE             PIC 9(08).
           05  FILLER                   PIC X(10).
