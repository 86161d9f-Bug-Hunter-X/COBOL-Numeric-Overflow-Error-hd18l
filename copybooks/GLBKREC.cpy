      *****************************************************************
      *  GLBKREC - Sub-ledger to GL balance break (GLBRK.DAT), one
      *            per account within currency whose balance master
      *            figure, less the items still on their way to the
      *            GL, does not agree with the GL balance file.
      *            Rewritten by GLBRECON every run with the breaks
      *            still open: a break keeps the date it was first
      *            seen for as long as it stays open, which is what
      *            its age is counted from, and drops off the file
      *            the day it clears.
      *
      *            Amounts follow the BALMST convention: unsigned
      *            amount plus a direction byte, net debit 'D', net
      *            credit 'C', flat ' '.
      *****************************************************************
       01  GL-BREAK-RECORD.
           05  BRK-ACCOUNT-NO           PIC X(10).
           05  BRK-CURRENCY-CODE        PIC X(03).
           05  BRK-FIRST-SEEN-DATE      PIC 9(08).
           05  BRK-LAST-SEEN-DATE       PIC 9(08).
           05  BRK-AGE-DAYS             PIC 9(05).
      *        Business days (base calendar) since first seen.
           05  BRK-SUBLEDGER-AMOUNT     PIC 9(13)V99.
           05  BRK-SUBLEDGER-SIGN       PIC X(01).
      *        BALMST closing balance.
           05  BRK-IN-FLIGHT-AMOUNT     PIC 9(13)V99.
           05  BRK-IN-FLIGHT-SIGN       PIC X(01).
      *        Net of the items shipped and not yet acknowledged
      *        (GLSHIP.DAT) and held unmapped (GLHOLD.DAT).
           05  BRK-GL-AMOUNT            PIC 9(13)V99.
           05  BRK-GL-SIGN              PIC X(01).
           05  BRK-DIFFERENCE-AMOUNT    PIC 9(13)V99.
           05  BRK-DIFFERENCE-SIGN      PIC X(01).
      *        Sub-ledger less in flight less GL.
           05  BRK-ON-SUBLEDGER-IND     PIC X(01).
           05  BRK-ON-GL-IND            PIC X(01).
      *        'N' = the account is missing from that side.
           05  FILLER                   PIC X(10).
