      *****************************************************************
      *  SOMREC - Standing-order master record (SOMST.DAT), one per
      *           standing instruction: rent, payroll sweep, loan
      *           repayment - the same transaction on a fixed
      *           schedule.  Kept by the SOMAINT/SOAPPR maker-checker
      *           dialogues; SOGEN reads it ahead of AMTEDIT, writes
      *           each occurrence that has fallen due as an AMTREC
      *           transaction under source STANDORD, and advances
      *           the schedule.
      *
      *           An occurrence's transaction id is "S", the order
      *           id and the occurrence number, so every occurrence
      *           of every order has its own id for the register.
      *           The SO-GEN- fields record the last generation -
      *           which cycle it fed and which occurrences it wrote -
      *           so a rerun of the generator ahead of the same
      *           cycle writes exactly those occurrences again
      *           instead of advancing the schedule a second time.
      *****************************************************************
       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-ID              PIC 9(05).
           05  SO-ACCOUNT-NO            PIC X(10).
           05  SO-CURRENCY-CODE         PIC X(03).
           05  SO-AMOUNT                PIC 9(11)V99.
           05  SO-DR-CR-IND             PIC X(01).
           05  SO-FREQUENCY             PIC X(01).
               88  SO-WEEKLY            VALUE "W".
               88  SO-FORTNIGHTLY       VALUE "F".
               88  SO-MONTHLY           VALUE "M".
               88  SO-QUARTERLY         VALUE "Q".
               88  SO-YEARLY            VALUE "Y".
               88  SO-VALID-FREQUENCY   VALUES "W" "F" "M" "Q" "Y".
      *    Day of the month a monthly, quarterly or yearly order
      *    falls on - taken from the first due date, so an order
      *    for the 31st pays on the last day of a short month and
      *    goes back to the 31st after it.
           05  SO-ANCHOR-DAY            PIC 9(02).
      *    The next occurrence not yet generated, as scheduled; the
      *    generator rolls it to a business day of the currency.
           05  SO-NEXT-DUE-DATE         PIC 9(08).
      *    Zero = no end date.
           05  SO-END-DATE              PIC 9(08).
           05  SO-COUNT-LIMITED-IND     PIC X(01).
               88  SO-COUNT-LIMITED     VALUE "Y".
      *    Occurrences still to pay when count-limited.
           05  SO-REMAINING-COUNT       PIC 9(04).
           05  SO-SUSPEND-IND           PIC X(01).
               88  SO-SUSPENDED         VALUE "Y".
           05  SO-STATUS                PIC X(01).
               88  SO-ACTIVE            VALUE "A".
               88  SO-EXPIRED           VALUE "E".
               88  SO-CANCELLED         VALUE "C".
           05  SO-DESCRIPTION           PIC X(20).
           05  SO-NEXT-OCCURRENCE       PIC 9(04).
           05  SO-GEN-RUN-DATE          PIC 9(08).
           05  SO-GEN-CYCLE-NO          PIC 9(03).
           05  SO-GEN-FIRST-OCC         PIC 9(04).
           05  SO-GEN-FIRST-DUE         PIC 9(08).
           05  SO-GEN-COUNT             PIC 9(02).
           05  SO-LAST-CHANGE-DATE      PIC 9(08).
           05  FILLER                   PIC X(10).
