      *****************************************************************
      *  STMREC - Machine-readable account statement extract
      *           (ACTSTMT.DAT) the branches can load, written by
      *           ACTSTMT alongside the printed statements.  Each
      *           statement - one account within currency for the
      *           requested period - is an opening record, one
      *           posting record per item in date order, and a
      *           closing record.
      *
      *           Balances follow the BALMST convention: unsigned
      *           amount plus a direction byte, net debit 'D', net
      *           credit 'C', flat ' '.
      *****************************************************************
       01  STATEMENT-EXTRACT-RECORD.
           05  STM-REC-TYPE             PIC X(01).
               88  STM-OPENING          VALUE "O".
               88  STM-POSTING          VALUE "P".
               88  STM-CLOSING          VALUE "C".
           05  STM-ACCOUNT-NO           PIC X(10).
           05  STM-CURRENCY-CODE        PIC X(03).
           05  STM-PERIOD-FROM          PIC 9(08).
           05  STM-PERIOD-TO            PIC 9(08).
           05  STM-POST-DATE            PIC 9(08).
      *        Posting date; the period from/to date on the opening
      *        and closing records.
           05  STM-TRANS-ID             PIC X(10).
           05  STM-DR-CR-IND            PIC X(01).
           05  STM-AMOUNT               PIC 9(13)V99.
           05  STM-BASE-CURRENCY        PIC X(03).
           05  STM-BASE-AMOUNT          PIC 9(11)V99.
           05  STM-BALANCE-AMOUNT       PIC 9(13)V99.
           05  STM-BALANCE-SIGN         PIC X(01).
      *        Running balance after a posting; the opening or
      *        closing balance on those records.
           05  STM-TRANS-TYPE           PIC X(01).
      *        'V' = reversal
           05  STM-LINKED-TRANS-ID      PIC X(10).
           05  STM-LINKED-DATE          PIC 9(08).
      *        On a reversal, the original it backs out and the date
      *        that posted; on an original since reversed, the
      *        reversal and its date; otherwise spaces and zero.
           05  STM-AGREE-IND            PIC X(01).
      *        Closing record only: 'Y' = the account's history
      *        rebuilds the balance master's closing balance,
      *        'N' = it does not (see ACTSTMT.LST).
           05  FILLER                   PIC X(08).
