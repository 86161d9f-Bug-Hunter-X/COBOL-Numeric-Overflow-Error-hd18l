       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTSTMT.
      *****************************************************************
      *  ACTSTMT - Account statements from the posted history.
      *
      *            For each account within currency, prints the
      *            opening balance for the requested period, every
      *            posting in date order with a running balance,
      *            reversals against their originals (each side
      *            names the other and the date it posted), and the
      *            closing balance - from the permanent posted
      *            history POSTHIST.IDX (copybook HSTREC) that
      *            EODBAL appends every cycle.
      *
      *            The period and an optional account and currency
      *            come from ACTSTMT.PRM; with no parameter file the
      *            run covers the previous calendar month for every
      *            account.  Statements print to ACTSTMT.LST and go
      *            to the machine-readable extract ACTSTMT.DAT
      *            (copybook STMREC) the branches load.
      *
      *            Every statement is proved against the balance
      *            master: the account's history, carried on past
      *            the period to the last roll-forward, must rebuild
      *            BALMST.DAT's closing balance and sign.  Any that
      *            does not is flagged on the statement and the run
      *            ends RETURN-CODE 8.  An account on the balance
      *            master with nothing on history has not moved since
      *            history was kept and prints at its BALMST balance.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-HISTORY-FILE ASSIGN TO "POSTHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALMST-STATUS.

           SELECT STATEMENT-EXTRACT ASSIGN TO "ACTSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT STATEMENT-LISTING ASSIGN TO "ACTSTMT.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT STATEMENT-PARAM-FILE ASSIGN TO "ACTSTMT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT RUN-PARAM-FILE ASSIGN TO "AMTRUN.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-HISTORY-FILE.
       COPY HSTREC.

       FD  BALANCE-MASTER-FILE.
       COPY BALREC.

       FD  STATEMENT-EXTRACT.
       COPY STMREC.

       FD  STATEMENT-LISTING.
       01  STATEMENT-LISTING-LINE       PIC X(132).

       FD  STATEMENT-PARAM-FILE.
       01  STATEMENT-PARAM-RECORD.
           05  PRM-FROM-DATE            PIC 9(08).
           05  PRM-TO-DATE              PIC 9(08).
           05  PRM-ACCOUNT-NO           PIC X(10).
      *        Spaces = every account.
           05  PRM-CURRENCY-CODE        PIC X(03).
      *        Spaces = every currency.

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  PRM-RUN-DATE             PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS            PIC X(02) VALUE "00".
       01  WS-BALMST-STATUS             PIC X(02) VALUE "00".
       01  WS-EXTRACT-STATUS            PIC X(02) VALUE "00".
       01  WS-LISTING-STATUS            PIC X(02) VALUE "00".
       01  WS-PARAM-STATUS              PIC X(02) VALUE "00".
       01  WS-RUNPARAM-STATUS           PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-BAL-EOF-SW                PIC X(01) VALUE "N".
           88  WS-BAL-EOF               VALUE "Y".
       01  WS-SKIP-SW                   PIC X(01) VALUE "N".
           88  WS-SKIP-ENTRY            VALUE "Y".
       01  WS-IN-STATEMENT-SW           PIC X(01) VALUE "N".
           88  WS-IN-STATEMENT          VALUE "Y".
       01  WS-OPENING-SHOWN-SW          PIC X(01) VALUE "N".
           88  WS-OPENING-SHOWN         VALUE "Y".

       01  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
       01  WS-RUN-DATE-PARTS            REDEFINES WS-RUN-DATE.
           05  WS-RD-YEAR               PIC 9(04).
           05  WS-RD-MONTH              PIC 9(02).
           05  WS-RD-DAY                PIC 9(02).
       01  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-FROM-DATE-PARTS           REDEFINES WS-FROM-DATE.
           05  WS-FD-YEAR               PIC 9(04).
           05  WS-FD-MONTH              PIC 9(02).
           05  WS-FD-DAY                PIC 9(02).
       01  WS-TO-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-MONTH-START               PIC 9(08) VALUE ZERO.
       01  WS-SEL-ACCOUNT               PIC X(10) VALUE SPACES.
       01  WS-SEL-CURRENCY              PIC X(03) VALUE SPACES.

      *    The balance master held in storage, so each statement can
      *    be proved against it and accounts with no history still
      *    get a statement.
       01  WS-BAL-TABLE.
           05  WS-BAL-COUNT             PIC 9(05) COMP VALUE ZERO.
           05  WS-BAL-ENTRY             OCCURS 2000 TIMES.
               10  WS-BL-ACCOUNT        PIC X(10).
               10  WS-BL-CURRENCY       PIC X(03).
               10  WS-BL-CLOSING        PIC S9(13)V99.
               10  WS-BL-SEEN-SW        PIC X(01).
       01  WS-BAL-SUB                   PIC 9(05) COMP.

      *    The statement in progress.  Balances are signed in
      *    storage - net debit positive, net credit negative - as in
      *    EODBAL.
       01  WS-STATEMENT.
           05  WS-ST-ACCOUNT            PIC X(10).
           05  WS-ST-CURRENCY           PIC X(03).
           05  WS-ST-OPENING            PIC S9(13)V99.
           05  WS-ST-RUNNING            PIC S9(13)V99.
           05  WS-ST-LATER-NET          PIC S9(13)V99.
           05  WS-ST-POSTING-CT         PIC 9(07).
           05  WS-ST-AGREE-IND          PIC X(01).

       01  WS-SIGNED-WORK               PIC S9(13)V99 VALUE ZERO.
       01  WS-UNSIGNED-WORK             PIC 9(13)V99 VALUE ZERO.
       01  WS-SIGN-WORK                 PIC X(01).
       01  WS-ENTRY-NET                 PIC S9(13)V99 VALUE ZERO.

       01  WS-RUN-COUNTERS.
           05  WS-HISTORY-READ-CT       PIC 9(09) VALUE ZERO.
           05  WS-STATEMENT-CT          PIC 9(09) VALUE ZERO.
           05  WS-POSTING-CT            PIC 9(09) VALUE ZERO.
           05  WS-DISAGREE-CT           PIC 9(09) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(30)
               VALUE "ACCOUNT STATEMENTS - RUN DATE ".
           05  WS-H-RUN-DATE            PIC 9(08).
           05  FILLER                   PIC X(10) VALUE "  PERIOD  ".
           05  WS-H-FROM-DATE           PIC 9(08).
           05  FILLER                   PIC X(04) VALUE " TO ".
           05  WS-H-TO-DATE             PIC 9(08).

       01  WS-ACCOUNT-LINE.
           05  FILLER                   PIC X(10) VALUE "ACCOUNT   ".
           05  WS-A-ACCOUNT             PIC X(10).
           05  FILLER                   PIC X(12)
               VALUE "  CURRENCY  ".
           05  WS-A-CURRENCY            PIC X(03).

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(43)
               VALUE "DATE      TRANS ID    SOURCE".
           05  FILLER                   PIC X(23)
               VALUE "DEBIT            CREDIT".
           05  FILLER                   PIC X(18)
               VALUE "           BALANCE".

       01  WS-BALANCE-LINE.
           05  WS-B-DATE                PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-B-LABEL               PIC X(57).
           05  WS-B-BALANCE             PIC Z(12)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-B-SIGN                PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-B-NOTE                PIC X(40).

       01  WS-POSTING-LINE.
           05  WS-P-DATE                PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-P-TRANS-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-P-SOURCE              PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-P-DEBIT               PIC Z(12)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-P-CREDIT              PIC Z(12)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-P-BALANCE             PIC Z(12)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-P-SIGN                PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-P-NARRATIVE           PIC X(40).

       01  WS-MESSAGE-LINE.
           05  WS-M-DATE                PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-M-TEXT                PIC X(40).

       01  WS-NARRATIVE.
           05  WS-N-TEXT                PIC X(12).
           05  WS-N-TRANS-ID            PIC X(10).
           05  WS-N-JOIN                PIC X(04).
           05  WS-N-DATE                PIC X(08).
           05  FILLER                   PIC X(06) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL               PIC X(22).
           05  WS-T-VALUE               PIC ZZZZZZZZ9.

       01  WS-BLANK-LINE                PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-HISTORY UNTIL WS-EOF
           IF WS-IN-STATEMENT
               PERFORM 3000-END-STATEMENT
           END-IF
           PERFORM 3500-UNMOVED-ACCOUNTS
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1040-LOAD-RUN-DATE
           PERFORM 1060-LOAD-PERIOD
           PERFORM 1100-LOAD-BALANCE-MASTER
           OPEN OUTPUT STATEMENT-LISTING
           OPEN OUTPUT STATEMENT-EXTRACT
           MOVE WS-RUN-DATE  TO WS-H-RUN-DATE
           MOVE WS-FROM-DATE TO WS-H-FROM-DATE
           MOVE WS-TO-DATE   TO WS-H-TO-DATE
           WRITE STATEMENT-LISTING-LINE FROM WS-HEADING-LINE
           PERFORM 1200-POSITION-HISTORY.

      *----------------------------------------------------------------
      *  The business date defaults to the system date but can be
      *  overridden from AMTRUN.PRM, same as the pipeline programs;
      *  it settles the default period.
      *----------------------------------------------------------------
       1040-LOAD-RUN-DATE.
           OPEN INPUT RUN-PARAM-FILE
           IF WS-RUNPARAM-STATUS = "00"
               READ RUN-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-RUN-DATE IS NUMERIC
                          AND PRM-RUN-DATE > 0
                           MOVE PRM-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF.

      *----------------------------------------------------------------
      *  The period defaults to the previous calendar month.  A
      *  parameter record overrides it and may name one account
      *  and currency; a period that is not two real dates in order
      *  stops the run rather than print the wrong statements.
      *----------------------------------------------------------------
       1060-LOAD-PERIOD.
           COMPUTE WS-MONTH-START =
               WS-RD-YEAR * 10000 + WS-RD-MONTH * 100 + 1
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1)
           MOVE WS-TO-DATE  TO WS-FROM-DATE
           MOVE 01          TO WS-FD-DAY
           OPEN INPUT STATEMENT-PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ STATEMENT-PARAM-FILE
               AT END
                   CLOSE STATEMENT-PARAM-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE STATEMENT-PARAM-FILE
           MOVE PRM-ACCOUNT-NO    TO WS-SEL-ACCOUNT
           MOVE PRM-CURRENCY-CODE TO WS-SEL-CURRENCY
           IF PRM-FROM-DATE = ZERO AND PRM-TO-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           IF PRM-FROM-DATE IS NOT NUMERIC
              OR PRM-TO-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(PRM-FROM-DATE) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(PRM-TO-DATE) NOT = 0
              OR PRM-FROM-DATE > PRM-TO-DATE
               DISPLAY "ACTSTMT: ACTSTMT.PRM PERIOD " PRM-FROM-DATE
                       " TO " PRM-TO-DATE " IS NOT VALID - "
                       "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRM-FROM-DATE TO WS-FROM-DATE
           MOVE PRM-TO-DATE   TO WS-TO-DATE.

      *----------------------------------------------------------------
      *  Load the balance master.  Without it nothing can be
      *  proved, so an absent or unreadable master stops the run.
      *----------------------------------------------------------------
       1100-LOAD-BALANCE-MASTER.
           OPEN INPUT BALANCE-MASTER-FILE
           IF WS-BALMST-STATUS NOT = "00"
               DISPLAY "ACTSTMT: BALANCE MASTER BALMST.DAT NOT "
                       "AVAILABLE, STATUS " WS-BALMST-STATUS
                       " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-LOAD-ONE-BALANCE UNTIL WS-BAL-EOF
           CLOSE BALANCE-MASTER-FILE.

       1110-LOAD-ONE-BALANCE.
           READ BALANCE-MASTER-FILE
               AT END
                   SET WS-BAL-EOF TO TRUE
               NOT AT END
                   IF WS-BAL-COUNT >= 2000
                       DISPLAY "ACTSTMT: BALANCE MASTER EXCEEDS "
                               "TABLE LIMIT OF 2000 - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BAL-COUNT
                   MOVE BAL-ACCOUNT-NO
                       TO WS-BL-ACCOUNT (WS-BAL-COUNT)
                   MOVE BAL-CURRENCY-CODE
                       TO WS-BL-CURRENCY (WS-BAL-COUNT)
                   MOVE BAL-CLOSING-AMOUNT TO WS-UNSIGNED-WORK
                   MOVE BAL-CLOSING-SIGN   TO WS-SIGN-WORK
                   PERFORM 1150-SIGN-THE-BALANCE
                   MOVE WS-SIGNED-WORK
                       TO WS-BL-CLOSING (WS-BAL-COUNT)
                   MOVE "N" TO WS-BL-SEEN-SW (WS-BAL-COUNT)
           END-READ.

       1150-SIGN-THE-BALANCE.
           IF WS-SIGN-WORK = "C"
               COMPUTE WS-SIGNED-WORK = ZERO - WS-UNSIGNED-WORK
           ELSE
               MOVE WS-UNSIGNED-WORK TO WS-SIGNED-WORK
           END-IF.

      *----------------------------------------------------------------
      *  Start at the selected account (and currency), or at the
      *  front of the file for every account.  No history yet is
      *  not an error - every statement comes from the master.
      *----------------------------------------------------------------
       1200-POSITION-HISTORY.
           OPEN INPUT POSTED-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               DISPLAY "ACTSTMT: NO POSTED HISTORY YET - BALANCES "
                       "FROM BALMST.DAT ONLY"
               SET WS-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ACTSTMT: POSTED HISTORY POSTHIST.IDX OPEN "
                       "FAILED, STATUS " WS-HISTORY-STATUS
                       " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO HST-HISTORY-KEY
           IF WS-SEL-ACCOUNT NOT = SPACES
               MOVE WS-SEL-ACCOUNT TO HST-ACCOUNT-NO
               IF WS-SEL-CURRENCY NOT = SPACES
                   MOVE WS-SEL-CURRENCY TO HST-CURRENCY-CODE
               END-IF
           END-IF
           START POSTED-HISTORY-FILE KEY >= HST-HISTORY-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

      *----------------------------------------------------------------
      *  History comes back in key order - account, currency, then
      *  posting date - so a change of account or currency ends one
      *  statement and starts the next.
      *----------------------------------------------------------------
       2000-READ-HISTORY.
           PERFORM 2100-READ-NEXT-ENTRY
           IF WS-EOF OR WS-SKIP-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-STATEMENT
               IF HST-ACCOUNT-NO NOT = WS-ST-ACCOUNT
                  OR HST-CURRENCY-CODE NOT = WS-ST-CURRENCY
                   PERFORM 3000-END-STATEMENT
               END-IF
           END-IF
           IF NOT WS-IN-STATEMENT
               MOVE HST-ACCOUNT-NO    TO WS-ST-ACCOUNT
               MOVE HST-CURRENCY-CODE TO WS-ST-CURRENCY
               PERFORM 2200-START-STATEMENT
           END-IF
           PERFORM 2300-APPLY-ENTRY.

       2100-READ-NEXT-ENTRY.
           MOVE "N" TO WS-SKIP-SW
           READ POSTED-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF WS-SEL-ACCOUNT NOT = SPACES
               IF HST-ACCOUNT-NO NOT = WS-SEL-ACCOUNT
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SEL-CURRENCY NOT = SPACES
               IF HST-CURRENCY-CODE NOT = WS-SEL-CURRENCY
                   SET WS-SKIP-ENTRY TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-HISTORY-READ-CT.

      *----------------------------------------------------------------
      *  The caller has set WS-ST-ACCOUNT and WS-ST-CURRENCY.
      *----------------------------------------------------------------
       2200-START-STATEMENT.
           SET WS-IN-STATEMENT TO TRUE
           MOVE "N"               TO WS-OPENING-SHOWN-SW
           MOVE ZERO TO WS-ST-OPENING
           MOVE ZERO TO WS-ST-RUNNING
           MOVE ZERO TO WS-ST-LATER-NET
           MOVE ZERO TO WS-ST-POSTING-CT
           ADD 1 TO WS-STATEMENT-CT
           MOVE WS-ST-ACCOUNT  TO WS-A-ACCOUNT
           MOVE WS-ST-CURRENCY TO WS-A-CURRENCY
           WRITE STATEMENT-LISTING-LINE FROM WS-BLANK-LINE
           WRITE STATEMENT-LISTING-LINE FROM WS-ACCOUNT-LINE
           WRITE STATEMENT-LISTING-LINE FROM WS-COLUMN-LINE.

      *----------------------------------------------------------------
      *  A brought-forward record is the balance the account carried
      *  before history was kept, so it always belongs to the
      *  opening.  Postings before the period build the opening,
      *  postings in it are listed, and postings after it are only
      *  totalled for the proof against the balance master.
      *----------------------------------------------------------------
       2300-APPLY-ENTRY.
           MOVE HST-AMOUNT    TO WS-UNSIGNED-WORK
           MOVE HST-DR-CR-IND TO WS-SIGN-WORK
           PERFORM 1150-SIGN-THE-BALANCE
           MOVE WS-SIGNED-WORK TO WS-ENTRY-NET
           IF HST-BROUGHT-FORWARD
              OR HST-POST-DATE < WS-FROM-DATE
               ADD WS-ENTRY-NET TO WS-ST-OPENING
               ADD WS-ENTRY-NET TO WS-ST-RUNNING
           ELSE
               IF HST-POST-DATE > WS-TO-DATE
                   ADD WS-ENTRY-NET TO WS-ST-LATER-NET
               ELSE
                   IF NOT WS-OPENING-SHOWN
                       PERFORM 2400-SHOW-OPENING
                   END-IF
                   ADD WS-ENTRY-NET TO WS-ST-RUNNING
                   PERFORM 2500-SHOW-POSTING
               END-IF
           END-IF.

       2400-SHOW-OPENING.
           SET WS-OPENING-SHOWN TO TRUE
           MOVE WS-FROM-DATE          TO WS-B-DATE
           MOVE "OPENING BALANCE"     TO WS-B-LABEL
           MOVE SPACES                TO WS-B-NOTE
           MOVE WS-ST-OPENING         TO WS-SIGNED-WORK
           PERFORM 2900-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK      TO WS-B-BALANCE
           PERFORM 2950-SIGN-TEXT
           MOVE WS-P-SIGN             TO WS-B-SIGN
           WRITE STATEMENT-LISTING-LINE FROM WS-BALANCE-LINE
           MOVE SPACES                TO STATEMENT-EXTRACT-RECORD
           SET STM-OPENING            TO TRUE
           MOVE WS-FROM-DATE          TO STM-POST-DATE
           PERFORM 2800-FILL-EXTRACT-KEYS
           MOVE ZERO                  TO STM-AMOUNT
           MOVE ZERO                  TO STM-BASE-AMOUNT
           MOVE ZERO                  TO STM-LINKED-DATE
           MOVE WS-UNSIGNED-WORK      TO STM-BALANCE-AMOUNT
           MOVE WS-SIGN-WORK          TO STM-BALANCE-SIGN
           WRITE STATEMENT-EXTRACT-RECORD.

      *----------------------------------------------------------------
      *  One posting line.  A reversal names the original it backs
      *  out; an original since reversed names its reversal.
      *----------------------------------------------------------------
       2500-SHOW-POSTING.
           ADD 1 TO WS-ST-POSTING-CT
           ADD 1 TO WS-POSTING-CT
           MOVE HST-POST-DATE  TO WS-P-DATE
           MOVE HST-TRANS-ID   TO WS-P-TRANS-ID
           MOVE HST-SOURCE-ID  TO WS-P-SOURCE
           MOVE ZERO           TO WS-P-DEBIT
           MOVE ZERO           TO WS-P-CREDIT
           IF HST-DR-CR-IND = "D"
               MOVE HST-AMOUNT TO WS-P-DEBIT
           ELSE
               MOVE HST-AMOUNT TO WS-P-CREDIT
           END-IF
           MOVE SPACES TO WS-NARRATIVE
           MOVE SPACES                TO STATEMENT-EXTRACT-RECORD
           MOVE ZERO                  TO STM-LINKED-DATE
           IF HST-REVERSAL
               MOVE "REVERSES    "    TO WS-N-TEXT
               MOVE HST-ORIG-TRANS-ID TO WS-N-TRANS-ID
               MOVE HST-ORIG-TRANS-ID TO STM-LINKED-TRANS-ID
               IF HST-ORIG-POST-DATE IS NUMERIC
                  AND HST-ORIG-POST-DATE > 0
                   MOVE " OF "             TO WS-N-JOIN
                   MOVE HST-ORIG-POST-DATE TO WS-N-DATE
                   MOVE HST-ORIG-POST-DATE TO STM-LINKED-DATE
               END-IF
           ELSE
               IF HST-REVERSAL-ID NOT = SPACES
                   MOVE "REVERSED BY "    TO WS-N-TEXT
                   MOVE HST-REVERSAL-ID   TO WS-N-TRANS-ID
                   MOVE " ON "            TO WS-N-JOIN
                   MOVE HST-REVERSAL-DATE TO WS-N-DATE
                   MOVE HST-REVERSAL-ID   TO STM-LINKED-TRANS-ID
                   MOVE HST-REVERSAL-DATE TO STM-LINKED-DATE
               END-IF
           END-IF
           MOVE WS-NARRATIVE          TO WS-P-NARRATIVE
           MOVE WS-ST-RUNNING         TO WS-SIGNED-WORK
           PERFORM 2900-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK      TO WS-P-BALANCE
           PERFORM 2950-SIGN-TEXT
           WRITE STATEMENT-LISTING-LINE FROM WS-POSTING-LINE
           SET STM-POSTING            TO TRUE
           MOVE HST-POST-DATE         TO STM-POST-DATE
           PERFORM 2800-FILL-EXTRACT-KEYS
           MOVE HST-TRANS-ID          TO STM-TRANS-ID
           MOVE HST-DR-CR-IND         TO STM-DR-CR-IND
           MOVE HST-AMOUNT            TO STM-AMOUNT
           MOVE HST-BASE-CURRENCY     TO STM-BASE-CURRENCY
           MOVE HST-BASE-AMOUNT       TO STM-BASE-AMOUNT
           MOVE WS-UNSIGNED-WORK      TO STM-BALANCE-AMOUNT
           MOVE WS-SIGN-WORK          TO STM-BALANCE-SIGN
           MOVE HST-TRANS-TYPE        TO STM-TRANS-TYPE
           WRITE STATEMENT-EXTRACT-RECORD.

       2800-FILL-EXTRACT-KEYS.
           MOVE WS-ST-ACCOUNT  TO STM-ACCOUNT-NO
           MOVE WS-ST-CURRENCY TO STM-CURRENCY-CODE
           MOVE WS-FROM-DATE   TO STM-PERIOD-FROM
           MOVE WS-TO-DATE     TO STM-PERIOD-TO.

       2900-UNSIGN-THE-BALANCE.
           IF WS-SIGNED-WORK < ZERO
               COMPUTE WS-UNSIGNED-WORK = ZERO - WS-SIGNED-WORK
               MOVE "C" TO WS-SIGN-WORK
           ELSE
               MOVE WS-SIGNED-WORK TO WS-UNSIGNED-WORK
               IF WS-SIGNED-WORK > ZERO
                   MOVE "D" TO WS-SIGN-WORK
               ELSE
                   MOVE " " TO WS-SIGN-WORK
               END-IF
           END-IF.

       2950-SIGN-TEXT.
           IF WS-SIGN-WORK = "D"
               MOVE "DR" TO WS-P-SIGN
           ELSE
               IF WS-SIGN-WORK = "C"
                   MOVE "CR" TO WS-P-SIGN
               ELSE
                   MOVE "  " TO WS-P-SIGN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Close the statement and prove it: the closing balance plus
      *  everything posted after the period must come back to the
      *  balance master's closing balance for the account.
      *----------------------------------------------------------------
       3000-END-STATEMENT.
           IF NOT WS-OPENING-SHOWN
               PERFORM 2400-SHOW-OPENING
           END-IF
           IF WS-ST-POSTING-CT = ZERO
               MOVE WS-TO-DATE TO WS-M-DATE
               MOVE "NO POSTINGS IN PERIOD" TO WS-M-TEXT
               WRITE STATEMENT-LISTING-LINE FROM WS-MESSAGE-LINE
           END-IF
           MOVE "Y" TO WS-ST-AGREE-IND
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
                  OR (WS-BL-ACCOUNT (WS-BAL-SUB) = WS-ST-ACCOUNT
                      AND WS-BL-CURRENCY (WS-BAL-SUB)
                          = WS-ST-CURRENCY)
               CONTINUE
           END-PERFORM
           IF WS-BAL-SUB > WS-BAL-COUNT
               MOVE "N" TO WS-ST-AGREE-IND
               MOVE "*** NOT ON BALANCE MASTER" TO WS-B-NOTE
           ELSE
               MOVE "Y" TO WS-BL-SEEN-SW (WS-BAL-SUB)
               IF WS-ST-RUNNING + WS-ST-LATER-NET
                   = WS-BL-CLOSING (WS-BAL-SUB)
                   MOVE "AGREES WITH BALANCE MASTER" TO WS-B-NOTE
               ELSE
                   MOVE "N" TO WS-ST-AGREE-IND
                   MOVE "*** DOES NOT AGREE WITH BALANCE MASTER"
                       TO WS-B-NOTE
               END-IF
           END-IF
           IF WS-ST-AGREE-IND = "N"
               ADD 1 TO WS-DISAGREE-CT
           END-IF
           PERFORM 3100-SHOW-CLOSING
           MOVE "N" TO WS-IN-STATEMENT-SW.

       3100-SHOW-CLOSING.
           MOVE WS-TO-DATE            TO WS-B-DATE
           MOVE "CLOSING BALANCE"     TO WS-B-LABEL
           MOVE WS-ST-RUNNING         TO WS-SIGNED-WORK
           PERFORM 2900-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK      TO WS-B-BALANCE
           PERFORM 2950-SIGN-TEXT
           MOVE WS-P-SIGN             TO WS-B-SIGN
           WRITE STATEMENT-LISTING-LINE FROM WS-BALANCE-LINE
           MOVE SPACES                TO STATEMENT-EXTRACT-RECORD
           SET STM-CLOSING            TO TRUE
           MOVE WS-TO-DATE            TO STM-POST-DATE
           PERFORM 2800-FILL-EXTRACT-KEYS
           MOVE ZERO                  TO STM-AMOUNT
           MOVE ZERO                  TO STM-BASE-AMOUNT
           MOVE ZERO                  TO STM-LINKED-DATE
           MOVE WS-UNSIGNED-WORK      TO STM-BALANCE-AMOUNT
           MOVE WS-SIGN-WORK          TO STM-BALANCE-SIGN
           MOVE WS-ST-AGREE-IND       TO STM-AGREE-IND
           WRITE STATEMENT-EXTRACT-RECORD.

      *----------------------------------------------------------------
      *  A selected account-currency on the balance master with no
      *  history has not moved since history was kept: its
      *  statement is the master balance, opening and closing.
      *----------------------------------------------------------------
       3500-UNMOVED-ACCOUNTS.
           IF WS-HISTORY-STATUS NOT = "35"
               CLOSE POSTED-HISTORY-FILE
           END-IF
           PERFORM 3510-UNMOVED-ONE-ACCOUNT
               VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT.

       3510-UNMOVED-ONE-ACCOUNT.
           IF WS-BL-SEEN-SW (WS-BAL-SUB) = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-ACCOUNT NOT = SPACES
              AND WS-BL-ACCOUNT (WS-BAL-SUB) NOT = WS-SEL-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-CURRENCY NOT = SPACES
              AND WS-BL-CURRENCY (WS-BAL-SUB) NOT = WS-SEL-CURRENCY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BL-ACCOUNT (WS-BAL-SUB)  TO WS-ST-ACCOUNT
           MOVE WS-BL-CURRENCY (WS-BAL-SUB) TO WS-ST-CURRENCY
           PERFORM 2200-START-STATEMENT
           MOVE WS-BL-CLOSING (WS-BAL-SUB)  TO WS-ST-OPENING
           MOVE WS-BL-CLOSING (WS-BAL-SUB)  TO WS-ST-RUNNING
           PERFORM 3000-END-STATEMENT.

       4000-FINALIZE.
           WRITE STATEMENT-LISTING-LINE FROM WS-BLANK-LINE
           MOVE "HISTORY RECORDS READ: " TO WS-T-LABEL
           MOVE WS-HISTORY-READ-CT TO WS-T-VALUE
           WRITE STATEMENT-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "STATEMENTS PRODUCED : " TO WS-T-LABEL
           MOVE WS-STATEMENT-CT TO WS-T-VALUE
           WRITE STATEMENT-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "POSTINGS LISTED     : " TO WS-T-LABEL
           MOVE WS-POSTING-CT TO WS-T-VALUE
           WRITE STATEMENT-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "NOT AGREEING BALMST : " TO WS-T-LABEL
           MOVE WS-DISAGREE-CT TO WS-T-VALUE
           WRITE STATEMENT-LISTING-LINE FROM WS-TOTAL-LINE
           CLOSE STATEMENT-LISTING
           CLOSE STATEMENT-EXTRACT
           IF WS-DISAGREE-CT > ZERO
               DISPLAY "ACTSTMT: " WS-DISAGREE-CT " STATEMENT(S) DO "
                       "NOT AGREE WITH BALMST.DAT - SEE ACTSTMT.LST"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "ACTSTMT STATEMENTS      : " WS-STATEMENT-CT
           DISPLAY "ACTSTMT POSTINGS LISTED : " WS-POSTING-CT.
