       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMAINT.
      *****************************************************************
      *  SOMAINT - Standing-order maintenance, maker side.
      *
      *            Line-mode dialogue (same style as ACTMAINT) over
      *            the standing-order master SOMST.DAT (copybook
      *            SOMREC): the rent, payroll-sweep and loan-repayment
      *            instructions that SOGEN turns into transactions
      *            on their due dates, instead of someone re-keying
      *            them into a sender file every time.
      *
      *            Changes are under maker/checker dual control, as
      *            on the account master: a new order, an amendment
      *            or a resume keyed here is queued on SOPEND.DAT
      *            (copybook SOPREC) for a second, different operator
      *            to approve or reject in SOAPPR - only approval
      *            applies it, so nobody can set money moving on
      *            their own say-so.  Suspend and cancel stop money
      *            moving, so they take effect immediately and are
      *            queued already-applied for after-the-fact review.
      *
      *            A new order is checked against the account master
      *            (ACCTMST.DAT) as it is keyed; AMTEDIT edits every
      *            generated occurrence in full regardless.  Every
      *            action is recorded to the permanent audit file
      *            SOAUDT.DAT (copybook SOAREC).
      *
      *            The master and the queue are held in
      *            working-storage tables for the session and
      *            rewritten to disk after every change.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-MASTER-FILE ASSIGN TO "SOMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOMST-STATUS.

           SELECT PENDING-FILE ASSIGN TO "SOPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "SOAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-MASTER-FILE.
       01  ORDER-MASTER-FILE-RECORD     PIC X(125).

       FD  PENDING-FILE.
       COPY SOPREC.

       FD  AUDIT-FILE.
       COPY SOAREC.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACTMST.

       WORKING-STORAGE SECTION.
       01  WS-SOMST-STATUS              PIC X(02) VALUE "00".
       01  WS-PENDING-STATUS            PIC X(02) VALUE "00".
       01  WS-AUDIT-STATUS              PIC X(02) VALUE "00".
       01  WS-ACCTMST-STATUS            PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".

       01  WS-DONE-SW                   PIC X(01) VALUE "N".
           88  WS-DONE                  VALUE "Y".

       01  WS-INPUT-OK-SW               PIC X(01) VALUE "N".
           88  WS-INPUT-OK              VALUE "Y".

      *    'Y' while amending - a blank entry keeps the current value.
       01  WS-AMENDING-SW               PIC X(01) VALUE "N".
           88  WS-AMENDING              VALUE "Y".

       01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-PIN              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-SIGNED-ON-SW              PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".

       COPY OPRCHKK.
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
       01  WS-TIME-RAW                  PIC 9(08) VALUE ZERO.
       01  WS-TIME-NOW                  PIC 9(06) VALUE ZERO.

       01  WS-ACTION                    PIC X(01).
       01  WS-CONFIRM                   PIC X(01).

      *    The order in hand, as keyed.
       01  WS-KEY-ORDER-INPUT           PIC X(05).
       01  WS-KEY-ORDER                 PIC 9(05) VALUE ZERO.
       01  WS-ACCOUNT-INPUT             PIC X(10).
       01  WS-CURRENCY-INPUT            PIC X(03).
       01  WS-AMOUNT-INPUT              PIC X(17).
       01  WS-AMOUNT-WORK               PIC 9(11)V99 VALUE ZERO.
       01  WS-DRCR-INPUT                PIC X(01).
       01  WS-FREQUENCY-INPUT           PIC X(01).
       01  WS-DATE-INPUT                PIC X(08).
       01  WS-DATE-WORK                 PIC 9(08) VALUE ZERO.
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  FILLER                   PIC 9(06).
           05  WS-DW-DAY                PIC 9(02).
       01  WS-DATE-INT                  PIC 9(09) VALUE ZERO.
       01  WS-COUNT-INPUT               PIC X(04).
       01  WS-DESCRIPTION-INPUT         PIC X(20).
       01  WS-NEXT-ORDER-ID             PIC 9(05) VALUE ZERO.

      *    Fields for the queue/audit writers, set by the action
      *    paragraphs.
       01  WS-Q-ACTION                  PIC X(01).
       01  WS-Q-APPLIED-IND             PIC X(01).
       01  WS-A-DISPOSITION             PIC X(01).
       01  WS-A-DETAIL                  PIC X(50).
       01  WS-A-AMOUNT                  PIC Z(10)9.99.

      *    The order in hand, in master layout.
       COPY SOMREC.

      *    The master held for the session, in order-id order; the
      *    first five bytes of each entry are the order id.
       01  WS-SO-TABLE.
           05  WS-SO-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-SO-ENTRY              OCCURS 2000 TIMES.
               10  WS-SO-KEY            PIC 9(05).
               10  FILLER               PIC X(120).
       01  WS-SO-SUB                    PIC 9(04) COMP.

       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT            PIC 9(05) COMP VALUE ZERO.
           05  WS-ACCT-ENTRY            OCCURS 2000 TIMES.
               10  WS-ACCT-NO           PIC X(10).
               10  WS-ACCT-STATUS       PIC X(01).
               10  WS-ACCT-CURRENCY     OCCURS 5 TIMES
                                        PIC X(03).
       01  WS-ACCT-SUB                  PIC 9(05) COMP.
       01  WS-CURR-SUB                  PIC 9(01) COMP.

      *    The pending queue held for the session - SOAPPR owns
      *    approving and applying; this side only appends.
       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-PEND-ENTRY            OCCURS 500 TIMES.
               10  WS-PD-ACTION         PIC X(01).
               10  WS-PD-ORDER-ID       PIC 9(05).
               10  WS-PD-IMAGE          PIC X(125).
               10  WS-PD-STATUS         PIC X(01).
               10  WS-PD-APPLIED-IND    PIC X(01).
               10  WS-PD-MAKER-ID       PIC X(08).
               10  WS-PD-MAKER-DATE     PIC 9(08).
               10  WS-PD-MAKER-TIME     PIC 9(06).
               10  WS-PD-CHECKER-ID     PIC X(08).
               10  WS-PD-CHECKER-DATE   PIC 9(08).
       01  WS-PEND-SUB                  PIC 9(04) COMP.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-SIGN-ON
           PERFORM 1000-LOAD-MASTER
           PERFORM 1200-LOAD-ACCOUNTS
           PERFORM 1500-LOAD-PENDING-QUEUE
           PERFORM 1600-SCAN-AUDIT-ORDER-IDS
           PERFORM 2000-PROCESS-ONE-ACTION UNTIL WS-DONE
           STOP RUN.

      *----------------------------------------------------------------
      *  Every maker action is attributed on the queue and the
      *  audit file, so the session does not start until an id is
      *  keyed.
      *----------------------------------------------------------------
       0500-SIGN-ON.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      *    Bounded retry: on exhausted or blank-only input ACCEPT
      *    leaves the field unchanged, so an unconditional re-prompt
      *    would loop forever.
           PERFORM UNTIL WS-SIGNED-ON
                      OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "SOMAINT - SIGN ON"
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-OPERATOR-ID
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID NOT = SPACES
                   PERFORM 0510-CHECK-OPERATOR
               END-IF
           END-PERFORM
           IF NOT WS-SIGNED-ON
               DISPLAY "SOMAINT: SIGN-ON ABANDONED"
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      *  The id must be on the operator master, active, with the
      *  right PIN and entitled to this dialogue - OPRCHK decides,
      *  counts the failures and audits every refusal.
      *----------------------------------------------------------------
       0510-CHECK-OPERATOR.
           DISPLAY "PIN        : " WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-PIN
           ACCEPT WS-OPERATOR-PIN
           MOVE "S"             TO OCP-FUNCTION
           MOVE WS-OPERATOR-ID  TO OCP-OPERATOR-ID
           MOVE WS-OPERATOR-PIN TO OCP-PIN
           MOVE "SOMAINT"       TO OCP-PROGRAM
           MOVE "SOMK"          TO OCP-ENTITLEMENT
           MOVE WS-RUN-DATE     TO OCP-RUN-DATE
           CALL "OPRCHK" USING OPRCHK-PARM
           MOVE SPACES TO WS-OPERATOR-PIN
           MOVE SPACES TO OCP-PIN
           IF OCP-RETURN-CODE = ZERO
               SET WS-SIGNED-ON TO TRUE
               DISPLAY "SIGNED ON: " OCP-OPERATOR-NAME
           ELSE
               DISPLAY OCP-MESSAGE
           END-IF.

       1000-LOAD-MASTER.
           OPEN INPUT ORDER-MASTER-FILE
      *    Only a missing file ("35") may start an empty session -
      *    any other open failure means a master exists that cannot
      *    be read, and saving the session's empty view over it
      *    would wipe it.
           IF WS-SOMST-STATUS = "35"
               DISPLAY "SOMAINT: NO EXISTING MASTER - STARTING EMPTY"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-SOMST-STATUS NOT = "00"
                   DISPLAY "SOMAINT: MASTER OPEN FAILED, STATUS "
                           WS-SOMST-STATUS " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1100-LOAD-ONE-ORDER UNTIL WS-EOF
           IF WS-SOMST-STATUS NOT = "35"
               CLOSE ORDER-MASTER-FILE
           END-IF
           DISPLAY "SOMAINT: " WS-SO-COUNT " ORDERS LOADED".

       1100-LOAD-ONE-ORDER.
           READ ORDER-MASTER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-SO-COUNT >= 2000
                       DISPLAY "SOMAINT: MASTER EXCEEDS TABLE "
                               "LIMIT OF 2000 - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SO-COUNT
                   MOVE ORDER-MASTER-FILE-RECORD
                       TO WS-SO-ENTRY (WS-SO-COUNT)
                   IF WS-SO-KEY (WS-SO-COUNT) > WS-NEXT-ORDER-ID
                       MOVE WS-SO-KEY (WS-SO-COUNT)
                           TO WS-NEXT-ORDER-ID
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The account master, read only, so a new order is checked
      *  against a real, open account that takes its currency.
      *----------------------------------------------------------------
       1200-LOAD-ACCOUNTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCTMST-STATUS NOT = "00"
               DISPLAY "SOMAINT: ACCOUNT MASTER ACCTMST.DAT NOT "
                       "AVAILABLE, STATUS " WS-ACCTMST-STATUS
                       " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-LOAD-ONE-ACCOUNT UNTIL WS-EOF
           CLOSE ACCOUNT-MASTER-FILE.

       1210-LOAD-ONE-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-ACCT-COUNT >= 2000
                       DISPLAY "SOMAINT: ACCOUNT MASTER EXCEEDS "
                               "TABLE LIMIT OF 2000 - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE ACT-ACCOUNT-NO
                       TO WS-ACCT-NO (WS-ACCT-COUNT)
                   MOVE ACT-STATUS
                       TO WS-ACCT-STATUS (WS-ACCT-COUNT)
                   PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                       UNTIL WS-CURR-SUB > 5
                       MOVE ACT-CURRENCY (WS-CURR-SUB) TO
                           WS-ACCT-CURRENCY (WS-ACCT-COUNT WS-CURR-SUB)
                   END-PERFORM
           END-READ.

      *----------------------------------------------------------------
      *  Load the pending queue so a change already waiting for
      *  approval is not keyed a second time, and so a new order
      *  still waiting keeps its number.  Only a missing file may
      *  start an empty queue, for the same wipe reason as the
      *  master.
      *----------------------------------------------------------------
       1500-LOAD-PENDING-QUEUE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-PENDING-STATUS NOT = "00"
                   DISPLAY "SOMAINT: PENDING QUEUE OPEN FAILED, "
                           "STATUS " WS-PENDING-STATUS
                           " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1510-LOAD-ONE-PENDING UNTIL WS-EOF
           IF WS-PENDING-STATUS NOT = "35"
               CLOSE PENDING-FILE
           END-IF.

       1510-LOAD-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-PEND-COUNT >= 500
                       DISPLAY "SOMAINT: PENDING QUEUE EXCEEDS "
                               "TABLE LIMIT OF 500 - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PEND-COUNT
                   MOVE SOP-ACTION
                       TO WS-PD-ACTION (WS-PEND-COUNT)
                   MOVE SOP-ORDER-ID
                       TO WS-PD-ORDER-ID (WS-PEND-COUNT)
                   MOVE SOP-ORDER-IMAGE
                       TO WS-PD-IMAGE (WS-PEND-COUNT)
                   MOVE SOP-STATUS
                       TO WS-PD-STATUS (WS-PEND-COUNT)
                   MOVE SOP-APPLIED-IND
                       TO WS-PD-APPLIED-IND (WS-PEND-COUNT)
                   MOVE SOP-MAKER-ID
                       TO WS-PD-MAKER-ID (WS-PEND-COUNT)
                   MOVE SOP-MAKER-DATE
                       TO WS-PD-MAKER-DATE (WS-PEND-COUNT)
                   MOVE SOP-MAKER-TIME
                       TO WS-PD-MAKER-TIME (WS-PEND-COUNT)
                   MOVE SOP-CHECKER-ID
                       TO WS-PD-CHECKER-ID (WS-PEND-COUNT)
                   MOVE SOP-CHECKER-DATE
                       TO WS-PD-CHECKER-DATE (WS-PEND-COUNT)
                   IF SOP-ORDER-ID > WS-NEXT-ORDER-ID
                       MOVE SOP-ORDER-ID TO WS-NEXT-ORDER-ID
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  A new order the checker rejected is on neither the master
      *  nor the queue, but its number is on the audit file - and
      *  in SOGEN's transaction ids if any occurrence was ever
      *  generated under it.  Carry the next order id on from the
      *  highest number the audit file has seen, so no number is
      *  handed out twice.
      *----------------------------------------------------------------
       1600-SCAN-AUDIT-ORDER-IDS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1610-SCAN-ONE-AUDIT UNTIL WS-EOF
           CLOSE AUDIT-FILE.

       1610-SCAN-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SOA-ORDER-ID IS NUMERIC
                      AND SOA-ORDER-ID > WS-NEXT-ORDER-ID
                       MOVE SOA-ORDER-ID TO WS-NEXT-ORDER-ID
                   END-IF
           END-READ.

       2000-PROCESS-ONE-ACTION.
           DISPLAY "SOMAINT - STANDING ORDER MAINTENANCE"
           DISPLAY "A=ADD M=AMEND R=RESUME S=SUSPEND C=CANCEL "
                   "I=INQUIRE L=LIST X=EXIT"
           DISPLAY "A/M/R QUEUE FOR APPROVAL - S/C TAKE EFFECT NOW"
           DISPLAY "ACTION: " WITH NO ADVANCING
           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION
           MOVE "N" TO WS-AMENDING-SW
           IF WS-ACTION = "X" OR WS-ACTION = "x"
               SET WS-DONE TO TRUE
           ELSE
           IF WS-ACTION = "A" OR WS-ACTION = "a"
               PERFORM 3000-QUEUE-ADD
           ELSE
           IF WS-ACTION = "L" OR WS-ACTION = "l"
               PERFORM 3600-LIST-ORDERS
           ELSE
               PERFORM 2100-DISPATCH-ACTION
           END-IF
           END-IF
           END-IF.

       2100-DISPATCH-ACTION.
           IF WS-ACTION NOT = "M" AND WS-ACTION NOT = "m"
              AND WS-ACTION NOT = "R" AND WS-ACTION NOT = "r"
              AND WS-ACTION NOT = "S" AND WS-ACTION NOT = "s"
              AND WS-ACTION NOT = "C" AND WS-ACTION NOT = "c"
              AND WS-ACTION NOT = "I" AND WS-ACTION NOT = "i"
               DISPLAY "UNKNOWN ACTION"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ORDER NO: " WITH NO ADVANCING
           MOVE SPACES TO WS-KEY-ORDER-INPUT
           ACCEPT WS-KEY-ORDER-INPUT
           IF WS-KEY-ORDER-INPUT IS NOT NUMERIC
               DISPLAY "ORDER NUMBER IS FIVE DIGITS"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY-ORDER-INPUT TO WS-KEY-ORDER
           PERFORM 2200-FIND-ORDER
           IF WS-SO-SUB > WS-SO-COUNT
               DISPLAY "ORDER NOT ON MASTER"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SO-ENTRY (WS-SO-SUB) TO STANDING-ORDER-RECORD
           IF WS-ACTION = "I" OR WS-ACTION = "i"
               PERFORM 3700-SHOW-ORDER
               EXIT PARAGRAPH
           END-IF
           IF SO-CANCELLED
               DISPLAY "ORDER IS CANCELLED - KEY A NEW ORDER"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2500-DISPATCH-CHANGE.

       2200-FIND-ORDER.
           PERFORM VARYING WS-SO-SUB FROM 1 BY 1
               UNTIL WS-SO-SUB > WS-SO-COUNT
                  OR WS-SO-KEY (WS-SO-SUB) = WS-KEY-ORDER
               CONTINUE
           END-PERFORM.

      *----------------------------------------------------------------
      *  Locate a still-pending queue item for the keyed order and
      *  action, so the same change cannot wait twice.
      *----------------------------------------------------------------
       2300-FIND-PENDING.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT
                  OR (WS-PD-ORDER-ID (WS-PEND-SUB) = WS-KEY-ORDER
                      AND WS-PD-ACTION (WS-PEND-SUB) = WS-Q-ACTION
                      AND WS-PD-STATUS (WS-PEND-SUB) = "P")
               CONTINUE
           END-PERFORM.

      *----------------------------------------------------------------
      *  Every action lands on the queue - including a suspend or
      *  cancel already applied to the master - so nothing may run
      *  while the queue cannot take its record.
      *----------------------------------------------------------------
       2400-CHECK-QUEUE-SPACE.
           IF WS-PEND-COUNT >= 500
               DISPLAY "PENDING QUEUE FULL - HAVE ITEMS REVIEWED "
                       "IN SOAPPR BEFORE KEYING MORE CHANGES"
           END-IF.

       2500-DISPATCH-CHANGE.
           PERFORM 2400-CHECK-QUEUE-SPACE
           IF WS-PEND-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTION = "M" OR WS-ACTION = "m"
               MOVE "M" TO WS-Q-ACTION
           ELSE
           IF WS-ACTION = "R" OR WS-ACTION = "r"
               MOVE "R" TO WS-Q-ACTION
           ELSE
           IF WS-ACTION = "S" OR WS-ACTION = "s"
               MOVE "S" TO WS-Q-ACTION
           ELSE
               MOVE "C" TO WS-Q-ACTION
           END-IF
           END-IF
           END-IF
           PERFORM 2300-FIND-PENDING
           IF WS-PEND-SUB <= WS-PEND-COUNT
               DISPLAY "THAT CHANGE IS ALREADY PENDING FOR THE ORDER"
               EXIT PARAGRAPH
           END-IF
           IF WS-Q-ACTION = "M"
               PERFORM 3200-QUEUE-AMEND
           ELSE
           IF WS-Q-ACTION = "R"
               PERFORM 3300-QUEUE-RESUME
           ELSE
           IF WS-Q-ACTION = "S"
               PERFORM 3400-APPLY-SUSPEND
           ELSE
               PERFORM 3500-APPLY-CANCEL
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Queue a new order for approval.  It takes the next order
      *  number now, so maker and checker talk about the same
      *  order, but nothing reaches the master - or the generator -
      *  until a different operator approves it in SOAPPR.
      *----------------------------------------------------------------
       3000-QUEUE-ADD.
           PERFORM 2400-CHECK-QUEUE-SPACE
           IF WS-PEND-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           IF WS-NEXT-ORDER-ID >= 99999
               DISPLAY "ORDER NUMBERS EXHAUSTED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STANDING-ORDER-RECORD
           INITIALIZE STANDING-ORDER-RECORD
           PERFORM 3100-ACCEPT-ACCOUNT
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 3110-ACCEPT-AMOUNT
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 3120-ACCEPT-DR-CR
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 3130-ACCEPT-SCHEDULE
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 3140-ACCEPT-END
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 3150-ACCEPT-DESCRIPTION
           ADD 1 TO WS-NEXT-ORDER-ID
           MOVE WS-NEXT-ORDER-ID TO SO-ORDER-ID
           MOVE WS-NEXT-ORDER-ID TO WS-KEY-ORDER
           MOVE "N"         TO SO-SUSPEND-IND
           MOVE "A"         TO SO-STATUS
           MOVE 1           TO SO-NEXT-OCCURRENCE
           MOVE WS-RUN-DATE TO SO-LAST-CHANGE-DATE
           MOVE "A" TO WS-Q-ACTION
           MOVE " " TO WS-Q-APPLIED-IND
           MOVE "P" TO WS-A-DISPOSITION
           PERFORM 4600-QUEUE-ONE-CHANGE
           DISPLAY "ORDER " SO-ORDER-ID " QUEUED FOR APPROVAL".

       3100-ACCEPT-ACCOUNT.
           MOVE "N" TO WS-INPUT-OK-SW
           DISPLAY "ACCOUNT NO          : " WITH NO ADVANCING
           MOVE SPACES TO WS-ACCOUNT-INPUT
           ACCEPT WS-ACCOUNT-INPUT
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                  OR WS-ACCT-NO (WS-ACCT-SUB) = WS-ACCOUNT-INPUT
               CONTINUE
           END-PERFORM
           IF WS-ACCT-SUB > WS-ACCT-COUNT
               DISPLAY "ACCOUNT NOT ON ACCOUNT MASTER"
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-STATUS (WS-ACCT-SUB) = "C"
               DISPLAY "ACCOUNT IS CLOSED"
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-STATUS (WS-ACCT-SUB) = "F"
               DISPLAY "NOTE - ACCOUNT IS FROZEN; OCCURRENCES WILL "
                       "REJECT UNTIL IT IS REOPENED"
           END-IF
           DISPLAY "CURRENCY            : " WITH NO ADVANCING
           MOVE SPACES TO WS-CURRENCY-INPUT
           ACCEPT WS-CURRENCY-INPUT
           INSPECT WS-CURRENCY-INPUT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
               UNTIL WS-CURR-SUB > 5
                  OR WS-ACCT-CURRENCY (WS-ACCT-SUB WS-CURR-SUB)
                      = WS-CURRENCY-INPUT
               CONTINUE
           END-PERFORM
           IF WS-CURRENCY-INPUT = SPACES OR WS-CURR-SUB > 5
               DISPLAY "CURRENCY NOT ALLOWED ON THAT ACCOUNT"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-INPUT  TO SO-ACCOUNT-NO
           MOVE WS-CURRENCY-INPUT TO SO-CURRENCY-CODE
           SET WS-INPUT-OK TO TRUE.

       3110-ACCEPT-AMOUNT.
           MOVE "N" TO WS-INPUT-OK-SW
           DISPLAY "AMOUNT, WITH DECIMAL POINT: " WITH NO ADVANCING
           MOVE SPACES TO WS-AMOUNT-INPUT
           ACCEPT WS-AMOUNT-INPUT
           IF WS-AMOUNT-INPUT = SPACES AND WS-AMENDING
               SET WS-INPUT-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-AMOUNT-WORK
           IF WS-AMOUNT-INPUT NOT = SPACES
               COMPUTE WS-AMOUNT-WORK =
                   FUNCTION NUMVAL(WS-AMOUNT-INPUT)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-AMOUNT-WORK
               END-COMPUTE
           END-IF
           IF WS-AMOUNT-WORK = ZERO
               DISPLAY "AMOUNT MUST BE ABOVE ZERO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AMOUNT-WORK TO SO-AMOUNT
           SET WS-INPUT-OK TO TRUE.

       3120-ACCEPT-DR-CR.
           MOVE "N" TO WS-INPUT-OK-SW
           DISPLAY "DEBIT OR CREDIT (D/C): " WITH NO ADVANCING
           MOVE SPACES TO WS-DRCR-INPUT
           ACCEPT WS-DRCR-INPUT
           INSPECT WS-DRCR-INPUT CONVERTING "dc" TO "DC"
           IF WS-DRCR-INPUT NOT = "D" AND WS-DRCR-INPUT NOT = "C"
               DISPLAY "D OR C ONLY"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DRCR-INPUT TO SO-DR-CR-IND
           SET WS-INPUT-OK TO TRUE.

      *----------------------------------------------------------------
      *  Frequency and next due date.  The day of the month the
      *  order falls on is taken from the due date keyed.
      *----------------------------------------------------------------
       3130-ACCEPT-SCHEDULE.
           MOVE "N" TO WS-INPUT-OK-SW
           DISPLAY "FREQUENCY W=WEEKLY F=FORTNIGHTLY M=MONTHLY "
                   "Q=QUARTERLY Y=YEARLY: " WITH NO ADVANCING
           MOVE SPACES TO WS-FREQUENCY-INPUT
           ACCEPT WS-FREQUENCY-INPUT
           INSPECT WS-FREQUENCY-INPUT CONVERTING "wfmqy" TO "WFMQY"
           IF WS-FREQUENCY-INPUT NOT = SPACE OR NOT WS-AMENDING
               IF WS-FREQUENCY-INPUT NOT = "W"
                  AND WS-FREQUENCY-INPUT NOT = "F"
                  AND WS-FREQUENCY-INPUT NOT = "M"
                  AND WS-FREQUENCY-INPUT NOT = "Q"
                  AND WS-FREQUENCY-INPUT NOT = "Y"
                   DISPLAY "W, F, M, Q OR Y ONLY"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "NEXT DUE DATE YYYYMMDD: " WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES AND WS-AMENDING
               MOVE SO-NEXT-DUE-DATE TO WS-DATE-WORK
           ELSE
               PERFORM 3190-EDIT-DATE-INPUT
               IF WS-DATE-INT = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF WS-DATE-WORK < WS-RUN-DATE
                   DISPLAY "DUE DATE IS IN THE PAST"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DW-DAY TO SO-ANCHOR-DAY
           END-IF
           IF WS-FREQUENCY-INPUT NOT = SPACE
               MOVE WS-FREQUENCY-INPUT TO SO-FREQUENCY
           END-IF
           MOVE WS-DATE-WORK TO SO-NEXT-DUE-DATE
           SET WS-INPUT-OK TO TRUE.

      *----------------------------------------------------------------
      *  End date, remaining count, both or neither (open-ended).
      *  On an amendment a blank keeps the current value and zero
      *  removes it.
      *----------------------------------------------------------------
       3140-ACCEPT-END.
           MOVE "N" TO WS-INPUT-OK-SW
           DISPLAY "END DATE YYYYMMDD (BLANK OR 0 = NONE): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES AND WS-AMENDING
               CONTINUE
           ELSE
               IF WS-DATE-INPUT = SPACES OR WS-DATE-INPUT = "0"
                   MOVE ZERO TO SO-END-DATE
               ELSE
                   PERFORM 3190-EDIT-DATE-INPUT
                   IF WS-DATE-INT = ZERO
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-DATE-WORK TO SO-END-DATE
               END-IF
           END-IF
           IF SO-END-DATE NOT = ZERO
              AND SO-END-DATE < SO-NEXT-DUE-DATE
               DISPLAY "END DATE IS BEFORE THE NEXT DUE DATE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMBER OF PAYMENTS LEFT (BLANK OR 0 = NO LIMIT): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-COUNT-INPUT
           ACCEPT WS-COUNT-INPUT
           IF WS-COUNT-INPUT = SPACES AND WS-AMENDING
               SET WS-INPUT-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-COUNT-INPUT = SPACES OR WS-COUNT-INPUT = "0"
               MOVE "N"  TO SO-COUNT-LIMITED-IND
               MOVE ZERO TO SO-REMAINING-COUNT
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-COUNT-INPUT) NOT = ZERO
                   DISPLAY "COUNT MUST BE A NUMBER UP TO 9999"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE SO-REMAINING-COUNT =
                   FUNCTION NUMVAL(WS-COUNT-INPUT)
               IF SO-REMAINING-COUNT = ZERO
                   MOVE "N" TO SO-COUNT-LIMITED-IND
               ELSE
                   MOVE "Y" TO SO-COUNT-LIMITED-IND
               END-IF
           END-IF
           SET WS-INPUT-OK TO TRUE.

       3150-ACCEPT-DESCRIPTION.
           DISPLAY "DESCRIPTION         : " WITH NO ADVANCING
           MOVE SPACES TO WS-DESCRIPTION-INPUT
           ACCEPT WS-DESCRIPTION-INPUT
           IF WS-DESCRIPTION-INPUT NOT = SPACES OR NOT WS-AMENDING
               MOVE WS-DESCRIPTION-INPUT TO SO-DESCRIPTION
           END-IF.

      *----------------------------------------------------------------
      *  WS-DATE-INPUT to WS-DATE-WORK; WS-DATE-INT is left zero
      *  when the entry is not a real date.
      *----------------------------------------------------------------
       3190-EDIT-DATE-INPUT.
           MOVE ZERO TO WS-DATE-INT
           IF WS-DATE-INPUT IS NOT NUMERIC
               DISPLAY "DATE MUST BE EIGHT DIGITS YYYYMMDD"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INPUT TO WS-DATE-WORK
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           IF WS-DATE-INT = ZERO
               DISPLAY "NOT A CALENDAR DATE"
           END-IF.

      *----------------------------------------------------------------
      *  Amount, schedule, end and description can be amended;
      *  account, currency and direction cannot - a payment to a
      *  different account is a different order.
      *----------------------------------------------------------------
       3200-QUEUE-AMEND.
           PERFORM 3700-SHOW-ORDER
           DISPLAY "BLANK KEEPS THE CURRENT VALUE"
           SET WS-AMENDING TO TRUE
           PERFORM 3110-ACCEPT-AMOUNT
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 3130-ACCEPT-SCHEDULE
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 3140-ACCEPT-END
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 3150-ACCEPT-DESCRIPTION
           IF STANDING-ORDER-RECORD = WS-SO-ENTRY (WS-SO-SUB)
               DISPLAY "NO CHANGE KEYED - NOTHING QUEUED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO SO-LAST-CHANGE-DATE
           MOVE " " TO WS-Q-APPLIED-IND
           MOVE "P" TO WS-A-DISPOSITION
           PERFORM 4600-QUEUE-ONE-CHANGE
           DISPLAY "AMENDMENT QUEUED FOR APPROVAL".

       3300-QUEUE-RESUME.
           IF NOT SO-SUSPENDED
               DISPLAY "ORDER IS NOT SUSPENDED"
               EXIT PARAGRAPH
           END-IF
           MOVE " " TO WS-Q-APPLIED-IND
           MOVE "P" TO WS-A-DISPOSITION
           PERFORM 4600-QUEUE-ONE-CHANGE
           DISPLAY "RESUME QUEUED FOR APPROVAL".

      *----------------------------------------------------------------
      *  Suspend and cancel stop money moving, so they take effect
      *  on the master immediately and go on the queue already
      *  applied, for a second operator's after-the-fact review.
      *  Occurrences falling due while an order is suspended are
      *  skipped, not saved up.
      *----------------------------------------------------------------
       3400-APPLY-SUSPEND.
           IF SO-SUSPENDED
               DISPLAY "ORDER IS ALREADY SUSPENDED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y"         TO SO-SUSPEND-IND
           MOVE WS-RUN-DATE TO SO-LAST-CHANGE-DATE
           MOVE STANDING-ORDER-RECORD TO WS-SO-ENTRY (WS-SO-SUB)
           PERFORM 4000-SAVE-MASTER
           MOVE "Y" TO WS-Q-APPLIED-IND
           MOVE "I" TO WS-A-DISPOSITION
           PERFORM 4600-QUEUE-ONE-CHANGE
           DISPLAY "ORDER SUSPENDED - QUEUED FOR REVIEW".

       3500-APPLY-CANCEL.
           PERFORM 3700-SHOW-ORDER
           DISPLAY "CANCEL THIS ORDER FOR GOOD (Y/N): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "ORDER NOT CANCELLED"
               EXIT PARAGRAPH
           END-IF
           MOVE "C"         TO SO-STATUS
           MOVE WS-RUN-DATE TO SO-LAST-CHANGE-DATE
           MOVE STANDING-ORDER-RECORD TO WS-SO-ENTRY (WS-SO-SUB)
           PERFORM 4000-SAVE-MASTER
           MOVE "Y" TO WS-Q-APPLIED-IND
           MOVE "I" TO WS-A-DISPOSITION
           PERFORM 4600-QUEUE-ONE-CHANGE
           DISPLAY "ORDER CANCELLED - QUEUED FOR REVIEW".

       3600-LIST-ORDERS.
           DISPLAY "ORDER ACCOUNT    CUR        AMOUNT    D/C FRQ "
                   "NEXT DUE STATUS"
           PERFORM VARYING WS-SO-SUB FROM 1 BY 1
               UNTIL WS-SO-SUB > WS-SO-COUNT
               MOVE WS-SO-ENTRY (WS-SO-SUB) TO STANDING-ORDER-RECORD
               MOVE SO-AMOUNT TO WS-A-AMOUNT
               DISPLAY SO-ORDER-ID " " SO-ACCOUNT-NO " "
                       SO-CURRENCY-CODE " " WS-A-AMOUNT " "
                       SO-DR-CR-IND "   " SO-FREQUENCY "   "
                       SO-NEXT-DUE-DATE " " SO-STATUS
                       " " SO-SUSPEND-IND " " SO-DESCRIPTION
           END-PERFORM
           DISPLAY WS-SO-COUNT " ORDERS - STATUS A=ACTIVE "
                   "E=EXPIRED C=CANCELLED, THEN SUSPENDED Y/N".

       3700-SHOW-ORDER.
           MOVE SO-AMOUNT TO WS-A-AMOUNT
           DISPLAY "ORDER       : " SO-ORDER-ID " " SO-DESCRIPTION
           DISPLAY "ACCOUNT     : " SO-ACCOUNT-NO " "
                   SO-CURRENCY-CODE
           DISPLAY "AMOUNT      : " WS-A-AMOUNT " " SO-DR-CR-IND
           DISPLAY "FREQUENCY   : " SO-FREQUENCY
                   "  DAY " SO-ANCHOR-DAY
           DISPLAY "NEXT DUE    : " SO-NEXT-DUE-DATE
                   "  OCCURRENCE " SO-NEXT-OCCURRENCE
           DISPLAY "END DATE    : " SO-END-DATE
           IF SO-COUNT-LIMITED
               DISPLAY "PAYMENTS LEFT: " SO-REMAINING-COUNT
           ELSE
               DISPLAY "PAYMENTS LEFT: NO LIMIT"
           END-IF
           DISPLAY "STATUS      : " SO-STATUS
                   "  SUSPENDED " SO-SUSPEND-IND
           DISPLAY "LAST CHANGE : " SO-LAST-CHANGE-DATE.

      *----------------------------------------------------------------
      *  Rewrite the whole master from the table after every
      *  immediate change, so an abandoned session loses nothing
      *  already confirmed.
      *----------------------------------------------------------------
       4000-SAVE-MASTER.
           OPEN OUTPUT ORDER-MASTER-FILE
           PERFORM VARYING WS-SO-SUB FROM 1 BY 1
               UNTIL WS-SO-SUB > WS-SO-COUNT
               MOVE WS-SO-ENTRY (WS-SO-SUB)
                   TO ORDER-MASTER-FILE-RECORD
               WRITE ORDER-MASTER-FILE-RECORD
           END-PERFORM
           CLOSE ORDER-MASTER-FILE.

      *----------------------------------------------------------------
      *  Append the order in hand to the queue table, save the
      *  queue, and put the maker's side on the permanent audit
      *  file.
      *----------------------------------------------------------------
       4600-QUEUE-ONE-CHANGE.
      *    Backstop only - every caller checks queue space before
      *    doing anything, so nothing has been applied if this
      *    trips.
           IF WS-PEND-COUNT >= 500
               DISPLAY "PENDING QUEUE FULL - CHANGE NOT QUEUED"
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-TIME-NOW = WS-TIME-RAW / 100
           ADD 1 TO WS-PEND-COUNT
           MOVE WS-PEND-COUNT TO WS-PEND-SUB
           MOVE WS-Q-ACTION    TO WS-PD-ACTION (WS-PEND-SUB)
           MOVE SO-ORDER-ID    TO WS-PD-ORDER-ID (WS-PEND-SUB)
           MOVE STANDING-ORDER-RECORD TO WS-PD-IMAGE (WS-PEND-SUB)
           MOVE "P"            TO WS-PD-STATUS (WS-PEND-SUB)
           MOVE WS-Q-APPLIED-IND
               TO WS-PD-APPLIED-IND (WS-PEND-SUB)
           MOVE WS-OPERATOR-ID TO WS-PD-MAKER-ID (WS-PEND-SUB)
           MOVE WS-RUN-DATE    TO WS-PD-MAKER-DATE (WS-PEND-SUB)
           MOVE WS-TIME-NOW    TO WS-PD-MAKER-TIME (WS-PEND-SUB)
           MOVE SPACES         TO WS-PD-CHECKER-ID (WS-PEND-SUB)
           MOVE ZERO           TO WS-PD-CHECKER-DATE (WS-PEND-SUB)
           PERFORM 4700-SAVE-PENDING-QUEUE
           PERFORM 4800-WRITE-AUDIT.

      *----------------------------------------------------------------
      *  Rewrite the whole queue from the table after every change,
      *  same as the master.
      *----------------------------------------------------------------
       4700-SAVE-PENDING-QUEUE.
           OPEN OUTPUT PENDING-FILE
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT
               MOVE SPACES TO SO-PENDING-RECORD
               MOVE WS-PD-ACTION (WS-PEND-SUB)   TO SOP-ACTION
               MOVE WS-PD-ORDER-ID (WS-PEND-SUB) TO SOP-ORDER-ID
               MOVE WS-PD-IMAGE (WS-PEND-SUB)    TO SOP-ORDER-IMAGE
               MOVE WS-PD-STATUS (WS-PEND-SUB)   TO SOP-STATUS
               MOVE WS-PD-APPLIED-IND (WS-PEND-SUB)
                   TO SOP-APPLIED-IND
               MOVE WS-PD-MAKER-ID (WS-PEND-SUB)
                   TO SOP-MAKER-ID
               MOVE WS-PD-MAKER-DATE (WS-PEND-SUB)
                   TO SOP-MAKER-DATE
               MOVE WS-PD-MAKER-TIME (WS-PEND-SUB)
                   TO SOP-MAKER-TIME
               MOVE WS-PD-CHECKER-ID (WS-PEND-SUB)
                   TO SOP-CHECKER-ID
               MOVE WS-PD-CHECKER-DATE (WS-PEND-SUB)
                   TO SOP-CHECKER-DATE
               WRITE SO-PENDING-RECORD
           END-PERFORM
           CLOSE PENDING-FILE.

      *----------------------------------------------------------------
      *  The maker's side of the permanent audit trail; the detail
      *  is the order as it now stands or is to become.
      *----------------------------------------------------------------
       4800-WRITE-AUDIT.
           MOVE SO-AMOUNT TO WS-A-AMOUNT
           MOVE SPACES TO WS-A-DETAIL
           STRING SO-ACCOUNT-NO " " SO-CURRENCY-CODE " "
                  WS-A-AMOUNT " " SO-DR-CR-IND " "
                  SO-FREQUENCY " " SO-NEXT-DUE-DATE
               DELIMITED BY SIZE INTO WS-A-DETAIL
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-TIME-NOW = WS-TIME-RAW / 100
           MOVE SPACES           TO SO-AUDIT-RECORD
           MOVE WS-RUN-DATE      TO SOA-DATE
           MOVE WS-TIME-NOW      TO SOA-TIME
           MOVE WS-OPERATOR-ID   TO SOA-OPERATOR-ID
           MOVE "M"              TO SOA-ROLE
           MOVE WS-Q-ACTION      TO SOA-ACTION
           MOVE WS-A-DISPOSITION TO SOA-DISPOSITION
           MOVE SO-ORDER-ID      TO SOA-ORDER-ID
           MOVE WS-A-DETAIL      TO SOA-DETAIL
           WRITE SO-AUDIT-RECORD
           CLOSE AUDIT-FILE.
