      *           the other half of its pair already), and the queue
      *           is truncated once a batch ships balanced.
      *
      *           Every item is posted to the GL ledger account and
      *           cost centre of its matching posting rule
      *           (GLRULE.DAT, copybook GLRREC, maintained by
      *           GLRMAINT); the customer account rides along in
      *           GL-CUSTOMER-ACCOUNT for reference.  An item no rule
      *           covers is held out of the batch - not in the
      *           detail, the trailer count or the hash totals, no
      *           ship-register record - and listed on GLUNMAP.LST.
      *           Held items wait on GLHOLD.DAT (copybook GLHREC) and
      *           ship with the first batch after a rule is added;
      *           like reships they are one-sided by then, so the
      *           balanced-feed gate judges the day's accepted items
      *           (shipped plus newly held) and exempts both.
      *
      *           The feed is wrapped in a batch header and trailer
      *           (copybook GLBATCH): the header carries the feed
      *           date, batch number (from GLBATNO.DAT) and source
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESHIP-STATUS.

           SELECT RULE-FILE ASSIGN TO "GLRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT UNMAPPED-LISTING ASSIGN TO "GLUNMAP.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNMAP-STATUS.

           SELECT HOLD-FILE ASSIGN TO "GLHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT HOLD-WORK-FILE ASSIGN TO "GLHOLD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCEPTED-FILE.
       FD  RESHIP-FILE.
       01  RESHIP-FILE-RECORD           PIC X(80).

       FD  RULE-FILE.
       COPY GLRREC.

       FD  UNMAPPED-LISTING.
       01  UNMAPPED-LISTING-LINE        PIC X(132).

       FD  HOLD-FILE.
       COPY GLHREC.

       FD  HOLD-WORK-FILE.
       01  HOLD-WORK-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCEPTED-STATUS           PIC X(02) VALUE "00".
       01  WS-GLFEED-STATUS             PIC X(02) VALUE "00".
       01  WS-RESHIP-CREDIT-TOTAL       PIC 9(13)V99 VALUE ZERO.
       01  WS-ORG-DEBIT-TOTAL           PIC 9(13)V99 VALUE ZERO.
       01  WS-ORG-CREDIT-TOTAL          PIC 9(13)V99 VALUE ZERO.
      *    Items released from GLHOLD.DAT are one-sided like reships
      *    and exempt from the gate the same way.  Items held out of
      *    today's organic records are added back for the gate, so
      *    it still proves the day's accepted items balanced.
       01  WS-RELEASED-DEBIT-TOTAL      PIC 9(13)V99 VALUE ZERO.
       01  WS-RELEASED-CREDIT-TOTAL     PIC 9(13)V99 VALUE ZERO.
       01  WS-HELD-DEBIT-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01  WS-HELD-CREDIT-TOTAL         PIC 9(13)V99 VALUE ZERO.

       01  WS-RULE-STATUS               PIC X(02) VALUE "00".
       01  WS-UNMAP-STATUS              PIC X(02) VALUE "00".
       01  WS-HOLD-STATUS               PIC X(02) VALUE "00".
       01  WS-HOLDWK-STATUS             PIC X(02) VALUE "00".
       01  WS-HOLD-EOF-SW               PIC X(01) VALUE "N".
           88  WS-HOLD-EOF              VALUE "Y".
       01  WS-HOLD-OPENED-SW            PIC X(01) VALUE "N".
           88  WS-HOLD-OPENED           VALUE "Y".

       01  WS-HELD-CT                   PIC 9(09) VALUE ZERO.
       01  WS-RESHIP-HELD-CT            PIC 9(09) VALUE ZERO.
       01  WS-STILL-HELD-CT             PIC 9(09) VALUE ZERO.
       01  WS-RELEASED-CT               PIC 9(09) VALUE ZERO.

      *    The posting-rule table, loaded once per run.  Entries keep
      *    the file's order, which is rule-number order.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-RULE-ENTRY            OCCURS 1000 TIMES.
               10  WS-RL-ACCOUNT-FROM   PIC X(10).
               10  WS-RL-ACCOUNT-TO     PIC X(10).
               10  WS-RL-CURRENCY       PIC X(03).
               10  WS-RL-DR-CR          PIC X(01).
               10  WS-RL-TYPE           PIC X(01).
               10  WS-RL-LEDGER         PIC X(10).
               10  WS-RL-COST-CENTRE    PIC X(06).
       01  WS-RULE-SUB                  PIC 9(04) COMP.

      *    The item being mapped, and the best rule found for it.
       01  WS-MATCH-ACCOUNT             PIC X(10).
       01  WS-MATCH-CURRENCY            PIC X(03).
       01  WS-MATCH-DR-CR               PIC X(01).
       01  WS-MATCH-TYPE                PIC X(01).
       01  WS-MATCH-SUB                 PIC 9(04) COMP.
       01  WS-MATCH-SCORE               PIC 9(02) COMP.
       01  WS-BEST-SCORE                PIC 9(02) COMP.
       01  WS-HOLD-ORIGIN               PIC X(19).

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(24)
       COPY AMTREC
           REPLACING ==TRANS-RECORD== BY ==WS-SHIP-TRANS==.

       01  WS-UNMAP-HEADING.
           05  FILLER                   PIC X(24)
               VALUE "GL UNMAPPED ITEMS FOR   ".
           05  WS-U-RUN-DATE            PIC 9(08).
           05  FILLER                   PIC X(09) VALUE "  BATCH ".
           05  WS-U-BATCH-NO            PIC 9(06).

       01  WS-UNMAP-COLUMNS.
           05  FILLER                   PIC X(40)
               VALUE "TRANS ID   ACCOUNT    CCY D T        AMO".
           05  FILLER                   PIC X(40)
               VALUE "UNT  ORIGIN".

       01  WS-UNMAP-DETAIL.
           05  WS-UD-TRANS-ID           PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-UD-ACCOUNT            PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-UD-CURRENCY           PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-UD-DR-CR              PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-UD-TYPE               PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-UD-AMOUNT             PIC Z(10)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-UD-ORIGIN             PIC X(19).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRACT-RECORDS UNTIL WS-EOF
           PERFORM 2600-EXTRACT-RESHIP-FILE
           PERFORM 2800-EXTRACT-HELD-FILE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1040-LOAD-RUN-DATE
           PERFORM 1300-LOAD-POSTING-RULES
           PERFORM 1050-VERIFY-RUN-CONTROL
           PERFORM 1100-ASSIGN-BATCH-NO
           OPEN INPUT  ACCEPTED-FILE
           OPEN OUTPUT GL-FEED-FILE
           OPEN OUTPUT EXTRACT-LISTING
           OPEN OUTPUT UNMAPPED-LISTING
           OPEN OUTPUT HOLD-WORK-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           MOVE WS-BATCH-NO TO WS-H-BATCH-NO
           WRITE EXTRACT-LISTING-LINE FROM WS-HEADING-LINE
           MOVE WS-RUN-DATE TO WS-U-RUN-DATE
           MOVE WS-BATCH-NO TO WS-U-BATCH-NO
           WRITE UNMAPPED-LISTING-LINE FROM WS-UNMAP-HEADING
           WRITE UNMAPPED-LISTING-LINE FROM WS-UNMAP-COLUMNS
           PERFORM 1200-WRITE-BATCH-HEADER
      *    Review fixup (round 3): OPEN INPUT on a missing AMTACC.OUT
      *    returns status "35" without raising an error, and a READ
           END-IF
           ADD 1 TO WS-BATCH-NO.

      *----------------------------------------------------------------
      *  Load the posting rules.  Loaded before the step checks in
      *  with run control, so an unreadable table stops the run
      *  without leaving the extract marked started.  A missing
      *  table is not fatal - every item is simply held unmapped
      *  until GLRMAINT has been used to set the rules up.
      *----------------------------------------------------------------
       1300-LOAD-POSTING-RULES.
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS = "35"
               DISPLAY "GLEXTR: NO POSTING RULES (GLRULE.DAT) - "
                       "ALL ITEMS WILL BE HELD UNMAPPED"
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "GLEXTR: GLRULE.DAT OPEN FAILED, STATUS "
                       WS-RULE-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1310-LOAD-ONE-RULE UNTIL WS-EOF
           MOVE "N" TO WS-EOF-SW
           CLOSE RULE-FILE.

       1310-LOAD-ONE-RULE.
           READ RULE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-RULE-COUNT >= 1000
                       DISPLAY "GLEXTR: GLRULE.DAT EXCEEDS TABLE "
                               "LIMIT OF 1000 - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RULE-COUNT
                   MOVE GLR-ACCOUNT-FROM
                       TO WS-RL-ACCOUNT-FROM (WS-RULE-COUNT)
                   MOVE GLR-ACCOUNT-TO
                       TO WS-RL-ACCOUNT-TO (WS-RULE-COUNT)
                   MOVE GLR-CURRENCY-CODE
                       TO WS-RL-CURRENCY (WS-RULE-COUNT)
                   MOVE GLR-DR-CR-IND
                       TO WS-RL-DR-CR (WS-RULE-COUNT)
                   MOVE GLR-TRANS-TYPE
                       TO WS-RL-TYPE (WS-RULE-COUNT)
                   MOVE GLR-LEDGER-ACCOUNT
                       TO WS-RL-LEDGER (WS-RULE-COUNT)
                   MOVE GLR-COST-CENTRE
                       TO WS-RL-COST-CENTRE (WS-RULE-COUNT)
           END-READ.

       1200-WRITE-BATCH-HEADER.
           MOVE SPACES           TO GL-BATCH-HEADER
           MOVE "H"              TO GLH-RECORD-TYPE
      *----------------------------------------------------------------
      *  Request 007: format the accepted transaction into the GL
      *  feed record - account, amount, debit/credit indicator and
      *  batch date - and write it to the interface file.  The
      *  record posts to the ledger account and cost centre of the
      *  matching posting rule; with no rule the item is held.
      *----------------------------------------------------------------
       2200-BUILD-GL-RECORD.
           PERFORM 2420-SET-ACCEPTED-KEY
           PERFORM 2400-MATCH-POSTING-RULE
           IF WS-MATCH-SUB = ZERO
               PERFORM 2220-HOLD-ACCEPTED-ITEM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXTRACT-CT
           MOVE SPACES             TO GL-RECORD
           MOVE WS-RL-LEDGER (WS-MATCH-SUB)      TO GL-ACCOUNT-NO
           MOVE WS-RL-COST-CENTRE (WS-MATCH-SUB) TO GL-COST-CENTRE
           MOVE ACC-ACCOUNT-NO     TO GL-CUSTOMER-ACCOUNT
           MOVE ACC-AMOUNT         TO GL-AMOUNT
           MOVE ACC-DR-CR-IND      TO GL-DR-CR-IND
           MOVE ACC-CURRENCY-CODE  TO GL-CURRENCY-CODE
           END-IF
           WRITE GL-RECORD.

      *----------------------------------------------------------------
      *  No rule covers the accepted item - hold it out of the batch.
      *  It counts toward the balanced-feed gate as part of the
      *  day's accepted items, but not toward the trailer.
      *----------------------------------------------------------------
       2220-HOLD-ACCEPTED-ITEM.
           PERFORM 2230-BUILD-SHIP-IMAGE
           MOVE WS-RUN-DATE    TO GHD-HELD-DATE
           MOVE ACC-BATCH-DATE TO GHD-BATCH-DATE
           MOVE "NEW"          TO WS-HOLD-ORIGIN
           ADD 1 TO WS-HELD-CT
           PERFORM 2450-WRITE-HOLD-ITEM
           IF ACC-DR-CR-IND = "D"
               ADD ACC-AMOUNT TO WS-HELD-DEBIT-TOTAL
           ELSE
               IF ACC-DR-CR-IND = "C"
                   ADD ACC-AMOUNT TO WS-HELD-CREDIT-TOTAL
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  The accepted record rebuilt in the input layout, for the
      *  ship register and the unmapped hold.
      *----------------------------------------------------------------
       2230-BUILD-SHIP-IMAGE.
           MOVE SPACES             TO WS-SHIP-TRANS
           MOVE ACC-TRANS-ID       TO TR-TRANS-ID
           MOVE ACC-ACCOUNT-NO     TO TR-ACCOUNT-NO
           MOVE ACC-CURRENCY-CODE  TO TR-CURRENCY-CODE
           MOVE ACC-DECIMAL-SCALE  TO TR-DECIMAL-SCALE
           MOVE ACC-AMOUNT         TO TR-AMOUNT
           MOVE SPACE              TO TR-AMOUNT-SIGN
           MOVE ACC-DR-CR-IND      TO TR-DR-CR-IND
           MOVE ACC-TRANS-TYPE     TO TR-TRANS-TYPE
           MOVE ACC-ORIG-TRANS-ID  TO TR-ORIG-TRANS-ID.

      *----------------------------------------------------------------
      *  Find the posting rule for the item keyed in WS-MATCH-*.
      *  The most specific matching rule wins - a single account
      *  over a range, then a named currency, DR/CR and type over
      *  the wildcard, weighted in that order - and a tie goes to
      *  the earlier rule in the table.  WS-MATCH-SUB is zero when
      *  no rule matches.
      *----------------------------------------------------------------
       2400-MATCH-POSTING-RULE.
           MOVE ZERO TO WS-MATCH-SUB
           MOVE ZERO TO WS-BEST-SCORE
           IF WS-MATCH-TYPE NOT = "V"
               MOVE "N" TO WS-MATCH-TYPE
           END-IF
           PERFORM 2410-TRY-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.

       2410-TRY-ONE-RULE.
           IF WS-MATCH-ACCOUNT < WS-RL-ACCOUNT-FROM (WS-RULE-SUB)
              OR WS-MATCH-ACCOUNT > WS-RL-ACCOUNT-TO (WS-RULE-SUB)
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-CURRENCY (WS-RULE-SUB) NOT = "***"
              AND WS-RL-CURRENCY (WS-RULE-SUB) NOT = WS-MATCH-CURRENCY
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-DR-CR (WS-RULE-SUB) NOT = "*"
              AND WS-RL-DR-CR (WS-RULE-SUB) NOT = WS-MATCH-DR-CR
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-TYPE (WS-RULE-SUB) NOT = "*"
              AND WS-RL-TYPE (WS-RULE-SUB) NOT = WS-MATCH-TYPE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-MATCH-SCORE
           IF WS-RL-ACCOUNT-FROM (WS-RULE-SUB)
                   = WS-RL-ACCOUNT-TO (WS-RULE-SUB)
               ADD 8 TO WS-MATCH-SCORE
           END-IF
           IF WS-RL-CURRENCY (WS-RULE-SUB) NOT = "***"
               ADD 4 TO WS-MATCH-SCORE
           END-IF
           IF WS-RL-DR-CR (WS-RULE-SUB) NOT = "*"
               ADD 2 TO WS-MATCH-SCORE
           END-IF
           IF WS-RL-TYPE (WS-RULE-SUB) NOT = "*"
               ADD 1 TO WS-MATCH-SCORE
           END-IF
           IF WS-MATCH-SUB = ZERO
              OR WS-MATCH-SCORE > WS-BEST-SCORE
               MOVE WS-RULE-SUB    TO WS-MATCH-SUB
               MOVE WS-MATCH-SCORE TO WS-BEST-SCORE
           END-IF.

       2420-SET-ACCEPTED-KEY.
           MOVE ACC-ACCOUNT-NO     TO WS-MATCH-ACCOUNT
           MOVE ACC-CURRENCY-CODE  TO WS-MATCH-CURRENCY
           MOVE ACC-DR-CR-IND      TO WS-MATCH-DR-CR
           MOVE ACC-TRANS-TYPE     TO WS-MATCH-TYPE.

       2430-SET-SHIP-TRANS-KEY.
           MOVE TR-ACCOUNT-NO      TO WS-MATCH-ACCOUNT
           MOVE TR-CURRENCY-CODE   TO WS-MATCH-CURRENCY
           MOVE TR-DR-CR-IND       TO WS-MATCH-DR-CR
           MOVE TR-TRANS-TYPE      TO WS-MATCH-TYPE.

      *----------------------------------------------------------------
      *  Carry the item in WS-SHIP-TRANS forward on the hold work
      *  file (the caller has set the hold and batch dates), list it
      *  on GLUNMAP.LST and stamp the hold in its lifecycle history.
      *----------------------------------------------------------------
       2450-WRITE-HOLD-ITEM.
           MOVE WS-SHIP-TRANS      TO GHD-ORIGINAL-RECORD
           WRITE HOLD-WORK-RECORD FROM GL-HOLD-RECORD
           PERFORM 2470-LIST-UNMAPPED-ITEM
           MOVE "GLHD"             TO WS-EVENT-CODE
           MOVE TR-TRANS-ID        TO GL-SOURCE-TRANS-ID
           PERFORM 2300-WRITE-STATUS-EVENT
           MOVE "EXTR"             TO WS-EVENT-CODE.

       2470-LIST-UNMAPPED-ITEM.
           MOVE TR-TRANS-ID        TO WS-UD-TRANS-ID
           MOVE TR-ACCOUNT-NO      TO WS-UD-ACCOUNT
           MOVE TR-CURRENCY-CODE   TO WS-UD-CURRENCY
           MOVE TR-DR-CR-IND       TO WS-UD-DR-CR
           MOVE WS-MATCH-TYPE      TO WS-UD-TYPE
           MOVE TR-AMOUNT          TO WS-UD-AMOUNT
           MOVE WS-HOLD-ORIGIN     TO WS-UD-ORIGIN
           WRITE UNMAPPED-LISTING-LINE FROM WS-UNMAP-DETAIL.

      *----------------------------------------------------------------
      *  Format the mapped item in WS-SHIP-TRANS (a reship or a
      *  released hold) into the feed record and stamp its EXTR
      *  event.  The caller adds its own sub-totals and writes the
      *  record.
      *----------------------------------------------------------------
       2480-BUILD-SHIP-TRANS-GL.
           ADD 1 TO WS-EXTRACT-CT
           MOVE SPACES             TO GL-RECORD
           MOVE WS-RL-LEDGER (WS-MATCH-SUB)      TO GL-ACCOUNT-NO
           MOVE WS-RL-COST-CENTRE (WS-MATCH-SUB) TO GL-COST-CENTRE
           MOVE TR-ACCOUNT-NO      TO GL-CUSTOMER-ACCOUNT
           MOVE TR-AMOUNT          TO GL-AMOUNT
           MOVE TR-DR-CR-IND       TO GL-DR-CR-IND
           MOVE TR-CURRENCY-CODE   TO GL-CURRENCY-CODE
           MOVE WS-RUN-DATE        TO GL-BATCH-DATE
           MOVE TR-TRANS-ID        TO GL-SOURCE-TRANS-ID
           MOVE TR-DECIMAL-SCALE   TO GL-DECIMAL-SCALE
           PERFORM 2300-WRITE-STATUS-EVENT
           IF GL-DR-CR-IND = "D"
               ADD GL-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               IF GL-DR-CR-IND = "C"
                   ADD GL-AMOUNT TO WS-CREDIT-TOTAL
               ELSE
                   ADD 1 TO WS-BAD-DRCR-CT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Fold the GL-reship queue (GLRESHIP.DAT, queued by AMTINQ
      *  for items the GL rejected out of an earlier batch) into
           PERFORM 2750-BUILD-RESHIP-GL-RECORD
           PERFORM 2650-READ-RESHIP-FILE.

      *    A reship no rule covers joins the hold like any other
      *    unmapped item - one-sided already, so it stays out of
      *    the gate's figures.
       2750-BUILD-RESHIP-GL-RECORD.
           PERFORM 2430-SET-SHIP-TRANS-KEY
           PERFORM 2400-MATCH-POSTING-RULE
           IF WS-MATCH-SUB = ZERO
               MOVE WS-RUN-DATE    TO GHD-HELD-DATE
               MOVE WS-RUN-DATE    TO GHD-BATCH-DATE
               MOVE "RESHIP"       TO WS-HOLD-ORIGIN
               ADD 1 TO WS-RESHIP-HELD-CT
               PERFORM 2450-WRITE-HOLD-ITEM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RESHIP-CT
           PERFORM 2480-BUILD-SHIP-TRANS-GL
           IF GL-DR-CR-IND = "D"
               ADD GL-AMOUNT TO WS-RESHIP-DEBIT-TOTAL
           ELSE
               IF GL-DR-CR-IND = "C"
                   ADD GL-AMOUNT TO WS-RESHIP-CREDIT-TOTAL
               END-IF
           END-IF
           WRITE GL-RECORD.

      *----------------------------------------------------------------
      *  Work through the items held unmapped by earlier runs.  One
      *  a rule now covers ships with this batch, exempt from the
      *  gate like a reship; the rest are carried forward again
      *  under their original hold date.
      *----------------------------------------------------------------
       2800-EXTRACT-HELD-FILE.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               SET WS-HOLD-OPENED TO TRUE
               PERFORM 2810-READ-HOLD-FILE
               PERFORM 2850-EXTRACT-ONE-HELD UNTIL WS-HOLD-EOF
               CLOSE HOLD-FILE
           ELSE
               SET WS-HOLD-EOF TO TRUE
           END-IF.

       2810-READ-HOLD-FILE.
           READ HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.

       2850-EXTRACT-ONE-HELD.
           MOVE GHD-ORIGINAL-RECORD TO WS-SHIP-TRANS
           PERFORM 2430-SET-SHIP-TRANS-KEY
           PERFORM 2400-MATCH-POSTING-RULE
           IF WS-MATCH-SUB = ZERO
               ADD 1 TO WS-STILL-HELD-CT
               WRITE HOLD-WORK-RECORD FROM GL-HOLD-RECORD
               MOVE SPACES TO WS-HOLD-ORIGIN
               STRING "HELD SINCE " GHD-HELD-DATE
                   DELIMITED BY SIZE INTO WS-HOLD-ORIGIN
               PERFORM 2470-LIST-UNMAPPED-ITEM
           ELSE
               ADD 1 TO WS-RELEASED-CT
               PERFORM 2480-BUILD-SHIP-TRANS-GL
               IF GL-DR-CR-IND = "D"
                   ADD GL-AMOUNT TO WS-RELEASED-DEBIT-TOTAL
               ELSE
                   IF GL-DR-CR-IND = "C"
                       ADD GL-AMOUNT TO WS-RELEASED-CREDIT-TOTAL
                   END-IF
               END-IF
               WRITE GL-RECORD
           END-IF
           PERFORM 2810-READ-HOLD-FILE.

      *----------------------------------------------------------------
      *  Stamp a lifecycle event into the status master through
      *  TSTWRT, which keys it with the next event sequence for the
      *  side is never handed a feed this program knows is wrong.
      *----------------------------------------------------------------
       3000-FINALIZE.
           CLOSE HOLD-WORK-FILE
           PERFORM 3050-CLOSE-UNMAPPED-LISTING
      *    The balanced-feed gate judges the organic records only:
      *    a reship is one-sided by design, repairing a GL that
      *    already posted the other half of its pair, and so is an
      *    item released from the unmapped hold.  Today's newly
      *    held items are added back, so the gate still proves the
      *    day's accepted items balanced.
           COMPUTE WS-ORG-DEBIT-TOTAL =
               WS-DEBIT-TOTAL - WS-RESHIP-DEBIT-TOTAL
               - WS-RELEASED-DEBIT-TOTAL + WS-HELD-DEBIT-TOTAL
           COMPUTE WS-ORG-CREDIT-TOTAL =
               WS-CREDIT-TOTAL - WS-RESHIP-CREDIT-TOTAL
               - WS-RELEASED-CREDIT-TOTAL + WS-HELD-CREDIT-TOTAL
           IF WS-ORG-DEBIT-TOTAL >= WS-ORG-CREDIT-TOTAL
               COMPUTE WS-IMBALANCE =
                   WS-ORG-DEBIT-TOTAL - WS-ORG-CREDIT-TOTAL
               MOVE WS-RESHIP-CREDIT-TOTAL TO WS-L-VALUE
               WRITE EXTRACT-LISTING-LINE FROM WS-LISTING-DETAIL
           END-IF
           MOVE "HELD UNMAPPED       : " TO WS-C-LABEL
           MOVE WS-HELD-CT TO WS-C-VALUE
           WRITE EXTRACT-LISTING-LINE FROM WS-COUNT-DETAIL
           MOVE "RESHIPS HELD        : " TO WS-C-LABEL
           MOVE WS-RESHIP-HELD-CT TO WS-C-VALUE
           WRITE EXTRACT-LISTING-LINE FROM WS-COUNT-DETAIL
           MOVE "STILL HELD UNMAPPED : " TO WS-C-LABEL
           MOVE WS-STILL-HELD-CT TO WS-C-VALUE
           WRITE EXTRACT-LISTING-LINE FROM WS-COUNT-DETAIL
           MOVE "RELEASED FROM HOLD  : " TO WS-C-LABEL
           MOVE WS-RELEASED-CT TO WS-C-VALUE
           WRITE EXTRACT-LISTING-LINE FROM WS-COUNT-DETAIL
           IF WS-HELD-CT > ZERO
               MOVE "HELD DEBITS         : " TO WS-L-LABEL
               MOVE WS-HELD-DEBIT-TOTAL TO WS-L-VALUE
               WRITE EXTRACT-LISTING-LINE FROM WS-LISTING-DETAIL
               MOVE "HELD CREDITS        : " TO WS-L-LABEL
               MOVE WS-HELD-CREDIT-TOTAL TO WS-L-VALUE
               WRITE EXTRACT-LISTING-LINE FROM WS-LISTING-DETAIL
           END-IF
           IF WS-RELEASED-CT > ZERO
               MOVE "RELEASED DEBITS     : " TO WS-L-LABEL
               MOVE WS-RELEASED-DEBIT-TOTAL TO WS-L-VALUE
               WRITE EXTRACT-LISTING-LINE FROM WS-LISTING-DETAIL
               MOVE "RELEASED CREDITS    : " TO WS-L-LABEL
               MOVE WS-RELEASED-CREDIT-TOTAL TO WS-L-VALUE
               WRITE EXTRACT-LISTING-LINE FROM WS-LISTING-DETAIL
           END-IF

           IF WS-ORG-DEBIT-TOTAL = WS-ORG-CREDIT-TOTAL
              AND WS-BAD-DRCR-CT = ZERO

           DISPLAY "GLEXTR RECORDS EXTRACTED: " WS-EXTRACT-CT
           DISPLAY "GLEXTR DUPLICATES SKIPPED: " WS-DUP-SKIP-CT
           IF WS-HELD-CT > ZERO OR WS-RESHIP-HELD-CT > ZERO
              OR WS-STILL-HELD-CT > ZERO
               DISPLAY "GLEXTR: ITEMS HELD WITH NO POSTING RULE - "
                       "SEE GLUNMAP.LST"
           END-IF
           CLOSE ACCEPTED-FILE
           MOVE "C" TO TWP-FUNCTION
           CALL "TSTWRT" USING TSTWRT-PARM
               PERFORM 3900-RECORD-RUN-COMPLETE
           END-IF.

       3050-CLOSE-UNMAPPED-LISTING.
           MOVE "HELD TODAY          : " TO WS-C-LABEL
           MOVE WS-HELD-CT TO WS-C-VALUE
           WRITE UNMAPPED-LISTING-LINE FROM WS-COUNT-DETAIL
           MOVE "RESHIPS HELD        : " TO WS-C-LABEL
           MOVE WS-RESHIP-HELD-CT TO WS-C-VALUE
           WRITE UNMAPPED-LISTING-LINE FROM WS-COUNT-DETAIL
           MOVE "STILL HELD          : " TO WS-C-LABEL
           MOVE WS-STILL-HELD-CT TO WS-C-VALUE
           WRITE UNMAPPED-LISTING-LINE FROM WS-COUNT-DETAIL
           MOVE "RELEASED FROM HOLD  : " TO WS-C-LABEL
           MOVE WS-RELEASED-CT TO WS-C-VALUE
           WRITE UNMAPPED-LISTING-LINE FROM WS-COUNT-DETAIL
           CLOSE UNMAPPED-LISTING.

       3900-RECORD-RUN-COMPLETE.
           MOVE "E" TO RCP-FUNCTION
           CALL "RUNCTL" USING RUNCTL-PARM
           WRITE BATCH-NO-RECORD
           CLOSE BATCH-NO-FILE
           PERFORM 3400-WRITE-SHIP-REGISTER
           PERFORM 3150-REPLACE-HOLD-FILE
      *    The reship queue went out with this batch - truncate it
      *    so the next feed does not ship the same repairs twice.
      *    A refused feed leaves it alone; the rerun re-extracts it.
           MOVE "FEED CLOSED BALANCED" TO WS-R-TEXT
           WRITE EXTRACT-LISTING-LINE FROM WS-RESULT-LINE.

      *----------------------------------------------------------------
      *  The batch shipped - what is still unmapped (this run's new
      *  holds plus the earlier ones no rule covers yet) becomes the
      *  hold file for the next run.  A refused feed leaves the hold
      *  file as it was; the rerun re-derives today's holds.
      *----------------------------------------------------------------
       3150-REPLACE-HOLD-FILE.
           OPEN INPUT  HOLD-WORK-FILE
           OPEN OUTPUT HOLD-FILE
           MOVE "N" TO WS-HOLD-EOF-SW
           IF WS-HOLDWK-STATUS NOT = "00"
               SET WS-HOLD-EOF TO TRUE
           END-IF
           PERFORM 3160-COPY-ONE-HOLD UNTIL WS-HOLD-EOF
           IF WS-HOLDWK-STATUS NOT = "35"
               CLOSE HOLD-WORK-FILE
           END-IF
           CLOSE HOLD-FILE.

       3160-COPY-ONE-HOLD.
           READ HOLD-WORK-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   WRITE GL-HOLD-RECORD FROM HOLD-WORK-RECORD
           END-READ.

       3200-REFUSE-FEED.
           SET WS-FEED-REFUSED TO TRUE
           MOVE "IMBALANCE           : " TO WS-L-LABEL
           END-IF
           PERFORM 3410-SHIP-ONE-RECORD UNTIL WS-EOF
           PERFORM 3450-SHIP-RESHIP-RECORDS
           PERFORM 3470-SHIP-RELEASED-HOLDS
           CLOSE SHIP-REGISTER-FILE.

      *    An item held unmapped did not ship, so it gets no ship
      *    record - the same rule lookup as the extract decides.
       3410-SHIP-ONE-RECORD.
           READ ACCEPTED-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF ACC-TRANS-ID NOT = WS-PREV-TRANS-ID
                       PERFORM 2420-SET-ACCEPTED-KEY
                       PERFORM 2400-MATCH-POSTING-RULE
                       IF WS-MATCH-SUB NOT = ZERO
                           PERFORM 2230-BUILD-SHIP-IMAGE
                           PERFORM 3480-WRITE-SHIP-RECORD
                       END-IF
                       MOVE ACC-TRANS-ID TO WS-PREV-TRANS-ID
                   END-IF
           END-READ.
               AT END
                   SET WS-RESHIP-EOF TO TRUE
               NOT AT END
                   MOVE RESHIP-FILE-RECORD TO WS-SHIP-TRANS
                   PERFORM 2430-SET-SHIP-TRANS-KEY
                   PERFORM 2400-MATCH-POSTING-RULE
                   IF WS-MATCH-SUB NOT = ZERO
                       PERFORM 3480-WRITE-SHIP-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Items released from the unmapped hold shipped with this
      *  batch as well.  The hold file is still this run's input
      *  here - 3150 replaces it afterwards.
      *----------------------------------------------------------------
       3470-SHIP-RELEASED-HOLDS.
           IF NOT WS-HOLD-OPENED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HOLD-EOF-SW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               SET WS-HOLD-EOF TO TRUE
           END-IF
           PERFORM 3475-SHIP-ONE-RELEASED UNTIL WS-HOLD-EOF
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE HOLD-FILE
           END-IF.

       3475-SHIP-ONE-RELEASED.
           READ HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   MOVE GHD-ORIGINAL-RECORD TO WS-SHIP-TRANS
                   PERFORM 2430-SET-SHIP-TRANS-KEY
                   PERFORM 2400-MATCH-POSTING-RULE
                   IF WS-MATCH-SUB NOT = ZERO
                       PERFORM 3480-WRITE-SHIP-RECORD
                   END-IF
           END-READ.

       3480-WRITE-SHIP-RECORD.
           MOVE SPACES             TO GL-SHIP-RECORD
           MOVE WS-BATCH-NO        TO SHP-BATCH-NO
           MOVE WS-RUN-DATE        TO SHP-SHIP-DATE
           MOVE TR-TRANS-ID        TO SHP-TRANS-ID
           MOVE WS-SHIP-TRANS      TO SHP-ORIGINAL-RECORD
           SET SHP-UNACKED         TO TRUE
           WRITE GL-SHIP-RECORD.

      *----------------------------------------------------------------
      *  The EXTR events for this batch were stamped as records were
      *  formatted, but the batch never shipped - re-read the
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 3310-VOID-ONE-EVENT UNTIL WS-EOF
           PERFORM 3350-VOID-RESHIP-EVENTS
           PERFORM 3370-VOID-RELEASED-EVENTS.

       3310-VOID-ONE-EVENT.
           READ ACCEPTED-FILE
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF ACC-TRANS-ID NOT = WS-PREV-TRANS-ID
      *                A held item was stamped GLHD, not EXTR - its
      *                hold stands, so there is nothing to void.
                       PERFORM 2420-SET-ACCEPTED-KEY
                       PERFORM 2400-MATCH-POSTING-RULE
                       IF WS-MATCH-SUB NOT = ZERO
      *                    2300 stamps the id from the feed record
      *                    area.
                           MOVE ACC-TRANS-ID TO GL-SOURCE-TRANS-ID
                           PERFORM 2300-WRITE-STATUS-EVENT
                       END-IF
                       MOVE ACC-TRANS-ID TO WS-PREV-TRANS-ID
                   END-IF
           END-READ.
               AT END
                   SET WS-RESHIP-EOF TO TRUE
               NOT AT END
                   MOVE RESHIP-FILE-RECORD TO WS-SHIP-TRANS
                   PERFORM 2430-SET-SHIP-TRANS-KEY
                   PERFORM 2400-MATCH-POSTING-RULE
                   IF WS-MATCH-SUB NOT = ZERO
                       MOVE TR-TRANS-ID TO GL-SOURCE-TRANS-ID
                       PERFORM 2300-WRITE-STATUS-EVENT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Items released from the hold were stamped EXTR too - void
      *  them.  The hold file is untouched by a refused feed, so the
      *  rerun releases them again.
      *----------------------------------------------------------------
       3370-VOID-RELEASED-EVENTS.
           IF NOT WS-HOLD-OPENED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HOLD-EOF-SW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               SET WS-HOLD-EOF TO TRUE
           END-IF
           PERFORM 3380-VOID-ONE-RELEASED UNTIL WS-HOLD-EOF
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE HOLD-FILE
           END-IF.

       3380-VOID-ONE-RELEASED.
           READ HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   MOVE GHD-ORIGINAL-RECORD TO WS-SHIP-TRANS
                   PERFORM 2430-SET-SHIP-TRANS-KEY
                   PERFORM 2400-MATCH-POSTING-RULE
                   IF WS-MATCH-SUB NOT = ZERO
                       MOVE TR-TRANS-ID TO GL-SOURCE-TRANS-ID
                       PERFORM 2300-WRITE-STATUS-EVENT
                   END-IF
           END-READ.
