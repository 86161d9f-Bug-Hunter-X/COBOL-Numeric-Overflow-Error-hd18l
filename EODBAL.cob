      *           record; a mismatch is reported on EODBAL.LST and
      *           flagged with RETURN-CODE 8 so the duty operator
      *           reviews it before signing the night off.
      *
      *           The same run appends the cycle's accepted records
      *           (AMTACC.OUT, with AMTACTY's duplicate and DR/CR
      *           rules) to the permanent posted-history file
      *           POSTHIST.IDX (copybook HSTREC) that statements are
      *           printed from, links each reversal to its original
      *           there, and ties the history posted back to the
      *           activity rolled - so history and the balance
      *           master can never drift apart unnoticed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTOTAL-STATUS.

           SELECT ACCEPTED-FILE ASSIGN TO "AMTACC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPTED-STATUS.

           SELECT POSTED-HISTORY-FILE ASSIGN TO "POSTHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT BALANCE-REPORT ASSIGN TO "EODBAL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  CONTROL-TOTAL-FILE.
       COPY CTOTREC.

       FD  ACCEPTED-FILE.
       COPY ACCREC.

       FD  POSTED-HISTORY-FILE.
       COPY HSTREC.

       FD  BALANCE-REPORT.
       01  BALANCE-REPORT-LINE          PIC X(132).

       01  WS-BALMST-STATUS             PIC X(02) VALUE "00".
       01  WS-CTOTAL-STATUS             PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-ACCEPTED-STATUS           PIC X(02) VALUE "00".
       01  WS-HISTORY-STATUS            PIC X(02) VALUE "00".
       01  WS-RUNPARAM-STATUS           PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
       01  WS-BAL-EOF-SW                PIC X(01) VALUE "N".
           88  WS-BAL-EOF               VALUE "Y".

       01  WS-ACC-EOF-SW                PIC X(01) VALUE "N".
           88  WS-ACC-EOF               VALUE "Y".
       01  WS-HST-EOF-SW                PIC X(01) VALUE "N".
           88  WS-HST-EOF               VALUE "Y".
       01  WS-HST-FOUND-SW              PIC X(01) VALUE "N".
           88  WS-HST-FOUND             VALUE "Y".

       01  WS-RUN-ID                    PIC X(08) VALUE "EODBAL1 ".
      *        The digit after the name is replaced with the cycle
      *        number returned by RUNCTL, as in the other programs.
               10  WS-BL-DEBITS         PIC 9(13)V99.
               10  WS-BL-CREDITS        PIC 9(13)V99.
               10  WS-BL-CLOSING        PIC S9(13)V99.
               10  WS-BL-PRIOR          PIC S9(13)V99.
      *            The balance before this cycle's activity - what a
      *            brought-forward history record carries.
               10  WS-BL-HIST-SW        PIC X(01).
      *            'Y' once the account-currency is known to be on
      *            the posted history.
       01  WS-BAL-SUB                   PIC 9(05) COMP.

      *    Posted-history working fields.
       01  WS-HST-SEQ                   PIC 9(06) VALUE ZERO.
       01  WS-HST-PREV-TRANS-ID         PIC X(10) VALUE SPACES.
       01  WS-HST-ORIG-DATE             PIC 9(08) VALUE ZERO.
       01  WS-HST-ACCOUNT               PIC X(10).
       01  WS-HST-CURRENCY              PIC X(03).

       01  WS-SIGNED-WORK               PIC S9(13)V99 VALUE ZERO.
       01  WS-UNSIGNED-WORK             PIC 9(13)V99 VALUE ZERO.
       01  WS-SIGN-WORK                 PIC X(01).
           05  WS-NEW-ACCT-CT           PIC 9(09) VALUE ZERO.
           05  WS-GROSS-APPLIED         PIC 9(13)V99 VALUE ZERO.
           05  WS-CONTROL-ACCEPTED      PIC 9(13)V99 VALUE ZERO.
           05  WS-HST-POSTED-CT         PIC 9(09) VALUE ZERO.
           05  WS-HST-ALREADY-CT        PIC 9(09) VALUE ZERO.
           05  WS-HST-FORWARD-CT        PIC 9(09) VALUE ZERO.
           05  WS-HST-GROSS             PIC 9(13)V99 VALUE ZERO.

       01  WS-CONTROL-FOUND-SW          PIC X(01) VALUE "N".
           88  WS-CONTROL-FOUND         VALUE "Y".
       01  WS-MISMATCH-SW               PIC X(01) VALUE "N".
           88  WS-MISMATCH              VALUE "Y".

       01  WS-HST-MISMATCH-SW           PIC X(01) VALUE "N".
           88  WS-HST-MISMATCH          VALUE "Y".

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(33)
               VALUE "BALANCE ROLL-FORWARD - RUN DATE  ".
           05  FILLER                   PIC X(10) VALUE "RESULT  : ".
           05  WS-R-TEXT                PIC X(45).

       01  WS-HISTORY-RESULT-LINE.
           05  FILLER                   PIC X(10) VALUE "HISTORY : ".
           05  WS-HR-TEXT               PIC X(45).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-SUMMARIES UNTIL WS-EOF
           PERFORM 3000-TIE-TO-CONTROL
           PERFORM 3300-POST-HISTORY
           PERFORM 3500-SAVE-BALANCE-MASTER
           PERFORM 4000-FINALIZE
           STOP RUN.
                   PERFORM 1150-SIGN-THE-BALANCE
                   MOVE WS-SIGNED-WORK
                       TO WS-BL-CLOSING (WS-BAL-COUNT)
                   MOVE "N" TO WS-BL-HIST-SW (WS-BAL-COUNT)
           END-READ.

       1150-SIGN-THE-BALANCE.
                   TO WS-BL-OPENING (WS-BAL-SUB)
               MOVE ZERO TO WS-BL-DEBITS (WS-BAL-SUB)
               MOVE ZERO TO WS-BL-CREDITS (WS-BAL-SUB)
           END-IF
           COMPUTE WS-BL-PRIOR (WS-BAL-SUB) =
               WS-BL-OPENING (WS-BAL-SUB)
               + WS-BL-DEBITS (WS-BAL-SUB)
               - WS-BL-CREDITS (WS-BAL-SUB).

       2000-APPLY-SUMMARIES.
           ADD 1 TO WS-SUMMARY-CT
               MOVE ZERO TO WS-BL-OPENING (WS-BAL-SUB)
               MOVE ZERO TO WS-BL-DEBITS (WS-BAL-SUB)
               MOVE ZERO TO WS-BL-CREDITS (WS-BAL-SUB)
               MOVE ZERO TO WS-BL-PRIOR (WS-BAL-SUB)
               MOVE "N"  TO WS-BL-HIST-SW (WS-BAL-SUB)
           END-IF
           ADD SUM-DEBIT-TOTAL  TO WS-BL-DEBITS (WS-BAL-SUB)
           ADD SUM-CREDIT-TOTAL TO WS-BL-CREDITS (WS-BAL-SUB)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Append the cycle's accepted records to the posted history,
      *  skipping exactly what AMTACTY skipped (an adjacent replayed
      *  duplicate, a bad DR/CR byte) so the history carries the
      *  same activity the summaries rolled.  Keys are the posting
      *  date, cycle and record position, so a rerun of a cycle
      *  that stopped before the master was saved finds its records
      *  already there and does not post them twice.  The gross
      *  posted is tied back to the gross rolled.
      *----------------------------------------------------------------
       3300-POST-HISTORY.
           OPEN I-O POSTED-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT POSTED-HISTORY-FILE
               CLOSE POSTED-HISTORY-FILE
               OPEN I-O POSTED-HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "EODBAL: POSTED HISTORY POSTHIST.IDX OPEN "
                       "FAILED, STATUS " WS-HISTORY-STATUS
                       " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO   TO WS-HST-SEQ
           MOVE SPACES TO WS-HST-PREV-TRANS-ID
           OPEN INPUT ACCEPTED-FILE
           IF WS-ACCEPTED-STATUS NOT = "00"
               DISPLAY "EODBAL: AMTACC.OUT NOT AVAILABLE - NOTHING "
                       "POSTED TO HISTORY"
               SET WS-ACC-EOF TO TRUE
           END-IF
           PERFORM 3310-POST-ONE-ACCEPTED UNTIL WS-ACC-EOF
           IF WS-ACCEPTED-STATUS NOT = "35"
               CLOSE ACCEPTED-FILE
           END-IF
           CLOSE POSTED-HISTORY-FILE
           IF WS-HST-GROSS = WS-GROSS-APPLIED
               MOVE "HISTORY TIES TO ACTIVITY ROLLED" TO WS-HR-TEXT
           ELSE
               SET WS-HST-MISMATCH TO TRUE
               MOVE "HISTORY DOES NOT TIE TO ROLL - REVIEW"
                   TO WS-HR-TEXT
           END-IF.

       3310-POST-ONE-ACCEPTED.
           READ ACCEPTED-FILE
               AT END
                   SET WS-ACC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-HST-SEQ
           IF ACC-TRANS-ID = WS-HST-PREV-TRANS-ID
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-TRANS-ID TO WS-HST-PREV-TRANS-ID
           IF ACC-DR-CR-IND NOT = "D" AND ACC-DR-CR-IND NOT = "C"
               EXIT PARAGRAPH
           END-IF
           ADD ACC-AMOUNT TO WS-HST-GROSS
           MOVE ACC-ACCOUNT-NO    TO WS-HST-ACCOUNT
           MOVE ACC-CURRENCY-CODE TO WS-HST-CURRENCY
           PERFORM 3320-CHECK-BROUGHT-FORWARD
           MOVE ZERO TO WS-HST-ORIG-DATE
           IF ACC-REVERSAL
               PERFORM 3340-LINK-ORIGINAL
           END-IF
           MOVE SPACES              TO POSTED-HISTORY-RECORD
           MOVE ACC-ACCOUNT-NO      TO HST-ACCOUNT-NO
           MOVE ACC-CURRENCY-CODE   TO HST-CURRENCY-CODE
           MOVE WS-RUN-DATE         TO HST-POST-DATE
           MOVE RCP-CYCLE-NO        TO HST-CYCLE-NO
           MOVE WS-HST-SEQ          TO HST-POST-SEQ
           SET HST-POSTING          TO TRUE
           MOVE ACC-TRANS-ID        TO HST-TRANS-ID
           MOVE ACC-DR-CR-IND       TO HST-DR-CR-IND
           MOVE ACC-AMOUNT          TO HST-AMOUNT
           MOVE ACC-BASE-CURRENCY   TO HST-BASE-CURRENCY
           MOVE ACC-BASE-AMOUNT     TO HST-BASE-AMOUNT
           MOVE ACC-RATE-APPLIED    TO HST-RATE-APPLIED
           MOVE ACC-SOURCE-ID       TO HST-SOURCE-ID
           MOVE ACC-TRANS-TYPE      TO HST-TRANS-TYPE
           MOVE ACC-ORIG-TRANS-ID   TO HST-ORIG-TRANS-ID
           MOVE WS-HST-ORIG-DATE    TO HST-ORIG-POST-DATE
           MOVE SPACES              TO HST-REVERSAL-ID
           MOVE ZERO                TO HST-REVERSAL-DATE
           MOVE WS-RUN-ID           TO HST-RUN-ID
           WRITE POSTED-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-HST-ALREADY-CT
               NOT INVALID KEY
                   ADD 1 TO WS-HST-POSTED-CT
           END-WRITE.

      *----------------------------------------------------------------
      *  The first posting for an account-currency with nothing yet
      *  on history is preceded by a brought-forward record holding
      *  the balance carried before this cycle, so statements can
      *  rebuild the balance master's figure from history alone.
      *----------------------------------------------------------------
       3320-CHECK-BROUGHT-FORWARD.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
                  OR (WS-BL-ACCOUNT (WS-BAL-SUB) = WS-HST-ACCOUNT
                      AND WS-BL-CURRENCY (WS-BAL-SUB)
                          = WS-HST-CURRENCY)
               CONTINUE
           END-PERFORM
           IF WS-BAL-SUB > WS-BAL-COUNT
               DISPLAY "EODBAL: " WS-HST-ACCOUNT " " WS-HST-CURRENCY
                       " ACCEPTED BUT NOT ON ACTSUM.DAT"
               EXIT PARAGRAPH
           END-IF
           IF WS-BL-HIST-SW (WS-BAL-SUB) = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-BL-HIST-SW (WS-BAL-SUB)
           PERFORM 3330-FIND-ACCOUNT-HISTORY
           IF WS-HST-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO POSTED-HISTORY-RECORD
           MOVE WS-HST-ACCOUNT      TO HST-ACCOUNT-NO
           MOVE WS-HST-CURRENCY     TO HST-CURRENCY-CODE
           MOVE WS-RUN-DATE         TO HST-POST-DATE
           MOVE RCP-CYCLE-NO        TO HST-CYCLE-NO
           MOVE ZERO                TO HST-POST-SEQ
           SET HST-BROUGHT-FORWARD  TO TRUE
           MOVE WS-BL-PRIOR (WS-BAL-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK    TO HST-AMOUNT
           MOVE WS-SIGN-WORK        TO HST-DR-CR-IND
           MOVE ZERO                TO HST-BASE-AMOUNT
           MOVE ZERO                TO HST-RATE-APPLIED
           MOVE ZERO                TO HST-ORIG-POST-DATE
           MOVE ZERO                TO HST-REVERSAL-DATE
           MOVE WS-RUN-ID           TO HST-RUN-ID
           WRITE POSTED-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-HST-FORWARD-CT
           END-WRITE.

      *----------------------------------------------------------------
      *  Position at the account-currency's first history record.
      *  WS-HST-FOUND says whether it has any; the record area holds
      *  the first one.
      *----------------------------------------------------------------
       3330-FIND-ACCOUNT-HISTORY.
           MOVE "N" TO WS-HST-FOUND-SW
           MOVE "N" TO WS-HST-EOF-SW
           MOVE LOW-VALUES      TO HST-HISTORY-KEY
           MOVE WS-HST-ACCOUNT  TO HST-ACCOUNT-NO
           MOVE WS-HST-CURRENCY TO HST-CURRENCY-CODE
           START POSTED-HISTORY-FILE KEY >= HST-HISTORY-KEY
               INVALID KEY
                   SET WS-HST-EOF TO TRUE
           END-START
           IF NOT WS-HST-EOF
               PERFORM 3335-READ-NEXT-HISTORY
           END-IF
           IF NOT WS-HST-EOF
               SET WS-HST-FOUND TO TRUE
           END-IF.

       3335-READ-NEXT-HISTORY.
           READ POSTED-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HST-EOF TO TRUE
               NOT AT END
                   IF HST-ACCOUNT-NO NOT = WS-HST-ACCOUNT
                      OR HST-CURRENCY-CODE NOT = WS-HST-CURRENCY
                       SET WS-HST-EOF TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  A reversal mirrors its original's account and currency
      *  (AMTEDIT R018), so the original is found among that
      *  account-currency's history.  It is stamped with the
      *  reversing id and date, and the reversal carries the date
      *  the original posted.  An original from before history was
      *  kept is simply not there to link.
      *----------------------------------------------------------------
       3340-LINK-ORIGINAL.
           PERFORM 3330-FIND-ACCOUNT-HISTORY
           MOVE "N" TO WS-HST-FOUND-SW
           PERFORM 3345-CHECK-ONE-ORIGINAL
               UNTIL WS-HST-EOF OR WS-HST-FOUND
           IF NOT WS-HST-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE HST-POST-DATE TO WS-HST-ORIG-DATE
           MOVE ACC-TRANS-ID  TO HST-REVERSAL-ID
           MOVE WS-RUN-DATE   TO HST-REVERSAL-DATE
           REWRITE POSTED-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "EODBAL: HISTORY REWRITE FAILED FOR "
                           ACC-ORIG-TRANS-ID
           END-REWRITE.

       3345-CHECK-ONE-ORIGINAL.
           IF HST-POSTING
              AND HST-TRANS-ID = ACC-ORIG-TRANS-ID
               SET WS-HST-FOUND TO TRUE
           ELSE
               PERFORM 3335-READ-NEXT-HISTORY
           END-IF.

       3500-SAVE-BALANCE-MASTER.
           OPEN OUTPUT BALANCE-MASTER-FILE
           PERFORM 3510-SAVE-ONE-BALANCE
           MOVE WS-CONTROL-ACCEPTED TO WS-A-VALUE
           WRITE BALANCE-REPORT-LINE FROM WS-AMOUNT-LINE
           WRITE BALANCE-REPORT-LINE FROM WS-RESULT-LINE
           MOVE "HISTORY POSTED      : " TO WS-C-LABEL
           MOVE WS-HST-POSTED-CT TO WS-C-VALUE
           WRITE BALANCE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "ALREADY ON HISTORY  : " TO WS-C-LABEL
           MOVE WS-HST-ALREADY-CT TO WS-C-VALUE
           WRITE BALANCE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "BROUGHT FORWARD     : " TO WS-C-LABEL
           MOVE WS-HST-FORWARD-CT TO WS-C-VALUE
           WRITE BALANCE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "HISTORY GROSS       : " TO WS-A-LABEL
           MOVE WS-HST-GROSS TO WS-A-VALUE
           WRITE BALANCE-REPORT-LINE FROM WS-AMOUNT-LINE
           WRITE BALANCE-REPORT-LINE FROM WS-HISTORY-RESULT-LINE
           CLOSE BALANCE-REPORT
           PERFORM 3900-RECORD-RUN-COMPLETE
           IF WS-MISMATCH
                       "SEE EODBAL.LST"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-HST-MISMATCH
               DISPLAY "EODBAL: POSTED HISTORY DOES NOT TIE TO THE "
                       "ROLL - SEE EODBAL.LST"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "EODBAL SUMMARIES APPLIED: " WS-SUMMARY-CT
           DISPLAY "EODBAL ACCOUNTS CARRIED : " WS-BAL-COUNT.

