       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSRETRY.
      *****************************************************************
      *  SUSRETRY - Automatic suspense retry, run at the front of each
      *             cycle after WHRELSE and before AMTEDIT.
      *
      *             Much of AMTSUSP.DAT is items that failed for a
      *             reason someone has since put right on a master
      *             file: the account was added through ACTAPPR
      *             (R007), reopened (R008), given the currency
      *             (R009), or RATMAINT loaded the missing rate
      *             (R011).  This step re-tests every open item with
      *             one of those reason codes against the current
      *             account master (ACCTMST.DAT) and the rates
      *             effective for the run date (AMTRATE.DAT), the
      *             same tests AMTEDIT and AMTPROC apply.  An item
      *             that would now pass has its original record
      *             appended to AMTRESUB.DAT unchanged, which AMTEDIT
      *             consumes and re-validates in full, is marked
      *             resolved on the suspense file, and is stamped
      *             with an RTRY lifecycle event.
      *
      *             Every other reason code is a data error or a
      *             human decision (bad amount, sign or scale, GL
      *             reject, refused over-limit, ...) and is never
      *             retried here - those stay open for an operator
      *             to work in AMTINQ.
      *
      *             An id already waiting on AMTRESUB.DAT (queued by
      *             AMTINQ, or by a run of this step that stopped
      *             before the suspense file was saved) is not queued
      *             a second time; its open item is just marked
      *             resolved.
      *
      *             SUSRETRY.LST lists each item retried and each
      *             item still blocked, with the reason it would
      *             still fail.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "AMTSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT SUSPENSE-WORK-FILE ASSIGN TO "AMTSUSP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSWORK-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO "AMTRESUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT RATE-FILE ASSIGN TO "AMTRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT RETRY-LISTING ASSIGN TO "SUSRETRY.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT RUN-PARAM-FILE ASSIGN TO "AMTRUN.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       COPY SUSREC.

       FD  SUSPENSE-WORK-FILE.
       01  SUSPENSE-WORK-RECORD         PIC X(148).

       FD  RESUBMIT-FILE.
       01  RESUBMIT-FILE-RECORD         PIC X(80).

       FD  ACCOUNT-MASTER-FILE.
       COPY ACTMST.

       FD  RATE-FILE.
       COPY RATREC.

       FD  RETRY-LISTING.
       01  RETRY-LISTING-LINE           PIC X(132).

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  PRM-RUN-DATE             PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-STATUS           PIC X(02) VALUE "00".
       01  WS-SUSWORK-STATUS            PIC X(02) VALUE "00".
       01  WS-RESUBMIT-STATUS           PIC X(02) VALUE "00".
       01  WS-ACCTMST-STATUS            PIC X(02) VALUE "00".
       01  WS-RATE-STATUS               PIC X(02) VALUE "00".
       01  WS-LISTING-STATUS            PIC X(02) VALUE "00".
       01  WS-RUNPARAM-STATUS           PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-ACCTMST-EOF-SW            PIC X(01) VALUE "N".
           88  WS-ACCTMST-EOF           VALUE "Y".
       01  WS-RATE-EOF-SW               PIC X(01) VALUE "N".
           88  WS-RATE-EOF              VALUE "Y".
       01  WS-CURR-FOUND-SW             PIC X(01) VALUE "N".
           88  WS-CURR-FOUND            VALUE "Y".
       01  WS-RESOLVED-SW               PIC X(01) VALUE "N".
           88  WS-ANY-RESOLVED          VALUE "Y".

       01  WS-RUN-ID                    PIC X(08) VALUE "SUSRETRY".
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
       01  WS-TIME-RAW                  PIC 9(08) VALUE ZERO.
       01  WS-BASE-CURRENCY             PIC X(03) VALUE "USD".

      *    Why the item would still fail today; spaces when it now
      *    passes every test it originally failed.
       01  WS-BLOCK-TEXT                PIC X(40) VALUE SPACES.

       COPY TSTWRTK.

       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT            PIC 9(05) COMP VALUE ZERO.
           05  WS-ACCT-ENTRY            OCCURS 2000 TIMES.
               10  WS-ACCT-NO           PIC X(10).
               10  WS-ACCT-STATUS       PIC X(01).
               10  WS-ACCT-CURRENCY     OCCURS 5 TIMES
                                        PIC X(03).
       01  WS-ACCT-SUB                  PIC 9(05) COMP.
       01  WS-CURR-SUB                  PIC 9(02) COMP.

       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-RATE-ENTRY            OCCURS 50 TIMES.
               10  WS-RTE-CURRENCY      PIC X(03).
       01  WS-RATE-SUB                  PIC 9(03) COMP.

      *    Transaction ids already on the resubmit queue, from the
      *    file as it stood at start of run ('F') or queued by this
      *    run ('R').  An overflow aborts rather than risk queuing
      *    the same transaction twice.
       01  WS-QUEUED-TABLE.
           05  WS-QUEUED-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-QUEUED-ENTRY          OCCURS 10000 TIMES.
               10  WS-QD-TRANS-ID       PIC X(10).
               10  WS-QD-ORIGIN         PIC X(01).
       01  WS-QUEUED-SUB                PIC 9(05) COMP.

      *    The suspended record re-mapped so its fields can be
      *    tested and listed, same technique as AMTINQ.
       COPY AMTREC
           REPLACING ==TRANS-RECORD== BY ==WS-SUS-TRANS==.

       01  WS-RUN-COUNTERS.
           05  WS-READ-CT               PIC 9(09) VALUE ZERO.
           05  WS-ELIGIBLE-CT           PIC 9(09) VALUE ZERO.
           05  WS-RETRIED-CT            PIC 9(09) VALUE ZERO.
           05  WS-ALREADY-CT            PIC 9(09) VALUE ZERO.
           05  WS-BLOCKED-CT            PIC 9(09) VALUE ZERO.
           05  WS-MANUAL-CT             PIC 9(09) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(33)
               VALUE "SUSPENSE AUTOMATIC RETRY - DATE  ".
           05  WS-H-RUN-DATE            PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(36)
               VALUE "TRANS ID    ACCOUNT     CUR        ".
           05  FILLER                   PIC X(21)
               VALUE "AMOUNT  WAS   OUTCOME".

       01  WS-DETAIL-LINE.
           05  WS-D-TRANS-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-ACCOUNT-NO          PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-CURRENCY            PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-AMOUNT              PIC Z(10)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-REASON-CODE         PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-OUTCOME             PIC X(15).
           05  WS-D-BLOCK-TEXT          PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL               PIC X(22).
           05  WS-T-VALUE               PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RETRY-SUSPENSE
           PERFORM 3000-REPLACE-SUSPENSE
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1040-LOAD-RUN-DATE
           PERFORM 1100-LOAD-ACCOUNT-MASTER
           PERFORM 1200-LOAD-RATES
           PERFORM 1300-LOAD-QUEUED-IDS
           OPEN OUTPUT RETRY-LISTING
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE RETRY-LISTING-LINE FROM WS-HEADING-LINE
           WRITE RETRY-LISTING-LINE FROM WS-COLUMN-LINE.

      *----------------------------------------------------------------
      *  The business date defaults to the system date but can be
      *  overridden from AMTRUN.PRM, same as the pipeline programs,
      *  so the rates tested are the ones AMTPROC will use.
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
      *  Without its account master the edit cannot run either, so
      *  an absent or oversized master aborts here the same way.
      *----------------------------------------------------------------
       1100-LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCTMST-STATUS NOT = "00"
               DISPLAY "SUSRETRY: ACCOUNT MASTER ACCTMST.DAT NOT "
                       "AVAILABLE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-LOAD-ONE-ACCOUNT UNTIL WS-ACCTMST-EOF
           CLOSE ACCOUNT-MASTER-FILE.

       1110-LOAD-ONE-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               AT END
                   SET WS-ACCTMST-EOF TO TRUE
               NOT AT END
                   IF WS-ACCT-COUNT >= 2000
                       DISPLAY "SUSRETRY: ACCOUNT MASTER EXCEEDS "
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
                       MOVE ACT-CURRENCY (WS-CURR-SUB)
                           TO WS-ACCT-CURRENCY
                                  (WS-ACCT-COUNT WS-CURR-SUB)
                   END-PERFORM
           END-READ.

      *----------------------------------------------------------------
      *  Only rates AMTPROC would accept count: numeric, effective
      *  for the run date and above zero.  No rate file simply means
      *  no non-base item can pass yet.
      *----------------------------------------------------------------
       1200-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               SET WS-RATE-EOF TO TRUE
           END-IF
           PERFORM 1210-LOAD-ONE-RATE UNTIL WS-RATE-EOF
           IF WS-RATE-STATUS NOT = "35"
               CLOSE RATE-FILE
           END-IF.

       1210-LOAD-ONE-RATE.
           READ RATE-FILE
               AT END
                   SET WS-RATE-EOF TO TRUE
               NOT AT END
                   IF RAT-RATE IS NUMERIC
                      AND RAT-EFFECTIVE-DATE IS NUMERIC
                      AND RAT-EFFECTIVE-DATE = WS-RUN-DATE
                      AND RAT-RATE > 0
                      AND WS-RATE-COUNT < 50
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RAT-CURRENCY-CODE
                           TO WS-RTE-CURRENCY (WS-RATE-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Note every id already waiting for the edit, so nothing is
      *  queued twice - AMTEDIT would only reject the second copy as
      *  a duplicate into suspense again.
      *----------------------------------------------------------------
       1300-LOAD-QUEUED-IDS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RESUBMIT-FILE
           IF WS-RESUBMIT-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-RESUBMIT-STATUS NOT = "00"
                   DISPLAY "SUSRETRY: RESUBMIT QUEUE AMTRESUB.DAT "
                           "OPEN FAILED, STATUS " WS-RESUBMIT-STATUS
                           " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1310-LOAD-ONE-QUEUED UNTIL WS-EOF
           IF WS-RESUBMIT-STATUS NOT = "35"
               CLOSE RESUBMIT-FILE
           END-IF.

       1310-LOAD-ONE-QUEUED.
           READ RESUBMIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE RESUBMIT-FILE-RECORD TO WS-SUS-TRANS
                   PERFORM 1320-ADD-QUEUED-ID
                   MOVE "F" TO WS-QD-ORIGIN (WS-QUEUED-COUNT)
           END-READ.

       1320-ADD-QUEUED-ID.
           IF WS-QUEUED-COUNT >= 10000
               DISPLAY "SUSRETRY: RESUBMIT QUEUE EXCEEDS TABLE "
                       "LIMIT OF 10000 - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QUEUED-COUNT
           MOVE TR-TRANS-ID TO WS-QD-TRANS-ID (WS-QUEUED-COUNT).

      *----------------------------------------------------------------
      *  Copy the suspense file to the work file, flipping each item
      *  retried to resolved on the way.  An absent suspense file
      *  means nothing to retry; any other open failure aborts
      *  before anything is queued.
      *----------------------------------------------------------------
       2000-RETRY-SUSPENSE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "SUSRETRY: SUSPENSE FILE AMTSUSP.DAT OPEN "
                       "FAILED, STATUS " WS-SUSPENSE-STATUS
                       " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUSPENSE-WORK-FILE
           IF WS-SUSWORK-STATUS NOT = "00"
               DISPLAY "SUSRETRY: WORK FILE AMTSUSP.TMP OPEN "
                       "FAILED, STATUS " WS-SUSWORK-STATUS
                       " - RUN ABORTED"
               CLOSE SUSPENSE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-JUDGE-ONE-ITEM UNTIL WS-EOF
           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-WORK-FILE
           MOVE "C" TO TWP-FUNCTION
           CALL "TSTWRT" USING TSTWRT-PARM.

      *----------------------------------------------------------------
      *  Only open items failed for a master-file reason are
      *  retried.  Everything else open is counted as left for an
      *  operator; resolved items are copied through untouched.
      *----------------------------------------------------------------
       2100-JUDGE-ONE-ITEM.
           READ SUSPENSE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CT
                   IF SUS-OPEN
                       IF SUS-REASON-CODE = "R007" OR "R008"
                                         OR "R009" OR "R011"
                           ADD 1 TO WS-ELIGIBLE-CT
                           PERFORM 2200-RETEST-ONE-ITEM
                       ELSE
                           ADD 1 TO WS-MANUAL-CT
                       END-IF
                   END-IF
                   WRITE SUSPENSE-WORK-RECORD FROM SUSPENSE-RECORD
           END-READ.

      *----------------------------------------------------------------
      *  Whatever the original code, the item gets every master-file
      *  test it will meet downstream - an account reopened since it
      *  failed R007 may still lack the currency.  An id this run
      *  has already queued is left open: two open items for one id
      *  want a human to decide which is right.
      *----------------------------------------------------------------
       2200-RETEST-ONE-ITEM.
           MOVE SUS-ORIGINAL-RECORD TO WS-SUS-TRANS
           MOVE SPACES TO WS-BLOCK-TEXT
           PERFORM 2300-TEST-ACCOUNT
           IF WS-BLOCK-TEXT = SPACES
               PERFORM 2400-TEST-RATE
           END-IF
           IF WS-BLOCK-TEXT NOT = SPACES
               ADD 1 TO WS-BLOCKED-CT
               MOVE "STILL BLOCKED" TO WS-D-OUTCOME
               PERFORM 2900-LIST-ONE-ITEM
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QUEUED-SUB FROM 1 BY 1
               UNTIL WS-QUEUED-SUB > WS-QUEUED-COUNT
                  OR WS-QD-TRANS-ID (WS-QUEUED-SUB) = TR-TRANS-ID
               CONTINUE
           END-PERFORM
           IF WS-QUEUED-SUB > WS-QUEUED-COUNT
               PERFORM 2500-QUEUE-ONE-ITEM
           ELSE
               IF WS-QD-ORIGIN (WS-QUEUED-SUB) = "F"
                   ADD 1 TO WS-ALREADY-CT
                   SET SUS-RESOLVED TO TRUE
                   SET WS-ANY-RESOLVED TO TRUE
                   MOVE "ALREADY QUEUED" TO WS-D-OUTCOME
                   PERFORM 2900-LIST-ONE-ITEM
               ELSE
                   ADD 1 TO WS-BLOCKED-CT
                   MOVE "TRANS ID ALREADY RETRIED THIS RUN"
                       TO WS-BLOCK-TEXT
                   MOVE "STILL BLOCKED" TO WS-D-OUTCOME
                   PERFORM 2900-LIST-ONE-ITEM
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  The AMTEDIT account checks (R007/R008/R009) against the
      *  master as it stands now.
      *----------------------------------------------------------------
       2300-TEST-ACCOUNT.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                  OR WS-ACCT-NO (WS-ACCT-SUB) = TR-ACCOUNT-NO
               CONTINUE
           END-PERFORM
           IF WS-ACCT-SUB > WS-ACCT-COUNT
               MOVE "R007 ACCOUNT STILL NOT ON MASTER"
                   TO WS-BLOCK-TEXT
           ELSE
               IF WS-ACCT-STATUS (WS-ACCT-SUB) = "C"
                   MOVE "R008 ACCOUNT STILL CLOSED" TO WS-BLOCK-TEXT
               ELSE
                   IF WS-ACCT-STATUS (WS-ACCT-SUB) = "F"
                       MOVE "R008 ACCOUNT STILL FROZEN"
                           TO WS-BLOCK-TEXT
                   ELSE
                       PERFORM 2310-TEST-CURRENCY
                   END-IF
               END-IF
           END-IF.

       2310-TEST-CURRENCY.
           MOVE "N" TO WS-CURR-FOUND-SW
           PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
               UNTIL WS-CURR-SUB > 5 OR WS-CURR-FOUND
               IF WS-ACCT-CURRENCY (WS-ACCT-SUB WS-CURR-SUB)
                   = TR-CURRENCY-CODE
                   SET WS-CURR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CURR-FOUND
               MOVE "R009 CURRENCY STILL NOT ON ACCOUNT"
                   TO WS-BLOCK-TEXT
           END-IF.

      *----------------------------------------------------------------
      *  The AMTPROC conversion check (R011): a non-base currency
      *  needs a rate effective for the run date.
      *----------------------------------------------------------------
       2400-TEST-RATE.
           IF TR-CURRENCY-CODE = WS-BASE-CURRENCY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
                  OR WS-RTE-CURRENCY (WS-RATE-SUB) = TR-CURRENCY-CODE
               CONTINUE
           END-PERFORM
           IF WS-RATE-SUB > WS-RATE-COUNT
               MOVE "R011 STILL NO RATE FOR THE RUN DATE"
                   TO WS-BLOCK-TEXT
           END-IF.

      *----------------------------------------------------------------
      *  Queue the original record unchanged, then flip the item.
      *  The resubmit is written first so a failure in between
      *  leaves the item open with its record queued - the next run
      *  finds the id on the queue and only marks it.
      *----------------------------------------------------------------
       2500-QUEUE-ONE-ITEM.
           OPEN EXTEND RESUBMIT-FILE
           IF WS-RESUBMIT-STATUS NOT = "00"
               OPEN OUTPUT RESUBMIT-FILE
           END-IF
           WRITE RESUBMIT-FILE-RECORD FROM SUS-ORIGINAL-RECORD
           CLOSE RESUBMIT-FILE
           PERFORM 1320-ADD-QUEUED-ID
           MOVE "R" TO WS-QD-ORIGIN (WS-QUEUED-COUNT)
           ADD 1 TO WS-RETRIED-CT
           SET SUS-RESOLVED TO TRUE
           SET WS-ANY-RESOLVED TO TRUE
           MOVE "RETRIED" TO WS-D-OUTCOME
           PERFORM 2900-LIST-ONE-ITEM
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE "W"         TO TWP-FUNCTION
           MOVE TR-TRANS-ID TO TWP-TRANS-ID
           MOVE "RTRY"      TO TWP-EVENT-CODE
           MOVE WS-RUN-DATE TO TWP-EVENT-DATE
           COMPUTE TWP-EVENT-TIME = WS-TIME-RAW / 100
           MOVE WS-RUN-ID   TO TWP-RUN-ID
           MOVE SUS-REASON-CODE TO TWP-DETAIL
           CALL "TSTWRT" USING TSTWRT-PARM
           IF TWP-RETURN-CODE NOT = ZERO
               DISPLAY "SUSRETRY: " TWP-MESSAGE
           END-IF.

       2900-LIST-ONE-ITEM.
           MOVE TR-TRANS-ID      TO WS-D-TRANS-ID
           MOVE TR-ACCOUNT-NO    TO WS-D-ACCOUNT-NO
           MOVE TR-CURRENCY-CODE TO WS-D-CURRENCY
           IF TR-AMOUNT IS NUMERIC
               MOVE TR-AMOUNT TO WS-D-AMOUNT
           ELSE
               MOVE ZERO      TO WS-D-AMOUNT
           END-IF
           MOVE SUS-REASON-CODE  TO WS-D-REASON-CODE
           MOVE WS-BLOCK-TEXT    TO WS-D-BLOCK-TEXT
           WRITE RETRY-LISTING-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      *  Copy the work file back over the live suspense file, but
      *  only when something was flipped, and only after the work
      *  file is proven readable - the other order would wipe the
      *  suspense inventory on a work-file failure.
      *----------------------------------------------------------------
       3000-REPLACE-SUSPENSE.
           IF NOT WS-ANY-RESOLVED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SUSPENSE-WORK-FILE
           IF WS-SUSWORK-STATUS NOT = "00"
               DISPLAY "SUSRETRY: WORK FILE UNREADABLE - SUSPENSE "
                       "FILE LEFT UNCHANGED"
               DISPLAY "SUSRETRY: RETRIED ITEMS ARE QUEUED BUT STILL "
                       "SHOW OPEN"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           PERFORM 3100-COPY-BACK-RECORD UNTIL WS-EOF
           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-WORK-FILE.

       3100-COPY-BACK-RECORD.
           READ SUSPENSE-WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE SUSPENSE-RECORD FROM SUSPENSE-WORK-RECORD
           END-READ.

       4000-FINALIZE.
           MOVE "ITEMS READ          : " TO WS-T-LABEL
           MOVE WS-READ-CT TO WS-T-VALUE
           WRITE RETRY-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "ELIGIBLE FOR RETRY  : " TO WS-T-LABEL
           MOVE WS-ELIGIBLE-CT TO WS-T-VALUE
           WRITE RETRY-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "RETRIED             : " TO WS-T-LABEL
           MOVE WS-RETRIED-CT TO WS-T-VALUE
           WRITE RETRY-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "ALREADY QUEUED      : " TO WS-T-LABEL
           MOVE WS-ALREADY-CT TO WS-T-VALUE
           WRITE RETRY-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "STILL BLOCKED       : " TO WS-T-LABEL
           MOVE WS-BLOCKED-CT TO WS-T-VALUE
           WRITE RETRY-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "LEFT FOR OPERATOR   : " TO WS-T-LABEL
           MOVE WS-MANUAL-CT TO WS-T-VALUE
           WRITE RETRY-LISTING-LINE FROM WS-TOTAL-LINE
           CLOSE RETRY-LISTING
           DISPLAY "SUSRETRY ITEMS RETRIED : " WS-RETRIED-CT
           DISPLAY "SUSRETRY STILL BLOCKED : " WS-BLOCKED-CT.
