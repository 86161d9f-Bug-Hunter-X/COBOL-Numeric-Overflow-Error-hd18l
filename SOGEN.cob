       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOGEN.
      *****************************************************************
      *  SOGEN - Standing-order generator, run at the front of each
      *          cycle before AMTEDIT.
      *
      *          Reads the standing-order master SOMST.DAT (copybook
      *          SOMREC) and writes every occurrence that has fallen
      *          due by the business date to STANDORD.DAT as an
      *          ordinary AMTREC transaction.  STANDORD.DAT is named
      *          in the source manifest AMTSRC.PRM as source
      *          STANDORD, so generated items take the full edit,
      *          the limit check and the duplicate register like
      *          any sender's.  Each occurrence's transaction id is
      *          "S", the order number and the occurrence number,
      *          unique for the life of the order.
      *
      *          An occurrence is due on the first business day on
      *          or after its scheduled date in the order currency's
      *          holiday calendar (BUSDAY subprogram), and carries
      *          that date as its value date.  The schedule then
      *          moves on: weekly and fortnightly by 7 and 14 days,
      *          monthly, quarterly and yearly to the order's day
      *          of the month (the last day of a shorter month).
      *          An occurrence falling due while the order is
      *          suspended is skipped, not saved up; an order whose
      *          end date has passed or whose payments have run out
      *          is marked expired.  Occurrences missed while the
      *          generator did not run are caught up, at most 31 per
      *          order per run.
      *
      *          STANDORD.DAT is rebuilt on every run.  The master
      *          remembers which cycle each order last fed and which
      *          occurrences went into it, and the cycle about to be
      *          edited is found from the run-control master
      *          AMTRCTL.DAT (read only): a rerun ahead of the same
      *          AMTEDIT cycle writes the same occurrences again
      *          under the same ids instead of moving the schedule
      *          on twice.  Output is written before the master is
      *          saved, so a run stopped between the two is simply
      *          repeated.
      *
      *          The total generated goes to SOGENCTL.DAT in the
      *          external-control layout (copybook EXTREC), which
      *          AMTRECON reconciles the STANDORD source against.
      *          SOGEN.LST lists every order generated, skipped,
      *          expired or held back, with totals.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-MASTER-FILE ASSIGN TO "SOMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOMST-STATUS.

           SELECT GENERATED-FILE ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATED-STATUS.

           SELECT GEN-CONTROL-FILE ASSIGN TO "SOGENCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCTL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "AMTRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT GEN-LISTING ASSIGN TO "SOGEN.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT RUN-PARAM-FILE ASSIGN TO "AMTRUN.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-MASTER-FILE.
       01  ORDER-MASTER-FILE-RECORD     PIC X(125).

       FD  GENERATED-FILE.
       COPY AMTREC.

       FD  GEN-CONTROL-FILE.
       COPY EXTREC.

       FD  RUN-CONTROL-FILE.
       COPY RCTLREC.

       FD  GEN-LISTING.
       01  GEN-LISTING-LINE             PIC X(132).

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  PRM-RUN-DATE             PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-SOMST-STATUS              PIC X(02) VALUE "00".
       01  WS-GENERATED-STATUS          PIC X(02) VALUE "00".
       01  WS-GENCTL-STATUS             PIC X(02) VALUE "00".
       01  WS-RCTL-STATUS               PIC X(02) VALUE "00".
       01  WS-LISTING-STATUS            PIC X(02) VALUE "00".
       01  WS-RUNPARAM-STATUS           PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".

       01  WS-ORDER-DONE-SW             PIC X(01) VALUE "N".
           88  WS-ORDER-DONE            VALUE "Y".

       01  WS-ROLL-FAILED-SW            PIC X(01) VALUE "N".
           88  WS-ROLL-FAILED           VALUE "Y".

       01  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.

      *    The AMTEDIT cycle this run feeds: the date's open cycle
      *    if its AMTEDIT has not completed, otherwise the next.
       01  WS-TARGET-CYCLE              PIC 9(03) VALUE ZERO.
       01  WS-LAST-CYCLE                PIC 9(03) VALUE ZERO.
       01  WS-LAST-EDIT-STATUS          PIC X(01) VALUE SPACE.

       01  WS-ROLLED-DATE               PIC 9(08) VALUE ZERO.
       01  WS-SAVE-DUE-DATE             PIC 9(08) VALUE ZERO.
       01  WS-OCCURRENCE-NO             PIC 9(04) VALUE ZERO.
       01  WS-STEP-CT                   PIC 9(02) VALUE ZERO.
       01  WS-REGEN-SUB                 PIC 9(02) VALUE ZERO.
       01  WS-ACTION-TEXT               PIC X(24) VALUE SPACES.

      *    Schedule arithmetic.
       01  WS-ADV-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-ADV-DATE-R REDEFINES WS-ADV-DATE.
           05  WS-ADV-YYYY              PIC 9(04).
           05  WS-ADV-MM                PIC 9(02).
           05  WS-ADV-DD                PIC 9(02).
       01  WS-ADV-MONTHS                PIC 9(02) VALUE ZERO.
       01  WS-ADV-DAYS                  PIC 9(02) VALUE ZERO.
       01  WS-MONTH-INDEX               PIC 9(07) VALUE ZERO.
       01  WS-DATE-INT                  PIC 9(09) VALUE ZERO.

       01  WS-GEN-TRANS-ID.
           05  FILLER                   PIC X(01) VALUE "S".
           05  WS-GT-ORDER-ID           PIC 9(05).
           05  WS-GT-OCCURRENCE         PIC 9(04).

       COPY BUSDAYK.

      *    The order in hand.
       COPY SOMREC.

      *    The whole master held for the run so it can be rewritten
      *    with the schedules moved on; an overflow aborts rather
      *    than dropping orders at the rewrite.
       01  WS-SO-TABLE.
           05  WS-SO-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-SO-ENTRY              OCCURS 2000 TIMES
                                        PIC X(125).
       01  WS-SO-SUB                    PIC 9(04) COMP.

       01  WS-RUN-COUNTERS.
           05  WS-READ-CT               PIC 9(09) VALUE ZERO.
           05  WS-GENERATED-CT          PIC 9(09) VALUE ZERO.
           05  WS-REGENERATED-CT        PIC 9(09) VALUE ZERO.
           05  WS-SKIPPED-CT            PIC 9(09) VALUE ZERO.
           05  WS-EXPIRED-CT            PIC 9(09) VALUE ZERO.
           05  WS-HELD-BACK-CT          PIC 9(09) VALUE ZERO.
           05  WS-WRITTEN-CT            PIC 9(09) VALUE ZERO.
       01  WS-WRITTEN-AMOUNT            PIC 9(11)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(38)
               VALUE "STANDING ORDER GENERATION - DATE      ".
           05  WS-H-RUN-DATE            PIC 9(08).
           05  FILLER                   PIC X(09) VALUE "  CYCLE  ".
           05  WS-H-CYCLE               PIC 9(03).

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(35)
               VALUE "ORDER ACCOUNT    CUR         AMOUNT".
           05  FILLER                   PIC X(43)
               VALUE "  D  DUE DATE  VALUE DT  TRANS ID    ACTION".

       01  WS-DETAIL-LINE.
           05  WS-D-ORDER-ID            PIC 9(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-ACCOUNT-NO          PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-CURRENCY            PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-AMOUNT              PIC Z(10)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-DR-CR               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-DUE-DATE            PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-VALUE-DATE          PIC Z(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-TRANS-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-ACTION              PIC X(24).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL               PIC X(22).
           05  WS-T-VALUE               PIC ZZZZZZZZ9.

       01  WS-AMOUNT-LINE.
           05  FILLER                   PIC X(22)
               VALUE "AMOUNT WRITTEN      : ".
           05  WS-AL-VALUE              PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GENERATE-ORDERS
           PERFORM 3000-WRITE-CONTROL
           PERFORM 3500-REWRITE-MASTER
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1040-LOAD-RUN-DATE
           PERFORM 1050-CHECK-CALENDAR
           PERFORM 1060-FIND-TARGET-CYCLE
           PERFORM 1100-LOAD-MASTER
           OPEN OUTPUT GENERATED-FILE
           OPEN OUTPUT GEN-LISTING
           MOVE WS-RUN-DATE     TO WS-H-RUN-DATE
           MOVE WS-TARGET-CYCLE TO WS-H-CYCLE
           WRITE GEN-LISTING-LINE FROM WS-HEADING-LINE
           WRITE GEN-LISTING-LINE FROM WS-COLUMN-LINE.

      *----------------------------------------------------------------
      *  The business date defaults to the system date but can be
      *  overridden from AMTRUN.PRM, same as the pipeline programs,
      *  so the generator feeding an interrupted cycle judges due
      *  dates against that cycle's date.
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
      *  Prove the holiday calendar readable before anything is
      *  generated, so the run never stops with half the orders
      *  moved on.
      *----------------------------------------------------------------
       1050-CHECK-CALENDAR.
           MOVE "T"         TO BDP-FUNCTION
           MOVE SPACES      TO BDP-CALENDAR-ID
           MOVE WS-RUN-DATE TO BDP-FROM-DATE
           CALL "BUSDAY" USING BUSDAY-PARM
           IF BDP-RETURN-CODE NOT = ZERO
               DISPLAY "SOGEN: " BDP-MESSAGE
               DISPLAY "SOGEN: BUSINESS-DAY CHECK FAILED - "
                       "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      *  Work out which AMTEDIT cycle the file about to be written
      *  will feed, the same way RUNCTL will open it: no cycle yet
      *  for the date is cycle 1; a cycle whose AMTEDIT completed
      *  is followed by the next; a cycle whose AMTEDIT never
      *  completed is restarted under the same number - so the
      *  rerun must carry the same occurrences.
      *----------------------------------------------------------------
       1060-FIND-TARGET-CYCLE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCTL-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-RCTL-STATUS NOT = "00"
                   DISPLAY "SOGEN: RUN-CONTROL MASTER AMTRCTL.DAT "
                           "OPEN FAILED, STATUS " WS-RCTL-STATUS
                           " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1070-READ-ONE-RUN-CONTROL UNTIL WS-EOF
           IF WS-RCTL-STATUS NOT = "35"
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-LAST-CYCLE = ZERO
               MOVE 1 TO WS-TARGET-CYCLE
           ELSE
               IF WS-LAST-EDIT-STATUS = "C"
                   COMPUTE WS-TARGET-CYCLE = WS-LAST-CYCLE + 1
               ELSE
                   MOVE WS-LAST-CYCLE TO WS-TARGET-CYCLE
               END-IF
           END-IF.

       1070-READ-ONE-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RC-RUN-DATE = WS-RUN-DATE
                      AND RC-CYCLE-NO > WS-LAST-CYCLE
                       MOVE RC-CYCLE-NO TO WS-LAST-CYCLE
                       MOVE SPACE       TO WS-LAST-EDIT-STATUS
                   END-IF
                   IF RC-RUN-DATE = WS-RUN-DATE
                      AND RC-CYCLE-NO = WS-LAST-CYCLE
                      AND RC-PROGRAM = "AMTEDIT "
                       MOVE RC-STATUS TO WS-LAST-EDIT-STATUS
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Load the master.  No master means no orders yet - the
      *  generated file is still rebuilt empty so yesterday's items
      *  are never edited again.  Any other open failure aborts.
      *----------------------------------------------------------------
       1100-LOAD-MASTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ORDER-MASTER-FILE
           IF WS-SOMST-STATUS = "35"
               DISPLAY "SOGEN: NO STANDING-ORDER MASTER - NOTHING "
                       "TO GENERATE"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-SOMST-STATUS NOT = "00"
                   DISPLAY "SOGEN: MASTER SOMST.DAT OPEN FAILED, "
                           "STATUS " WS-SOMST-STATUS
                           " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1110-LOAD-ONE-ORDER UNTIL WS-EOF
           IF WS-SOMST-STATUS NOT = "35"
               CLOSE ORDER-MASTER-FILE
           END-IF.

       1110-LOAD-ONE-ORDER.
           READ ORDER-MASTER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-SO-COUNT >= 2000
                       DISPLAY "SOGEN: MASTER EXCEEDS TABLE "
                               "LIMIT OF 2000 - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-READ-CT
                   ADD 1 TO WS-SO-COUNT
                   MOVE ORDER-MASTER-FILE-RECORD
                       TO WS-SO-ENTRY (WS-SO-COUNT)
           END-READ.

       2000-GENERATE-ORDERS.
           PERFORM 2100-PROCESS-ONE-ORDER
               VARYING WS-SO-SUB FROM 1 BY 1
               UNTIL WS-SO-SUB > WS-SO-COUNT.

      *----------------------------------------------------------------
      *  An order that already fed the cycle about to be edited is
      *  regenerated as it was; anything else active is brought up
      *  to date.
      *----------------------------------------------------------------
       2100-PROCESS-ONE-ORDER.
           MOVE WS-SO-ENTRY (WS-SO-SUB) TO STANDING-ORDER-RECORD
           IF SO-GEN-RUN-DATE = WS-RUN-DATE
              AND SO-GEN-CYCLE-NO = WS-TARGET-CYCLE
              AND SO-GEN-COUNT > ZERO
               PERFORM 2200-REGENERATE-ORDER
           ELSE
               IF SO-ACTIVE
                   PERFORM 2300-GENERATE-DUE
               END-IF
           END-IF
           MOVE STANDING-ORDER-RECORD TO WS-SO-ENTRY (WS-SO-SUB).

      *----------------------------------------------------------------
      *  A rerun ahead of the same cycle: write the occurrences the
      *  earlier run wrote, under the same ids and value dates,
      *  and leave the schedule where that run left it.  An order
      *  suspended or cancelled since then is held back instead -
      *  stopping money is what those actions are for.
      *----------------------------------------------------------------
       2200-REGENERATE-ORDER.
           IF SO-SUSPENDED OR SO-CANCELLED
               ADD SO-GEN-COUNT TO WS-HELD-BACK-CT
               MOVE ZERO             TO WS-D-VALUE-DATE
               MOVE SPACES           TO WS-D-TRANS-ID
               MOVE "HELD BACK - STOPPED"  TO WS-ACTION-TEXT
               PERFORM 2900-LIST-ORDER-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SO-NEXT-DUE-DATE TO WS-SAVE-DUE-DATE
           MOVE SO-GEN-FIRST-DUE TO SO-NEXT-DUE-DATE
           MOVE SO-GEN-FIRST-OCC TO WS-OCCURRENCE-NO
           PERFORM 2210-REGENERATE-ONE
               VARYING WS-REGEN-SUB FROM 1 BY 1
               UNTIL WS-REGEN-SUB > SO-GEN-COUNT
           MOVE WS-SAVE-DUE-DATE TO SO-NEXT-DUE-DATE.

       2210-REGENERATE-ONE.
           PERFORM 2600-ROLL-DUE-DATE
           IF WS-ROLL-FAILED
               ADD 1 TO WS-HELD-BACK-CT
               MOVE SPACES TO WS-D-TRANS-ID
               MOVE ZERO   TO WS-D-VALUE-DATE
               MOVE "HELD BACK - CALENDAR" TO WS-ACTION-TEXT
               PERFORM 2900-LIST-ORDER-LINE
           ELSE
               ADD 1 TO WS-REGENERATED-CT
               MOVE "REGENERATED" TO WS-ACTION-TEXT
               PERFORM 2500-WRITE-OCCURRENCE
           END-IF
           ADD 1 TO WS-OCCURRENCE-NO
           PERFORM 2700-ADVANCE-SCHEDULE.

      *----------------------------------------------------------------
      *  Step through every occurrence due by the business date.
      *----------------------------------------------------------------
       2300-GENERATE-DUE.
           MOVE "N"  TO WS-ORDER-DONE-SW
           MOVE ZERO TO WS-STEP-CT
           PERFORM 2310-NEXT-OCCURRENCE UNTIL WS-ORDER-DONE.

       2310-NEXT-OCCURRENCE.
           IF (SO-END-DATE > ZERO AND SO-NEXT-DUE-DATE > SO-END-DATE)
              OR (SO-COUNT-LIMITED AND SO-REMAINING-COUNT = ZERO)
              OR SO-NEXT-OCCURRENCE >= 9999
               PERFORM 2400-EXPIRE-ORDER
               SET WS-ORDER-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2600-ROLL-DUE-DATE
           IF WS-ROLL-FAILED
               ADD 1 TO WS-HELD-BACK-CT
               MOVE SPACES TO WS-D-TRANS-ID
               MOVE ZERO   TO WS-D-VALUE-DATE
               MOVE "HELD BACK - CALENDAR" TO WS-ACTION-TEXT
               PERFORM 2900-LIST-ORDER-LINE
               SET WS-ORDER-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-ROLLED-DATE > WS-RUN-DATE
               SET WS-ORDER-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
      *    Catch-up ceiling: a long-stopped generator, or a due date
      *    keyed far back, must not flood one cycle; the rest follow
      *    on the next runs.
           IF WS-STEP-CT >= 31
               MOVE SPACES TO WS-D-TRANS-ID
               MOVE ZERO   TO WS-D-VALUE-DATE
               MOVE "CATCH-UP LIMIT - MORE DUE" TO WS-ACTION-TEXT
               PERFORM 2900-LIST-ORDER-LINE
               SET WS-ORDER-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-CT
           IF SO-SUSPENDED
               ADD 1 TO WS-SKIPPED-CT
               MOVE SPACES TO WS-D-TRANS-ID
               MOVE WS-ROLLED-DATE TO WS-D-VALUE-DATE
               MOVE "SKIPPED - SUSPENDED" TO WS-ACTION-TEXT
               PERFORM 2900-LIST-ORDER-LINE
           ELSE
               PERFORM 2350-GENERATE-ONE
           END-IF
           PERFORM 2700-ADVANCE-SCHEDULE.

      *----------------------------------------------------------------
      *  The first occurrence this run writes for the order records
      *  the run, cycle, occurrence and due date on the master, so
      *  a rerun for the same cycle can write them again.
      *----------------------------------------------------------------
       2350-GENERATE-ONE.
           IF SO-GEN-RUN-DATE NOT = WS-RUN-DATE
              OR SO-GEN-CYCLE-NO NOT = WS-TARGET-CYCLE
               MOVE WS-RUN-DATE        TO SO-GEN-RUN-DATE
               MOVE WS-TARGET-CYCLE    TO SO-GEN-CYCLE-NO
               MOVE SO-NEXT-OCCURRENCE TO SO-GEN-FIRST-OCC
               MOVE SO-NEXT-DUE-DATE   TO SO-GEN-FIRST-DUE
               MOVE ZERO               TO SO-GEN-COUNT
           END-IF
           ADD 1 TO SO-GEN-COUNT
           ADD 1 TO WS-GENERATED-CT
           MOVE SO-NEXT-OCCURRENCE TO WS-OCCURRENCE-NO
           MOVE "GENERATED" TO WS-ACTION-TEXT
           PERFORM 2500-WRITE-OCCURRENCE
           ADD 1 TO SO-NEXT-OCCURRENCE
           IF SO-COUNT-LIMITED
               SUBTRACT 1 FROM SO-REMAINING-COUNT
           END-IF.

       2400-EXPIRE-ORDER.
           MOVE "E"         TO SO-STATUS
           MOVE WS-RUN-DATE TO SO-LAST-CHANGE-DATE
           ADD 1 TO WS-EXPIRED-CT
           MOVE SPACES TO WS-D-TRANS-ID
           MOVE ZERO   TO WS-D-VALUE-DATE
           IF SO-END-DATE > ZERO AND SO-NEXT-DUE-DATE > SO-END-DATE
               MOVE "EXPIRED - END DATE" TO WS-ACTION-TEXT
           ELSE
               MOVE "EXPIRED - COUNT USED" TO WS-ACTION-TEXT
           END-IF
           PERFORM 2900-LIST-ORDER-LINE.

      *----------------------------------------------------------------
      *  One occurrence as an ordinary sender record: two-decimal
      *  amount, positive sign, value date the rolled due date.
      *  AMTEDIT stamps the source id from the manifest.
      *----------------------------------------------------------------
       2500-WRITE-OCCURRENCE.
           MOVE SO-ORDER-ID      TO WS-GT-ORDER-ID
           MOVE WS-OCCURRENCE-NO TO WS-GT-OCCURRENCE
           MOVE SPACES           TO TRANS-RECORD
           MOVE WS-GEN-TRANS-ID  TO TR-TRANS-ID
           MOVE SO-ACCOUNT-NO    TO TR-ACCOUNT-NO
           MOVE SO-CURRENCY-CODE TO TR-CURRENCY-CODE
           MOVE 2                TO TR-DECIMAL-SCALE
           MOVE SO-AMOUNT        TO TR-AMOUNT
           MOVE "+"              TO TR-AMOUNT-SIGN
           MOVE SO-DR-CR-IND     TO TR-DR-CR-IND
           MOVE "STANDORD"       TO TR-SOURCE-ID
           MOVE WS-ROLLED-DATE   TO TR-VALUE-DATE
           WRITE TRANS-RECORD
           ADD 1 TO WS-WRITTEN-CT
           ADD SO-AMOUNT TO WS-WRITTEN-AMOUNT
           MOVE WS-GEN-TRANS-ID  TO WS-D-TRANS-ID
           MOVE WS-ROLLED-DATE   TO WS-D-VALUE-DATE
           PERFORM 2900-LIST-ORDER-LINE.

      *----------------------------------------------------------------
      *  The scheduled date rolled to a business day of the order's
      *  currency.  A date the calendar cannot place or roll is a
      *  keying or calendar error: the order is held back, as it
      *  stands, until it is put right.
      *----------------------------------------------------------------
       2600-ROLL-DUE-DATE.
           MOVE "N"              TO WS-ROLL-FAILED-SW
           MOVE ZERO             TO WS-ROLLED-DATE
           MOVE "R"              TO BDP-FUNCTION
           MOVE SO-CURRENCY-CODE TO BDP-CALENDAR-ID
           MOVE SO-NEXT-DUE-DATE TO BDP-FROM-DATE
           CALL "BUSDAY" USING BUSDAY-PARM
           IF BDP-RETURN-CODE = ZERO
               MOVE BDP-RESULT-DATE TO WS-ROLLED-DATE
           ELSE
               SET WS-ROLL-FAILED TO TRUE
               DISPLAY "SOGEN: " BDP-MESSAGE
               DISPLAY "SOGEN: ORDER " SO-ORDER-ID
                       " HELD BACK - CHECK DUE DATE AND CALENDAR"
           END-IF.

      *----------------------------------------------------------------
      *  Move the scheduled date on one period.  Month-based
      *  periods go back to the order's own day of the month, so a
      *  payment on the 31st lands on the 30th in a 30-day month
      *  and on the 31st again after it.
      *----------------------------------------------------------------
       2700-ADVANCE-SCHEDULE.
           MOVE SO-NEXT-DUE-DATE TO WS-ADV-DATE
           MOVE ZERO TO WS-ADV-MONTHS
           MOVE ZERO TO WS-ADV-DAYS
           IF SO-WEEKLY
               MOVE 7 TO WS-ADV-DAYS
           END-IF
           IF SO-FORTNIGHTLY
               MOVE 14 TO WS-ADV-DAYS
           END-IF
           IF SO-MONTHLY
               MOVE 1 TO WS-ADV-MONTHS
           END-IF
           IF SO-QUARTERLY
               MOVE 3 TO WS-ADV-MONTHS
           END-IF
           IF SO-YEARLY
               MOVE 12 TO WS-ADV-MONTHS
           END-IF
           IF WS-ADV-DAYS > ZERO
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ADV-DATE)
                   + WS-ADV-DAYS
               COMPUTE WS-ADV-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           ELSE
               COMPUTE WS-MONTH-INDEX =
                   WS-ADV-YYYY * 12 + WS-ADV-MM - 1 + WS-ADV-MONTHS
               DIVIDE WS-MONTH-INDEX BY 12
                   GIVING WS-ADV-YYYY REMAINDER WS-ADV-MM
               ADD 1 TO WS-ADV-MM
      *        A missing day of the month keeps the current day.
               IF SO-ANCHOR-DAY > ZERO AND SO-ANCHOR-DAY <= 31
                   MOVE SO-ANCHOR-DAY TO WS-ADV-DD
               END-IF
               PERFORM 2750-CLAMP-TO-MONTH-END
                   UNTIL FUNCTION INTEGER-OF-DATE(WS-ADV-DATE) > 0
                      OR WS-ADV-DD <= 28
           END-IF
           MOVE WS-ADV-DATE TO SO-NEXT-DUE-DATE.

       2750-CLAMP-TO-MONTH-END.
           SUBTRACT 1 FROM WS-ADV-DD.

      *----------------------------------------------------------------
      *  One listing line for the order in hand; the caller sets
      *  the action, transaction id and value date.
      *----------------------------------------------------------------
       2900-LIST-ORDER-LINE.
           MOVE SO-ORDER-ID      TO WS-D-ORDER-ID
           MOVE SO-ACCOUNT-NO    TO WS-D-ACCOUNT-NO
           MOVE SO-CURRENCY-CODE TO WS-D-CURRENCY
           MOVE SO-AMOUNT        TO WS-D-AMOUNT
           MOVE SO-DR-CR-IND     TO WS-D-DR-CR
           MOVE SO-NEXT-DUE-DATE TO WS-D-DUE-DATE
           MOVE WS-ACTION-TEXT   TO WS-D-ACTION
           WRITE GEN-LISTING-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      *  The generated total, as the STANDORD source's external
      *  control figure for AMTRECON.  Nothing generated leaves the
      *  file empty, since no STANDORD total will be booked either.
      *----------------------------------------------------------------
       3000-WRITE-CONTROL.
           CLOSE GENERATED-FILE
           OPEN OUTPUT GEN-CONTROL-FILE
           IF WS-WRITTEN-CT > ZERO
               MOVE WS-RUN-DATE       TO EXT-RUN-DATE
               MOVE "STANDORD"        TO EXT-SOURCE-ID
               MOVE WS-WRITTEN-AMOUNT TO EXT-CONTROL-AMOUNT
               MOVE ZERO              TO EXT-TOLERANCE
               WRITE EXTERNAL-CONTROL-RECORD
           END-IF
           CLOSE GEN-CONTROL-FILE.

      *----------------------------------------------------------------
      *  Save the master with the schedules moved on - only after
      *  the generated file is complete, so a run stopped before
      *  here is repeated from the old schedule, under the same
      *  transaction ids.
      *----------------------------------------------------------------
       3500-REWRITE-MASTER.
           IF WS-SOMST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ORDER-MASTER-FILE
           PERFORM VARYING WS-SO-SUB FROM 1 BY 1
               UNTIL WS-SO-SUB > WS-SO-COUNT
               MOVE WS-SO-ENTRY (WS-SO-SUB)
                   TO ORDER-MASTER-FILE-RECORD
               WRITE ORDER-MASTER-FILE-RECORD
           END-PERFORM
           CLOSE ORDER-MASTER-FILE.

       4000-FINALIZE.
           MOVE "ORDERS READ         : " TO WS-T-LABEL
           MOVE WS-READ-CT TO WS-T-VALUE
           WRITE GEN-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "GENERATED           : " TO WS-T-LABEL
           MOVE WS-GENERATED-CT TO WS-T-VALUE
           WRITE GEN-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "REGENERATED (RERUN) : " TO WS-T-LABEL
           MOVE WS-REGENERATED-CT TO WS-T-VALUE
           WRITE GEN-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "SKIPPED - SUSPENDED : " TO WS-T-LABEL
           MOVE WS-SKIPPED-CT TO WS-T-VALUE
           WRITE GEN-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "EXPIRED             : " TO WS-T-LABEL
           MOVE WS-EXPIRED-CT TO WS-T-VALUE
           WRITE GEN-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "HELD BACK           : " TO WS-T-LABEL
           MOVE WS-HELD-BACK-CT TO WS-T-VALUE
           WRITE GEN-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "RECORDS WRITTEN     : " TO WS-T-LABEL
           MOVE WS-WRITTEN-CT TO WS-T-VALUE
           WRITE GEN-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE WS-WRITTEN-AMOUNT TO WS-AL-VALUE
           WRITE GEN-LISTING-LINE FROM WS-AMOUNT-LINE
           CLOSE GEN-LISTING
           DISPLAY "SOGEN ITEMS GENERATED   : " WS-GENERATED-CT
           DISPLAY "SOGEN ITEMS REGENERATED : " WS-REGENERATED-CT
           DISPLAY "SOGEN ITEMS SKIPPED     : " WS-SKIPPED-CT
           DISPLAY "SOGEN ORDERS EXPIRED    : " WS-EXPIRED-CT.
