       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBRECON.
      *****************************************************************
      *  GLBRECON - Daily sub-ledger to general-ledger balance
      *             reconciliation.
      *
      *             AMTRECON proves what was sent and GLACK that the
      *             GL accepted each item, but neither proves the
      *             GL's account balances still agree with ours - a
      *             manual journal on the GL side, or a reship the
      *             GL posted twice, would go unnoticed.  This run
      *             takes the ledger team's daily balance file
      *             GLBAL.DAT (copybook GLBREC), per account within
      *             currency, and compares every balance with the
      *             BALMST.DAT closing amount and sign, allowing for
      *             what has not reached the GL yet: items shipped
      *             and still awaiting acknowledgment on GLSHIP.DAT,
      *             and items GLEXTR is holding unmapped on
      *             GLHOLD.DAT.  An account on one side only is
      *             compared against zero on the other.
      *
      *             Every difference is a break.  Breaks are carried
      *             from day to day on GLBRK.DAT (copybook GLBKREC)
      *             with the date first seen, aged in business days
      *             on the base calendar (BUSDAY subprogram), and
      *             listed by account on GLBRECON.LST together with
      *             those that cleared since the last run.  Any new
      *             break ends the run RETURN-CODE 8; CYCLCLSE picks
      *             the result up off the listing.
      *
      *             Runs once per business date, after the day's
      *             last EODBAL and after GLACK has taken in the
      *             acknowledgments that came with the balance file.
      *             A balance file that is missing, for another
      *             date, or does not agree with its own trailer
      *             stops the run before the break file is touched.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALMST-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLBAL-STATUS.

           SELECT SHIP-REGISTER-FILE ASSIGN TO "GLSHIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSHIP-STATUS.

           SELECT HOLD-FILE ASSIGN TO "GLHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT BREAK-FILE ASSIGN TO "GLBRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAK-STATUS.

           SELECT RECON-LISTING ASSIGN TO "GLBRECON.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT RUN-PARAM-FILE ASSIGN TO "AMTRUN.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-MASTER-FILE.
       COPY BALREC.

       FD  GL-BALANCE-FILE.
       COPY GLBREC.

       FD  SHIP-REGISTER-FILE.
       COPY GLSHIP.

       FD  HOLD-FILE.
       COPY GLHREC.

       FD  BREAK-FILE.
       COPY GLBKREC.

       FD  RECON-LISTING.
       01  RECON-LISTING-LINE           PIC X(132).

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  PRM-RUN-DATE             PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-BALMST-STATUS             PIC X(02) VALUE "00".
       01  WS-GLBAL-STATUS              PIC X(02) VALUE "00".
       01  WS-GLSHIP-STATUS             PIC X(02) VALUE "00".
       01  WS-HOLD-STATUS               PIC X(02) VALUE "00".
       01  WS-BREAK-STATUS              PIC X(02) VALUE "00".
       01  WS-LISTING-STATUS            PIC X(02) VALUE "00".
       01  WS-RUNPARAM-STATUS           PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-TRAILER-SEEN-SW           PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN          VALUE "Y".

       01  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.

      *    Every account within currency seen on either side, with
      *    its balance master figure, the amount still in flight to
      *    the GL and the GL's figure, signed in storage - net debit
      *    positive, net credit negative - as in EODBAL.
       01  WS-POS-TABLE.
           05  WS-POS-COUNT             PIC 9(05) COMP VALUE ZERO.
           05  WS-POS-ENTRY             OCCURS 4000 TIMES.
               10  WS-PS-ACCOUNT        PIC X(10).
               10  WS-PS-CURRENCY       PIC X(03).
               10  WS-PS-SUBLEDGER      PIC S9(13)V99.
               10  WS-PS-IN-FLIGHT      PIC S9(13)V99.
               10  WS-PS-GL             PIC S9(13)V99.
               10  WS-PS-ON-SUB-SW      PIC X(01).
               10  WS-PS-ON-GL-SW       PIC X(01).
       01  WS-POS-SUB                   PIC 9(05) COMP.
       01  WS-FIND-ACCOUNT              PIC X(10).
       01  WS-FIND-CURRENCY             PIC X(03).

      *    Breaks open at the end of the last run.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-PRIOR-ENTRY           OCCURS 4000 TIMES.
               10  WS-PR-ACCOUNT        PIC X(10).
               10  WS-PR-CURRENCY       PIC X(03).
               10  WS-PR-FIRST-SEEN     PIC 9(08).
               10  WS-PR-DIFFERENCE     PIC S9(13)V99.
               10  WS-PR-MATCHED-SW     PIC X(01).
       01  WS-PRIOR-SUB                 PIC 9(05) COMP.

      *    Today's breaks, kept in account and currency order for
      *    the listing and the break file.
       01  WS-BREAK-TABLE.
           05  WS-BREAK-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-BREAK-ENTRY           OCCURS 4000 TIMES.
               10  WS-BK-ACCOUNT        PIC X(10).
               10  WS-BK-CURRENCY       PIC X(03).
               10  WS-BK-SUBLEDGER      PIC S9(13)V99.
               10  WS-BK-IN-FLIGHT      PIC S9(13)V99.
               10  WS-BK-GL             PIC S9(13)V99.
               10  WS-BK-DIFFERENCE     PIC S9(13)V99.
               10  WS-BK-FIRST-SEEN     PIC 9(08).
               10  WS-BK-AGE            PIC 9(05).
               10  WS-BK-ON-SUB-SW      PIC X(01).
               10  WS-BK-ON-GL-SW       PIC X(01).
       01  WS-BREAK-SUB                 PIC 9(05) COMP.
       01  WS-INSERT-SUB                PIC 9(05) COMP.

       01  WS-DIFFERENCE                PIC S9(13)V99 VALUE ZERO.
       01  WS-FIRST-SEEN                PIC 9(08) VALUE ZERO.
       01  WS-AGE-DAYS                  PIC S9(05) VALUE ZERO.
       01  WS-GL-DETAIL-CT              PIC 9(09) VALUE ZERO.
       01  WS-GL-DEBIT-TOTAL            PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CREDIT-TOTAL           PIC 9(13)V99 VALUE ZERO.

       01  WS-SIGNED-WORK               PIC S9(13)V99 VALUE ZERO.
       01  WS-UNSIGNED-WORK             PIC 9(13)V99 VALUE ZERO.
       01  WS-SIGN-WORK                 PIC X(01).

       01  WS-RUN-COUNTERS.
           05  WS-COMPARED-CT           PIC 9(09) VALUE ZERO.
           05  WS-AGREED-CT             PIC 9(09) VALUE ZERO.
           05  WS-NEW-CT                PIC 9(09) VALUE ZERO.
           05  WS-CARRIED-CT            PIC 9(09) VALUE ZERO.
           05  WS-CLEARED-CT            PIC 9(09) VALUE ZERO.
           05  WS-IN-FLIGHT-CT          PIC 9(09) VALUE ZERO.
           05  WS-HELD-CT               PIC 9(09) VALUE ZERO.
           05  WS-AGE-1-CT              PIC 9(09) VALUE ZERO.
           05  WS-AGE-2-CT              PIC 9(09) VALUE ZERO.
           05  WS-AGE-3-CT              PIC 9(09) VALUE ZERO.

      *    The in-flight original re-mapped for its account and
      *    amount, same technique as CYCLCLSE.
       COPY AMTREC
           REPLACING ==TRANS-RECORD== BY ==WS-FLIGHT-TRANS==.

       COPY BUSDAYK.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(30)
               VALUE "GL BALANCE RECONCILIATION FOR ".
           05  WS-H-RUN-DATE            PIC 9(08).

       01  WS-SECTION-LINE              PIC X(48).

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(34)
               VALUE "ACCOUNT    CCY        SUB-LEDGER  ".
           05  FILLER                   PIC X(40)
               VALUE "         IN FLIGHT          GL BALANCE  ".
           05  FILLER                   PIC X(38)
               VALUE "        DIFFERENCE    FIRST SEEN AGE  ".
           05  FILLER                   PIC X(19)
               VALUE "BAND         STATUS".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT             PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-CURRENCY            PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-SUBLEDGER           PIC Z(12)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-SUBLEDGER-SIGN      PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-IN-FLIGHT           PIC Z(12)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-IN-FLIGHT-SIGN      PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-GL                  PIC Z(12)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-GL-SIGN             PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-DIFFERENCE          PIC Z(12)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-DIFFERENCE-SIGN     PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-FIRST-SEEN          PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-AGE                 PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-BAND                PIC X(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-STATUS              PIC X(07).

       01  WS-CLEARED-LINE.
           05  WS-CL-ACCOUNT            PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CL-CURRENCY           PIC X(03).
           05  FILLER                   PIC X(14)
               VALUE "  FIRST SEEN  ".
           05  WS-CL-FIRST-SEEN         PIC 9(08).
           05  FILLER                   PIC X(20)
               VALUE "  LAST DIFFERENCE  ".
           05  WS-CL-DIFFERENCE         PIC Z(12)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CL-DIFFERENCE-SIGN    PIC X(01).
           05  FILLER                   PIC X(10) VALUE "  CLEARED".

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL               PIC X(22).
           05  WS-T-VALUE               PIC ZZZZZZZZ9.

       01  WS-RESULT-LINE.
           05  FILLER                   PIC X(10) VALUE "RESULT  : ".
           05  WS-R-TEXT                PIC X(40).

       01  WS-BLANK-LINE                PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COMPARE-POSITION
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-COUNT
           PERFORM 3000-WRITE-LISTING
           PERFORM 3500-SAVE-BREAKS
           PERFORM 4000-FINALIZE
           STOP RUN.

      *----------------------------------------------------------------
      *  Every input is loaded and proved before anything is
      *  written, so a bad balance file leaves yesterday's breaks
      *  exactly as they were.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1040-LOAD-RUN-DATE
           PERFORM 1050-CHECK-CALENDAR
           PERFORM 1100-LOAD-BALANCE-MASTER
           PERFORM 1200-LOAD-GL-BALANCES
           PERFORM 1300-LOAD-SHIPPED-ITEMS
           PERFORM 1350-LOAD-HELD-ITEMS
           PERFORM 1400-LOAD-PRIOR-BREAKS
           OPEN OUTPUT RECON-LISTING
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE RECON-LISTING-LINE FROM WS-HEADING-LINE.

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
      *  Break ages are counted off the holiday calendar, so one
      *  that exists but cannot be read stops the run up front.
      *----------------------------------------------------------------
       1050-CHECK-CALENDAR.
           MOVE "T"         TO BDP-FUNCTION
           MOVE SPACES      TO BDP-CALENDAR-ID
           MOVE WS-RUN-DATE TO BDP-FROM-DATE
           CALL "BUSDAY" USING BUSDAY-PARM
           IF BDP-RETURN-CODE NOT = ZERO
               DISPLAY "GLBRECON: " BDP-MESSAGE
               DISPLAY "GLBRECON: BUSINESS-DAY CHECK FAILED - "
                       "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-BALANCE-MASTER.
           OPEN INPUT BALANCE-MASTER-FILE
           IF WS-BALMST-STATUS NOT = "00"
               DISPLAY "GLBRECON: BALANCE MASTER BALMST.DAT NOT "
                       "AVAILABLE, STATUS " WS-BALMST-STATUS
                       " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1110-LOAD-ONE-BALANCE UNTIL WS-EOF
           CLOSE BALANCE-MASTER-FILE.

       1110-LOAD-ONE-BALANCE.
           READ BALANCE-MASTER-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE BAL-ACCOUNT-NO    TO WS-FIND-ACCOUNT
           MOVE BAL-CURRENCY-CODE TO WS-FIND-CURRENCY
           PERFORM 1500-FIND-POSITION
           MOVE BAL-CLOSING-AMOUNT TO WS-UNSIGNED-WORK
           MOVE BAL-CLOSING-SIGN   TO WS-SIGN-WORK
           PERFORM 1150-SIGN-THE-BALANCE
           MOVE WS-SIGNED-WORK TO WS-PS-SUBLEDGER (WS-POS-SUB)
           MOVE "Y" TO WS-PS-ON-SUB-SW (WS-POS-SUB).

       1150-SIGN-THE-BALANCE.
           IF WS-SIGN-WORK = "C"
               COMPUTE WS-SIGNED-WORK = ZERO - WS-UNSIGNED-WORK
           ELSE
               MOVE WS-UNSIGNED-WORK TO WS-SIGNED-WORK
           END-IF.

      *----------------------------------------------------------------
      *  The balance file must open with a header for today's
      *  business date and close with a trailer whose count and
      *  totals agree with the detail - anything else is a file
      *  problem for the ledger team, not a page of breaks.
      *----------------------------------------------------------------
       1200-LOAD-GL-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           IF WS-GLBAL-STATUS NOT = "00"
               DISPLAY "GLBRECON: GL BALANCE FILE GLBAL.DAT NOT "
                       "AVAILABLE, STATUS " WS-GLBAL-STATUS
                       " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ GL-BALANCE-FILE
               AT END
                   DISPLAY "GLBRECON: GLBAL.DAT IS EMPTY - "
                           "RUN ABORTED"
                   PERFORM 1290-REFUSE-GL-FILE
           END-READ
           IF NOT GLB-HEADER
               DISPLAY "GLBRECON: GLBAL.DAT HAS NO HEADER RECORD - "
                       "RUN ABORTED"
               PERFORM 1290-REFUSE-GL-FILE
           END-IF
           IF GLBH-BALANCE-DATE NOT = WS-RUN-DATE
               DISPLAY "GLBRECON: GLBAL.DAT IS FOR "
                       GLBH-BALANCE-DATE ", BUSINESS DATE IS "
                       WS-RUN-DATE " - RUN ABORTED"
               PERFORM 1290-REFUSE-GL-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1210-LOAD-ONE-GL-BALANCE UNTIL WS-EOF
           CLOSE GL-BALANCE-FILE
           IF NOT WS-TRAILER-SEEN
               DISPLAY "GLBRECON: GLBAL.DAT HAS NO TRAILER RECORD - "
                       "FILE INCOMPLETE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-LOAD-ONE-GL-BALANCE.
           READ GL-BALANCE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF WS-TRAILER-SEEN
               DISPLAY "GLBRECON: GLBAL.DAT HAS RECORDS AFTER ITS "
                       "TRAILER - RUN ABORTED"
               PERFORM 1290-REFUSE-GL-FILE
           END-IF
           IF GLB-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               PERFORM 1230-PROVE-GL-TRAILER
               EXIT PARAGRAPH
           END-IF
           IF NOT GLB-DETAIL
              OR GLB-BALANCE-AMOUNT IS NOT NUMERIC
              OR (GLB-BALANCE-SIGN NOT = "D"
                  AND GLB-BALANCE-SIGN NOT = "C"
                  AND GLB-BALANCE-SIGN NOT = " ")
               DISPLAY "GLBRECON: GLBAL.DAT RECORD "
                       GL-BALANCE-RECORD (1:30)
                       " IS NOT VALID - RUN ABORTED"
               PERFORM 1290-REFUSE-GL-FILE
           END-IF
           ADD 1 TO WS-GL-DETAIL-CT
           IF GLB-BALANCE-SIGN = "D"
               ADD GLB-BALANCE-AMOUNT TO WS-GL-DEBIT-TOTAL
           END-IF
           IF GLB-BALANCE-SIGN = "C"
               ADD GLB-BALANCE-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF
           MOVE GLB-ACCOUNT-NO    TO WS-FIND-ACCOUNT
           MOVE GLB-CURRENCY-CODE TO WS-FIND-CURRENCY
           PERFORM 1500-FIND-POSITION
           IF WS-PS-ON-GL-SW (WS-POS-SUB) = "Y"
               DISPLAY "GLBRECON: GLBAL.DAT CARRIES ACCOUNT "
                       GLB-ACCOUNT-NO " " GLB-CURRENCY-CODE
                       " TWICE - RUN ABORTED"
               PERFORM 1290-REFUSE-GL-FILE
           END-IF
           MOVE GLB-BALANCE-AMOUNT TO WS-UNSIGNED-WORK
           MOVE GLB-BALANCE-SIGN   TO WS-SIGN-WORK
           PERFORM 1150-SIGN-THE-BALANCE
           MOVE WS-SIGNED-WORK TO WS-PS-GL (WS-POS-SUB)
           MOVE "Y" TO WS-PS-ON-GL-SW (WS-POS-SUB).

       1230-PROVE-GL-TRAILER.
           IF GLBT-RECORD-COUNT NOT = WS-GL-DETAIL-CT
              OR GLBT-TOTAL-DEBITS NOT = WS-GL-DEBIT-TOTAL
              OR GLBT-TOTAL-CREDITS NOT = WS-GL-CREDIT-TOTAL
               DISPLAY "GLBRECON: GLBAL.DAT TRAILER COUNT "
                       GLBT-RECORD-COUNT " DETAIL COUNT "
                       WS-GL-DETAIL-CT
               DISPLAY "GLBRECON: GLBAL.DAT DOES NOT AGREE WITH ITS "
                       "TRAILER - RUN ABORTED"
               PERFORM 1290-REFUSE-GL-FILE
           END-IF.

       1290-REFUSE-GL-FILE.
           CLOSE GL-BALANCE-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      *  Shipped items still awaiting acknowledgment are in our
      *  balances but not yet in the GL's.
      *----------------------------------------------------------------
       1300-LOAD-SHIPPED-ITEMS.
           OPEN INPUT SHIP-REGISTER-FILE
           IF WS-GLSHIP-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-GLSHIP-STATUS NOT = "00"
               DISPLAY "GLBRECON: GLSHIP.DAT OPEN FAILED, STATUS "
                       WS-GLSHIP-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1310-LOAD-ONE-SHIPPED UNTIL WS-EOF
           CLOSE SHIP-REGISTER-FILE.

       1310-LOAD-ONE-SHIPPED.
           READ SHIP-REGISTER-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF SHP-UNACKED
               MOVE SHP-ORIGINAL-RECORD TO WS-FLIGHT-TRANS
               PERFORM 1380-ADD-IN-FLIGHT
               ADD 1 TO WS-IN-FLIGHT-CT
           END-IF.

      *----------------------------------------------------------------
      *  Items GLEXTR is holding for want of a posting rule have
      *  not been shipped at all yet.
      *----------------------------------------------------------------
       1350-LOAD-HELD-ITEMS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "GLBRECON: GLHOLD.DAT OPEN FAILED, STATUS "
                       WS-HOLD-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1360-LOAD-ONE-HELD UNTIL WS-EOF
           CLOSE HOLD-FILE.

       1360-LOAD-ONE-HELD.
           READ HOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE GHD-ORIGINAL-RECORD TO WS-FLIGHT-TRANS
           PERFORM 1380-ADD-IN-FLIGHT
           ADD 1 TO WS-HELD-CT.

       1380-ADD-IN-FLIGHT.
           IF TR-AMOUNT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE TR-ACCOUNT-NO    TO WS-FIND-ACCOUNT
           MOVE TR-CURRENCY-CODE TO WS-FIND-CURRENCY
           PERFORM 1500-FIND-POSITION
           IF TR-DR-CR-IND = "D"
               ADD TR-AMOUNT TO WS-PS-IN-FLIGHT (WS-POS-SUB)
           END-IF
           IF TR-DR-CR-IND = "C"
               SUBTRACT TR-AMOUNT FROM WS-PS-IN-FLIGHT (WS-POS-SUB)
           END-IF.

      *----------------------------------------------------------------
      *  Yesterday's open breaks.  A break file dated ahead of the
      *  business date means the run is being made for the wrong
      *  day.
      *----------------------------------------------------------------
       1400-LOAD-PRIOR-BREAKS.
           OPEN INPUT BREAK-FILE
           IF WS-BREAK-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-BREAK-STATUS NOT = "00"
               DISPLAY "GLBRECON: GLBRK.DAT OPEN FAILED, STATUS "
                       WS-BREAK-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1410-LOAD-ONE-PRIOR UNTIL WS-EOF
           CLOSE BREAK-FILE.

       1410-LOAD-ONE-PRIOR.
           READ BREAK-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF BRK-LAST-SEEN-DATE > WS-RUN-DATE
               DISPLAY "GLBRECON: GLBRK.DAT WAS LAST WRITTEN FOR "
                       BRK-LAST-SEEN-DATE ", AFTER BUSINESS DATE "
                       WS-RUN-DATE " - RUN ABORTED"
               CLOSE BREAK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PRIOR-COUNT >= 4000
               DISPLAY "GLBRECON: GLBRK.DAT EXCEEDS TABLE LIMIT OF "
                       "4000 - RUN ABORTED"
               CLOSE BREAK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PRIOR-COUNT
           MOVE BRK-ACCOUNT-NO    TO WS-PR-ACCOUNT (WS-PRIOR-COUNT)
           MOVE BRK-CURRENCY-CODE TO WS-PR-CURRENCY (WS-PRIOR-COUNT)
           MOVE BRK-FIRST-SEEN-DATE
               TO WS-PR-FIRST-SEEN (WS-PRIOR-COUNT)
           MOVE BRK-DIFFERENCE-AMOUNT TO WS-UNSIGNED-WORK
           MOVE BRK-DIFFERENCE-SIGN   TO WS-SIGN-WORK
           PERFORM 1150-SIGN-THE-BALANCE
           MOVE WS-SIGNED-WORK TO WS-PR-DIFFERENCE (WS-PRIOR-COUNT)
           MOVE "N" TO WS-PR-MATCHED-SW (WS-PRIOR-COUNT).

      *----------------------------------------------------------------
      *  Find the position for WS-FIND-ACCOUNT/WS-FIND-CURRENCY into
      *  WS-POS-SUB, adding it when it is new.
      *----------------------------------------------------------------
       1500-FIND-POSITION.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-COUNT
                  OR (WS-PS-ACCOUNT (WS-POS-SUB) = WS-FIND-ACCOUNT
                  AND WS-PS-CURRENCY (WS-POS-SUB) = WS-FIND-CURRENCY)
               CONTINUE
           END-PERFORM
           IF WS-POS-SUB > WS-POS-COUNT
               IF WS-POS-COUNT >= 4000
                   DISPLAY "GLBRECON: MORE THAN 4000 ACCOUNTS TO "
                           "COMPARE - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-POS-COUNT
               MOVE WS-POS-COUNT     TO WS-POS-SUB
               MOVE WS-FIND-ACCOUNT  TO WS-PS-ACCOUNT (WS-POS-SUB)
               MOVE WS-FIND-CURRENCY TO WS-PS-CURRENCY (WS-POS-SUB)
               MOVE ZERO TO WS-PS-SUBLEDGER (WS-POS-SUB)
               MOVE ZERO TO WS-PS-IN-FLIGHT (WS-POS-SUB)
               MOVE ZERO TO WS-PS-GL (WS-POS-SUB)
               MOVE "N"  TO WS-PS-ON-SUB-SW (WS-POS-SUB)
               MOVE "N"  TO WS-PS-ON-GL-SW (WS-POS-SUB)
           END-IF.

      *----------------------------------------------------------------
      *  The GL should carry our balance less what has not reached
      *  it yet; anything else is a break.
      *----------------------------------------------------------------
       2000-COMPARE-POSITION.
           ADD 1 TO WS-COMPARED-CT
           COMPUTE WS-DIFFERENCE =
               WS-PS-SUBLEDGER (WS-POS-SUB)
               - WS-PS-IN-FLIGHT (WS-POS-SUB)
               - WS-PS-GL (WS-POS-SUB)
           IF WS-DIFFERENCE = ZERO
               ADD 1 TO WS-AGREED-CT
           ELSE
               PERFORM 2100-RECORD-BREAK
           END-IF.

      *----------------------------------------------------------------
      *  A break open at the last run keeps the date it was first
      *  seen; one first seen today (including on a rerun of today)
      *  is new.
      *----------------------------------------------------------------
       2100-RECORD-BREAK.
           MOVE WS-RUN-DATE TO WS-FIRST-SEEN
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
                  OR (WS-PR-ACCOUNT (WS-PRIOR-SUB)
                        = WS-PS-ACCOUNT (WS-POS-SUB)
                  AND WS-PR-CURRENCY (WS-PRIOR-SUB)
                        = WS-PS-CURRENCY (WS-POS-SUB))
               CONTINUE
           END-PERFORM
           IF WS-PRIOR-SUB <= WS-PRIOR-COUNT
               MOVE "Y" TO WS-PR-MATCHED-SW (WS-PRIOR-SUB)
               IF WS-PR-FIRST-SEEN (WS-PRIOR-SUB) < WS-RUN-DATE
                   MOVE WS-PR-FIRST-SEEN (WS-PRIOR-SUB)
                       TO WS-FIRST-SEEN
               END-IF
           END-IF
           IF WS-FIRST-SEEN < WS-RUN-DATE
               ADD 1 TO WS-CARRIED-CT
               PERFORM 2200-COMPUTE-AGE
           ELSE
               ADD 1 TO WS-NEW-CT
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           PERFORM 2300-INSERT-BREAK.

      *----------------------------------------------------------------
      *  Age in business days on the base calendar, as AMTSAGE ages
      *  suspense.
      *----------------------------------------------------------------
       2200-COMPUTE-AGE.
           MOVE "C"           TO BDP-FUNCTION
           MOVE SPACES        TO BDP-CALENDAR-ID
           MOVE WS-FIRST-SEEN TO BDP-FROM-DATE
           MOVE WS-RUN-DATE   TO BDP-TO-DATE
           CALL "BUSDAY" USING BUSDAY-PARM
           IF BDP-RETURN-CODE = ZERO
               COMPUTE WS-AGE-DAYS = BDP-DAYS
                   ON SIZE ERROR
                       MOVE 99999 TO WS-AGE-DAYS
               END-COMPUTE
               IF WS-AGE-DAYS < 0
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF.

      *----------------------------------------------------------------
      *  Keep the break table in account and currency order.
      *----------------------------------------------------------------
       2300-INSERT-BREAK.
           IF WS-BREAK-COUNT >= 4000
               DISPLAY "GLBRECON: MORE THAN 4000 BREAKS - "
                       "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BREAK-COUNT
           MOVE WS-BREAK-COUNT TO WS-INSERT-SUB
           PERFORM 2310-SHIFT-ONE-BREAK
               UNTIL WS-INSERT-SUB = 1
                  OR WS-BK-ACCOUNT (WS-INSERT-SUB - 1)
                       < WS-PS-ACCOUNT (WS-POS-SUB)
                  OR (WS-BK-ACCOUNT (WS-INSERT-SUB - 1)
                        = WS-PS-ACCOUNT (WS-POS-SUB)
                  AND WS-BK-CURRENCY (WS-INSERT-SUB - 1)
                        < WS-PS-CURRENCY (WS-POS-SUB))
           MOVE WS-PS-ACCOUNT (WS-POS-SUB)
               TO WS-BK-ACCOUNT (WS-INSERT-SUB)
           MOVE WS-PS-CURRENCY (WS-POS-SUB)
               TO WS-BK-CURRENCY (WS-INSERT-SUB)
           MOVE WS-PS-SUBLEDGER (WS-POS-SUB)
               TO WS-BK-SUBLEDGER (WS-INSERT-SUB)
           MOVE WS-PS-IN-FLIGHT (WS-POS-SUB)
               TO WS-BK-IN-FLIGHT (WS-INSERT-SUB)
           MOVE WS-PS-GL (WS-POS-SUB)
               TO WS-BK-GL (WS-INSERT-SUB)
           MOVE WS-DIFFERENCE TO WS-BK-DIFFERENCE (WS-INSERT-SUB)
           MOVE WS-FIRST-SEEN TO WS-BK-FIRST-SEEN (WS-INSERT-SUB)
           MOVE WS-AGE-DAYS   TO WS-BK-AGE (WS-INSERT-SUB)
           MOVE WS-PS-ON-SUB-SW (WS-POS-SUB)
               TO WS-BK-ON-SUB-SW (WS-INSERT-SUB)
           MOVE WS-PS-ON-GL-SW (WS-POS-SUB)
               TO WS-BK-ON-GL-SW (WS-INSERT-SUB).

       2310-SHIFT-ONE-BREAK.
           MOVE WS-BREAK-ENTRY (WS-INSERT-SUB - 1)
               TO WS-BREAK-ENTRY (WS-INSERT-SUB)
           SUBTRACT 1 FROM WS-INSERT-SUB.

       3000-WRITE-LISTING.
           WRITE RECON-LISTING-LINE FROM WS-BLANK-LINE
           MOVE "OPEN BREAKS" TO WS-SECTION-LINE
           WRITE RECON-LISTING-LINE FROM WS-SECTION-LINE
           WRITE RECON-LISTING-LINE FROM WS-COLUMN-LINE
           PERFORM 3100-LIST-ONE-BREAK
               VARYING WS-BREAK-SUB FROM 1 BY 1
               UNTIL WS-BREAK-SUB > WS-BREAK-COUNT
           WRITE RECON-LISTING-LINE FROM WS-BLANK-LINE
           MOVE "CLEARED SINCE LAST RUN" TO WS-SECTION-LINE
           WRITE RECON-LISTING-LINE FROM WS-SECTION-LINE
           PERFORM 3200-LIST-ONE-CLEARED
               VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT.

       3100-LIST-ONE-BREAK.
           MOVE WS-BK-ACCOUNT (WS-BREAK-SUB)  TO WS-D-ACCOUNT
           MOVE WS-BK-CURRENCY (WS-BREAK-SUB) TO WS-D-CURRENCY
           MOVE WS-BK-SUBLEDGER (WS-BREAK-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO WS-D-SUBLEDGER
           MOVE WS-SIGN-WORK     TO WS-D-SUBLEDGER-SIGN
           MOVE WS-BK-IN-FLIGHT (WS-BREAK-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO WS-D-IN-FLIGHT
           MOVE WS-SIGN-WORK     TO WS-D-IN-FLIGHT-SIGN
           MOVE WS-BK-GL (WS-BREAK-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO WS-D-GL
           MOVE WS-SIGN-WORK     TO WS-D-GL-SIGN
           MOVE WS-BK-DIFFERENCE (WS-BREAK-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO WS-D-DIFFERENCE
           MOVE WS-SIGN-WORK     TO WS-D-DIFFERENCE-SIGN
           MOVE WS-BK-FIRST-SEEN (WS-BREAK-SUB) TO WS-D-FIRST-SEEN
           MOVE WS-BK-AGE (WS-BREAK-SUB)        TO WS-D-AGE
           IF WS-BK-FIRST-SEEN (WS-BREAK-SUB) = WS-RUN-DATE
               MOVE "NEW"     TO WS-D-STATUS
               MOVE "NEW TODAY" TO WS-D-BAND
           ELSE
               MOVE "CARRIED" TO WS-D-STATUS
               IF WS-BK-AGE (WS-BREAK-SUB) <= 2
                   MOVE "1-2 DAYS"    TO WS-D-BAND
                   ADD 1 TO WS-AGE-1-CT
               ELSE
                   IF WS-BK-AGE (WS-BREAK-SUB) <= 5
                       MOVE "3-5 DAYS"    TO WS-D-BAND
                       ADD 1 TO WS-AGE-2-CT
                   ELSE
                       MOVE "OVER 5 DAYS" TO WS-D-BAND
                       ADD 1 TO WS-AGE-3-CT
                   END-IF
               END-IF
           END-IF
           WRITE RECON-LISTING-LINE FROM WS-DETAIL-LINE.

       3200-LIST-ONE-CLEARED.
           IF WS-PR-MATCHED-SW (WS-PRIOR-SUB) = "Y"
               EXIT PARAGRAPH
           END-IF
      *    A break first seen today that has since cleared is a
      *    rerun putting its own mistake right - not a carry.
           IF WS-PR-FIRST-SEEN (WS-PRIOR-SUB) = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLEARED-CT
           MOVE WS-PR-ACCOUNT (WS-PRIOR-SUB)    TO WS-CL-ACCOUNT
           MOVE WS-PR-CURRENCY (WS-PRIOR-SUB)   TO WS-CL-CURRENCY
           MOVE WS-PR-FIRST-SEEN (WS-PRIOR-SUB) TO WS-CL-FIRST-SEEN
           MOVE WS-PR-DIFFERENCE (WS-PRIOR-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO WS-CL-DIFFERENCE
           MOVE WS-SIGN-WORK     TO WS-CL-DIFFERENCE-SIGN
           WRITE RECON-LISTING-LINE FROM WS-CLEARED-LINE.

      *----------------------------------------------------------------
      *  The break file becomes today's open breaks; cleared ones
      *  drop off.
      *----------------------------------------------------------------
       3500-SAVE-BREAKS.
           OPEN OUTPUT BREAK-FILE
           IF WS-BREAK-STATUS NOT = "00"
               DISPLAY "GLBRECON: GLBRK.DAT OPEN FAILED, STATUS "
                       WS-BREAK-STATUS " - BREAKS NOT CARRIED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3510-SAVE-ONE-BREAK
               VARYING WS-BREAK-SUB FROM 1 BY 1
               UNTIL WS-BREAK-SUB > WS-BREAK-COUNT
           CLOSE BREAK-FILE.

       3510-SAVE-ONE-BREAK.
           MOVE SPACES TO GL-BREAK-RECORD
           MOVE WS-BK-ACCOUNT (WS-BREAK-SUB)    TO BRK-ACCOUNT-NO
           MOVE WS-BK-CURRENCY (WS-BREAK-SUB)   TO BRK-CURRENCY-CODE
           MOVE WS-BK-FIRST-SEEN (WS-BREAK-SUB)
               TO BRK-FIRST-SEEN-DATE
           MOVE WS-RUN-DATE                     TO BRK-LAST-SEEN-DATE
           MOVE WS-BK-AGE (WS-BREAK-SUB)        TO BRK-AGE-DAYS
           MOVE WS-BK-SUBLEDGER (WS-BREAK-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO BRK-SUBLEDGER-AMOUNT
           MOVE WS-SIGN-WORK     TO BRK-SUBLEDGER-SIGN
           MOVE WS-BK-IN-FLIGHT (WS-BREAK-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO BRK-IN-FLIGHT-AMOUNT
           MOVE WS-SIGN-WORK     TO BRK-IN-FLIGHT-SIGN
           MOVE WS-BK-GL (WS-BREAK-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO BRK-GL-AMOUNT
           MOVE WS-SIGN-WORK     TO BRK-GL-SIGN
           MOVE WS-BK-DIFFERENCE (WS-BREAK-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO BRK-DIFFERENCE-AMOUNT
           MOVE WS-SIGN-WORK     TO BRK-DIFFERENCE-SIGN
           MOVE WS-BK-ON-SUB-SW (WS-BREAK-SUB) TO BRK-ON-SUBLEDGER-IND
           MOVE WS-BK-ON-GL-SW (WS-BREAK-SUB)  TO BRK-ON-GL-IND
           WRITE GL-BREAK-RECORD.

       3520-UNSIGN-THE-BALANCE.
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

       4000-FINALIZE.
           WRITE RECON-LISTING-LINE FROM WS-BLANK-LINE
           MOVE "ACCOUNTS COMPARED   : " TO WS-T-LABEL
           MOVE WS-COMPARED-CT TO WS-T-VALUE
           WRITE RECON-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "AGREED              : " TO WS-T-LABEL
           MOVE WS-AGREED-CT TO WS-T-VALUE
           WRITE RECON-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "SHIPPED NOT ACKED   : " TO WS-T-LABEL
           MOVE WS-IN-FLIGHT-CT TO WS-T-VALUE
           WRITE RECON-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "HELD UNMAPPED       : " TO WS-T-LABEL
           MOVE WS-HELD-CT TO WS-T-VALUE
           WRITE RECON-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "NEW BREAKS          : " TO WS-T-LABEL
           MOVE WS-NEW-CT TO WS-T-VALUE
           WRITE RECON-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "CARRIED BREAKS      : " TO WS-T-LABEL
           MOVE WS-CARRIED-CT TO WS-T-VALUE
           WRITE RECON-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "  AGED 1-2 DAYS     : " TO WS-T-LABEL
           MOVE WS-AGE-1-CT TO WS-T-VALUE
           WRITE RECON-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "  AGED 3-5 DAYS     : " TO WS-T-LABEL
           MOVE WS-AGE-2-CT TO WS-T-VALUE
           WRITE RECON-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "  AGED OVER 5 DAYS  : " TO WS-T-LABEL
           MOVE WS-AGE-3-CT TO WS-T-VALUE
           WRITE RECON-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "CLEARED BREAKS      : " TO WS-T-LABEL
           MOVE WS-CLEARED-CT TO WS-T-VALUE
           WRITE RECON-LISTING-LINE FROM WS-TOTAL-LINE
           IF WS-NEW-CT > ZERO
               MOVE "NEW BREAKS FOUND" TO WS-R-TEXT
           ELSE
               IF WS-CARRIED-CT > ZERO
                   MOVE "NO NEW BREAKS - CARRIED BREAKS OPEN"
                       TO WS-R-TEXT
               ELSE
                   MOVE "SUB-LEDGER AGREES WITH GL" TO WS-R-TEXT
               END-IF
           END-IF
           WRITE RECON-LISTING-LINE FROM WS-RESULT-LINE
           CLOSE RECON-LISTING
           DISPLAY "GLBRECON ACCOUNTS COMPARED: " WS-COMPARED-CT
           DISPLAY "GLBRECON NEW BREAKS: " WS-NEW-CT
           DISPLAY "GLBRECON CARRIED BREAKS: " WS-CARRIED-CT
           IF WS-NEW-CT > ZERO
               DISPLAY "GLBRECON: NEW BREAKS - SEE GLBRECON.LST"
               MOVE 8 TO RETURN-CODE
           END-IF.
