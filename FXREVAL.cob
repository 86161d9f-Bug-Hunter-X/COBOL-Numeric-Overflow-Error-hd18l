       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
      *****************************************************************
      *  FXREVAL - Month-end foreign-currency revaluation of the
      *            balance master.
      *
      *            BALMST.DAT holds every balance in its transaction
      *            currency.  Once the month's last end-of-day roll
      *            has run, this values each non-base balance at the
      *            month-end closing rate from the permanent rate
      *            history RATHIST.DAT and posts the unrealised FX
      *            gain or loss to the general ledger.
      *
      *            The closing rate for a currency is the last rate
      *            loaded with an effective date between that
      *            currency's last business day of the month (its
      *            own holiday calendar, BUSDAY subprogram) and the
      *            month end.  A currency whose latest rate in the
      *            month is older than that has no month-end rate:
      *            every such currency is listed and the run stops
      *            before anything is written, rather than value a
      *            position at a stale rate.
      *
      *            The movement is the revalued base amount less what
      *            the position was already carried at - last
      *            month's revalued figure from FXREVAL.DAT (copybook
      *            FXRREC) plus the base amounts the month's postings
      *            booked, from the posted history POSTHIST.IDX.  A
      *            position with no earlier revaluation is measured
      *            from zero when its history rebuilds the balance
      *            from nothing; otherwise (balance carried from
      *            before history was kept) its first revaluation
      *            only sets the baseline.  Each month's revalued
      *            figures are appended to FXREVAL.DAT for next
      *            month; a month already on file stops the run.
      *
      *            Gains debit the revaluation adjustment ledger and
      *            credit unrealised FX gain; losses debit unrealised
      *            FX loss and credit the adjustment ledger, in base
      *            currency, one entry pair per position, to the
      *            ledger accounts and cost centre in FXREVAL.PRM.
      *            The entries go to FXRVFEED.DAT wrapped in a batch
      *            header and trailer (copybook GLBATCH) like
      *            GLEXTR's feed, numbered from the same GLBATNO.DAT.
      *            The report by currency and account is on
      *            FXREVAL.LST.
      *
      *            The month is taken from FXREVAL.PRM (YYYYMM) or
      *            defaults to the month of the business date.  The
      *            run must fall between the month's last end-of-day
      *            and the next month's first: a balance master
      *            already rolled past the month end stops it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALMST-STATUS.

           SELECT RATE-HISTORY-FILE ASSIGN TO "RATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATHIST-STATUS.

           SELECT REVALUATION-FILE ASSIGN TO "FXREVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVAL-STATUS.

           SELECT POSTED-HISTORY-FILE ASSIGN TO "POSTHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GL-FEED-FILE ASSIGN TO "FXRVFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT BATCH-NO-FILE ASSIGN TO "GLBATNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHNO-STATUS.

           SELECT REVALUATION-LISTING ASSIGN TO "FXREVAL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT REVAL-PARAM-FILE ASSIGN TO "FXREVAL.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT RUN-PARAM-FILE ASSIGN TO "AMTRUN.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-MASTER-FILE.
       COPY BALREC.

       FD  RATE-HISTORY-FILE.
       COPY RATHREC.

       FD  REVALUATION-FILE.
       COPY FXRREC.

       FD  POSTED-HISTORY-FILE.
       COPY HSTREC.

       FD  GL-FEED-FILE.
       COPY GLREC.
       COPY GLBATCH.

       FD  BATCH-NO-FILE.
       01  BATCH-NO-RECORD.
           05  BAT-LAST-BATCH-NO        PIC 9(06).

       FD  REVALUATION-LISTING.
       01  REVALUATION-LISTING-LINE     PIC X(132).

       FD  REVAL-PARAM-FILE.
       01  REVAL-PARAM-RECORD.
           05  PRM-REVAL-MONTH          PIC X(06).
      *        YYYYMM; spaces or zeros = month of the business date.
           05  PRM-ADJUST-LEDGER        PIC X(10).
           05  PRM-GAIN-LEDGER          PIC X(10).
           05  PRM-LOSS-LEDGER          PIC X(10).
           05  PRM-COST-CENTRE          PIC X(06).

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  PRM-RUN-DATE             PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-BALMST-STATUS             PIC X(02) VALUE "00".
       01  WS-RATHIST-STATUS            PIC X(02) VALUE "00".
       01  WS-REVAL-STATUS              PIC X(02) VALUE "00".
       01  WS-HISTORY-STATUS            PIC X(02) VALUE "00".
       01  WS-GLFEED-STATUS             PIC X(02) VALUE "00".
       01  WS-BATCHNO-STATUS            PIC X(02) VALUE "00".
       01  WS-LISTING-STATUS            PIC X(02) VALUE "00".
       01  WS-PARAM-STATUS              PIC X(02) VALUE "00".
       01  WS-RUNPARAM-STATUS           PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-HISTORY-SW                PIC X(01) VALUE "Y".
           88  WS-HISTORY-AVAILABLE     VALUE "Y".
       01  WS-HST-DONE-SW               PIC X(01) VALUE "N".
           88  WS-HST-DONE              VALUE "Y".
       01  WS-FORWARD-SEEN-SW           PIC X(01) VALUE "N".
           88  WS-FORWARD-SEEN          VALUE "Y".
       01  WS-RATE-MISSING-SW           PIC X(01) VALUE "N".
           88  WS-RATE-MISSING          VALUE "Y".
       01  WS-FEED-OPEN-SW              PIC X(01) VALUE "N".
           88  WS-FEED-OPEN             VALUE "Y".
       01  WS-PRIOR-ON-FILE-SW          PIC X(01) VALUE "N".
           88  WS-PRIOR-ON-FILE         VALUE "Y".

       01  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
       01  WS-RUN-DATE-PARTS            REDEFINES WS-RUN-DATE.
           05  WS-RD-YEAR               PIC 9(04).
           05  WS-RD-MONTH              PIC 9(02).
           05  WS-RD-DAY                PIC 9(02).
       01  WS-REVAL-MONTH               PIC 9(06) VALUE ZERO.
       01  WS-REVAL-MONTH-PARTS         REDEFINES WS-REVAL-MONTH.
           05  WS-RM-YEAR               PIC 9(04).
           05  WS-RM-YEAR-PARTS         REDEFINES WS-RM-YEAR.
               10  WS-RM-CENTURY        PIC 9(02).
               10  WS-RM-YY             PIC 9(02).
           05  WS-RM-MONTH              PIC 9(02).
       01  WS-MONTH-START               PIC 9(08) VALUE ZERO.
       01  WS-MONTH-END                 PIC 9(08) VALUE ZERO.
       01  WS-NEXT-MONTH-START          PIC 9(08) VALUE ZERO.
       01  WS-CHECK-DATE                PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-START              PIC 9(08) VALUE ZERO.
       01  WS-DAY-TRIES                 PIC 9(02) VALUE ZERO.

       01  WS-BASE-CURRENCY             PIC X(03) VALUE "USD".
       01  WS-SOURCE-SYSTEM             PIC X(08) VALUE "FXREVAL ".
       01  WS-BATCH-NO                  PIC 9(06) VALUE ZERO.
       01  WS-ADJUST-LEDGER             PIC X(10) VALUE SPACES.
       01  WS-GAIN-LEDGER               PIC X(10) VALUE SPACES.
       01  WS-LOSS-LEDGER               PIC X(10) VALUE SPACES.
       01  WS-COST-CENTRE               PIC X(06) VALUE SPACES.

      *    The currencies held on the balance master, other than
      *    base, with the closing rate found for each and the
      *    month's gains and losses.
       01  WS-CCY-TABLE.
           05  WS-CCY-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-CCY-ENTRY             OCCURS 50 TIMES.
               10  WS-CY-CURRENCY       PIC X(03).
               10  WS-CY-RATE           PIC 9(03)V9(06).
               10  WS-CY-RATE-DATE      PIC 9(08).
               10  WS-CY-LAST-BUSDAY    PIC 9(08).
               10  WS-CY-POSITION-CT    PIC 9(07).
               10  WS-CY-GAINS          PIC 9(13)V99.
               10  WS-CY-LOSSES         PIC 9(13)V99.
       01  WS-CCY-SUB                   PIC 9(04) COMP.
       01  WS-FOUND-SUB                 PIC 9(04) COMP.

      *    The non-base positions to revalue.  Amounts are signed in
      *    storage - net debit positive, net credit negative - as in
      *    EODBAL.
       01  WS-POS-TABLE.
           05  WS-POS-COUNT             PIC 9(05) COMP VALUE ZERO.
           05  WS-POS-ENTRY             OCCURS 2000 TIMES.
               10  WS-PS-ACCOUNT        PIC X(10).
               10  WS-PS-CURRENCY       PIC X(03).
               10  WS-PS-CCY-SUB        PIC 9(04) COMP.
               10  WS-PS-BALANCE        PIC S9(13)V99.
               10  WS-PS-PRIOR-SW       PIC X(01).
               10  WS-PS-PRIOR-DATE     PIC 9(08).
               10  WS-PS-PRIOR          PIC S9(13)V99.
               10  WS-PS-BOOKED         PIC S9(13)V99.
               10  WS-PS-REVALUED       PIC S9(13)V99.
               10  WS-PS-MOVEMENT       PIC S9(13)V99.
               10  WS-PS-BASELINE-SW    PIC X(01).
               10  WS-PS-TRANS-ID       PIC X(10).
       01  WS-POS-SUB                   PIC 9(05) COMP.

      *    The position being revalued.
       01  WS-HIST-NET                  PIC S9(13)V99 VALUE ZERO.
       01  WS-MOVEMENT-ABS              PIC 9(13)V99 VALUE ZERO.
       01  WS-ENTRY-LEDGER              PIC X(10).
       01  WS-ENTRY-DR-CR               PIC X(01).
       01  WS-PAIR-SEQ                  PIC 9(04) VALUE ZERO.
       01  WS-GL-TRANS-ID.
           05  FILLER                   PIC X(02) VALUE "RV".
           05  WS-GT-YY                 PIC 9(02).
           05  WS-GT-MONTH              PIC 9(02).
           05  WS-GT-SEQ                PIC 9(04).

       01  WS-SIGNED-WORK               PIC S9(13)V99 VALUE ZERO.
       01  WS-UNSIGNED-WORK             PIC 9(13)V99 VALUE ZERO.
       01  WS-SIGN-WORK                 PIC X(01).

       01  WS-RUN-COUNTERS.
           05  WS-REVALUED-CT           PIC 9(09) VALUE ZERO.
           05  WS-BASELINE-CT           PIC 9(09) VALUE ZERO.
           05  WS-NO-MOVE-CT            PIC 9(09) VALUE ZERO.
           05  WS-GAIN-CT               PIC 9(09) VALUE ZERO.
           05  WS-LOSS-CT               PIC 9(09) VALUE ZERO.
           05  WS-GL-RECORD-CT          PIC 9(09) VALUE ZERO.
           05  WS-SAVED-CT              PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-GAINS               PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-LOSSES              PIC 9(13)V99 VALUE ZERO.
       01  WS-DEBIT-TOTAL               PIC 9(13)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL              PIC 9(13)V99 VALUE ZERO.

       COPY BUSDAYK.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(26)
               VALUE "FX REVALUATION FOR MONTH ".
           05  WS-H-MONTH               PIC 9(06).
           05  FILLER                   PIC X(13) VALUE "  MONTH END  ".
           05  WS-H-MONTH-END           PIC 9(08).
           05  FILLER                   PIC X(12) VALUE "  RUN DATE  ".
           05  WS-H-RUN-DATE            PIC 9(08).
           05  FILLER                   PIC X(09) VALUE "  BATCH  ".
           05  WS-H-BATCH-NO            PIC 9(06).

       01  WS-CURRENCY-LINE.
           05  FILLER                   PIC X(09) VALUE "CURRENCY ".
           05  WS-CL-CURRENCY           PIC X(03).
           05  FILLER                   PIC X(16)
               VALUE "   CLOSING RATE ".
           05  WS-CL-RATE               PIC ZZ9.999999.
           05  FILLER                   PIC X(11) VALUE " EFFECTIVE ".
           05  WS-CL-RATE-DATE          PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(28)
               VALUE "ACCOUNT              BALANCE".
           05  FILLER                   PIC X(40)
               VALUE "       REVALUED BASE          PRIOR BASE".
           05  FILLER                   PIC X(40)
               VALUE "         BOOKED BASE            MOVEMENT".
           05  FILLER                   PIC X(08) VALUE "  RESULT".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-BALANCE             PIC Z(12)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-BALANCE-SIGN        PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-REVALUED            PIC Z(12)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-REVALUED-SIGN       PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-PRIOR               PIC Z(12)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-PRIOR-SIGN          PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-BOOKED              PIC Z(12)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-BOOKED-SIGN         PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-MOVEMENT            PIC Z(12)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-NOTE                PIC X(20).

       01  WS-LISTING-DETAIL.
           05  WS-L-LABEL               PIC X(22).
           05  WS-L-VALUE               PIC Z(12)9.99.

       01  WS-COUNT-DETAIL.
           05  WS-C-LABEL               PIC X(22).
           05  WS-C-VALUE               PIC ZZZZZZZZ9.

       01  WS-RESULT-LINE.
           05  FILLER                   PIC X(10) VALUE "RESULT  : ".
           05  WS-R-TEXT                PIC X(40).

       01  WS-BLANK-LINE                PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVALUE-CURRENCY
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           PERFORM 3000-FINALIZE
           STOP RUN.

      *----------------------------------------------------------------
      *  Everything that can stop the run - parameters, a balance
      *  master past the month end, a missing closing rate, a month
      *  already revalued, an unreadable batch number - is settled
      *  before the feed or the listing is opened.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1040-LOAD-RUN-DATE
           PERFORM 1060-LOAD-PARAMETERS
           PERFORM 1100-LOAD-BALANCE-MASTER
           PERFORM 1200-LOAD-CLOSING-RATES
           PERFORM 1250-CHECK-CLOSING-RATES
           PERFORM 1300-LOAD-PRIOR-REVALUATION
           PERFORM 1400-ASSIGN-BATCH-NO
           PERFORM 1500-OPEN-HISTORY
           OPEN OUTPUT REVALUATION-LISTING
           OPEN OUTPUT GL-FEED-FILE
           SET WS-FEED-OPEN TO TRUE
           MOVE WS-REVAL-MONTH TO WS-H-MONTH
           MOVE WS-MONTH-END   TO WS-H-MONTH-END
           MOVE WS-RUN-DATE    TO WS-H-RUN-DATE
           MOVE WS-BATCH-NO    TO WS-H-BATCH-NO
           WRITE REVALUATION-LISTING-LINE FROM WS-HEADING-LINE
           MOVE SPACES           TO GL-BATCH-HEADER
           MOVE "H"              TO GLH-RECORD-TYPE
           MOVE WS-MONTH-END     TO GLH-FEED-DATE
           MOVE WS-BATCH-NO      TO GLH-BATCH-NO
           MOVE WS-SOURCE-SYSTEM TO GLH-SOURCE-SYSTEM
           WRITE GL-BATCH-HEADER.

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
      *  The ledger accounts the movement posts to come from
      *  FXREVAL.PRM, so without it nothing can be posted.  The
      *  month defaults to the business date's; a month that has
      *  not ended yet stops the run.
      *----------------------------------------------------------------
       1060-LOAD-PARAMETERS.
           OPEN INPUT REVAL-PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "FXREVAL: FXREVAL.PRM NOT AVAILABLE, STATUS "
                       WS-PARAM-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ REVAL-PARAM-FILE
               AT END
                   DISPLAY "FXREVAL: FXREVAL.PRM IS EMPTY - "
                           "RUN ABORTED"
                   CLOSE REVAL-PARAM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE REVAL-PARAM-FILE
           IF PRM-ADJUST-LEDGER = SPACES
              OR PRM-GAIN-LEDGER = SPACES
              OR PRM-LOSS-LEDGER = SPACES
               DISPLAY "FXREVAL: FXREVAL.PRM MUST NAME THE "
                       "ADJUSTMENT, GAIN AND LOSS LEDGERS - "
                       "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRM-ADJUST-LEDGER TO WS-ADJUST-LEDGER
           MOVE PRM-GAIN-LEDGER   TO WS-GAIN-LEDGER
           MOVE PRM-LOSS-LEDGER   TO WS-LOSS-LEDGER
           MOVE PRM-COST-CENTRE   TO WS-COST-CENTRE
           IF PRM-REVAL-MONTH = SPACES OR PRM-REVAL-MONTH = "000000"
               MOVE WS-RD-YEAR  TO WS-RM-YEAR
               MOVE WS-RD-MONTH TO WS-RM-MONTH
           ELSE
               IF PRM-REVAL-MONTH IS NOT NUMERIC
                   DISPLAY "FXREVAL: FXREVAL.PRM MONTH "
                           PRM-REVAL-MONTH " IS NOT VALID - "
                           "RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PRM-REVAL-MONTH TO WS-REVAL-MONTH
           END-IF
           COMPUTE WS-MONTH-START = WS-REVAL-MONTH * 100 + 1
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-MONTH-START) NOT = 0
               DISPLAY "FXREVAL: FXREVAL.PRM MONTH "
                       PRM-REVAL-MONTH " IS NOT VALID - "
                       "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RM-MONTH = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-RM-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
           END-IF
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
           IF WS-MONTH-END > WS-RUN-DATE
               DISPLAY "FXREVAL: MONTH " WS-REVAL-MONTH
                       " DOES NOT END UNTIL " WS-MONTH-END
                       " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RM-YY    TO WS-GT-YY
           MOVE WS-RM-MONTH TO WS-GT-MONTH.

      *----------------------------------------------------------------
      *  Load the non-base positions.  A balance master already
      *  rolled into the next month no longer shows the month-end
      *  balances, so it stops the run.
      *----------------------------------------------------------------
       1100-LOAD-BALANCE-MASTER.
           OPEN INPUT BALANCE-MASTER-FILE
           IF WS-BALMST-STATUS NOT = "00"
               DISPLAY "FXREVAL: BALANCE MASTER BALMST.DAT NOT "
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
           IF BAL-BALANCE-DATE > WS-MONTH-END
               DISPLAY "FXREVAL: BALMST.DAT ACCOUNT " BAL-ACCOUNT-NO
                       " ROLLED TO " BAL-BALANCE-DATE
                       " - PAST MONTH END " WS-MONTH-END
               DISPLAY "FXREVAL: BALANCES NO LONGER AT MONTH END - "
                       "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BAL-CURRENCY-CODE = WS-BASE-CURRENCY
               EXIT PARAGRAPH
           END-IF
           IF WS-POS-COUNT >= 2000
               DISPLAY "FXREVAL: BALANCE MASTER EXCEEDS TABLE "
                       "LIMIT OF 2000 - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1120-FIND-CURRENCY
           ADD 1 TO WS-POS-COUNT
           MOVE BAL-ACCOUNT-NO    TO WS-PS-ACCOUNT (WS-POS-COUNT)
           MOVE BAL-CURRENCY-CODE TO WS-PS-CURRENCY (WS-POS-COUNT)
           MOVE WS-FOUND-SUB      TO WS-PS-CCY-SUB (WS-POS-COUNT)
           MOVE BAL-CLOSING-AMOUNT TO WS-UNSIGNED-WORK
           MOVE BAL-CLOSING-SIGN   TO WS-SIGN-WORK
           PERFORM 1150-SIGN-THE-BALANCE
           MOVE WS-SIGNED-WORK TO WS-PS-BALANCE (WS-POS-COUNT)
           MOVE "N"    TO WS-PS-PRIOR-SW (WS-POS-COUNT)
           MOVE ZERO   TO WS-PS-PRIOR-DATE (WS-POS-COUNT)
           MOVE ZERO   TO WS-PS-PRIOR (WS-POS-COUNT)
           MOVE ZERO   TO WS-PS-BOOKED (WS-POS-COUNT)
           MOVE ZERO   TO WS-PS-REVALUED (WS-POS-COUNT)
           MOVE ZERO   TO WS-PS-MOVEMENT (WS-POS-COUNT)
           MOVE "N"    TO WS-PS-BASELINE-SW (WS-POS-COUNT)
           MOVE SPACES TO WS-PS-TRANS-ID (WS-POS-COUNT)
           ADD 1 TO WS-CY-POSITION-CT (WS-FOUND-SUB).

       1120-FIND-CURRENCY.
           PERFORM VARYING WS-FOUND-SUB FROM 1 BY 1
               UNTIL WS-FOUND-SUB > WS-CCY-COUNT
                  OR WS-CY-CURRENCY (WS-FOUND-SUB) = BAL-CURRENCY-CODE
               CONTINUE
           END-PERFORM
           IF WS-FOUND-SUB > WS-CCY-COUNT
               IF WS-CCY-COUNT >= 50
                   DISPLAY "FXREVAL: MORE THAN 50 CURRENCIES ON "
                           "BALMST.DAT - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-FOUND-SUB
               MOVE BAL-CURRENCY-CODE TO WS-CY-CURRENCY (WS-FOUND-SUB)
               MOVE ZERO TO WS-CY-RATE (WS-FOUND-SUB)
               MOVE ZERO TO WS-CY-RATE-DATE (WS-FOUND-SUB)
               MOVE ZERO TO WS-CY-LAST-BUSDAY (WS-FOUND-SUB)
               MOVE ZERO TO WS-CY-POSITION-CT (WS-FOUND-SUB)
               MOVE ZERO TO WS-CY-GAINS (WS-FOUND-SUB)
               MOVE ZERO TO WS-CY-LOSSES (WS-FOUND-SUB)
           END-IF.

       1150-SIGN-THE-BALANCE.
           IF WS-SIGN-WORK = "C"
               COMPUTE WS-SIGNED-WORK = ZERO - WS-UNSIGNED-WORK
           ELSE
               MOVE WS-UNSIGNED-WORK TO WS-SIGNED-WORK
           END-IF.

      *----------------------------------------------------------------
      *  The latest rate effective within the month, for each
      *  currency held.  RATHIST.DAT is in load order, so when a
      *  date was loaded twice the later load - the correction -
      *  wins.
      *----------------------------------------------------------------
       1200-LOAD-CLOSING-RATES.
           OPEN INPUT RATE-HISTORY-FILE
           IF WS-RATHIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-RATHIST-STATUS NOT = "00"
               DISPLAY "FXREVAL: RATHIST.DAT OPEN FAILED, STATUS "
                       WS-RATHIST-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1210-LOAD-ONE-RATE UNTIL WS-EOF
           CLOSE RATE-HISTORY-FILE.

       1210-LOAD-ONE-RATE.
           READ RATE-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF RTH-EFFECTIVE-DATE IS NOT NUMERIC
              OR RTH-RATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF RTH-EFFECTIVE-DATE < WS-MONTH-START
              OR RTH-EFFECTIVE-DATE > WS-MONTH-END
              OR RTH-RATE = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FOUND-SUB FROM 1 BY 1
               UNTIL WS-FOUND-SUB > WS-CCY-COUNT
                  OR WS-CY-CURRENCY (WS-FOUND-SUB) = RTH-CURRENCY-CODE
               CONTINUE
           END-PERFORM
           IF WS-FOUND-SUB > WS-CCY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF RTH-EFFECTIVE-DATE >= WS-CY-RATE-DATE (WS-FOUND-SUB)
               MOVE RTH-RATE TO WS-CY-RATE (WS-FOUND-SUB)
               MOVE RTH-EFFECTIVE-DATE
                   TO WS-CY-RATE-DATE (WS-FOUND-SUB)
           END-IF.

      *----------------------------------------------------------------
      *  A closing rate must be effective on or after the currency's
      *  last business day of the month.  Every currency without
      *  one is listed before the run stops, so they can all be
      *  loaded through RATMAINT in one go.
      *----------------------------------------------------------------
       1250-CHECK-CLOSING-RATES.
           PERFORM 1260-CHECK-ONE-CURRENCY
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           IF WS-RATE-MISSING
               DISPLAY "FXREVAL: NO MONTH-END RATE FOR THE "
                       "CURRENCIES ABOVE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1260-CHECK-ONE-CURRENCY.
           MOVE WS-MONTH-END TO WS-CHECK-DATE
           MOVE ZERO TO WS-DAY-TRIES
           MOVE "N" TO BDP-BUSINESS-IND
           PERFORM 1270-TEST-ONE-DAY
               UNTIL BDP-BUSINESS-DAY OR WS-DAY-TRIES >= 15
           IF NOT BDP-BUSINESS-DAY
               DISPLAY "FXREVAL: NO BUSINESS DAY IN THE LAST 15 DAYS "
                       "OF " WS-REVAL-MONTH " FOR "
                       WS-CY-CURRENCY (WS-CCY-SUB)
                       " - CHECK HOLIDAY CALENDAR"
               SET WS-RATE-MISSING TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-DATE TO WS-CY-LAST-BUSDAY (WS-CCY-SUB)
           IF WS-CY-RATE-DATE (WS-CCY-SUB) < WS-CHECK-DATE
               IF WS-CY-RATE-DATE (WS-CCY-SUB) = ZERO
                   DISPLAY "FXREVAL: " WS-CY-CURRENCY (WS-CCY-SUB)
                           " HAS NO RATE IN MONTH " WS-REVAL-MONTH
               ELSE
                   DISPLAY "FXREVAL: " WS-CY-CURRENCY (WS-CCY-SUB)
                           " LATEST RATE IS EFFECTIVE "
                           WS-CY-RATE-DATE (WS-CCY-SUB)
                           " - CLOSING RATE FOR " WS-CHECK-DATE
                           " NOT LOADED"
               END-IF
               SET WS-RATE-MISSING TO TRUE
           END-IF.

       1270-TEST-ONE-DAY.
           MOVE "T"                         TO BDP-FUNCTION
           MOVE WS-CY-CURRENCY (WS-CCY-SUB) TO BDP-CALENDAR-ID
           MOVE WS-CHECK-DATE               TO BDP-FROM-DATE
           CALL "BUSDAY" USING BUSDAY-PARM
           IF BDP-RETURN-CODE NOT = ZERO
               DISPLAY "FXREVAL: " BDP-MESSAGE
               DISPLAY "FXREVAL: BUSINESS-DAY CHECK FAILED - "
                       "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DAY-TRIES
           IF NOT BDP-BUSINESS-DAY
               COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1)
           END-IF.

      *----------------------------------------------------------------
      *  Each position's last revalued figure.  The file is appended
      *  a month at a time, so a record for this month or a later
      *  one means the month has been revalued already.
      *----------------------------------------------------------------
       1300-LOAD-PRIOR-REVALUATION.
           OPEN INPUT REVALUATION-FILE
           IF WS-REVAL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-REVAL-STATUS NOT = "00"
               DISPLAY "FXREVAL: FXREVAL.DAT OPEN FAILED, STATUS "
                       WS-REVAL-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1310-LOAD-ONE-PRIOR UNTIL WS-EOF
           CLOSE REVALUATION-FILE.

       1310-LOAD-ONE-PRIOR.
           READ REVALUATION-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF FXR-REVAL-MONTH >= WS-REVAL-MONTH
               DISPLAY "FXREVAL: FXREVAL.DAT ALREADY HOLDS MONTH "
                       FXR-REVAL-MONTH " - " WS-REVAL-MONTH
                       " NOT REVALUED - RUN ABORTED"
               CLOSE REVALUATION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-PRIOR-ON-FILE TO TRUE
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-COUNT
                  OR (WS-PS-ACCOUNT (WS-POS-SUB) = FXR-ACCOUNT-NO
                  AND WS-PS-CURRENCY (WS-POS-SUB) = FXR-CURRENCY-CODE)
               CONTINUE
           END-PERFORM
           IF WS-POS-SUB > WS-POS-COUNT
               EXIT PARAGRAPH
           END-IF
           IF FXR-MONTH-END-DATE > WS-PS-PRIOR-DATE (WS-POS-SUB)
               MOVE "Y" TO WS-PS-PRIOR-SW (WS-POS-SUB)
               MOVE FXR-MONTH-END-DATE
                   TO WS-PS-PRIOR-DATE (WS-POS-SUB)
               MOVE FXR-REVALUED-AMOUNT TO WS-UNSIGNED-WORK
               MOVE FXR-REVALUED-SIGN   TO WS-SIGN-WORK
               PERFORM 1150-SIGN-THE-BALANCE
               MOVE WS-SIGNED-WORK TO WS-PS-PRIOR (WS-POS-SUB)
           END-IF.

      *----------------------------------------------------------------
      *  The revaluation batch takes the next number from the same
      *  GLBATNO.DAT as GLEXTR, so the GL sees one sequence.  As
      *  there, the file is only advanced once the feed has closed.
      *----------------------------------------------------------------
       1400-ASSIGN-BATCH-NO.
           OPEN INPUT BATCH-NO-FILE
           IF WS-BATCHNO-STATUS = "00"
               READ BATCH-NO-FILE
                   AT END
                       MOVE ZERO TO BAT-LAST-BATCH-NO
               END-READ
               IF BAT-LAST-BATCH-NO IS NUMERIC
                   MOVE BAT-LAST-BATCH-NO TO WS-BATCH-NO
               ELSE
                   DISPLAY "FXREVAL: GLBATNO.DAT IS NOT NUMERIC - "
                           "RUN ABORTED"
                   CLOSE BATCH-NO-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE BATCH-NO-FILE
           END-IF
           ADD 1 TO WS-BATCH-NO.

      *----------------------------------------------------------------
      *  The month's bookings come from the posted history.  With no
      *  history yet there are no bookings to measure from, which
      *  is only sound while nothing has been revalued either.
      *----------------------------------------------------------------
       1500-OPEN-HISTORY.
           OPEN INPUT POSTED-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               IF WS-PRIOR-ON-FILE
                   DISPLAY "FXREVAL: POSTED HISTORY POSTHIST.IDX NOT "
                           "AVAILABLE - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-HISTORY-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "FXREVAL: POSTED HISTORY POSTHIST.IDX OPEN "
                       "FAILED, STATUS " WS-HISTORY-STATUS
                       " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      *  One currency: its closing rate, then each of its positions
      *  in balance-master order, then its totals.
      *----------------------------------------------------------------
       2000-REVALUE-CURRENCY.
           MOVE WS-CY-CURRENCY (WS-CCY-SUB)  TO WS-CL-CURRENCY
           MOVE WS-CY-RATE (WS-CCY-SUB)      TO WS-CL-RATE
           MOVE WS-CY-RATE-DATE (WS-CCY-SUB) TO WS-CL-RATE-DATE
           WRITE REVALUATION-LISTING-LINE FROM WS-BLANK-LINE
           WRITE REVALUATION-LISTING-LINE FROM WS-CURRENCY-LINE
           WRITE REVALUATION-LISTING-LINE FROM WS-COLUMN-LINE
           PERFORM 2100-REVALUE-POSITION
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-COUNT
           MOVE "POSITIONS           : " TO WS-C-LABEL
           MOVE WS-CY-POSITION-CT (WS-CCY-SUB) TO WS-C-VALUE
           WRITE REVALUATION-LISTING-LINE FROM WS-COUNT-DETAIL
           MOVE "UNREALISED GAINS    : " TO WS-L-LABEL
           MOVE WS-CY-GAINS (WS-CCY-SUB) TO WS-L-VALUE
           WRITE REVALUATION-LISTING-LINE FROM WS-LISTING-DETAIL
           MOVE "UNREALISED LOSSES   : " TO WS-L-LABEL
           MOVE WS-CY-LOSSES (WS-CCY-SUB) TO WS-L-VALUE
           WRITE REVALUATION-LISTING-LINE FROM WS-LISTING-DETAIL.

       2100-REVALUE-POSITION.
           IF WS-PS-CCY-SUB (WS-POS-SUB) NOT = WS-CCY-SUB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REVALUED-CT
           COMPUTE WS-PS-REVALUED (WS-POS-SUB) ROUNDED =
               WS-PS-BALANCE (WS-POS-SUB) * WS-CY-RATE (WS-CCY-SUB)
               ON SIZE ERROR
                   DISPLAY "FXREVAL: ACCOUNT "
                           WS-PS-ACCOUNT (WS-POS-SUB) " "
                           WS-PS-CURRENCY (WS-POS-SUB)
                           " OVERFLOWED ON REVALUATION"
                   PERFORM 9900-ABORT-RUN
           END-COMPUTE
           PERFORM 2200-SUM-BOOKED-POSTINGS
           IF WS-PS-BASELINE-SW (WS-POS-SUB) = "Y"
               ADD 1 TO WS-BASELINE-CT
               MOVE "BASELINE SET" TO WS-D-NOTE
           ELSE
               COMPUTE WS-PS-MOVEMENT (WS-POS-SUB) =
                   WS-PS-REVALUED (WS-POS-SUB)
                   - WS-PS-PRIOR (WS-POS-SUB)
                   - WS-PS-BOOKED (WS-POS-SUB)
               IF WS-PS-MOVEMENT (WS-POS-SUB) = ZERO
                   ADD 1 TO WS-NO-MOVE-CT
                   MOVE "NO MOVEMENT" TO WS-D-NOTE
               ELSE
                   PERFORM 2300-POST-MOVEMENT
               END-IF
           END-IF
           PERFORM 2400-LIST-POSITION.

      *----------------------------------------------------------------
      *  Net base amount booked by the position's postings since its
      *  last revaluation, up to the month end.  A position never
      *  revalued is measured from zero only when its history
      *  starts from nothing and rebuilds the balance; otherwise it
      *  carried a balance from before history and its figure this
      *  month is only the baseline.
      *----------------------------------------------------------------
       2200-SUM-BOOKED-POSTINGS.
           MOVE ZERO TO WS-HIST-NET
           MOVE "N" TO WS-FORWARD-SEEN-SW
           IF NOT WS-HISTORY-AVAILABLE
               MOVE "Y" TO WS-PS-BASELINE-SW (WS-POS-SUB)
               EXIT PARAGRAPH
           END-IF
           IF WS-PS-PRIOR-SW (WS-POS-SUB) = "Y"
               COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (WS-PS-PRIOR-DATE (WS-POS-SUB)) + 1)
           ELSE
               MOVE ZERO TO WS-WINDOW-START
           END-IF
           MOVE WS-PS-ACCOUNT (WS-POS-SUB)  TO HST-ACCOUNT-NO
           MOVE WS-PS-CURRENCY (WS-POS-SUB) TO HST-CURRENCY-CODE
           MOVE WS-WINDOW-START             TO HST-POST-DATE
           MOVE ZERO                        TO HST-CYCLE-NO
           MOVE ZERO                        TO HST-POST-SEQ
           MOVE "N" TO WS-HST-DONE-SW
           START POSTED-HISTORY-FILE KEY >= HST-HISTORY-KEY
               INVALID KEY
                   SET WS-HST-DONE TO TRUE
           END-START
           PERFORM 2210-READ-ONE-POSTING UNTIL WS-HST-DONE
           IF WS-PS-PRIOR-SW (WS-POS-SUB) NOT = "Y"
               IF WS-FORWARD-SEEN
                  OR WS-HIST-NET NOT = WS-PS-BALANCE (WS-POS-SUB)
                   MOVE "Y" TO WS-PS-BASELINE-SW (WS-POS-SUB)
               END-IF
           END-IF.

       2210-READ-ONE-POSTING.
           READ POSTED-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HST-DONE TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF HST-ACCOUNT-NO NOT = WS-PS-ACCOUNT (WS-POS-SUB)
              OR HST-CURRENCY-CODE NOT = WS-PS-CURRENCY (WS-POS-SUB)
              OR HST-POST-DATE > WS-MONTH-END
               SET WS-HST-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
      *    EODBAL writes a brought-forward record the first time
      *    any position reaches history; only one carrying a
      *    balance means the position predates history.
           IF HST-BROUGHT-FORWARD
               IF HST-AMOUNT NOT = ZERO
                   SET WS-FORWARD-SEEN TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT HST-POSTING
               EXIT PARAGRAPH
           END-IF
           IF HST-DR-CR-IND = "D"
               ADD HST-BASE-AMOUNT TO WS-PS-BOOKED (WS-POS-SUB)
               ADD HST-AMOUNT      TO WS-HIST-NET
           ELSE
               IF HST-DR-CR-IND = "C"
                   SUBTRACT HST-BASE-AMOUNT
                       FROM WS-PS-BOOKED (WS-POS-SUB)
                   SUBTRACT HST-AMOUNT FROM WS-HIST-NET
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  One balanced entry pair per position: a gain debits the
      *  adjustment ledger and credits unrealised gain, a loss
      *  debits unrealised loss and credits the adjustment ledger.
      *  Both entries carry the same source transaction id.
      *----------------------------------------------------------------
       2300-POST-MOVEMENT.
           IF WS-PAIR-SEQ >= 9999
               DISPLAY "FXREVAL: MORE THAN 9999 ENTRY PAIRS IN ONE "
                       "MONTH"
               PERFORM 9900-ABORT-RUN
           END-IF
           ADD 1 TO WS-PAIR-SEQ
           MOVE WS-PAIR-SEQ    TO WS-GT-SEQ
           MOVE WS-GL-TRANS-ID TO WS-PS-TRANS-ID (WS-POS-SUB)
           IF WS-PS-MOVEMENT (WS-POS-SUB) > ZERO
               MOVE WS-PS-MOVEMENT (WS-POS-SUB) TO WS-MOVEMENT-ABS
           ELSE
               COMPUTE WS-MOVEMENT-ABS =
                   ZERO - WS-PS-MOVEMENT (WS-POS-SUB)
           END-IF
           IF WS-MOVEMENT-ABS > 999999999.99
               DISPLAY "FXREVAL: ACCOUNT " WS-PS-ACCOUNT (WS-POS-SUB)
                       " " WS-PS-CURRENCY (WS-POS-SUB)
                       " MOVEMENT TOO LARGE FOR THE GL FEED"
               PERFORM 9900-ABORT-RUN
           END-IF
           IF WS-PS-MOVEMENT (WS-POS-SUB) > ZERO
               ADD 1 TO WS-GAIN-CT
               ADD WS-MOVEMENT-ABS TO WS-TOTAL-GAINS
               ADD WS-MOVEMENT-ABS TO WS-CY-GAINS (WS-CCY-SUB)
               MOVE "UNREALISED GAIN" TO WS-D-NOTE
               MOVE WS-ADJUST-LEDGER TO WS-ENTRY-LEDGER
               MOVE "D"              TO WS-ENTRY-DR-CR
               PERFORM 2310-WRITE-GL-ENTRY
               MOVE WS-GAIN-LEDGER   TO WS-ENTRY-LEDGER
               MOVE "C"              TO WS-ENTRY-DR-CR
               PERFORM 2310-WRITE-GL-ENTRY
           ELSE
               ADD 1 TO WS-LOSS-CT
               ADD WS-MOVEMENT-ABS TO WS-TOTAL-LOSSES
               ADD WS-MOVEMENT-ABS TO WS-CY-LOSSES (WS-CCY-SUB)
               MOVE "UNREALISED LOSS" TO WS-D-NOTE
               MOVE WS-LOSS-LEDGER   TO WS-ENTRY-LEDGER
               MOVE "D"              TO WS-ENTRY-DR-CR
               PERFORM 2310-WRITE-GL-ENTRY
               MOVE WS-ADJUST-LEDGER TO WS-ENTRY-LEDGER
               MOVE "C"              TO WS-ENTRY-DR-CR
               PERFORM 2310-WRITE-GL-ENTRY
           END-IF.

       2310-WRITE-GL-ENTRY.
           MOVE SPACES            TO GL-RECORD
           MOVE WS-ENTRY-LEDGER   TO GL-ACCOUNT-NO
           MOVE WS-MOVEMENT-ABS   TO GL-AMOUNT
           MOVE WS-ENTRY-DR-CR    TO GL-DR-CR-IND
           MOVE WS-BASE-CURRENCY  TO GL-CURRENCY-CODE
           MOVE WS-MONTH-END      TO GL-BATCH-DATE
           MOVE WS-GL-TRANS-ID    TO GL-SOURCE-TRANS-ID
           MOVE 2                 TO GL-DECIMAL-SCALE
           MOVE WS-COST-CENTRE    TO GL-COST-CENTRE
           MOVE WS-PS-ACCOUNT (WS-POS-SUB) TO GL-CUSTOMER-ACCOUNT
           IF WS-ENTRY-DR-CR = "D"
               ADD GL-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           ADD 1 TO WS-GL-RECORD-CT
           WRITE GL-RECORD.

       2400-LIST-POSITION.
           MOVE WS-PS-ACCOUNT (WS-POS-SUB) TO WS-D-ACCOUNT
           MOVE WS-PS-BALANCE (WS-POS-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO WS-D-BALANCE
           MOVE WS-SIGN-WORK     TO WS-D-BALANCE-SIGN
           MOVE WS-PS-REVALUED (WS-POS-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO WS-D-REVALUED
           MOVE WS-SIGN-WORK     TO WS-D-REVALUED-SIGN
           MOVE WS-PS-PRIOR (WS-POS-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO WS-D-PRIOR
           MOVE WS-SIGN-WORK     TO WS-D-PRIOR-SIGN
           MOVE WS-PS-BOOKED (WS-POS-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO WS-D-BOOKED
           MOVE WS-SIGN-WORK     TO WS-D-BOOKED-SIGN
           IF WS-PS-MOVEMENT (WS-POS-SUB) < ZERO
               COMPUTE WS-D-MOVEMENT =
                   ZERO - WS-PS-MOVEMENT (WS-POS-SUB)
           ELSE
               MOVE WS-PS-MOVEMENT (WS-POS-SUB) TO WS-D-MOVEMENT
           END-IF
           WRITE REVALUATION-LISTING-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      *  Close the feed with its trailer and, only once it has
      *  closed balanced, advance the batch number and keep the
      *  month's revalued figures for next month.
      *----------------------------------------------------------------
       3000-FINALIZE.
           IF WS-HISTORY-AVAILABLE
               CLOSE POSTED-HISTORY-FILE
           END-IF
           MOVE SPACES          TO GL-BATCH-TRAILER
           MOVE "T"             TO GLT-RECORD-TYPE
           MOVE WS-GL-RECORD-CT TO GLT-RECORD-COUNT
           MOVE WS-DEBIT-TOTAL  TO GLT-TOTAL-DEBITS
           MOVE WS-CREDIT-TOTAL TO GLT-TOTAL-CREDITS
           WRITE GL-BATCH-TRAILER
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "FXREVAL: REVALUATION BATCH OUT OF BALANCE"
               PERFORM 9900-ABORT-RUN
           END-IF
           CLOSE GL-FEED-FILE
           MOVE "N" TO WS-FEED-OPEN-SW
           OPEN OUTPUT BATCH-NO-FILE
           MOVE WS-BATCH-NO TO BAT-LAST-BATCH-NO
           WRITE BATCH-NO-RECORD
           CLOSE BATCH-NO-FILE
           PERFORM 3100-SAVE-REVALUATION

           WRITE REVALUATION-LISTING-LINE FROM WS-BLANK-LINE
           MOVE "POSITIONS REVALUED  : " TO WS-C-LABEL
           MOVE WS-REVALUED-CT TO WS-C-VALUE
           WRITE REVALUATION-LISTING-LINE FROM WS-COUNT-DETAIL
           MOVE "BASELINE ONLY       : " TO WS-C-LABEL
           MOVE WS-BASELINE-CT TO WS-C-VALUE
           WRITE REVALUATION-LISTING-LINE FROM WS-COUNT-DETAIL
           MOVE "NO MOVEMENT         : " TO WS-C-LABEL
           MOVE WS-NO-MOVE-CT TO WS-C-VALUE
           WRITE REVALUATION-LISTING-LINE FROM WS-COUNT-DETAIL
           MOVE "GAINS POSTED        : " TO WS-C-LABEL
           MOVE WS-GAIN-CT TO WS-C-VALUE
           WRITE REVALUATION-LISTING-LINE FROM WS-COUNT-DETAIL
           MOVE "LOSSES POSTED       : " TO WS-C-LABEL
           MOVE WS-LOSS-CT TO WS-C-VALUE
           WRITE REVALUATION-LISTING-LINE FROM WS-COUNT-DETAIL
           MOVE "TOTAL GAINS         : " TO WS-L-LABEL
           MOVE WS-TOTAL-GAINS TO WS-L-VALUE
           WRITE REVALUATION-LISTING-LINE FROM WS-LISTING-DETAIL
           MOVE "TOTAL LOSSES        : " TO WS-L-LABEL
           MOVE WS-TOTAL-LOSSES TO WS-L-VALUE
           WRITE REVALUATION-LISTING-LINE FROM WS-LISTING-DETAIL
           MOVE "GL RECORDS          : " TO WS-C-LABEL
           MOVE WS-GL-RECORD-CT TO WS-C-VALUE
           WRITE REVALUATION-LISTING-LINE FROM WS-COUNT-DETAIL
           MOVE "TOTAL DEBITS        : " TO WS-L-LABEL
           MOVE WS-DEBIT-TOTAL TO WS-L-VALUE
           WRITE REVALUATION-LISTING-LINE FROM WS-LISTING-DETAIL
           MOVE "TOTAL CREDITS       : " TO WS-L-LABEL
           MOVE WS-CREDIT-TOTAL TO WS-L-VALUE
           WRITE REVALUATION-LISTING-LINE FROM WS-LISTING-DETAIL
           MOVE "FEED CLOSED BALANCED" TO WS-R-TEXT
           WRITE REVALUATION-LISTING-LINE FROM WS-RESULT-LINE
           CLOSE REVALUATION-LISTING

           DISPLAY "FXREVAL MONTH REVALUED: " WS-REVAL-MONTH
           DISPLAY "FXREVAL POSITIONS REVALUED: " WS-REVALUED-CT
           DISPLAY "FXREVAL GL RECORDS WRITTEN: " WS-GL-RECORD-CT
           DISPLAY "FXREVAL GL BATCH: " WS-BATCH-NO.

      *----------------------------------------------------------------
      *  Append the month's figures.  An absent file is started.
      *----------------------------------------------------------------
       3100-SAVE-REVALUATION.
           OPEN EXTEND REVALUATION-FILE
           IF WS-REVAL-STATUS = "35"
               OPEN OUTPUT REVALUATION-FILE
           END-IF
           IF WS-REVAL-STATUS NOT = "00"
               DISPLAY "FXREVAL: FXREVAL.DAT OPEN FAILED, STATUS "
                       WS-REVAL-STATUS " - BATCH " WS-BATCH-NO
                       " CLOSED BUT MONTH NOT SAVED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3110-SAVE-ONE-POSITION
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-COUNT
           CLOSE REVALUATION-FILE.

       3110-SAVE-ONE-POSITION.
           MOVE SPACES TO FX-REVALUATION-RECORD
           MOVE WS-REVAL-MONTH             TO FXR-REVAL-MONTH
           MOVE WS-MONTH-END               TO FXR-MONTH-END-DATE
           MOVE WS-PS-ACCOUNT (WS-POS-SUB)  TO FXR-ACCOUNT-NO
           MOVE WS-PS-CURRENCY (WS-POS-SUB) TO FXR-CURRENCY-CODE
           MOVE WS-PS-BALANCE (WS-POS-SUB)  TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO FXR-BALANCE-AMOUNT
           MOVE WS-SIGN-WORK     TO FXR-BALANCE-SIGN
           MOVE WS-PS-CCY-SUB (WS-POS-SUB) TO WS-CCY-SUB
           MOVE WS-CY-RATE (WS-CCY-SUB)      TO FXR-RATE
           MOVE WS-CY-RATE-DATE (WS-CCY-SUB) TO FXR-RATE-DATE
           MOVE WS-BASE-CURRENCY           TO FXR-BASE-CURRENCY
           MOVE WS-PS-REVALUED (WS-POS-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO FXR-REVALUED-AMOUNT
           MOVE WS-SIGN-WORK     TO FXR-REVALUED-SIGN
           MOVE WS-PS-PRIOR (WS-POS-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO FXR-PRIOR-AMOUNT
           MOVE WS-SIGN-WORK     TO FXR-PRIOR-SIGN
           MOVE WS-PS-BOOKED (WS-POS-SUB) TO WS-SIGNED-WORK
           PERFORM 3520-UNSIGN-THE-BALANCE
           MOVE WS-UNSIGNED-WORK TO FXR-BOOKED-AMOUNT
           MOVE WS-SIGN-WORK     TO FXR-BOOKED-SIGN
           IF WS-PS-MOVEMENT (WS-POS-SUB) > ZERO
               MOVE WS-PS-MOVEMENT (WS-POS-SUB) TO FXR-MOVEMENT-AMOUNT
               SET FXR-GAIN TO TRUE
           ELSE
               COMPUTE FXR-MOVEMENT-AMOUNT =
                   ZERO - WS-PS-MOVEMENT (WS-POS-SUB)
               IF WS-PS-MOVEMENT (WS-POS-SUB) < ZERO
                   SET FXR-LOSS TO TRUE
               END-IF
           END-IF
           IF WS-PS-BASELINE-SW (WS-POS-SUB) = "Y"
               SET FXR-BASELINE TO TRUE
           END-IF
           IF WS-PS-TRANS-ID (WS-POS-SUB) NOT = SPACES
               MOVE WS-BATCH-NO TO FXR-GL-BATCH-NO
           ELSE
               MOVE ZERO TO FXR-GL-BATCH-NO
           END-IF
           MOVE WS-PS-TRANS-ID (WS-POS-SUB) TO FXR-GL-TRANS-ID
           MOVE WS-RUN-DATE                TO FXR-RUN-DATE
           WRITE FX-REVALUATION-RECORD
           ADD 1 TO WS-SAVED-CT.

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

      *----------------------------------------------------------------
      *  Stop part-way through the feed: truncate it, so nothing can
      *  pick up a half batch, and leave GLBATNO.DAT and FXREVAL.DAT
      *  untouched for the rerun.
      *----------------------------------------------------------------
       9900-ABORT-RUN.
           IF WS-FEED-OPEN
               CLOSE GL-FEED-FILE
               OPEN OUTPUT GL-FEED-FILE
               CLOSE GL-FEED-FILE
           END-IF
           DISPLAY "FXREVAL: REVALUATION FEED NOT SHIPPED - "
                   "RUN ABORTED"
           CLOSE REVALUATION-LISTING
           MOVE 16 TO RETURN-CODE
           STOP RUN.
