       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLCTR.
      *****************************************************************
      *  CMPLCTR - Large-cash regulatory extract.
      *
      *            Totals each account's postings per posting date,
      *            debits and credits separately, in base currency
      *            across all the account's currencies, from the
      *            permanent posted history POSTHIST.IDX (copybook
      *            HSTREC).  Every account-day where either side
      *            reaches the reporting threshold - the LCTR record
      *            on the screening rule file CMPRULE.PRM (copybook
      *            CMRREC) - goes to the extract CMPLCTR.DAT
      *            (copybook LCRREC) for filing, and to the listing
      *            CMPLCTR.LST.
      *
      *            Postings are taken gross as they posted: a
      *            reversal counts on its own side on the day it
      *            posted, and does not take its original out of the
      *            day the original posted.  Brought-forward records
      *            are balances, not activity, and are passed over.
      *
      *            The period comes from CMPLCTR.PRM; with no
      *            parameter file the run covers the previous
      *            calendar month.  A period longer than a year, or
      *            one that is not two real dates in order, stops
      *            the run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-HISTORY-FILE ASSIGN TO "POSTHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RULE-FILE ASSIGN TO "CMPRULE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT REPORT-EXTRACT ASSIGN TO "CMPLCTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT REPORT-LISTING ASSIGN TO "CMPLCTR.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT REPORT-PARAM-FILE ASSIGN TO "CMPLCTR.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT RUN-PARAM-FILE ASSIGN TO "AMTRUN.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-HISTORY-FILE.
       COPY HSTREC.

       FD  RULE-FILE.
       COPY CMRREC.

       FD  REPORT-EXTRACT.
       COPY LCRREC.

       FD  REPORT-LISTING.
       01  REPORT-LISTING-LINE          PIC X(132).

       FD  REPORT-PARAM-FILE.
       01  REPORT-PARAM-RECORD.
           05  PRM-FROM-DATE            PIC 9(08).
           05  PRM-TO-DATE              PIC 9(08).

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  PRM-RUN-DATE             PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS            PIC X(02) VALUE "00".
       01  WS-RULE-STATUS               PIC X(02) VALUE "00".
       01  WS-EXTRACT-STATUS            PIC X(02) VALUE "00".
       01  WS-LISTING-STATUS            PIC X(02) VALUE "00".
       01  WS-PARAM-STATUS              PIC X(02) VALUE "00".
       01  WS-RUNPARAM-STATUS           PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-THRESHOLD-SW              PIC X(01) VALUE "N".
           88  WS-THRESHOLD-FOUND       VALUE "Y".

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
       01  WS-FROM-DAY-NO               PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-DAYS               PIC 9(08) VALUE ZERO.
       01  WS-THRESHOLD                 PIC 9(11)V99 VALUE ZERO.

      *    One account's period, a slot per calendar day from the
      *    first day of the period, so days come out in date order.
       01  WS-CUR-ACCOUNT               PIC X(10) VALUE SPACES.
       01  WS-CUR-BASE-CURRENCY         PIC X(03) VALUE SPACES.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY             OCCURS 366 TIMES.
               10  WS-DY-DEBIT-COUNT    PIC 9(05).
               10  WS-DY-DEBIT-AMOUNT   PIC 9(13)V99.
               10  WS-DY-CREDIT-COUNT   PIC 9(05).
               10  WS-DY-CREDIT-AMOUNT  PIC 9(13)V99.
       01  WS-DAY-SUB                   PIC 9(03) COMP.

       01  WS-RUN-COUNTERS.
           05  WS-HISTORY-CT            PIC 9(09) VALUE ZERO.
           05  WS-PERIOD-CT             PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNT-DAY-CT        PIC 9(09) VALUE ZERO.
           05  WS-REPORTED-CT           PIC 9(09) VALUE ZERO.
           05  WS-REPORTED-DEBIT-CT     PIC 9(09) VALUE ZERO.
           05  WS-REPORTED-CREDIT-CT    PIC 9(09) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(22)
               VALUE "LARGE CASH REPORT RUN ".
           05  WS-H-RUN-DATE            PIC 9(08).
           05  FILLER                   PIC X(10) VALUE "  PERIOD  ".
           05  WS-H-FROM-DATE           PIC 9(08).
           05  FILLER                   PIC X(04) VALUE " TO ".
           05  WS-H-TO-DATE             PIC 9(08).
           05  FILLER                   PIC X(13)
               VALUE "  THRESHOLD  ".
           05  WS-H-THRESHOLD           PIC Z(10)9.99.

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(35)
               VALUE "POST DATE  ACCOUNT     BASE DEBITS ".
           05  FILLER                   PIC X(35)
               VALUE "    DEBIT AMOUNT    CREDITS   CREDI".
           05  FILLER                   PIC X(14)
               VALUE "T AMOUNT  SIDE".

       01  WS-DETAIL-LINE.
           05  WS-D-POST-DATE           PIC 9(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-D-ACCOUNT             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-BASE-CURRENCY       PIC X(03).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-D-DEBIT-COUNT         PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-DEBIT-AMOUNT        PIC Z(12)9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-D-CREDIT-COUNT        PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-CREDIT-AMOUNT       PIC Z(12)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-REPORT-IND          PIC X(01).

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
           PERFORM 2000-PROCESS-ONE-POSTING UNTIL WS-EOF
           IF WS-CUR-ACCOUNT NOT = SPACES
               PERFORM 3000-FLUSH-ACCOUNT
           END-IF
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1040-LOAD-RUN-DATE
           PERFORM 1060-LOAD-PERIOD
           PERFORM 1100-LOAD-THRESHOLD
           PERFORM 3100-CLEAR-DAYS
           OPEN OUTPUT REPORT-LISTING
           OPEN OUTPUT REPORT-EXTRACT
           MOVE WS-RUN-DATE  TO WS-H-RUN-DATE
           MOVE WS-FROM-DATE TO WS-H-FROM-DATE
           MOVE WS-TO-DATE   TO WS-H-TO-DATE
           MOVE WS-THRESHOLD TO WS-H-THRESHOLD
           WRITE REPORT-LISTING-LINE FROM WS-HEADING-LINE
           WRITE REPORT-LISTING-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LISTING-LINE FROM WS-COLUMN-LINE
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
      *  parameter record overrides it; a period that is not two
      *  real dates in order, or runs past a year, stops the run
      *  rather than file the wrong report.
      *----------------------------------------------------------------
       1060-LOAD-PERIOD.
           COMPUTE WS-MONTH-START =
               WS-RD-YEAR * 10000 + WS-RD-MONTH * 100 + 1
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1)
           MOVE WS-TO-DATE  TO WS-FROM-DATE
           MOVE 01          TO WS-FD-DAY
           OPEN INPUT REPORT-PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               READ REPORT-PARAM-FILE
                   AT END
                       MOVE ZERO TO PRM-FROM-DATE
                       MOVE ZERO TO PRM-TO-DATE
               END-READ
               CLOSE REPORT-PARAM-FILE
               IF PRM-FROM-DATE NOT = ZERO OR PRM-TO-DATE NOT = ZERO
                   PERFORM 1070-CHECK-PERIOD
               END-IF
           END-IF
           COMPUTE WS-FROM-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               - WS-FROM-DAY-NO + 1.

       1070-CHECK-PERIOD.
           IF PRM-FROM-DATE IS NOT NUMERIC
              OR PRM-TO-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(PRM-FROM-DATE) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(PRM-TO-DATE) NOT = 0
              OR PRM-FROM-DATE > PRM-TO-DATE
               DISPLAY "CMPLCTR: CMPLCTR.PRM PERIOD " PRM-FROM-DATE
                       " TO " PRM-TO-DATE " IS NOT VALID - "
                       "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION INTEGER-OF-DATE(PRM-TO-DATE)
              - FUNCTION INTEGER-OF-DATE(PRM-FROM-DATE) >= 366
               DISPLAY "CMPLCTR: CMPLCTR.PRM PERIOD " PRM-FROM-DATE
                       " TO " PRM-TO-DATE " IS LONGER THAN 366 "
                       "DAYS - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRM-FROM-DATE TO WS-FROM-DATE
           MOVE PRM-TO-DATE   TO WS-TO-DATE.

      *----------------------------------------------------------------
      *  The threshold is the one compliance maintains with the
      *  screening rules.  Without it there is nothing to report
      *  against, so a missing, inactive or zero LCTR record stops
      *  the run.
      *----------------------------------------------------------------
       1100-LOAD-THRESHOLD.
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "CMPLCTR: RULE FILE CMPRULE.PRM NOT "
                       "AVAILABLE, STATUS " WS-RULE-STATUS
                       " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1110-READ-ONE-RULE
               UNTIL WS-EOF OR WS-THRESHOLD-FOUND
           CLOSE RULE-FILE
           MOVE "N" TO WS-EOF-SW
           IF NOT WS-THRESHOLD-FOUND
               DISPLAY "CMPLCTR: NO ACTIVE LCTR THRESHOLD ON "
                       "CMPRULE.PRM - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-READ-ONE-RULE.
           READ RULE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF CMR-REPORT-THRESHOLD
              AND CMR-ACTIVE
              AND CMR-AMOUNT IS NUMERIC
              AND CMR-AMOUNT > ZERO
               MOVE CMR-AMOUNT TO WS-THRESHOLD
               SET WS-THRESHOLD-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *  The whole history is read in key order, which brings each
      *  account's postings together.  No history yet is an empty
      *  report, not an error.
      *----------------------------------------------------------------
       1200-POSITION-HISTORY.
           OPEN INPUT POSTED-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               DISPLAY "CMPLCTR: NO POSTED HISTORY YET - NOTHING "
                       "TO REPORT"
               SET WS-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "CMPLCTR: POSTED HISTORY POSTHIST.IDX OPEN "
                       "FAILED, STATUS " WS-HISTORY-STATUS
                       " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO HST-HISTORY-KEY
           START POSTED-HISTORY-FILE KEY >= HST-HISTORY-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

       2000-PROCESS-ONE-POSTING.
           READ POSTED-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-HISTORY-CT
           IF HST-BROUGHT-FORWARD
              OR HST-POST-DATE < WS-FROM-DATE
              OR HST-POST-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF HST-ACCOUNT-NO NOT = WS-CUR-ACCOUNT
               IF WS-CUR-ACCOUNT NOT = SPACES
                   PERFORM 3000-FLUSH-ACCOUNT
               END-IF
               MOVE HST-ACCOUNT-NO    TO WS-CUR-ACCOUNT
               MOVE HST-BASE-CURRENCY TO WS-CUR-BASE-CURRENCY
           END-IF
           ADD 1 TO WS-PERIOD-CT
           COMPUTE WS-DAY-SUB =
               FUNCTION INTEGER-OF-DATE(HST-POST-DATE)
               - WS-FROM-DAY-NO + 1
           IF HST-DR-CR-IND = "D"
               ADD 1 TO WS-DY-DEBIT-COUNT (WS-DAY-SUB)
               ADD HST-BASE-AMOUNT TO WS-DY-DEBIT-AMOUNT (WS-DAY-SUB)
           ELSE
               ADD 1 TO WS-DY-CREDIT-COUNT (WS-DAY-SUB)
               ADD HST-BASE-AMOUNT
                   TO WS-DY-CREDIT-AMOUNT (WS-DAY-SUB)
           END-IF.

       3000-FLUSH-ACCOUNT.
           PERFORM 3010-REPORT-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-PERIOD-DAYS
           PERFORM 3100-CLEAR-DAYS.

      *----------------------------------------------------------------
      *  An account-day is reported when either side reaches the
      *  threshold; both sides go on the record either way.
      *----------------------------------------------------------------
       3010-REPORT-ONE-DAY.
           IF WS-DY-DEBIT-COUNT (WS-DAY-SUB) = ZERO
              AND WS-DY-CREDIT-COUNT (WS-DAY-SUB) = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNT-DAY-CT
           MOVE SPACES TO LARGE-CASH-RECORD
           IF WS-DY-DEBIT-AMOUNT (WS-DAY-SUB) >= WS-THRESHOLD
               MOVE "D" TO LCR-REPORT-IND
               ADD 1 TO WS-REPORTED-DEBIT-CT
           END-IF
           IF WS-DY-CREDIT-AMOUNT (WS-DAY-SUB) >= WS-THRESHOLD
               ADD 1 TO WS-REPORTED-CREDIT-CT
               IF LCR-REPORT-IND = "D"
                   MOVE "B" TO LCR-REPORT-IND
               ELSE
                   MOVE "C" TO LCR-REPORT-IND
               END-IF
           END-IF
           IF LCR-REPORT-IND = SPACE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REPORTED-CT
           COMPUTE LCR-POST-DATE = FUNCTION DATE-OF-INTEGER
               (WS-FROM-DAY-NO + WS-DAY-SUB - 1)
           MOVE WS-CUR-ACCOUNT       TO LCR-ACCOUNT-NO
           MOVE WS-CUR-BASE-CURRENCY TO LCR-BASE-CURRENCY
           MOVE WS-DY-DEBIT-COUNT (WS-DAY-SUB)   TO LCR-DEBIT-COUNT
           MOVE WS-DY-DEBIT-AMOUNT (WS-DAY-SUB)  TO LCR-DEBIT-AMOUNT
           MOVE WS-DY-CREDIT-COUNT (WS-DAY-SUB)  TO LCR-CREDIT-COUNT
           MOVE WS-DY-CREDIT-AMOUNT (WS-DAY-SUB) TO LCR-CREDIT-AMOUNT
           MOVE WS-THRESHOLD         TO LCR-THRESHOLD
           MOVE WS-FROM-DATE         TO LCR-PERIOD-FROM-DATE
           MOVE WS-TO-DATE           TO LCR-PERIOD-TO-DATE
           MOVE WS-RUN-DATE          TO LCR-RUN-DATE
           WRITE LARGE-CASH-RECORD
           MOVE LCR-POST-DATE        TO WS-D-POST-DATE
           MOVE LCR-ACCOUNT-NO       TO WS-D-ACCOUNT
           MOVE LCR-BASE-CURRENCY    TO WS-D-BASE-CURRENCY
           MOVE LCR-DEBIT-COUNT      TO WS-D-DEBIT-COUNT
           MOVE LCR-DEBIT-AMOUNT     TO WS-D-DEBIT-AMOUNT
           MOVE LCR-CREDIT-COUNT     TO WS-D-CREDIT-COUNT
           MOVE LCR-CREDIT-AMOUNT    TO WS-D-CREDIT-AMOUNT
           MOVE LCR-REPORT-IND       TO WS-D-REPORT-IND
           WRITE REPORT-LISTING-LINE FROM WS-DETAIL-LINE.

       3100-CLEAR-DAYS.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 366
               MOVE ZERO TO WS-DY-DEBIT-COUNT (WS-DAY-SUB)
               MOVE ZERO TO WS-DY-DEBIT-AMOUNT (WS-DAY-SUB)
               MOVE ZERO TO WS-DY-CREDIT-COUNT (WS-DAY-SUB)
               MOVE ZERO TO WS-DY-CREDIT-AMOUNT (WS-DAY-SUB)
           END-PERFORM.

       4000-FINALIZE.
           IF WS-HISTORY-STATUS NOT = "35"
               CLOSE POSTED-HISTORY-FILE
           END-IF
           CLOSE REPORT-EXTRACT
           WRITE REPORT-LISTING-LINE FROM WS-BLANK-LINE
           MOVE "HISTORY READ        : " TO WS-T-LABEL
           MOVE WS-HISTORY-CT TO WS-T-VALUE
           WRITE REPORT-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "POSTINGS IN PERIOD  : " TO WS-T-LABEL
           MOVE WS-PERIOD-CT TO WS-T-VALUE
           WRITE REPORT-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "ACCOUNT-DAYS        : " TO WS-T-LABEL
           MOVE WS-ACCOUNT-DAY-CT TO WS-T-VALUE
           WRITE REPORT-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "REPORTED            : " TO WS-T-LABEL
           MOVE WS-REPORTED-CT TO WS-T-VALUE
           WRITE REPORT-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "  DEBITS AT/OVER    : " TO WS-T-LABEL
           MOVE WS-REPORTED-DEBIT-CT TO WS-T-VALUE
           WRITE REPORT-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "  CREDITS AT/OVER   : " TO WS-T-LABEL
           MOVE WS-REPORTED-CREDIT-CT TO WS-T-VALUE
           WRITE REPORT-LISTING-LINE FROM WS-TOTAL-LINE
           IF WS-REPORTED-CT > ZERO
               MOVE "ACCOUNT-DAYS REPORTED - FILE CMPLCTR.DAT"
                   TO WS-R-TEXT
           ELSE
               MOVE "NOTHING AT OR OVER THE THRESHOLD"
                   TO WS-R-TEXT
           END-IF
           WRITE REPORT-LISTING-LINE FROM WS-RESULT-LINE
           CLOSE REPORT-LISTING
           DISPLAY "CMPLCTR PERIOD: " WS-FROM-DATE " TO " WS-TO-DATE
           DISPLAY "CMPLCTR POSTINGS IN PERIOD: " WS-PERIOD-CT
           DISPLAY "CMPLCTR ACCOUNT-DAYS REPORTED: " WS-REPORTED-CT.
