       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPSCRN.
      *****************************************************************
      *  CMPSCRN - Suspicious-activity screening of the accepted
      *            stream.
      *
      *            AMTEDIT's posting limits only see one account's
      *            ceiling, one transaction or one day at a time.
      *            This run screens each cycle's accepted
      *            transactions (AMTACC.OUT) together with the
      *            account's recent posted history (POSTHIST.IDX)
      *            for the patterns compliance asks about, each
      *            driven by a rule on the parameter file
      *            CMPRULE.PRM (copybook CMRREC):
      *
      *            - NRLM several just-under-limit items on one
      *              account inside a few days;
      *            - XSRC the same account, currency, amount and
      *              direction arriving from two different sources
      *              under different transaction ids;
      *            - DORM sudden activity on an account that has
      *              been quiet for months;
      *            - ROND a burst of round amounts on one account.
      *
      *            Only a pattern completed by an item of this
      *            cycle is raised, so history already screened is
      *            not reported again.  Each hit opens a case on
      *            CMPCASE.DAT (copybook CASREC), worked in the
      *            CMPREVW dialogue, and an opening entry on the
      *            case audit trail CMPAUDT.DAT (copybook CAAREC).
      *            A rule and account that already has a case open
      *            or escalated is listed against that case instead
      *            of opening another, and a rerun of the cycle
      *            does not open a case twice for the same item.
      *
      *            Hits and cases go to CMPSCRN.LST.  Any new case
      *            ends the run RETURN-CODE 8.  Run every cycle
      *            after AMTPROC, before the next cycle replaces
      *            AMTACC.OUT.  Reversals are neither screened nor
      *            counted towards a pattern.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCEPTED-FILE ASSIGN TO "AMTACC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPTED-STATUS.

           SELECT POSTED-HISTORY-FILE ASSIGN TO "POSTHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT RULE-FILE ASSIGN TO "CMPRULE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT CASE-FILE ASSIGN TO "CMPCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CMPAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SCREEN-LISTING ASSIGN TO "CMPSCRN.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT RUN-PARAM-FILE ASSIGN TO "AMTRUN.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCEPTED-FILE.
       COPY ACCREC.

       FD  POSTED-HISTORY-FILE.
       COPY HSTREC.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACTMST.

       FD  RULE-FILE.
       COPY CMRREC.

       FD  CASE-FILE.
       COPY CASREC.

       FD  AUDIT-FILE.
       COPY CAAREC.

       FD  SCREEN-LISTING.
       01  SCREEN-LISTING-LINE          PIC X(132).

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  PRM-RUN-DATE             PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-ACCEPTED-STATUS           PIC X(02) VALUE "00".
       01  WS-HISTORY-STATUS            PIC X(02) VALUE "00".
       01  WS-ACCTMST-STATUS            PIC X(02) VALUE "00".
       01  WS-RULE-STATUS               PIC X(02) VALUE "00".
       01  WS-CASE-STATUS               PIC X(02) VALUE "00".
       01  WS-AUDIT-STATUS              PIC X(02) VALUE "00".
       01  WS-LISTING-STATUS            PIC X(02) VALUE "00".
       01  WS-RUNPARAM-STATUS           PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-HIST-EOF-SW               PIC X(01) VALUE "N".
           88  WS-HIST-EOF              VALUE "Y".
       01  WS-HISTORY-SW                PIC X(01) VALUE "N".
           88  WS-HISTORY-OPEN          VALUE "Y".

       01  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
       01  WS-TIME-RAW                  PIC 9(08) VALUE ZERO.
       01  WS-TIME-NOW                  PIC 9(06) VALUE ZERO.
       01  WS-RUN-DAY-NO                PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-START              PIC 9(08) VALUE ZERO.

      *    The screening rules, in fixed positions: 1 NRLM, 2 XSRC,
      *    3 DORM, 4 ROND, 5 LCTR (CMPLCTR's threshold - loaded and
      *    shown here, not applied).
       01  WS-RULE-CODE-LIST.
           05  FILLER                   PIC X(20)
               VALUE "NRLMXSRCDORMRONDLCTR".
       01  WS-RULE-CODE-TABLE REDEFINES WS-RULE-CODE-LIST.
           05  WS-RULE-CODE             PIC X(04) OCCURS 5 TIMES.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY            OCCURS 5 TIMES.
               10  WS-RL-ON-FILE-SW     PIC X(01).
               10  WS-RL-ACTIVE-SW      PIC X(01).
               10  WS-RL-DAYS           PIC 9(03).
               10  WS-RL-COUNT          PIC 9(03).
               10  WS-RL-PERCENT        PIC 9(03).
               10  WS-RL-AMOUNT         PIC 9(11)V99.
               10  WS-RL-DESCRIPTION    PIC X(30).
               10  WS-RL-FROM-DATE      PIC 9(08).
               10  WS-RL-HIT-CT         PIC 9(09).
               10  WS-RL-NEW-CT         PIC 9(09).
       01  WS-RULE-SUB                  PIC 9(01) COMP.

       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT            PIC 9(05) COMP VALUE ZERO.
           05  WS-ACCT-ENTRY            OCCURS 2000 TIMES.
               10  WS-AC-ACCOUNT        PIC X(10).
               10  WS-AC-TRAN-LIMIT     PIC 9(11)V99.
               10  WS-AC-OPENED-DATE    PIC 9(08).
       01  WS-ACCT-SUB                  PIC 9(05) COMP.

      *    The cycle's accepted transactions.
       01  WS-CYCLE-TABLE.
           05  WS-CYC-COUNT             PIC 9(05) COMP VALUE ZERO.
           05  WS-CYC-ENTRY             OCCURS 10000 TIMES.
               10  WS-CY-TRANS-ID       PIC X(10).
               10  WS-CY-ACCOUNT        PIC X(10).
               10  WS-CY-CURRENCY       PIC X(03).
               10  WS-CY-AMOUNT         PIC 9(11)V99.
               10  WS-CY-BASE-AMOUNT    PIC 9(11)V99.
               10  WS-CY-DR-CR          PIC X(01).
               10  WS-CY-SOURCE-ID      PIC X(08).
               10  WS-CY-TRANS-TYPE     PIC X(01).
               10  WS-CY-DONE-SW        PIC X(01).
       01  WS-CYC-SUB                   PIC 9(05) COMP.
       01  WS-CYC-SCAN                  PIC 9(05) COMP.
       01  WS-PREV-TRANS-ID             PIC X(10) VALUE SPACES.

      *    One account's activity: the cycle's items first
      *    (WS-AV-CURRENT-COUNT of them), then its postings from
      *    history inside the longest rule window.
       01  WS-ACTIVITY-TABLE.
           05  WS-AV-COUNT              PIC 9(05) COMP VALUE ZERO.
           05  WS-AV-ENTRY              OCCURS 5000 TIMES.
               10  WS-AV-TRANS-ID       PIC X(10).
               10  WS-AV-CURRENCY       PIC X(03).
               10  WS-AV-DATE           PIC 9(08).
               10  WS-AV-AMOUNT         PIC 9(13)V99.
               10  WS-AV-BASE-AMOUNT    PIC 9(11)V99.
               10  WS-AV-DR-CR          PIC X(01).
               10  WS-AV-SOURCE-ID      PIC X(08).
       01  WS-AV-CURRENT-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-AV-SUB                    PIC 9(05) COMP.
       01  WS-AV-MATCH                  PIC 9(05) COMP.

      *    Every id the account has in this cycle, reversals
      *    included, so history EODBAL has already posted from the
      *    cycle is recognised whichever order the two run in.
       01  WS-CYCLE-ID-TABLE.
           05  WS-CI-COUNT              PIC 9(05) COMP VALUE ZERO.
           05  WS-CI-TRANS-ID           OCCURS 10000 TIMES
                                        PIC X(10).
       01  WS-CI-SUB                    PIC 9(05) COMP.

       01  WS-CUR-ACCOUNT               PIC X(10).
       01  WS-CUR-TRAN-LIMIT            PIC 9(11)V99.
       01  WS-LAST-ACTIVITY             PIC 9(08).
       01  WS-QUIET-DAYS                PIC S9(07).

      *    Open and escalated cases already on file, and the cases
      *    opened earlier today (from the audit trail), so neither a
      *    pattern under review nor a rerun opens a second case.
       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT            PIC 9(05) COMP VALUE ZERO.
           05  WS-CASE-ENTRY            OCCURS 5000 TIMES.
               10  WS-CS-CASE-NO        PIC 9(07).
               10  WS-CS-RULE           PIC X(04).
               10  WS-CS-ACCOUNT        PIC X(10).
       01  WS-CASE-SUB                  PIC 9(05) COMP.
       01  WS-TODAY-TABLE.
           05  WS-TODAY-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-TODAY-ENTRY           OCCURS 2000 TIMES.
               10  WS-TD-CASE-NO        PIC 9(07).
               10  WS-TD-RULE           PIC X(04).
               10  WS-TD-ACCOUNT        PIC X(10).
               10  WS-TD-TRIGGER        PIC X(10).
       01  WS-TODAY-SUB                 PIC 9(05) COMP.
       01  WS-LAST-CASE-NO              PIC 9(07) VALUE ZERO.

      *    The hit in hand, filled in by the rule that found it.
       01  WS-HIT-TRIGGER               PIC 9(05) COMP.
       01  WS-HIT-RELATED               PIC 9(05) COMP.
       01  WS-HIT-COUNT                 PIC 9(05).
       01  WS-HIT-BASE-TOTAL            PIC 9(13)V99.
       01  WS-HIT-DETAIL                PIC X(40).
       01  WS-HIT-CASE-NO               PIC 9(07).
       01  WS-HIT-STATUS                PIC X(08).

       01  WS-QUALIFY-SW                PIC X(01).
           88  WS-QUALIFIES             VALUE "Y".
       01  WS-PERCENT-WORK              PIC 9(15)V99.
       01  WS-LIMIT-WORK                PIC 9(15)V99.
       01  WS-QUOTIENT                  PIC 9(13).
       01  WS-REMAINDER                 PIC 9(11)V99.
       01  WS-E-COUNT                   PIC ZZZ9.
       01  WS-E-DAYS                    PIC ZZ9.
       01  WS-E-PERCENT                 PIC ZZ9.
       01  WS-E-QUIET                   PIC ZZZZZZ9.
       01  WS-E-ROUND                   PIC Z(10)9.99.

       01  WS-RUN-COUNTERS.
           05  WS-ACCEPTED-CT           PIC 9(09) VALUE ZERO.
           05  WS-REVERSAL-CT           PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNT-CT            PIC 9(09) VALUE ZERO.
           05  WS-HISTORY-CT            PIC 9(09) VALUE ZERO.
           05  WS-HIT-CT                PIC 9(09) VALUE ZERO.
           05  WS-NEW-CASE-CT           PIC 9(09) VALUE ZERO.
           05  WS-OPEN-CASE-CT          PIC 9(09) VALUE ZERO.
           05  WS-REPEAT-CT             PIC 9(09) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(25)
               VALUE "COMPLIANCE SCREENING FOR ".
           05  WS-H-RUN-DATE            PIC 9(08).

       01  WS-SECTION-LINE              PIC X(48).

       01  WS-RULE-LINE.
           05  WS-RU-CODE               PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RU-STATE              PIC X(12).
           05  FILLER                   PIC X(07) VALUE " DAYS ".
           05  WS-RU-DAYS               PIC ZZ9.
           05  FILLER                   PIC X(08) VALUE "  COUNT ".
           05  WS-RU-COUNT              PIC ZZ9.
           05  FILLER                   PIC X(10) VALUE "  PERCENT ".
           05  WS-RU-PERCENT            PIC ZZ9.
           05  FILLER                   PIC X(09) VALUE "  AMOUNT ".
           05  WS-RU-AMOUNT             PIC Z(10)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RU-DESCRIPTION        PIC X(30).

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(35)
               VALUE "RULE  ACCOUNT     CCY  TRIGGER     ".
           05  FILLER                   PIC X(35)
               VALUE "SOURCE            AMOUNT    ITEMS  ".
           05  FILLER                   PIC X(34)
               VALUE "      BASE TOTAL  CASE NO  OUTCOME".

       01  WS-HIT-LINE.
           05  WS-HL-RULE               PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HL-ACCOUNT            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HL-CURRENCY           PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HL-TRANS-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HL-SOURCE-ID          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HL-AMOUNT             PIC Z(10)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-HL-DR-CR              PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HL-COUNT              PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HL-BASE-TOTAL         PIC Z(12)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HL-CASE-NO            PIC 9(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HL-STATUS             PIC X(08).

       01  WS-HIT-DETAIL-LINE.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  WS-HD-DETAIL             PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HD-RELATED            PIC X(40).

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
           PERFORM 2000-SCREEN-ONE-ACCOUNT
               VARYING WS-CYC-SUB FROM 1 BY 1
               UNTIL WS-CYC-SUB > WS-CYC-COUNT
           PERFORM 4000-FINALIZE
           STOP RUN.

      *----------------------------------------------------------------
      *  Rules, accounts, cases and the cycle's accepted file are
      *  all loaded before the first case is written.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1040-LOAD-RUN-DATE
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-TIME-NOW = WS-TIME-RAW / 100
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1100-LOAD-RULES
           PERFORM 1200-LOAD-ACCOUNTS
           PERFORM 1300-LOAD-OPEN-CASES
           PERFORM 1350-LOAD-TODAYS-OPENINGS
           PERFORM 1400-LOAD-CYCLE
           PERFORM 1500-OPEN-HISTORY
           OPEN OUTPUT SCREEN-LISTING
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE SCREEN-LISTING-LINE FROM WS-HEADING-LINE
           PERFORM 1600-LIST-RULES
           OPEN EXTEND CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
               OPEN OUTPUT CASE-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE SCREEN-LISTING-LINE FROM WS-BLANK-LINE
           MOVE "HITS" TO WS-SECTION-LINE
           WRITE SCREEN-LISTING-LINE FROM WS-SECTION-LINE
           WRITE SCREEN-LISTING-LINE FROM WS-COLUMN-LINE.

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
      *  The rule file is required - screening against thresholds
      *  nobody set would be worse than not screening.  A rule not
      *  on the file is simply not applied.
      *----------------------------------------------------------------
       1100-LOAD-RULES.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 5
               MOVE "N"    TO WS-RL-ON-FILE-SW (WS-RULE-SUB)
               MOVE "N"    TO WS-RL-ACTIVE-SW (WS-RULE-SUB)
               MOVE ZERO   TO WS-RL-DAYS (WS-RULE-SUB)
               MOVE ZERO   TO WS-RL-COUNT (WS-RULE-SUB)
               MOVE ZERO   TO WS-RL-PERCENT (WS-RULE-SUB)
               MOVE ZERO   TO WS-RL-AMOUNT (WS-RULE-SUB)
               MOVE SPACES TO WS-RL-DESCRIPTION (WS-RULE-SUB)
               MOVE ZERO   TO WS-RL-FROM-DATE (WS-RULE-SUB)
               MOVE ZERO   TO WS-RL-HIT-CT (WS-RULE-SUB)
               MOVE ZERO   TO WS-RL-NEW-CT (WS-RULE-SUB)
           END-PERFORM
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "CMPSCRN: RULE FILE CMPRULE.PRM NOT "
                       "AVAILABLE, STATUS " WS-RULE-STATUS
                       " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1110-LOAD-ONE-RULE UNTIL WS-EOF
           CLOSE RULE-FILE
      *    History is read back far enough for the longest window.
           MOVE WS-RUN-DATE TO WS-WINDOW-START
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 4
               IF WS-RL-ACTIVE-SW (WS-RULE-SUB) = "Y"
                  AND WS-RULE-SUB NOT = 3
                   COMPUTE WS-RL-FROM-DATE (WS-RULE-SUB) =
                       FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NO
                           - WS-RL-DAYS (WS-RULE-SUB) + 1)
                   IF WS-RL-FROM-DATE (WS-RULE-SUB) < WS-WINDOW-START
                       MOVE WS-RL-FROM-DATE (WS-RULE-SUB)
                           TO WS-WINDOW-START
                   END-IF
               END-IF
           END-PERFORM.

       1110-LOAD-ONE-RULE.
           READ RULE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 5
                  OR WS-RULE-CODE (WS-RULE-SUB) = CMR-RULE-CODE
               CONTINUE
           END-PERFORM
           IF WS-RULE-SUB > 5
               DISPLAY "CMPSCRN: CMPRULE.PRM RULE " CMR-RULE-CODE
                       " IS NOT A KNOWN RULE - RUN ABORTED"
               PERFORM 1190-REFUSE-RULE-FILE
           END-IF
           IF WS-RL-ON-FILE-SW (WS-RULE-SUB) = "Y"
               DISPLAY "CMPSCRN: CMPRULE.PRM RULE " CMR-RULE-CODE
                       " IS ON FILE TWICE - RUN ABORTED"
               PERFORM 1190-REFUSE-RULE-FILE
           END-IF
           IF (CMR-ACTIVE-IND NOT = "Y" AND CMR-ACTIVE-IND NOT = "N")
              OR CMR-DAYS IS NOT NUMERIC
              OR CMR-COUNT IS NOT NUMERIC
              OR CMR-PERCENT IS NOT NUMERIC
              OR CMR-AMOUNT IS NOT NUMERIC
               DISPLAY "CMPSCRN: CMPRULE.PRM RULE " CMR-RULE-CODE
                       " IS NOT VALID - RUN ABORTED"
               PERFORM 1190-REFUSE-RULE-FILE
           END-IF
           IF CMR-ACTIVE
               PERFORM 1120-CHECK-RULE-VALUES
           END-IF
           MOVE "Y"             TO WS-RL-ON-FILE-SW (WS-RULE-SUB)
           MOVE CMR-ACTIVE-IND  TO WS-RL-ACTIVE-SW (WS-RULE-SUB)
           MOVE CMR-DAYS        TO WS-RL-DAYS (WS-RULE-SUB)
           MOVE CMR-COUNT       TO WS-RL-COUNT (WS-RULE-SUB)
           MOVE CMR-PERCENT     TO WS-RL-PERCENT (WS-RULE-SUB)
           MOVE CMR-AMOUNT      TO WS-RL-AMOUNT (WS-RULE-SUB)
           MOVE CMR-DESCRIPTION TO WS-RL-DESCRIPTION (WS-RULE-SUB).

      *----------------------------------------------------------------
      *  An active rule must be able to fire sensibly: a window of
      *  at least one day and at most a year, a pattern of at least
      *  two items, a percentage of a limit, a round unit.
      *----------------------------------------------------------------
       1120-CHECK-RULE-VALUES.
           IF (CMR-NEAR-LIMIT OR CMR-CROSS-SOURCE
               OR CMR-DORMANT OR CMR-ROUND-AMOUNT)
              AND (CMR-DAYS = ZERO OR CMR-DAYS > 366)
               DISPLAY "CMPSCRN: CMPRULE.PRM RULE " CMR-RULE-CODE
                       " DAYS MUST BE 1 TO 366 - RUN ABORTED"
               PERFORM 1190-REFUSE-RULE-FILE
           END-IF
           IF (CMR-NEAR-LIMIT OR CMR-ROUND-AMOUNT)
              AND CMR-COUNT < 2
               DISPLAY "CMPSCRN: CMPRULE.PRM RULE " CMR-RULE-CODE
                       " COUNT MUST BE AT LEAST 2 - RUN ABORTED"
               PERFORM 1190-REFUSE-RULE-FILE
           END-IF
           IF CMR-NEAR-LIMIT
              AND (CMR-PERCENT = ZERO OR CMR-PERCENT > 100)
               DISPLAY "CMPSCRN: CMPRULE.PRM RULE " CMR-RULE-CODE
                       " PERCENT MUST BE 1 TO 100 - RUN ABORTED"
               PERFORM 1190-REFUSE-RULE-FILE
           END-IF
           IF (CMR-ROUND-AMOUNT OR CMR-REPORT-THRESHOLD)
              AND CMR-AMOUNT = ZERO
               DISPLAY "CMPSCRN: CMPRULE.PRM RULE " CMR-RULE-CODE
                       " AMOUNT MUST NOT BE ZERO - RUN ABORTED"
               PERFORM 1190-REFUSE-RULE-FILE
           END-IF.

       1190-REFUSE-RULE-FILE.
           CLOSE RULE-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      *  The account master gives each account's single-
      *  transaction limit (NRLM) and the date it was opened
      *  (DORM, for an account that has never posted).
      *----------------------------------------------------------------
       1200-LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCTMST-STATUS NOT = "00"
               DISPLAY "CMPSCRN: ACCOUNT MASTER ACCTMST.DAT NOT "
                       "AVAILABLE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1210-LOAD-ONE-ACCOUNT UNTIL WS-EOF
           CLOSE ACCOUNT-MASTER-FILE.

       1210-LOAD-ONE-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF WS-ACCT-COUNT >= 2000
               DISPLAY "CMPSCRN: ACCOUNT MASTER EXCEEDS TABLE "
                       "LIMIT OF 2000 - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE ACT-ACCOUNT-NO TO WS-AC-ACCOUNT (WS-ACCT-COUNT)
      *    Records written before the limit fields existed read
      *    back with spaces there - no limit.
           IF ACT-TRAN-LIMIT IS NUMERIC
               MOVE ACT-TRAN-LIMIT TO WS-AC-TRAN-LIMIT (WS-ACCT-COUNT)
           ELSE
               MOVE ZERO TO WS-AC-TRAN-LIMIT (WS-ACCT-COUNT)
           END-IF
           IF ACT-OPENED-DATE IS NUMERIC
               MOVE ACT-OPENED-DATE
                   TO WS-AC-OPENED-DATE (WS-ACCT-COUNT)
           ELSE
               MOVE ZERO TO WS-AC-OPENED-DATE (WS-ACCT-COUNT)
           END-IF.

       1300-LOAD-OPEN-CASES.
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "CMPSCRN: CASE FILE CMPCASE.DAT OPEN FAILED, "
                       "STATUS " WS-CASE-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1310-LOAD-ONE-CASE UNTIL WS-EOF
           CLOSE CASE-FILE.

       1310-LOAD-ONE-CASE.
           READ CASE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF CAS-CASE-NO IS NUMERIC
              AND CAS-CASE-NO > WS-LAST-CASE-NO
               MOVE CAS-CASE-NO TO WS-LAST-CASE-NO
           END-IF
           IF CAS-CLOSED
               EXIT PARAGRAPH
           END-IF
           IF WS-CASE-COUNT >= 5000
               DISPLAY "CMPSCRN: CASE FILE EXCEEDS TABLE LIMIT OF "
                       "5000 - RUN ABORTED"
               CLOSE CASE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CASE-COUNT
           MOVE CAS-CASE-NO    TO WS-CS-CASE-NO (WS-CASE-COUNT)
           MOVE CAS-RULE-CODE  TO WS-CS-RULE (WS-CASE-COUNT)
           MOVE CAS-ACCOUNT-NO TO WS-CS-ACCOUNT (WS-CASE-COUNT).

      *----------------------------------------------------------------
      *  The audit trail holds every case ever opened, closed ones
      *  included, so it settles the last case number issued and
      *  what this business date has already opened.
      *----------------------------------------------------------------
       1350-LOAD-TODAYS-OPENINGS.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "CMPSCRN: CASE AUDIT CMPAUDT.DAT OPEN FAILED, "
                       "STATUS " WS-AUDIT-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1360-LOAD-ONE-AUDIT UNTIL WS-EOF
           CLOSE AUDIT-FILE.

       1360-LOAD-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF NOT CAA-OPENED
               EXIT PARAGRAPH
           END-IF
           IF CAA-CASE-NO IS NUMERIC
              AND CAA-CASE-NO > WS-LAST-CASE-NO
               MOVE CAA-CASE-NO TO WS-LAST-CASE-NO
           END-IF
           IF CAA-DATE NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-TODAY-COUNT >= 2000
               DISPLAY "CMPSCRN: MORE THAN 2000 CASES OPENED TODAY - "
                       "RUN ABORTED"
               CLOSE AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TODAY-COUNT
           MOVE CAA-CASE-NO          TO WS-TD-CASE-NO (WS-TODAY-COUNT)
           MOVE CAA-RULE-CODE        TO WS-TD-RULE (WS-TODAY-COUNT)
           MOVE CAA-ACCOUNT-NO       TO WS-TD-ACCOUNT (WS-TODAY-COUNT)
           MOVE CAA-TRIGGER-TRANS-ID TO WS-TD-TRIGGER (WS-TODAY-COUNT).

      *----------------------------------------------------------------
      *  The cycle's accepted file, skipping what AMTACTY and EODBAL
      *  skip (an adjacent replayed duplicate, a bad DR/CR byte).
      *  No accepted file means nothing to screen this cycle.
      *----------------------------------------------------------------
       1400-LOAD-CYCLE.
           OPEN INPUT ACCEPTED-FILE
           IF WS-ACCEPTED-STATUS NOT = "00"
               DISPLAY "CMPSCRN: AMTACC.OUT NOT AVAILABLE - NOTHING "
                       "TO SCREEN"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1410-LOAD-ONE-ACCEPTED UNTIL WS-EOF
           CLOSE ACCEPTED-FILE.

       1410-LOAD-ONE-ACCEPTED.
           READ ACCEPTED-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF ACC-TRANS-ID = WS-PREV-TRANS-ID
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-TRANS-ID TO WS-PREV-TRANS-ID
           IF ACC-DR-CR-IND NOT = "D" AND ACC-DR-CR-IND NOT = "C"
               EXIT PARAGRAPH
           END-IF
           IF WS-CYC-COUNT >= 10000
               DISPLAY "CMPSCRN: AMTACC.OUT EXCEEDS TABLE LIMIT OF "
                       "10000 - RUN ABORTED"
               CLOSE ACCEPTED-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACCEPTED-CT
           ADD 1 TO WS-CYC-COUNT
           MOVE ACC-TRANS-ID      TO WS-CY-TRANS-ID (WS-CYC-COUNT)
           MOVE ACC-ACCOUNT-NO    TO WS-CY-ACCOUNT (WS-CYC-COUNT)
           MOVE ACC-CURRENCY-CODE TO WS-CY-CURRENCY (WS-CYC-COUNT)
           MOVE ACC-AMOUNT        TO WS-CY-AMOUNT (WS-CYC-COUNT)
           MOVE ACC-BASE-AMOUNT   TO WS-CY-BASE-AMOUNT (WS-CYC-COUNT)
           MOVE ACC-DR-CR-IND     TO WS-CY-DR-CR (WS-CYC-COUNT)
           MOVE ACC-SOURCE-ID     TO WS-CY-SOURCE-ID (WS-CYC-COUNT)
           MOVE ACC-TRANS-TYPE    TO WS-CY-TRANS-TYPE (WS-CYC-COUNT)
           MOVE "N"               TO WS-CY-DONE-SW (WS-CYC-COUNT).

      *----------------------------------------------------------------
      *  No history yet is not an error: the cycle is screened on
      *  its own, and no account can look dormant.
      *----------------------------------------------------------------
       1500-OPEN-HISTORY.
           OPEN INPUT POSTED-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               DISPLAY "CMPSCRN: NO POSTED HISTORY YET - SCREENING "
                       "THE CYCLE ON ITS OWN"
               EXIT PARAGRAPH
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "CMPSCRN: POSTED HISTORY POSTHIST.IDX OPEN "
                       "FAILED, STATUS " WS-HISTORY-STATUS
                       " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-HISTORY-OPEN TO TRUE.

       1600-LIST-RULES.
           WRITE SCREEN-LISTING-LINE FROM WS-BLANK-LINE
           MOVE "RULES IN EFFECT" TO WS-SECTION-LINE
           WRITE SCREEN-LISTING-LINE FROM WS-SECTION-LINE
           PERFORM 1610-LIST-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 5.

       1610-LIST-ONE-RULE.
           MOVE WS-RULE-CODE (WS-RULE-SUB) TO WS-RU-CODE
           IF WS-RL-ON-FILE-SW (WS-RULE-SUB) = "N"
               MOVE "NOT ON FILE" TO WS-RU-STATE
           ELSE
               IF WS-RL-ACTIVE-SW (WS-RULE-SUB) = "Y"
                   MOVE "ACTIVE"   TO WS-RU-STATE
               ELSE
                   MOVE "INACTIVE" TO WS-RU-STATE
               END-IF
           END-IF
           MOVE WS-RL-DAYS (WS-RULE-SUB)        TO WS-RU-DAYS
           MOVE WS-RL-COUNT (WS-RULE-SUB)       TO WS-RU-COUNT
           MOVE WS-RL-PERCENT (WS-RULE-SUB)     TO WS-RU-PERCENT
           MOVE WS-RL-AMOUNT (WS-RULE-SUB)      TO WS-RU-AMOUNT
           MOVE WS-RL-DESCRIPTION (WS-RULE-SUB) TO WS-RU-DESCRIPTION
           WRITE SCREEN-LISTING-LINE FROM WS-RULE-LINE.

      *----------------------------------------------------------------
      *  Each account with items this cycle is screened once, the
      *  first time one of its items comes up in the table.
      *----------------------------------------------------------------
       2000-SCREEN-ONE-ACCOUNT.
           IF WS-CY-DONE-SW (WS-CYC-SUB) = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNT-CT
           MOVE WS-CY-ACCOUNT (WS-CYC-SUB) TO WS-CUR-ACCOUNT
           MOVE ZERO TO WS-CUR-TRAN-LIMIT
           MOVE ZERO TO WS-LAST-ACTIVITY
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                  OR WS-AC-ACCOUNT (WS-ACCT-SUB) = WS-CUR-ACCOUNT
               CONTINUE
           END-PERFORM
           IF WS-ACCT-SUB <= WS-ACCT-COUNT
               MOVE WS-AC-TRAN-LIMIT (WS-ACCT-SUB)
                   TO WS-CUR-TRAN-LIMIT
               MOVE WS-AC-OPENED-DATE (WS-ACCT-SUB)
                   TO WS-LAST-ACTIVITY
           END-IF
           PERFORM 2100-GATHER-CYCLE-ITEMS
           IF WS-AV-CURRENT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-HISTORY-OPEN
               PERFORM 2150-GATHER-HISTORY
           END-IF
           IF WS-RL-ACTIVE-SW (1) = "Y"
               PERFORM 2200-CHECK-NEAR-LIMIT
           END-IF
           IF WS-RL-ACTIVE-SW (2) = "Y"
               PERFORM 2300-CHECK-CROSS-SOURCE
           END-IF
           IF WS-RL-ACTIVE-SW (3) = "Y" AND WS-HISTORY-OPEN
               PERFORM 2400-CHECK-DORMANT
           END-IF
           IF WS-RL-ACTIVE-SW (4) = "Y"
               PERFORM 2500-CHECK-ROUND-AMOUNTS
           END-IF.

       2100-GATHER-CYCLE-ITEMS.
           MOVE ZERO TO WS-AV-COUNT
           MOVE ZERO TO WS-CI-COUNT
           PERFORM 2110-TAKE-ONE-CYCLE-ITEM
               VARYING WS-CYC-SCAN FROM WS-CYC-SUB BY 1
               UNTIL WS-CYC-SCAN > WS-CYC-COUNT
           MOVE WS-AV-COUNT TO WS-AV-CURRENT-COUNT.

       2110-TAKE-ONE-CYCLE-ITEM.
           IF WS-CY-ACCOUNT (WS-CYC-SCAN) NOT = WS-CUR-ACCOUNT
              OR WS-CY-DONE-SW (WS-CYC-SCAN) = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CY-DONE-SW (WS-CYC-SCAN)
           ADD 1 TO WS-CI-COUNT
           MOVE WS-CY-TRANS-ID (WS-CYC-SCAN)
               TO WS-CI-TRANS-ID (WS-CI-COUNT)
           IF WS-CY-TRANS-TYPE (WS-CYC-SCAN) = "V"
               ADD 1 TO WS-REVERSAL-CT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AV-COUNT
           MOVE WS-CY-TRANS-ID (WS-CYC-SCAN)
               TO WS-AV-TRANS-ID (WS-AV-COUNT)
           MOVE WS-CY-CURRENCY (WS-CYC-SCAN)
               TO WS-AV-CURRENCY (WS-AV-COUNT)
           MOVE WS-RUN-DATE TO WS-AV-DATE (WS-AV-COUNT)
           MOVE WS-CY-AMOUNT (WS-CYC-SCAN)
               TO WS-AV-AMOUNT (WS-AV-COUNT)
           MOVE WS-CY-BASE-AMOUNT (WS-CYC-SCAN)
               TO WS-AV-BASE-AMOUNT (WS-AV-COUNT)
           MOVE WS-CY-DR-CR (WS-CYC-SCAN)
               TO WS-AV-DR-CR (WS-AV-COUNT)
           MOVE WS-CY-SOURCE-ID (WS-CYC-SCAN)
               TO WS-AV-SOURCE-ID (WS-AV-COUNT).

      *----------------------------------------------------------------
      *  Every history entry for the account, in all currencies.
      *  The cycle's own items, reversals included, are already in
      *  hand if EODBAL has posted them, so they are recognised by
      *  id and passed over, as is the brought-forward record
      *  EODBAL writes on the business date when the account first
      *  reaches history - neither is activity before this cycle.
      *  Any other posting dates the account's last activity;
      *  those inside the longest window join the pattern table.
      *----------------------------------------------------------------
       2150-GATHER-HISTORY.
           MOVE LOW-VALUES     TO HST-HISTORY-KEY
           MOVE WS-CUR-ACCOUNT TO HST-ACCOUNT-NO
           MOVE "N" TO WS-HIST-EOF-SW
           START POSTED-HISTORY-FILE KEY >= HST-HISTORY-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM 2160-TAKE-ONE-HISTORY UNTIL WS-HIST-EOF.

       2160-TAKE-ONE-HISTORY.
           READ POSTED-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF HST-ACCOUNT-NO NOT = WS-CUR-ACCOUNT
               SET WS-HIST-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HISTORY-CT
           IF HST-BROUGHT-FORWARD
      *        Whatever moved the account before history began is
      *        unknown - history's start is the latest it can be.
               IF HST-POST-DATE > WS-LAST-ACTIVITY
                  AND HST-POST-DATE NOT = WS-RUN-DATE
                   MOVE HST-POST-DATE TO WS-LAST-ACTIVITY
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CI-SUB FROM 1 BY 1
               UNTIL WS-CI-SUB > WS-CI-COUNT
                  OR WS-CI-TRANS-ID (WS-CI-SUB) = HST-TRANS-ID
               CONTINUE
           END-PERFORM
           IF WS-CI-SUB <= WS-CI-COUNT
               EXIT PARAGRAPH
           END-IF
           IF HST-POST-DATE > WS-LAST-ACTIVITY
               MOVE HST-POST-DATE TO WS-LAST-ACTIVITY
           END-IF
           IF HST-REVERSAL
              OR HST-POST-DATE < WS-WINDOW-START
               EXIT PARAGRAPH
           END-IF
           IF WS-AV-COUNT >= 5000
               DISPLAY "CMPSCRN: ACCOUNT " WS-CUR-ACCOUNT
                       " HAS MORE THAN 5000 POSTINGS IN THE RULE "
                       "WINDOW - RUN ABORTED"
               PERFORM 9900-ABORT-RUN
           END-IF
           ADD 1 TO WS-AV-COUNT
           MOVE HST-TRANS-ID      TO WS-AV-TRANS-ID (WS-AV-COUNT)
           MOVE HST-CURRENCY-CODE TO WS-AV-CURRENCY (WS-AV-COUNT)
           MOVE HST-POST-DATE     TO WS-AV-DATE (WS-AV-COUNT)
           MOVE HST-AMOUNT        TO WS-AV-AMOUNT (WS-AV-COUNT)
           MOVE HST-BASE-AMOUNT   TO WS-AV-BASE-AMOUNT (WS-AV-COUNT)
           MOVE HST-DR-CR-IND     TO WS-AV-DR-CR (WS-AV-COUNT)
           MOVE HST-SOURCE-ID     TO WS-AV-SOURCE-ID (WS-AV-COUNT).

      *----------------------------------------------------------------
      *  NRLM: items inside the window at or above the percentage of
      *  the account's single-transaction limit without breaching
      *  it.  An account with no limit is measured in base against
      *  the rule's own amount, if it has one.
      *----------------------------------------------------------------
       2200-CHECK-NEAR-LIMIT.
           IF WS-CUR-TRAN-LIMIT = ZERO AND WS-RL-AMOUNT (1) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-HIT-COUNT
           MOVE ZERO TO WS-HIT-BASE-TOTAL
           MOVE ZERO TO WS-HIT-TRIGGER
           MOVE ZERO TO WS-HIT-RELATED
           PERFORM 2210-TEST-ONE-NEAR-LIMIT
               VARYING WS-AV-SUB FROM 1 BY 1
               UNTIL WS-AV-SUB > WS-AV-COUNT
           IF WS-HIT-COUNT < WS-RL-COUNT (1)
              OR WS-HIT-TRIGGER = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIT-COUNT     TO WS-E-COUNT
           MOVE WS-RL-PERCENT (1) TO WS-E-PERCENT
           MOVE WS-RL-DAYS (1)   TO WS-E-DAYS
           MOVE SPACES TO WS-HIT-DETAIL
           STRING WS-E-COUNT " ITEMS AT " WS-E-PERCENT
                  "% OF LIMIT IN " WS-E-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-HIT-DETAIL
           MOVE 1 TO WS-RULE-SUB
           PERFORM 2900-RAISE-HIT.

       2210-TEST-ONE-NEAR-LIMIT.
           IF WS-AV-DATE (WS-AV-SUB) < WS-RL-FROM-DATE (1)
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-QUALIFY-SW
           IF WS-CUR-TRAN-LIMIT > ZERO
               COMPUTE WS-PERCENT-WORK =
                   WS-AV-AMOUNT (WS-AV-SUB) * 100
               COMPUTE WS-LIMIT-WORK =
                   WS-CUR-TRAN-LIMIT * WS-RL-PERCENT (1)
               IF WS-AV-AMOUNT (WS-AV-SUB) <= WS-CUR-TRAN-LIMIT
                  AND WS-PERCENT-WORK >= WS-LIMIT-WORK
                   SET WS-QUALIFIES TO TRUE
               END-IF
           ELSE
               COMPUTE WS-PERCENT-WORK =
                   WS-AV-BASE-AMOUNT (WS-AV-SUB) * 100
               COMPUTE WS-LIMIT-WORK =
                   WS-RL-AMOUNT (1) * WS-RL-PERCENT (1)
               IF WS-AV-BASE-AMOUNT (WS-AV-SUB) <= WS-RL-AMOUNT (1)
                  AND WS-PERCENT-WORK >= WS-LIMIT-WORK
                   SET WS-QUALIFIES TO TRUE
               END-IF
           END-IF
           IF WS-QUALIFIES
               PERFORM 2290-COUNT-PATTERN-ITEM
           END-IF.

      *----------------------------------------------------------------
      *  A qualifying item joins the pattern; the first of them
      *  from this cycle is the trigger.
      *----------------------------------------------------------------
       2290-COUNT-PATTERN-ITEM.
           ADD 1 TO WS-HIT-COUNT
           ADD WS-AV-BASE-AMOUNT (WS-AV-SUB) TO WS-HIT-BASE-TOTAL
           IF WS-HIT-TRIGGER = ZERO
              AND WS-AV-SUB <= WS-AV-CURRENT-COUNT
               MOVE WS-AV-SUB TO WS-HIT-TRIGGER
           END-IF.

      *----------------------------------------------------------------
      *  XSRC: an item of this cycle matched, inside the window, by
      *  another item with the same currency, amount and direction
      *  from a different source under a different id.  The first
      *  pair found is raised.
      *----------------------------------------------------------------
       2300-CHECK-CROSS-SOURCE.
           MOVE ZERO TO WS-HIT-TRIGGER
           MOVE ZERO TO WS-HIT-RELATED
           PERFORM 2310-PAIR-ONE-ITEM
               VARYING WS-AV-SUB FROM 1 BY 1
               UNTIL WS-AV-SUB > WS-AV-CURRENT-COUNT
                  OR WS-HIT-TRIGGER NOT = ZERO
           IF WS-HIT-TRIGGER = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-HIT-COUNT
           COMPUTE WS-HIT-BASE-TOTAL =
               WS-AV-BASE-AMOUNT (WS-HIT-TRIGGER)
               + WS-AV-BASE-AMOUNT (WS-HIT-RELATED)
           MOVE WS-RL-DAYS (2) TO WS-E-DAYS
           MOVE SPACES TO WS-HIT-DETAIL
           STRING "SAME AMOUNT FROM TWO SOURCES IN " WS-E-DAYS
                  " DAYS"
               DELIMITED BY SIZE INTO WS-HIT-DETAIL
           MOVE 2 TO WS-RULE-SUB
           PERFORM 2900-RAISE-HIT.

       2310-PAIR-ONE-ITEM.
           PERFORM VARYING WS-AV-MATCH FROM 1 BY 1
               UNTIL WS-AV-MATCH > WS-AV-COUNT
                  OR (WS-AV-MATCH NOT = WS-AV-SUB
                  AND WS-AV-DATE (WS-AV-MATCH) >= WS-RL-FROM-DATE (2)
                  AND WS-AV-CURRENCY (WS-AV-MATCH)
                        = WS-AV-CURRENCY (WS-AV-SUB)
                  AND WS-AV-AMOUNT (WS-AV-MATCH)
                        = WS-AV-AMOUNT (WS-AV-SUB)
                  AND WS-AV-DR-CR (WS-AV-MATCH)
                        = WS-AV-DR-CR (WS-AV-SUB)
                  AND WS-AV-SOURCE-ID (WS-AV-MATCH)
                        NOT = WS-AV-SOURCE-ID (WS-AV-SUB)
                  AND WS-AV-TRANS-ID (WS-AV-MATCH)
                        NOT = WS-AV-TRANS-ID (WS-AV-SUB))
               CONTINUE
           END-PERFORM
           IF WS-AV-MATCH <= WS-AV-COUNT
               MOVE WS-AV-SUB   TO WS-HIT-TRIGGER
               MOVE WS-AV-MATCH TO WS-HIT-RELATED
           END-IF.

      *----------------------------------------------------------------
      *  DORM: the account's last posting before this cycle - or
      *  the date it was opened, if it never posted - is more than
      *  the rule's days ago, and this cycle brings it an item of
      *  the rule's amount or more.  An account with neither date
      *  cannot be judged and is passed over.
      *----------------------------------------------------------------
       2400-CHECK-DORMANT.
           IF WS-LAST-ACTIVITY = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QUIET-DAYS = WS-RUN-DAY-NO
               - FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVITY)
           IF WS-QUIET-DAYS <= WS-RL-DAYS (3)
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-HIT-COUNT
           MOVE ZERO TO WS-HIT-BASE-TOTAL
           MOVE ZERO TO WS-HIT-TRIGGER
           MOVE ZERO TO WS-HIT-RELATED
           PERFORM 2410-TEST-ONE-WAKING-ITEM
               VARYING WS-AV-SUB FROM 1 BY 1
               UNTIL WS-AV-SUB > WS-AV-CURRENT-COUNT
           IF WS-HIT-TRIGGER = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QUIET-DAYS TO WS-E-QUIET
           MOVE SPACES TO WS-HIT-DETAIL
           STRING "ACTIVE AFTER " WS-E-QUIET " QUIET DAYS"
               DELIMITED BY SIZE INTO WS-HIT-DETAIL
           MOVE 3 TO WS-RULE-SUB
           PERFORM 2900-RAISE-HIT.

       2410-TEST-ONE-WAKING-ITEM.
           IF WS-AV-BASE-AMOUNT (WS-AV-SUB) >= WS-RL-AMOUNT (3)
               PERFORM 2290-COUNT-PATTERN-ITEM
           END-IF.

      *----------------------------------------------------------------
      *  ROND: items inside the window that are exact multiples of
      *  the rule's round unit.
      *----------------------------------------------------------------
       2500-CHECK-ROUND-AMOUNTS.
           MOVE ZERO TO WS-HIT-COUNT
           MOVE ZERO TO WS-HIT-BASE-TOTAL
           MOVE ZERO TO WS-HIT-TRIGGER
           MOVE ZERO TO WS-HIT-RELATED
           PERFORM 2510-TEST-ONE-ROUND-AMOUNT
               VARYING WS-AV-SUB FROM 1 BY 1
               UNTIL WS-AV-SUB > WS-AV-COUNT
           IF WS-HIT-COUNT < WS-RL-COUNT (4)
              OR WS-HIT-TRIGGER = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIT-COUNT   TO WS-E-COUNT
           MOVE WS-RL-AMOUNT (4) TO WS-E-ROUND
           MOVE SPACES TO WS-HIT-DETAIL
           STRING WS-E-COUNT " MULTIPLES OF" WS-E-ROUND
               DELIMITED BY SIZE INTO WS-HIT-DETAIL
           MOVE 4 TO WS-RULE-SUB
           PERFORM 2900-RAISE-HIT.

       2510-TEST-ONE-ROUND-AMOUNT.
           IF WS-AV-DATE (WS-AV-SUB) < WS-RL-FROM-DATE (4)
              OR WS-AV-AMOUNT (WS-AV-SUB) = ZERO
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-AV-AMOUNT (WS-AV-SUB) BY WS-RL-AMOUNT (4)
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           IF WS-REMAINDER = ZERO
               PERFORM 2290-COUNT-PATTERN-ITEM
           END-IF.

      *----------------------------------------------------------------
      *  A hit opens a case unless the rule already has one open
      *  or escalated on the account, or this business date has
      *  already opened one for the same item (a rerun).
      *----------------------------------------------------------------
       2900-RAISE-HIT.
           ADD 1 TO WS-HIT-CT
           ADD 1 TO WS-RL-HIT-CT (WS-RULE-SUB)
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-COUNT
                  OR (WS-CS-RULE (WS-CASE-SUB)
                        = WS-RULE-CODE (WS-RULE-SUB)
                  AND WS-CS-ACCOUNT (WS-CASE-SUB) = WS-CUR-ACCOUNT)
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-TODAY-SUB FROM 1 BY 1
               UNTIL WS-TODAY-SUB > WS-TODAY-COUNT
                  OR (WS-TD-RULE (WS-TODAY-SUB)
                        = WS-RULE-CODE (WS-RULE-SUB)
                  AND WS-TD-ACCOUNT (WS-TODAY-SUB) = WS-CUR-ACCOUNT
                  AND WS-TD-TRIGGER (WS-TODAY-SUB)
                        = WS-AV-TRANS-ID (WS-HIT-TRIGGER))
               CONTINUE
           END-PERFORM
           IF WS-CASE-SUB <= WS-CASE-COUNT
               ADD 1 TO WS-OPEN-CASE-CT
               MOVE WS-CS-CASE-NO (WS-CASE-SUB) TO WS-HIT-CASE-NO
               MOVE "OPEN"     TO WS-HIT-STATUS
           ELSE
               IF WS-TODAY-SUB <= WS-TODAY-COUNT
                   ADD 1 TO WS-REPEAT-CT
                   MOVE WS-TD-CASE-NO (WS-TODAY-SUB)
                       TO WS-HIT-CASE-NO
                   MOVE "REPEAT"   TO WS-HIT-STATUS
               ELSE
                   PERFORM 2950-OPEN-CASE
                   MOVE "NEW CASE" TO WS-HIT-STATUS
               END-IF
           END-IF
           PERFORM 2980-LIST-HIT.

       2950-OPEN-CASE.
           ADD 1 TO WS-NEW-CASE-CT
           ADD 1 TO WS-RL-NEW-CT (WS-RULE-SUB)
           ADD 1 TO WS-LAST-CASE-NO
           MOVE WS-LAST-CASE-NO TO WS-HIT-CASE-NO
           MOVE SPACES TO COMPLIANCE-CASE-RECORD
           MOVE WS-LAST-CASE-NO            TO CAS-CASE-NO
           MOVE WS-RULE-CODE (WS-RULE-SUB) TO CAS-RULE-CODE
           MOVE WS-CUR-ACCOUNT             TO CAS-ACCOUNT-NO
           MOVE WS-AV-CURRENCY (WS-HIT-TRIGGER) TO CAS-CURRENCY-CODE
           MOVE WS-RUN-DATE                TO CAS-OPENED-DATE
           MOVE WS-AV-TRANS-ID (WS-HIT-TRIGGER)
               TO CAS-TRIGGER-TRANS-ID
           MOVE WS-AV-SOURCE-ID (WS-HIT-TRIGGER)
               TO CAS-TRIGGER-SOURCE-ID
           MOVE WS-AV-AMOUNT (WS-HIT-TRIGGER) TO CAS-TRIGGER-AMOUNT
           MOVE WS-AV-DR-CR (WS-HIT-TRIGGER)
               TO CAS-TRIGGER-DR-CR-IND
           IF WS-HIT-RELATED NOT = ZERO
               MOVE WS-AV-TRANS-ID (WS-HIT-RELATED)
                   TO CAS-RELATED-TRANS-ID
               MOVE WS-AV-SOURCE-ID (WS-HIT-RELATED)
                   TO CAS-RELATED-SOURCE-ID
           END-IF
           MOVE WS-HIT-COUNT      TO CAS-ITEM-COUNT
           MOVE WS-HIT-BASE-TOTAL TO CAS-BASE-TOTAL
           IF WS-RULE-SUB = 3
               MOVE WS-RUN-DATE      TO CAS-WINDOW-FROM-DATE
               MOVE WS-LAST-ACTIVITY TO CAS-LAST-ACTIVITY-DATE
           ELSE
               MOVE WS-RL-FROM-DATE (WS-RULE-SUB)
                   TO CAS-WINDOW-FROM-DATE
               MOVE ZERO TO CAS-LAST-ACTIVITY-DATE
           END-IF
           MOVE WS-HIT-DETAIL     TO CAS-DETAIL
           MOVE "O"               TO CAS-STATUS
           MOVE ZERO              TO CAS-REVIEW-DATE
           MOVE ZERO              TO CAS-REVIEW-TIME
           WRITE COMPLIANCE-CASE-RECORD
           MOVE SPACES            TO CASE-AUDIT-RECORD
           MOVE WS-RUN-DATE       TO CAA-DATE
           MOVE WS-TIME-NOW       TO CAA-TIME
           MOVE "CMPSCRN"         TO CAA-OPERATOR-ID
           MOVE "O"               TO CAA-ACTION
           MOVE CAS-CASE-NO       TO CAA-CASE-NO
           MOVE CAS-RULE-CODE     TO CAA-RULE-CODE
           MOVE CAS-ACCOUNT-NO    TO CAA-ACCOUNT-NO
           MOVE CAS-CURRENCY-CODE TO CAA-CURRENCY-CODE
           MOVE CAS-TRIGGER-TRANS-ID TO CAA-TRIGGER-TRANS-ID
           MOVE CAS-DETAIL        TO CAA-NOTE
           WRITE CASE-AUDIT-RECORD
      *    The new case now stands open for the rest of the run.
           IF WS-CASE-COUNT >= 5000
               DISPLAY "CMPSCRN: MORE THAN 5000 OPEN CASES - "
                       "RUN ABORTED"
               PERFORM 9900-ABORT-RUN
           END-IF
           ADD 1 TO WS-CASE-COUNT
           MOVE CAS-CASE-NO    TO WS-CS-CASE-NO (WS-CASE-COUNT)
           MOVE CAS-RULE-CODE  TO WS-CS-RULE (WS-CASE-COUNT)
           MOVE CAS-ACCOUNT-NO TO WS-CS-ACCOUNT (WS-CASE-COUNT).

       2980-LIST-HIT.
           MOVE WS-RULE-CODE (WS-RULE-SUB) TO WS-HL-RULE
           MOVE WS-CUR-ACCOUNT              TO WS-HL-ACCOUNT
           MOVE WS-AV-CURRENCY (WS-HIT-TRIGGER)  TO WS-HL-CURRENCY
           MOVE WS-AV-TRANS-ID (WS-HIT-TRIGGER)  TO WS-HL-TRANS-ID
           MOVE WS-AV-SOURCE-ID (WS-HIT-TRIGGER) TO WS-HL-SOURCE-ID
           MOVE WS-AV-AMOUNT (WS-HIT-TRIGGER)    TO WS-HL-AMOUNT
           MOVE WS-AV-DR-CR (WS-HIT-TRIGGER)     TO WS-HL-DR-CR
           MOVE WS-HIT-COUNT                TO WS-HL-COUNT
           MOVE WS-HIT-BASE-TOTAL           TO WS-HL-BASE-TOTAL
           MOVE WS-HIT-CASE-NO              TO WS-HL-CASE-NO
           MOVE WS-HIT-STATUS               TO WS-HL-STATUS
           WRITE SCREEN-LISTING-LINE FROM WS-HIT-LINE
           MOVE WS-HIT-DETAIL TO WS-HD-DETAIL
           MOVE SPACES        TO WS-HD-RELATED
           IF WS-HIT-RELATED NOT = ZERO
               STRING "MATCHES " WS-AV-TRANS-ID (WS-HIT-RELATED)
                      " FROM " WS-AV-SOURCE-ID (WS-HIT-RELATED)
                   DELIMITED BY SIZE INTO WS-HD-RELATED
           END-IF
           IF WS-RULE-SUB = 3
               STRING "LAST ACTIVITY " WS-LAST-ACTIVITY
                   DELIMITED BY SIZE INTO WS-HD-RELATED
           END-IF
           WRITE SCREEN-LISTING-LINE FROM WS-HIT-DETAIL-LINE.

       4000-FINALIZE.
           CLOSE CASE-FILE
           CLOSE AUDIT-FILE
           IF WS-HISTORY-OPEN
               CLOSE POSTED-HISTORY-FILE
           END-IF
           WRITE SCREEN-LISTING-LINE FROM WS-BLANK-LINE
           MOVE "ACCEPTED SCREENED   : " TO WS-T-LABEL
           MOVE WS-ACCEPTED-CT TO WS-T-VALUE
           WRITE SCREEN-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "  REVERSALS PASSED  : " TO WS-T-LABEL
           MOVE WS-REVERSAL-CT TO WS-T-VALUE
           WRITE SCREEN-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "ACCOUNTS SCREENED   : " TO WS-T-LABEL
           MOVE WS-ACCOUNT-CT TO WS-T-VALUE
           WRITE SCREEN-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "HISTORY READ        : " TO WS-T-LABEL
           MOVE WS-HISTORY-CT TO WS-T-VALUE
           WRITE SCREEN-LISTING-LINE FROM WS-TOTAL-LINE
           PERFORM 4100-LIST-RULE-TOTALS
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 4
           MOVE "HITS                : " TO WS-T-LABEL
           MOVE WS-HIT-CT TO WS-T-VALUE
           WRITE SCREEN-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "NEW CASES           : " TO WS-T-LABEL
           MOVE WS-NEW-CASE-CT TO WS-T-VALUE
           WRITE SCREEN-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "ON OPEN CASES       : " TO WS-T-LABEL
           MOVE WS-OPEN-CASE-CT TO WS-T-VALUE
           WRITE SCREEN-LISTING-LINE FROM WS-TOTAL-LINE
           MOVE "ALREADY RAISED TODAY: " TO WS-T-LABEL
           MOVE WS-REPEAT-CT TO WS-T-VALUE
           WRITE SCREEN-LISTING-LINE FROM WS-TOTAL-LINE
           IF WS-NEW-CASE-CT > ZERO
               MOVE "NEW CASES OPENED - REVIEW IN CMPREVW"
                   TO WS-R-TEXT
           ELSE
               MOVE "NO NEW CASES" TO WS-R-TEXT
           END-IF
           WRITE SCREEN-LISTING-LINE FROM WS-RESULT-LINE
           CLOSE SCREEN-LISTING
           DISPLAY "CMPSCRN ACCEPTED SCREENED: " WS-ACCEPTED-CT
           DISPLAY "CMPSCRN HITS: " WS-HIT-CT
           DISPLAY "CMPSCRN NEW CASES: " WS-NEW-CASE-CT
           IF WS-NEW-CASE-CT > ZERO
               DISPLAY "CMPSCRN: NEW COMPLIANCE CASES - SEE "
                       "CMPSCRN.LST"
               MOVE 8 TO RETURN-CODE
           END-IF.

       4100-LIST-RULE-TOTALS.
           MOVE SPACES TO WS-T-LABEL
           STRING "  " WS-RULE-CODE (WS-RULE-SUB) " HITS"
               DELIMITED BY SIZE INTO WS-T-LABEL
           MOVE ":" TO WS-T-LABEL (21:1)
           MOVE WS-RL-HIT-CT (WS-RULE-SUB) TO WS-T-VALUE
           WRITE SCREEN-LISTING-LINE FROM WS-TOTAL-LINE.

      *----------------------------------------------------------------
      *  Cases already written stay written - each has its audit
      *  entry, so a rerun lists them as already raised.
      *----------------------------------------------------------------
       9900-ABORT-RUN.
           CLOSE CASE-FILE
           CLOSE AUDIT-FILE
           CLOSE POSTED-HISTORY-FILE
           CLOSE SCREEN-LISTING
           MOVE 16 TO RETURN-CODE
           STOP RUN.
