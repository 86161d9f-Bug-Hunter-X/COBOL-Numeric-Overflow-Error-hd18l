      *            so a short file from one sender is pinpointed
      *            rather than buried in the day's grand total.
      *
      *            A manifest source flagged 'Y' must send its file
      *            between a header and a trailer record (copybook
      *            SHTREC).  The whole file is proved against them -
      *            sender, business date, record count, debit and
      *            credit hash totals, and the sender's file
      *            sequence number against the last one accepted
      *            (SRCSEQ.DAT) - before any detail is edited.  A
      *            file that fails is not edited at all: it is
      *            copied whole to a numbered quarantine file,
      *            entered on the quarantine register QTNREG.DAT,
      *            listed, and counted on AMTEDIT.CTL, and the
      *            cycle's other sources carry on.  The quarantine
      *            is released when the sender's correct file is
      *            accepted.
      *
      *            Also consumes AMTRESUB.DAT, the operator-corrected
      *            resubmissions queued by AMTINQ (req 008), as a
      *            second input after AMTIN.DAT - run back through the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.

           SELECT SENDER-SEQUENCE-FILE ASSIGN TO "SRCSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCSEQ-STATUS.

           SELECT QUARANTINE-REGISTER-FILE ASSIGN TO "QTNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTNREG-STATUS.

      *    A failed sender file is copied whole to QTNnnnnnn.DAT,
      *    numbered by its quarantine number.
           SELECT QUARANTINE-COPY-FILE ASSIGN TO WS-QTN-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTNCOPY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       COPY AMTREC.
       COPY SHTREC.

       FD  SOURCE-MANIFEST-FILE.
       01  SOURCE-MANIFEST-RECORD.
           05  MAN-SOURCE-ID            PIC X(08).
           05  FILLER                   PIC X(01).
           05  MAN-FILE-NAME            PIC X(40).
           05  FILLER                   PIC X(01).
      *    'Y' = the source's file carries a header and a trailer
      *    (copybook SHTREC) and is proved whole before the edit;
      *    'N' or blank = a plain file of transactions.
           05  MAN-CONTROL-IND          PIC X(01).

       FD  EDITED-FILE.
       01  EDITED-FILE-RECORD           PIC X(80).
       FD  WAREHOUSE-FILE.
       COPY WHSREC.

       FD  SENDER-SEQUENCE-FILE.
       COPY SSQREC.

       FD  QUARANTINE-REGISTER-FILE.
       COPY QTNREC.

       FD  QUARANTINE-COPY-FILE.
       01  QUARANTINE-COPY-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS              PIC X(02) VALUE "00".
       01  WS-MANIFEST-STATUS           PIC X(02) VALUE "00".
       01  WS-WAREHOUSE-STATUS          PIC X(02) VALUE "00".
       01  WS-WAREHOUSE-SW              PIC X(01) VALUE "N".
           88  WS-TO-WAREHOUSE          VALUE "Y".
      *    How many business days back a value date may lie and
      *    still post on the business date; older is rejected as
      *    stale (R015) rather than silently posted months late.
       01  WS-BACKDATE-LIMIT-DAYS       PIC 9(03) VALUE 5.
       01  WS-VALUE-DATE-INT            PIC 9(09) VALUE ZERO.
      *    The value date rolled to the next business day of the
      *    transaction currency - the date it can actually post.
       01  WS-ROLLED-VALUE-DATE         PIC 9(08) VALUE ZERO.

      *    Originals reversed by records passed earlier THIS RUN -
      *    the register only learns of a reversal when AMTPROC
               10  WS-SRC-HELD-AMT      PIC 9(11)V99.
               10  WS-SRC-WHSE-CT       PIC 9(09).
               10  WS-SRC-WHSE-AMT      PIC 9(11)V99.
               10  WS-SRC-CONTROL-IND   PIC X(01).
                   88  WS-SRC-CONTROLLED VALUE "Y".
      *            Set when the source's file was quarantined this
      *            run, with every record it held.
               10  WS-SRC-QTN-NO        PIC 9(06).
               10  WS-SRC-QTN-RECORDS   PIC 9(09).
       01  WS-SRC-SUB                   PIC 9(02) COMP.
       01  WS-RESUB-SRC-SUB             PIC 9(02) COMP VALUE ZERO.
       01  WS-ANY-CONTROLLED-SW         PIC X(01) VALUE "N".
           88  WS-ANY-CONTROLLED        VALUE "Y".

       01  WS-SRCSEQ-STATUS             PIC X(02) VALUE "00".
       01  WS-QTNREG-STATUS             PIC X(02) VALUE "00".
       01  WS-QTNCOPY-STATUS            PIC X(02) VALUE "00".
       01  WS-SRCSEQ-EOF-SW             PIC X(01) VALUE "N".
           88  WS-SRCSEQ-EOF            VALUE "Y".
       01  WS-QTNREG-EOF-SW             PIC X(01) VALUE "N".
           88  WS-QTNREG-EOF            VALUE "Y".

      *    Last file sequence accepted per sender (SRCSEQ.DAT),
      *    loaded at initialization and rewritten at the end of
      *    the run.
       01  WS-SSQ-TABLE.
           05  WS-SSQ-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-SSQ-ENTRY             OCCURS 100 TIMES.
               10  WS-SSQ-SOURCE-ID     PIC X(08).
               10  WS-SSQ-LAST-SEQ      PIC 9(06).
               10  WS-SSQ-LAST-DATE     PIC 9(08).
               10  WS-SSQ-RUN-DATE      PIC 9(08).
               10  WS-SSQ-RUN-ID        PIC X(08).
               10  WS-SSQ-PRIOR-SEQ     PIC 9(06).
       01  WS-SSQ-SUB                   PIC 9(03) COMP.

      *    Quarantines still open on the register, each with the
      *    image of its 'Q' record so the release can be written
      *    from it.  Entries left by an earlier attempt of this
      *    same run are not loaded - this run makes them again.
       01  WS-QTN-TABLE.
           05  WS-QTN-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-QTN-ENTRY             OCCURS 200 TIMES.
               10  WS-QT-NO             PIC 9(06).
               10  WS-QT-SOURCE-ID      PIC X(08).
               10  WS-QT-FILE-SEQ       PIC 9(06).
               10  WS-QT-RECORD         PIC X(167).
       01  WS-QTN-SUB                   PIC 9(03) COMP.
       01  WS-QTN-LAST-NO               PIC 9(06) VALUE ZERO.
       01  WS-QTN-NEW-CT                PIC 9(05) VALUE ZERO.
       01  WS-QTN-RELEASED-CT           PIC 9(05) VALUE ZERO.
       01  WS-QTN-COPY-NAME.
           05  FILLER                   PIC X(03) VALUE "QTN".
           05  WS-QCN-NO                PIC 9(06) VALUE ZERO.
           05  FILLER                   PIC X(04) VALUE ".DAT".

      *    What the pre-edit pass found in a sender's file.  The
      *    first failure found is the one reported.
       01  WS-CHECK-AREA.
           05  WS-CHK-RECORD-CT         PIC 9(09).
           05  WS-CHK-DETAIL-CT         PIC 9(09).
           05  WS-CHK-DEBIT-HASH        PIC 9(13)V99.
           05  WS-CHK-CREDIT-HASH       PIC 9(13)V99.
           05  WS-CHK-TRAILER-SW        PIC X(01).
               88  WS-CHK-TRAILER-SEEN  VALUE "Y".
           05  WS-CHK-SENDER-ID         PIC X(08).
           05  WS-CHK-FILE-DATE         PIC 9(08).
           05  WS-CHK-FILE-SEQ          PIC 9(06).
           05  WS-CHK-TRL-VALID-SW      PIC X(01).
               88  WS-CHK-TRL-VALID     VALUE "Y".
           05  WS-CHK-TRL-COUNT         PIC 9(09).
           05  WS-CHK-TRL-DEBIT         PIC 9(13)V99.
           05  WS-CHK-TRL-CREDIT        PIC 9(13)V99.
       01  WS-QTN-REASON-CODE           PIC X(04) VALUE SPACES.
       01  WS-QTN-REASON-TEXT           PIC X(40) VALUE SPACES.
       01  WS-SEQ-BASELINE              PIC 9(06) VALUE ZERO.
       01  WS-SEQ-EXPECTED              PIC 9(06) VALUE ZERO.

       01  WS-QUARANTINE-LINE.
           05  WS-Q-ACTION              PIC X(12).
           05  WS-Q-NO                  PIC 9(06).
           05  FILLER                   PIC X(08) VALUE " SOURCE ".
           05  WS-Q-SOURCE-ID           PIC X(08).
           05  FILLER                   PIC X(05) VALUE " SEQ ".
           05  WS-Q-FILE-SEQ            PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-Q-REASON-CODE         PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-Q-REASON-TEXT         PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-Q-COPY-NAME           PIC X(13).

       01  WS-SOURCE-TOTAL-LINE.
           05  FILLER                   PIC X(07) VALUE "SOURCE ".

       COPY RUNCTLK.
       COPY TSTWRTK.
       COPY BUSDAYK.

       01  WS-EDIT-COUNTERS.
           05  WS-READ-CT               PIC 9(09) VALUE ZERO.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1350-LOAD-RUN-DATE
           PERFORM 1370-CHECK-CALENDAR
           PERFORM 1400-VERIFY-RUN-CONTROL
           INITIALIZE WS-REASON-TABLE
           PERFORM 1500-LOAD-ACCOUNT-MASTER
           PERFORM 1600-OPEN-TRANS-REGISTER
           PERFORM 1700-LOAD-DAY-TOTALS
           PERFORM 1800-LOAD-SOURCE-MANIFEST
           IF WS-ANY-CONTROLLED
               PERFORM 1850-LOAD-SENDER-SEQUENCES
               PERFORM 1870-LOAD-QUARANTINE-REGISTER
           END-IF
           OPEN OUTPUT EDITED-FILE
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
      *                A mistyped flag must not quietly let a
      *                sender's file through unproved.
                       IF MAN-CONTROL-IND NOT = "Y"
                          AND MAN-CONTROL-IND NOT = "N"
                          AND MAN-CONTROL-IND NOT = SPACE
                           DISPLAY "AMTEDIT: MANIFEST SOURCE "
                                   MAN-SOURCE-ID
                                   " HEADER/TRAILER FLAG NOT Y OR N"
                                   " - RUN ABORTED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SRC-COUNT
                       MOVE MAN-SOURCE-ID
                           TO WS-SRC-ID (WS-SRC-COUNT)
                       MOVE MAN-FILE-NAME
                           TO WS-SRC-FILE-NAME (WS-SRC-COUNT)
                       MOVE MAN-CONTROL-IND
                           TO WS-SRC-CONTROL-IND (WS-SRC-COUNT)
                       IF MAN-CONTROL-IND = "Y"
                           SET WS-ANY-CONTROLLED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Load the last file sequence accepted from each sender.  No
      *  file yet means no sender has been accepted, and each one's
      *  first file sets its baseline.  A record keyed in by hand
      *  to re-baseline a sender may carry only the id and the
      *  sequence; the rest is taken as zero.
      *----------------------------------------------------------------
       1850-LOAD-SENDER-SEQUENCES.
           OPEN INPUT SENDER-SEQUENCE-FILE
           IF WS-SRCSEQ-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-SRCSEQ-STATUS NOT = "00"
               DISPLAY "AMTEDIT: SENDER SEQUENCE FILE SRCSEQ.DAT "
                       "NOT READABLE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1860-LOAD-ONE-SEQUENCE UNTIL WS-SRCSEQ-EOF
           CLOSE SENDER-SEQUENCE-FILE.

       1860-LOAD-ONE-SEQUENCE.
           READ SENDER-SEQUENCE-FILE
               AT END
                   SET WS-SRCSEQ-EOF TO TRUE
               NOT AT END
                   IF SSQ-SOURCE-ID NOT = SPACES
                       IF SSQ-LAST-FILE-SEQ IS NOT NUMERIC
                           DISPLAY "AMTEDIT: SRCSEQ.DAT SEQUENCE FOR "
                                   SSQ-SOURCE-ID " NOT NUMERIC"
                                   " - RUN ABORTED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF WS-SSQ-COUNT >= 100
                           DISPLAY "AMTEDIT: SRCSEQ.DAT EXCEEDS 100 "
                                   "SENDERS - RUN ABORTED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SSQ-COUNT
                       MOVE SSQ-SOURCE-ID
                           TO WS-SSQ-SOURCE-ID (WS-SSQ-COUNT)
                       MOVE SSQ-LAST-FILE-SEQ
                           TO WS-SSQ-LAST-SEQ (WS-SSQ-COUNT)
                       MOVE ZERO TO WS-SSQ-LAST-DATE (WS-SSQ-COUNT)
                                    WS-SSQ-RUN-DATE (WS-SSQ-COUNT)
                                    WS-SSQ-PRIOR-SEQ (WS-SSQ-COUNT)
                       IF SSQ-LAST-FILE-DATE IS NUMERIC
                           MOVE SSQ-LAST-FILE-DATE
                               TO WS-SSQ-LAST-DATE (WS-SSQ-COUNT)
                       END-IF
                       IF SSQ-RUN-DATE IS NUMERIC
                           MOVE SSQ-RUN-DATE
                               TO WS-SSQ-RUN-DATE (WS-SSQ-COUNT)
                       END-IF
                       MOVE SSQ-RUN-ID
                           TO WS-SSQ-RUN-ID (WS-SSQ-COUNT)
                       IF SSQ-PRIOR-FILE-SEQ IS NUMERIC
                           MOVE SSQ-PRIOR-FILE-SEQ
                               TO WS-SSQ-PRIOR-SEQ (WS-SSQ-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Net the quarantine register down to the quarantines still
      *  open, then hold it open for this run's entries.  Entries
      *  an earlier attempt of this same run left behind are
      *  skipped, numbers included, so a rerun quarantines and
      *  releases exactly as the first attempt did and reuses its
      *  quarantine numbers and copy files.
      *----------------------------------------------------------------
       1870-LOAD-QUARANTINE-REGISTER.
           OPEN INPUT QUARANTINE-REGISTER-FILE
           IF WS-QTNREG-STATUS = "00"
               PERFORM 1880-LOAD-ONE-QUARANTINE
                   UNTIL WS-QTNREG-EOF
               CLOSE QUARANTINE-REGISTER-FILE
           END-IF
           OPEN EXTEND QUARANTINE-REGISTER-FILE
           IF WS-QTNREG-STATUS NOT = "00"
               OPEN OUTPUT QUARANTINE-REGISTER-FILE
           END-IF
           IF WS-QTNREG-STATUS NOT = "00"
               DISPLAY "AMTEDIT: QUARANTINE REGISTER QTNREG.DAT "
                       "CANNOT BE WRITTEN - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1880-LOAD-ONE-QUARANTINE.
           READ QUARANTINE-REGISTER-FILE
               AT END
                   SET WS-QTNREG-EOF TO TRUE
               NOT AT END
                   IF QTN-RUN-DATE = WS-RUN-DATE
                      AND QTN-RUN-ID = WS-RUN-ID
                       EXIT PARAGRAPH
                   END-IF
                   IF QTN-QUARANTINE-NO > WS-QTN-LAST-NO
                       MOVE QTN-QUARANTINE-NO TO WS-QTN-LAST-NO
                   END-IF
      *            A run that stopped after writing here and was
      *            rerun leaves the same entry twice; it is held
      *            once.
                   PERFORM VARYING WS-QTN-SUB FROM 1 BY 1
                       UNTIL WS-QTN-SUB > WS-QTN-COUNT
                          OR WS-QT-NO (WS-QTN-SUB) = QTN-QUARANTINE-NO
                       CONTINUE
                   END-PERFORM
                   IF WS-QTN-SUB <= WS-QTN-COUNT
                       PERFORM 2695-DROP-OPEN-QUARANTINE
                   END-IF
                   IF QTN-QUARANTINED
                       PERFORM 1890-ADD-OPEN-QUARANTINE
                   END-IF
           END-READ.

      *    Also used for a quarantine made this run.
       1890-ADD-OPEN-QUARANTINE.
           IF WS-QTN-COUNT >= 200
               DISPLAY "AMTEDIT: MORE THAN 200 OPEN QUARANTINES ON "
                       "QTNREG.DAT - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTN-COUNT
           MOVE QTN-QUARANTINE-NO TO WS-QT-NO (WS-QTN-COUNT)
           MOVE QTN-SOURCE-ID     TO WS-QT-SOURCE-ID (WS-QTN-COUNT)
           MOVE QTN-FILE-SEQ      TO WS-QT-FILE-SEQ (WS-QTN-COUNT)
           MOVE QUARANTINE-RECORD TO WS-QT-RECORD (WS-QTN-COUNT).

      *----------------------------------------------------------------
      *  Run one named source's file through the edit.  OPEN INPUT
      *  on a missing file returns status "35" without raising an
           MOVE WS-SRC-FILE-NAME (WS-SRC-SUB) TO WS-TRANS-FILE-NAME
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRANS-FILE
      *    A source sending header and trailer has its whole file
      *    proved first; the file is then read again from the top
      *    for the edit, or set aside untouched.
           IF WS-TRANS-STATUS = "00"
              AND WS-SRC-CONTROLLED (WS-SRC-SUB)
               PERFORM 2600-CHECK-SENDER-FILE
               IF WS-QTN-REASON-CODE NOT = SPACES
                   PERFORM 2650-QUARANTINE-SENDER-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT TRANS-FILE
           END-IF
           IF WS-TRANS-STATUS = "00"
               PERFORM 2100-READ-TRANS-FILE
               PERFORM 2000-EDIT-RECORDS UNTIL WS-EOF
               CLOSE TRANS-FILE
               IF WS-SRC-CONTROLLED (WS-SRC-SUB)
                   PERFORM 2680-ACCEPT-SENDER-FILE
               END-IF
           ELSE
               DISPLAY "AMTEDIT: SOURCE " WS-SRC-ID (WS-SRC-SUB)
                       " FILE NOT AVAILABLE - ZERO RECORDS"
           END-IF.

      *----------------------------------------------------------------
      *  Read a sender's whole file before any of it is edited:
      *  one header first, one trailer last, nothing after it, and
      *  the trailer's count and hash totals agreeing with the
      *  details between.  Then the header's sender, date and
      *  sequence.  WS-QTN-REASON-CODE comes back blank when the
      *  file is good.
      *----------------------------------------------------------------
       2600-CHECK-SENDER-FILE.
           INITIALIZE WS-CHECK-AREA
           MOVE SPACES TO WS-QTN-REASON-CODE
           MOVE SPACES TO WS-QTN-REASON-TEXT
           PERFORM 2100-READ-TRANS-FILE
           IF WS-EOF
               MOVE "H001" TO WS-QTN-REASON-CODE
               MOVE "NO HEADER RECORD - FILE IS EMPTY"
                   TO WS-QTN-REASON-TEXT
           END-IF
           PERFORM 2610-CHECK-ONE-RECORD UNTIL WS-EOF
           CLOSE TRANS-FILE
           MOVE "N" TO WS-EOF-SW
           IF WS-QTN-REASON-CODE = SPACES
               PERFORM 2620-CHECK-FILE-CONTROLS
           END-IF.

       2610-CHECK-ONE-RECORD.
           ADD 1 TO WS-CHK-RECORD-CT
           EVALUATE TRUE
               WHEN WS-CHK-RECORD-CT = 1 AND SHT-HEADER
                   MOVE SHT-SENDER-ID TO WS-CHK-SENDER-ID
                   IF SHT-FILE-DATE IS NUMERIC
                       MOVE SHT-FILE-DATE TO WS-CHK-FILE-DATE
                   END-IF
                   IF SHT-FILE-SEQ IS NUMERIC
                       MOVE SHT-FILE-SEQ TO WS-CHK-FILE-SEQ
                   END-IF
               WHEN WS-CHK-RECORD-CT = 1
                   MOVE "H001" TO WS-QTN-REASON-CODE
                   MOVE "NO HEADER RECORD" TO WS-QTN-REASON-TEXT
               WHEN WS-CHK-TRAILER-SEEN
                   IF WS-QTN-REASON-CODE = SPACES
                       MOVE "H003" TO WS-QTN-REASON-CODE
                       MOVE "RECORD FOLLOWS THE TRAILER"
                           TO WS-QTN-REASON-TEXT
                   END-IF
               WHEN SHT-HEADER
                   IF WS-QTN-REASON-CODE = SPACES
                       MOVE "H003" TO WS-QTN-REASON-CODE
                       MOVE "SECOND HEADER RECORD IN FILE"
                           TO WS-QTN-REASON-TEXT
                   END-IF
               WHEN SHT-TRAILER
                   SET WS-CHK-TRAILER-SEEN TO TRUE
                   IF SHT-RECORD-COUNT IS NUMERIC
                      AND SHT-DEBIT-HASH IS NUMERIC
                      AND SHT-CREDIT-HASH IS NUMERIC
                       SET WS-CHK-TRL-VALID TO TRUE
                       MOVE SHT-RECORD-COUNT TO WS-CHK-TRL-COUNT
                       MOVE SHT-DEBIT-HASH   TO WS-CHK-TRL-DEBIT
                       MOVE SHT-CREDIT-HASH  TO WS-CHK-TRL-CREDIT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CHK-DETAIL-CT
                   IF TR-AMOUNT IS NUMERIC
                       IF TR-DR-CR-IND = "D"
                           ADD TR-AMOUNT TO WS-CHK-DEBIT-HASH
                       END-IF
                       IF TR-DR-CR-IND = "C"
                           ADD TR-AMOUNT TO WS-CHK-CREDIT-HASH
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-TRANS-FILE.

      *    The sequence is judged last, so a damaged file is
      *    reported for the damage rather than as a repeat.
       2620-CHECK-FILE-CONTROLS.
           IF NOT WS-CHK-TRAILER-SEEN
               MOVE "H002" TO WS-QTN-REASON-CODE
               MOVE "NO TRAILER RECORD - FILE TRUNCATED"
                   TO WS-QTN-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-SENDER-ID NOT = WS-SRC-ID (WS-SRC-SUB)
               MOVE "H004" TO WS-QTN-REASON-CODE
               STRING "HEADER SENDER " DELIMITED BY SIZE
                      WS-CHK-SENDER-ID DELIMITED BY SIZE
                      " NOT THIS SOURCE" DELIMITED BY SIZE
                  INTO WS-QTN-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-FILE-DATE NOT = WS-RUN-DATE
               MOVE "H005" TO WS-QTN-REASON-CODE
               STRING "FILE DATE " DELIMITED BY SIZE
                      WS-CHK-FILE-DATE DELIMITED BY SIZE
                      " NOT THE BUSINESS DATE" DELIMITED BY SIZE
                  INTO WS-QTN-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CHK-TRL-VALID
              OR WS-CHK-TRL-COUNT NOT = WS-CHK-DETAIL-CT
               MOVE "H006" TO WS-QTN-REASON-CODE
               STRING "TRAILER COUNT " DELIMITED BY SIZE
                      WS-CHK-TRL-COUNT DELIMITED BY SIZE
                      " ACTUAL " DELIMITED BY SIZE
                      WS-CHK-DETAIL-CT DELIMITED BY SIZE
                  INTO WS-QTN-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-TRL-DEBIT NOT = WS-CHK-DEBIT-HASH
              OR WS-CHK-TRL-CREDIT NOT = WS-CHK-CREDIT-HASH
               MOVE "H007" TO WS-QTN-REASON-CODE
               MOVE "TRAILER HASH TOTALS DO NOT AGREE"
                   TO WS-QTN-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-FILE-SEQ = ZERO
               MOVE "H008" TO WS-QTN-REASON-CODE
               MOVE "HEADER FILE SEQUENCE NOT VALID"
                   TO WS-QTN-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM 2630-FIND-SENDER-SEQUENCE
      *    A sender not yet on SRCSEQ.DAT sets its baseline with
      *    this file.
           IF WS-SSQ-SUB > WS-SSQ-COUNT
               EXIT PARAGRAPH
           END-IF
      *    On a rerun the file is judged against the number before
      *    this run's - zero there means the sender was first
      *    accepted by this run.
           IF WS-SSQ-RUN-DATE (WS-SSQ-SUB) = WS-RUN-DATE
              AND WS-SSQ-RUN-ID (WS-SSQ-SUB) = WS-RUN-ID
               IF WS-SSQ-PRIOR-SEQ (WS-SSQ-SUB) = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SSQ-PRIOR-SEQ (WS-SSQ-SUB) TO WS-SEQ-BASELINE
           ELSE
               MOVE WS-SSQ-LAST-SEQ (WS-SSQ-SUB) TO WS-SEQ-BASELINE
           END-IF
           COMPUTE WS-SEQ-EXPECTED = WS-SEQ-BASELINE + 1
           IF WS-CHK-FILE-SEQ < WS-SEQ-EXPECTED
               MOVE "H009" TO WS-QTN-REASON-CODE
               STRING "FILE SEQUENCE " DELIMITED BY SIZE
                      WS-CHK-FILE-SEQ DELIMITED BY SIZE
                      " ALREADY RECEIVED" DELIMITED BY SIZE
                  INTO WS-QTN-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-FILE-SEQ > WS-SEQ-EXPECTED
               MOVE "H010" TO WS-QTN-REASON-CODE
               STRING "FILE SEQUENCE " DELIMITED BY SIZE
                      WS-CHK-FILE-SEQ DELIMITED BY SIZE
                      " EXPECTED " DELIMITED BY SIZE
                      WS-SEQ-EXPECTED DELIMITED BY SIZE
                  INTO WS-QTN-REASON-TEXT
           END-IF.

       2630-FIND-SENDER-SEQUENCE.
           PERFORM VARYING WS-SSQ-SUB FROM 1 BY 1
               UNTIL WS-SSQ-SUB > WS-SSQ-COUNT
                  OR WS-SSQ-SOURCE-ID (WS-SSQ-SUB)
                     = WS-SRC-ID (WS-SRC-SUB)
               CONTINUE
           END-PERFORM.

      *----------------------------------------------------------------
      *  Set a failed sender file aside whole: copy every record to
      *  the numbered quarantine file, enter it on the register and
      *  the listing.  None of it is edited, and the sender's
      *  sequence does not move.
      *----------------------------------------------------------------
       2650-QUARANTINE-SENDER-FILE.
           ADD 1 TO WS-QTN-LAST-NO
           MOVE WS-QTN-LAST-NO TO WS-QCN-NO
           OPEN OUTPUT QUARANTINE-COPY-FILE
           IF WS-QTNCOPY-STATUS NOT = "00"
               DISPLAY "AMTEDIT: QUARANTINE COPY " WS-QTN-COPY-NAME
                       " CANNOT BE WRITTEN - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               PERFORM 2100-READ-TRANS-FILE
               PERFORM 2660-COPY-ONE-RECORD UNTIL WS-EOF
               CLOSE TRANS-FILE
           END-IF
           CLOSE QUARANTINE-COPY-FILE

           MOVE SPACES                     TO QUARANTINE-RECORD
           SET QTN-QUARANTINED             TO TRUE
           MOVE WS-QTN-LAST-NO             TO QTN-QUARANTINE-NO
           MOVE WS-SRC-ID (WS-SRC-SUB)     TO QTN-SOURCE-ID
           MOVE WS-RUN-DATE                TO QTN-RUN-DATE
           MOVE WS-RUN-ID                  TO QTN-RUN-ID
           MOVE WS-SRC-FILE-NAME (WS-SRC-SUB) TO QTN-FILE-NAME
           MOVE WS-QTN-COPY-NAME           TO QTN-COPY-NAME
           MOVE WS-CHK-FILE-DATE           TO QTN-FILE-DATE
           MOVE WS-CHK-FILE-SEQ            TO QTN-FILE-SEQ
           MOVE WS-CHK-RECORD-CT           TO QTN-RECORD-COUNT
           MOVE WS-QTN-REASON-CODE         TO QTN-REASON-CODE
           MOVE WS-QTN-REASON-TEXT         TO QTN-REASON-TEXT
           MOVE ZERO                       TO QTN-RELEASE-FILE-SEQ
           WRITE QUARANTINE-RECORD
           PERFORM 1890-ADD-OPEN-QUARANTINE
           ADD 1 TO WS-QTN-NEW-CT
           MOVE WS-QTN-LAST-NO   TO WS-SRC-QTN-NO (WS-SRC-SUB)
           MOVE WS-CHK-RECORD-CT TO WS-SRC-QTN-RECORDS (WS-SRC-SUB)

           MOVE "QUARANTINED "     TO WS-Q-ACTION
           MOVE WS-QTN-LAST-NO     TO WS-Q-NO
           MOVE WS-SRC-ID (WS-SRC-SUB) TO WS-Q-SOURCE-ID
           MOVE WS-CHK-FILE-SEQ    TO WS-Q-FILE-SEQ
           MOVE WS-QTN-REASON-CODE TO WS-Q-REASON-CODE
           MOVE WS-QTN-REASON-TEXT TO WS-Q-REASON-TEXT
           MOVE WS-QTN-COPY-NAME   TO WS-Q-COPY-NAME
           WRITE EDIT-ERROR-LINE FROM WS-QUARANTINE-LINE
           DISPLAY "AMTEDIT: SOURCE " WS-SRC-ID (WS-SRC-SUB)
                   " FILE QUARANTINED - " WS-QTN-REASON-CODE
                   " " WS-QTN-REASON-TEXT.

       2660-COPY-ONE-RECORD.
           WRITE QUARANTINE-COPY-RECORD FROM TRANS-RECORD
           PERFORM 2100-READ-TRANS-FILE.

      *----------------------------------------------------------------
      *  The sender's file has been edited: move its sequence on
      *  and release every quarantine of the sender's that this
      *  file replaces - any with the same or an earlier sequence,
      *  or none readable at all.
      *----------------------------------------------------------------
       2680-ACCEPT-SENDER-FILE.
           PERFORM 2630-FIND-SENDER-SEQUENCE
           IF WS-SSQ-SUB > WS-SSQ-COUNT
               IF WS-SSQ-COUNT >= 100
                   DISPLAY "AMTEDIT: SRCSEQ.DAT EXCEEDS 100 "
                           "SENDERS - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SSQ-COUNT
               MOVE WS-SSQ-COUNT TO WS-SSQ-SUB
               MOVE WS-SRC-ID (WS-SRC-SUB)
                   TO WS-SSQ-SOURCE-ID (WS-SSQ-SUB)
               MOVE ZERO TO WS-SSQ-LAST-SEQ (WS-SSQ-SUB)
                            WS-SSQ-RUN-DATE (WS-SSQ-SUB)
                            WS-SSQ-PRIOR-SEQ (WS-SSQ-SUB)
               MOVE SPACES TO WS-SSQ-RUN-ID (WS-SSQ-SUB)
           END-IF
           IF WS-SSQ-RUN-DATE (WS-SSQ-SUB) NOT = WS-RUN-DATE
              OR WS-SSQ-RUN-ID (WS-SSQ-SUB) NOT = WS-RUN-ID
               MOVE WS-SSQ-LAST-SEQ (WS-SSQ-SUB)
                   TO WS-SSQ-PRIOR-SEQ (WS-SSQ-SUB)
           END-IF
           MOVE WS-CHK-FILE-SEQ  TO WS-SSQ-LAST-SEQ (WS-SSQ-SUB)
           MOVE WS-CHK-FILE-DATE TO WS-SSQ-LAST-DATE (WS-SSQ-SUB)
           MOVE WS-RUN-DATE      TO WS-SSQ-RUN-DATE (WS-SSQ-SUB)
           MOVE WS-RUN-ID        TO WS-SSQ-RUN-ID (WS-SSQ-SUB)
           PERFORM 2690-RELEASE-ONE-QUARANTINE
               VARYING WS-QTN-SUB FROM WS-QTN-COUNT BY -1
               UNTIL WS-QTN-SUB < 1.

       2690-RELEASE-ONE-QUARANTINE.
           IF WS-QT-SOURCE-ID (WS-QTN-SUB)
                 NOT = WS-SRC-ID (WS-SRC-SUB)
              OR WS-QT-FILE-SEQ (WS-QTN-SUB) > WS-CHK-FILE-SEQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QT-RECORD (WS-QTN-SUB) TO QUARANTINE-RECORD
           SET QTN-RELEASED      TO TRUE
           MOVE WS-RUN-DATE      TO QTN-RUN-DATE
           MOVE WS-RUN-ID        TO QTN-RUN-ID
           MOVE WS-CHK-FILE-SEQ  TO QTN-RELEASE-FILE-SEQ
           WRITE QUARANTINE-RECORD
           ADD 1 TO WS-QTN-RELEASED-CT
           MOVE "RELEASED    "   TO WS-Q-ACTION
           MOVE QTN-QUARANTINE-NO TO WS-Q-NO
           MOVE QTN-SOURCE-ID    TO WS-Q-SOURCE-ID
           MOVE QTN-FILE-SEQ     TO WS-Q-FILE-SEQ
           MOVE SPACES           TO WS-Q-REASON-CODE
           MOVE SPACES           TO WS-Q-REASON-TEXT
           STRING "REPLACED BY FILE SEQUENCE " DELIMITED BY SIZE
                  WS-CHK-FILE-SEQ DELIMITED BY SIZE
              INTO WS-Q-REASON-TEXT
           MOVE QTN-COPY-NAME    TO WS-Q-COPY-NAME
           WRITE EDIT-ERROR-LINE FROM WS-QUARANTINE-LINE
           DISPLAY "AMTEDIT: QUARANTINE " QTN-QUARANTINE-NO
                   " OF SOURCE " QTN-SOURCE-ID " RELEASED"
           PERFORM 2695-DROP-OPEN-QUARANTINE.

      *    The last entry fills the gap; callers scanning the table
      *    do so from the end, so nothing is skipped.
       2695-DROP-OPEN-QUARANTINE.
           IF WS-QTN-SUB < WS-QTN-COUNT
               MOVE WS-QTN-ENTRY (WS-QTN-COUNT)
                   TO WS-QTN-ENTRY (WS-QTN-SUB)
           END-IF
           SUBTRACT 1 FROM WS-QTN-COUNT.

      *----------------------------------------------------------------
      *  The business date defaults to the system date but can be
      *  overridden from AMTRUN.PRM, so a cycle interrupted before
               CLOSE RUN-PARAM-FILE
           END-IF.

      *----------------------------------------------------------------
      *  Every value date is judged in business days, so a holiday
      *  calendar that exists but cannot be read stops the run
      *  before the cycle is opened rather than part-way through
      *  the input.
      *----------------------------------------------------------------
       1370-CHECK-CALENDAR.
           MOVE "T"         TO BDP-FUNCTION
           MOVE SPACES      TO BDP-CALENDAR-ID
           MOVE WS-RUN-DATE TO BDP-FROM-DATE
           CALL "BUSDAY" USING BUSDAY-PARM
           IF BDP-RETURN-CODE NOT = ZERO
               DISPLAY "AMTEDIT: " BDP-MESSAGE
               DISPLAY "AMTEDIT: BUSINESS-DAY CHECK FAILED - "
                       "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      *  Check in with the run-control master: opens (or restarts)
      *  the day's cycle and refuses a second run of a completed
           END-READ.

       2000-EDIT-RECORDS.
      *    A controlled source's header and trailer were proved
      *    before the edit began; they are not transactions.
           IF WS-SRC-CONTROLLED (WS-SRC-SUB)
              AND (SHT-HEADER OR SHT-TRAILER)
               PERFORM 2100-READ-TRANS-FILE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-READ-CT
           ADD 1 TO WS-SRC-READ-CT (WS-SRC-SUB)
      *    The manifest is authoritative for where a record came
      *----------------------------------------------------------------
      *  Judge the value date against the business date.  Blank or
      *  zero means post today, as every record did before the
      *  field existed.  A value date on a weekend or a holiday of
      *  the transaction currency first rolls to the currency's
      *  next business day.  A back-date inside the window (counted
      *  in business days) posts today; staler is rejected (R015).
      *  A rolled date still after the business date parks the item
      *  in the warehouse for WHRELSE to sweep back in when the
      *  date arrives.
      *----------------------------------------------------------------
                   TO WS-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE "R"              TO BDP-FUNCTION
           MOVE TR-CURRENCY-CODE TO BDP-CALENDAR-ID
           MOVE TR-VALUE-DATE    TO BDP-FROM-DATE
           PERFORM 2278-CALL-BUSDAY
           IF WS-REASON-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE BDP-RESULT-DATE  TO WS-ROLLED-VALUE-DATE
           IF WS-ROLLED-VALUE-DATE > WS-RUN-DATE
               SET WS-TO-WAREHOUSE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "C"              TO BDP-FUNCTION
           MOVE TR-VALUE-DATE    TO BDP-FROM-DATE
           MOVE WS-RUN-DATE      TO BDP-TO-DATE
           PERFORM 2278-CALL-BUSDAY
           IF WS-REASON-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF BDP-DAYS > WS-BACKDATE-LIMIT-DAYS
               MOVE "R015" TO WS-REASON-CODE
               MOVE "VALUE DATE STALE - PAST BACK-DATE WINDOW"
                   TO WS-REASON-TEXT
           END-IF.

      *----------------------------------------------------------------
      *  The calendar was proved readable at initialization, so a
      *  refusal here is a value date the currency's calendar finds
      *  no business day for within a month - a calendar keying
      *  error, and the item is suspended rather than posted on a
      *  guess.
      *----------------------------------------------------------------
       2278-CALL-BUSDAY.
           CALL "BUSDAY" USING BUSDAY-PARM
           IF BDP-RETURN-CODE NOT = ZERO
               MOVE "R015" TO WS-REASON-CODE
               MOVE "VALUE DATE - NO BUSINESS DAY ON CALENDAR"
                   TO WS-REASON-TEXT
           END-IF.

      *----------------------------------------------------------------
      *  Park the future-dated item in the warehouse - valid in
      *  every other respect, just not due yet.  The warehouse and
      *  the WHSE event carry the rolled business date; the
      *  original record keeps the value date as the sender sent it.
      *----------------------------------------------------------------
       2850-WAREHOUSE-RECORD.
           ADD 1 TO WS-WAREHOUSE-CT
           ADD TR-AMOUNT TO WS-SRC-WHSE-AMT (WS-SRC-SUB)
           MOVE SPACES        TO WAREHOUSE-RECORD
           MOVE TRANS-RECORD  TO WHS-ORIGINAL-RECORD
           MOVE WS-ROLLED-VALUE-DATE TO WHS-VALUE-DATE
           MOVE WS-RUN-DATE   TO WHS-QUEUED-DATE
           MOVE WS-RUN-ID     TO WHS-RUN-ID
           WRITE WAREHOUSE-RECORD
           WRITE EDIT-ERROR-LINE FROM WS-DETAIL-LINE
           MOVE "WHSE"        TO WS-EVENT-CODE
           MOVE SPACES        TO WS-EVENT-DETAIL
           MOVE WS-ROLLED-VALUE-DATE TO WS-EVENT-DETAIL (1:8)
           IF WS-ROLLED-VALUE-DATE NOT = TR-VALUE-DATE
               MOVE "ROLLED" TO WS-EVENT-DETAIL (10:6)
           END-IF
           PERFORM 2900-WRITE-STATUS-EVENT.

      *----------------------------------------------------------------
           PERFORM 3050-LIST-SOURCE-TOTALS
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-RESUB-SRC-SUB
           IF WS-ANY-CONTROLLED
               PERFORM 3070-LIST-OPEN-QUARANTINE
                   VARYING WS-QTN-SUB FROM 1 BY 1
                   UNTIL WS-QTN-SUB > WS-QTN-COUNT
               CLOSE QUARANTINE-REGISTER-FILE
               PERFORM 3080-SAVE-SENDER-SEQUENCES
               IF WS-QTN-NEW-CT > ZERO
                   DISPLAY "AMTEDIT: " WS-QTN-NEW-CT
                           " SENDER FILE(S) QUARANTINED - SEE "
                           "AMTEDIT.LST"
               END-IF
           END-IF
           CLOSE EDITED-FILE
           CLOSE SUSPENSE-FILE
           CLOSE PENDING-FILE
           PERFORM 3060-WRITE-SOURCE-TOTAL
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-RESUB-SRC-SUB
           PERFORM 3065-WRITE-QUARANTINE-TOTAL
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-COUNT
           CLOSE EDIT-TOTAL-FILE
           PERFORM 3100-WRITE-RUN-HISTORY
           PERFORM 3900-RECORD-RUN-COMPLETE.
           MOVE ZERO               TO ET-AMOUNT-REVERSAL
           WRITE EDIT-TOTAL-RECORD.

      *    A quarantined file's records were never read into the
      *    edit, so they stand outside the 'T' and 'S' totals; the
      *    'Q' record says how many were set aside.
       3065-WRITE-QUARANTINE-TOTAL.
           IF WS-SRC-QTN-NO (WS-SRC-SUB) = ZERO
               EXIT PARAGRAPH
           END-IF
           INITIALIZE EDIT-TOTAL-RECORD
           MOVE "Q"                TO ET-REC-TYPE
           MOVE WS-SRC-ID (WS-SRC-SUB)        TO ET-SOURCE-ID
           MOVE WS-RUN-ID          TO ET-RUN-ID
           MOVE WS-RUN-DATE        TO ET-RUN-DATE
           MOVE WS-SRC-QTN-RECORDS (WS-SRC-SUB) TO ET-RECORDS-READ
           WRITE EDIT-TOTAL-RECORD.

      *    Quarantines from earlier runs still waiting on the
      *    sender are listed every run until released.
       3070-LIST-OPEN-QUARANTINE.
           MOVE WS-QT-RECORD (WS-QTN-SUB) TO QUARANTINE-RECORD
           IF QTN-RUN-DATE = WS-RUN-DATE
              AND QTN-RUN-ID = WS-RUN-ID
               EXIT PARAGRAPH
           END-IF
           MOVE "STILL OPEN  "   TO WS-Q-ACTION
           MOVE QTN-QUARANTINE-NO TO WS-Q-NO
           MOVE QTN-SOURCE-ID    TO WS-Q-SOURCE-ID
           MOVE QTN-FILE-SEQ     TO WS-Q-FILE-SEQ
           MOVE QTN-REASON-CODE  TO WS-Q-REASON-CODE
           MOVE QTN-REASON-TEXT  TO WS-Q-REASON-TEXT
           MOVE QTN-COPY-NAME    TO WS-Q-COPY-NAME
           WRITE EDIT-ERROR-LINE FROM WS-QUARANTINE-LINE.

      *----------------------------------------------------------------
      *  Rewrite the sender sequence file.  Saved only once every
      *  source has been through, so a run that stops part-way
      *  moves no sender on.
      *----------------------------------------------------------------
       3080-SAVE-SENDER-SEQUENCES.
           OPEN OUTPUT SENDER-SEQUENCE-FILE
           IF WS-SRCSEQ-STATUS NOT = "00"
               DISPLAY "AMTEDIT: SENDER SEQUENCE FILE SRCSEQ.DAT "
                       "CANNOT BE WRITTEN - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3085-SAVE-ONE-SEQUENCE
               VARYING WS-SSQ-SUB FROM 1 BY 1
               UNTIL WS-SSQ-SUB > WS-SSQ-COUNT
           CLOSE SENDER-SEQUENCE-FILE.

       3085-SAVE-ONE-SEQUENCE.
           MOVE SPACES TO SENDER-SEQUENCE-RECORD
           MOVE WS-SSQ-SOURCE-ID (WS-SSQ-SUB) TO SSQ-SOURCE-ID
           MOVE WS-SSQ-LAST-SEQ (WS-SSQ-SUB)  TO SSQ-LAST-FILE-SEQ
           MOVE WS-SSQ-LAST-DATE (WS-SSQ-SUB) TO SSQ-LAST-FILE-DATE
           MOVE WS-SSQ-RUN-DATE (WS-SSQ-SUB)  TO SSQ-RUN-DATE
           MOVE WS-SSQ-RUN-ID (WS-SSQ-SUB)    TO SSQ-RUN-ID
           MOVE WS-SSQ-PRIOR-SEQ (WS-SSQ-SUB) TO SSQ-PRIOR-FILE-SEQ
           WRITE SENDER-SEQUENCE-RECORD.

       3900-RECORD-RUN-COMPLETE.
           MOVE "E" TO RCP-FUNCTION
           CALL "RUNCTL" USING RUNCTL-PARM
