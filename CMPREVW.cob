       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPREVW.
      *****************************************************************
      *  CMPREVW - Compliance case review.
      *
      *            CMPSCRN opens a case on CMPCASE.DAT (copybook
      *            CASREC) for every suspicious-activity hit.  This
      *            line-mode dialogue (same style as SOAPPR) lets a
      *            compliance operator work them:
      *
      *            - an open case can be escalated, or closed as
      *              reviewed;
      *            - an escalated case can only be closed, and not
      *              by the operator who escalated it - escalation
      *              asks for a second opinion;
      *            - every escalation and closure needs a note, and
      *              records the operator, date and time on the case
      *              and on the permanent case audit trail
      *              CMPAUDT.DAT (copybook CAAREC).
      *
      *            The case file is rewritten after every action,
      *            dropping closed cases; the audit trail keeps them.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "CMPCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CMPAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       01  CASE-FILE-RECORD             PIC X(231).

       FD  AUDIT-FILE.
       COPY CAAREC.

       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS               PIC X(02) VALUE "00".
       01  WS-AUDIT-STATUS              PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".

       01  WS-DONE-SW                   PIC X(01) VALUE "N".
           88  WS-DONE                  VALUE "Y".

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
       01  WS-KEY-CASE-INPUT            PIC X(07).
       01  WS-KEY-CASE                  PIC 9(07) VALUE ZERO.
       01  WS-NOTE                      PIC X(40).
       01  WS-CASES-SHOWN               PIC 9(04) VALUE ZERO.
       01  WS-A-AMOUNT                  PIC Z(10)9.99.
       01  WS-A-TOTAL                   PIC Z(12)9.99.

      *    The case in hand.
       COPY CASREC.

       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-CASE-ENTRY            OCCURS 5000 TIMES.
               10  FILLER               PIC X(158).
               10  WS-CE-STATUS         PIC X(01).
               10  FILLER               PIC X(72).
       01  WS-CASE-SUB                  PIC 9(04) COMP.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-SIGN-ON
           PERFORM 1000-LOAD-CASES
           PERFORM 2000-PROCESS-ONE-ACTION UNTIL WS-DONE
           STOP RUN.

      *----------------------------------------------------------------
      *  The reviewer must be identified - every action is recorded
      *  against them, and an escalated case needs a second one.
      *----------------------------------------------------------------
       0500-SIGN-ON.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      *    Bounded retry: on exhausted or blank-only input ACCEPT
      *    leaves the field unchanged, so an unconditional re-prompt
      *    would loop forever.
           PERFORM UNTIL WS-SIGNED-ON
                      OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "CMPREVW - REVIEWER SIGN ON"
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-OPERATOR-ID
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID NOT = SPACES
                   PERFORM 0510-CHECK-OPERATOR
               END-IF
           END-PERFORM
           IF NOT WS-SIGNED-ON
               DISPLAY "CMPREVW: SIGN-ON ABANDONED"
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
           MOVE "CMPREVW"       TO OCP-PROGRAM
           MOVE "CMPR"          TO OCP-ENTITLEMENT
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

       1000-LOAD-CASES.
           OPEN INPUT CASE-FILE
      *    Only a missing file ("35") may start an empty session -
      *    any other open failure means a case file exists that
      *    cannot be read, and saving the session's empty view over
      *    it would wipe it.
           IF WS-CASE-STATUS = "35"
               DISPLAY "CMPREVW: NO CASE FILE - NOTHING TO REVIEW"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-CASE-STATUS NOT = "00"
                   DISPLAY "CMPREVW: CASE FILE OPEN FAILED, STATUS "
                           WS-CASE-STATUS " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1100-LOAD-ONE-CASE UNTIL WS-EOF
           IF WS-CASE-STATUS NOT = "35"
               CLOSE CASE-FILE
           END-IF.

       1100-LOAD-ONE-CASE.
           READ CASE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-CASE-COUNT >= 5000
                       DISPLAY "CMPREVW: CASE FILE EXCEEDS TABLE "
                               "LIMIT OF 5000 - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CASE-COUNT
                   MOVE CASE-FILE-RECORD
                       TO WS-CASE-ENTRY (WS-CASE-COUNT)
           END-READ.

       2000-PROCESS-ONE-ACTION.
           DISPLAY "CMPREVW - COMPLIANCE CASE REVIEW"
           DISPLAY "L=LIST CASES V=VIEW E=ESCALATE C=CLOSE X=EXIT"
           DISPLAY "ACTION: " WITH NO ADVANCING
           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION
           IF WS-ACTION = "X" OR WS-ACTION = "x"
               SET WS-DONE TO TRUE
           ELSE
               IF WS-ACTION = "L" OR WS-ACTION = "l"
                   PERFORM 3000-LIST-CASES
               ELSE
                   IF WS-ACTION = "V" OR WS-ACTION = "v"
                       PERFORM 3500-VIEW-CASE
                   ELSE
                       IF WS-ACTION = "E" OR WS-ACTION = "e"
                        OR WS-ACTION = "C" OR WS-ACTION = "c"
                           PERFORM 4000-ACTION-ONE-CASE
                       ELSE
                           DISPLAY "UNKNOWN ACTION"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3000-LIST-CASES.
           MOVE ZERO TO WS-CASES-SHOWN
           PERFORM 3100-LIST-ONE-CASE
               VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-COUNT
           IF WS-CASES-SHOWN = ZERO
               DISPLAY "NO CASES AWAITING REVIEW"
           END-IF.

       3100-LIST-ONE-CASE.
           IF WS-CE-STATUS (WS-CASE-SUB) = "C"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CASES-SHOWN
           MOVE WS-CASE-ENTRY (WS-CASE-SUB) TO COMPLIANCE-CASE-RECORD
           MOVE CAS-TRIGGER-AMOUNT TO WS-A-AMOUNT
           DISPLAY CAS-CASE-NO " " CAS-RULE-CODE " " CAS-ACCOUNT-NO
               " " CAS-CURRENCY-CODE " OPENED " CAS-OPENED-DATE
               " STATUS " CAS-STATUS
           DISPLAY "  " CAS-TRIGGER-TRANS-ID " " WS-A-AMOUNT " "
               CAS-TRIGGER-DR-CR-IND " " CAS-DETAIL.

      *----------------------------------------------------------------
      *  The whole case as CMPSCRN raised it, with the last review
      *  action if there has been one.
      *----------------------------------------------------------------
       3500-VIEW-CASE.
           PERFORM 4100-FIND-CASE
           IF WS-CASE-SUB > WS-CASE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CAS-TRIGGER-AMOUNT TO WS-A-AMOUNT
           MOVE CAS-BASE-TOTAL     TO WS-A-TOTAL
           DISPLAY "CASE    : " CAS-CASE-NO " RULE " CAS-RULE-CODE
               " STATUS " CAS-STATUS " OPENED " CAS-OPENED-DATE
           DISPLAY "ACCOUNT : " CAS-ACCOUNT-NO " " CAS-CURRENCY-CODE
           DISPLAY "TRIGGER : " CAS-TRIGGER-TRANS-ID " FROM "
               CAS-TRIGGER-SOURCE-ID " " WS-A-AMOUNT " "
               CAS-TRIGGER-DR-CR-IND
           IF CAS-RELATED-TRANS-ID NOT = SPACES
               DISPLAY "MATCHES : " CAS-RELATED-TRANS-ID " FROM "
                   CAS-RELATED-SOURCE-ID
           END-IF
           DISPLAY "PATTERN : " CAS-ITEM-COUNT " ITEMS, BASE "
               WS-A-TOTAL " FROM " CAS-WINDOW-FROM-DATE
           IF CAS-LAST-ACTIVITY-DATE NOT = ZERO
               DISPLAY "LAST ACT: " CAS-LAST-ACTIVITY-DATE
           END-IF
           DISPLAY "DETAIL  : " CAS-DETAIL
           IF CAS-REVIEW-OPERATOR NOT = SPACES
               DISPLAY "REVIEWED: " CAS-REVIEW-OPERATOR " ON "
                   CAS-REVIEW-DATE " " CAS-REVIEW-TIME
               DISPLAY "NOTE    : " CAS-REVIEW-NOTE
           END-IF.

       4000-ACTION-ONE-CASE.
           PERFORM 4100-FIND-CASE
           IF WS-CASE-SUB > WS-CASE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTION = "E" OR WS-ACTION = "e"
               IF NOT CAS-OPEN
                   DISPLAY "ONLY AN OPEN CASE CAN BE ESCALATED"
                   EXIT PARAGRAPH
               END-IF
           ELSE
      *        Escalation asks for a second opinion - the escalating
      *        operator cannot give it.
               IF CAS-ESCALATED
                  AND CAS-REVIEW-OPERATOR = WS-OPERATOR-ID
                   DISPLAY "ESCALATED CASE MUST BE CLOSED BY "
                           "ANOTHER OPERATOR"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "NOTE: " WITH NO ADVANCING
           MOVE SPACES TO WS-NOTE
           ACCEPT WS-NOTE
           IF WS-NOTE = SPACES
               DISPLAY "A NOTE IS REQUIRED - CASE UNCHANGED"
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-TIME-NOW = WS-TIME-RAW / 100
           IF WS-ACTION = "E" OR WS-ACTION = "e"
               MOVE "E" TO CAS-STATUS
               DISPLAY "CASE ESCALATED"
           ELSE
               MOVE "C" TO CAS-STATUS
               DISPLAY "CASE CLOSED"
           END-IF
           MOVE WS-OPERATOR-ID TO CAS-REVIEW-OPERATOR
           MOVE WS-RUN-DATE    TO CAS-REVIEW-DATE
           MOVE WS-TIME-NOW    TO CAS-REVIEW-TIME
           MOVE WS-NOTE        TO CAS-REVIEW-NOTE
           MOVE COMPLIANCE-CASE-RECORD TO WS-CASE-ENTRY (WS-CASE-SUB)
           PERFORM 4800-WRITE-AUDIT
           PERFORM 4700-SAVE-CASES.

      *----------------------------------------------------------------
      *  Finds a still-live case by number and leaves it in
      *  COMPLIANCE-CASE-RECORD.
      *----------------------------------------------------------------
       4100-FIND-CASE.
           DISPLAY "CASE NO: " WITH NO ADVANCING
           MOVE SPACES TO WS-KEY-CASE-INPUT
           ACCEPT WS-KEY-CASE-INPUT
           IF WS-KEY-CASE-INPUT IS NOT NUMERIC
               DISPLAY "CASE NUMBER IS SEVEN DIGITS"
               MOVE WS-CASE-COUNT TO WS-CASE-SUB
               ADD 1 TO WS-CASE-SUB
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY-CASE-INPUT TO WS-KEY-CASE
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-COUNT
                  OR (WS-CASE-ENTRY (WS-CASE-SUB) (1:7) = WS-KEY-CASE
                      AND WS-CE-STATUS (WS-CASE-SUB) NOT = "C")
               CONTINUE
           END-PERFORM
           IF WS-CASE-SUB > WS-CASE-COUNT
               DISPLAY "NO OPEN CASE WITH THAT NUMBER"
           ELSE
               MOVE WS-CASE-ENTRY (WS-CASE-SUB)
                   TO COMPLIANCE-CASE-RECORD
           END-IF.

      *----------------------------------------------------------------
      *  Only open and escalated cases go back to the file - a
      *  closed case's permanent record is its CMPAUDT.DAT entries.
      *----------------------------------------------------------------
       4700-SAVE-CASES.
           OPEN OUTPUT CASE-FILE
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-COUNT
               IF WS-CE-STATUS (WS-CASE-SUB) NOT = "C"
                   MOVE WS-CASE-ENTRY (WS-CASE-SUB)
                       TO CASE-FILE-RECORD
                   WRITE CASE-FILE-RECORD
               END-IF
           END-PERFORM
           CLOSE CASE-FILE.

       4800-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES            TO CASE-AUDIT-RECORD
           MOVE WS-RUN-DATE       TO CAA-DATE
           MOVE WS-TIME-NOW       TO CAA-TIME
           MOVE WS-OPERATOR-ID    TO CAA-OPERATOR-ID
           MOVE CAS-STATUS        TO CAA-ACTION
           MOVE CAS-CASE-NO       TO CAA-CASE-NO
           MOVE CAS-RULE-CODE     TO CAA-RULE-CODE
           MOVE CAS-ACCOUNT-NO    TO CAA-ACCOUNT-NO
           MOVE CAS-CURRENCY-CODE TO CAA-CURRENCY-CODE
           MOVE CAS-TRIGGER-TRANS-ID TO CAA-TRIGGER-TRANS-ID
           MOVE WS-NOTE           TO CAA-NOTE
           WRITE CASE-AUDIT-RECORD
           CLOSE AUDIT-FILE.
