       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRMAINT.
      *****************************************************************
      *  GLRMAINT - GL posting-rule maintenance.
      *
      *             Line-mode dialogue (same style as ACTMAINT) that
      *             lets finance maintain the posting-rule table
      *             GLRULE.DAT (copybook GLRREC) without a
      *             programmer.  GLEXTR maps every feed item through
      *             this table to the GL ledger account and cost
      *             centre it posts to; an item no rule covers is
      *             held out of the feed on GLEXTR's unmapped-items
      *             listing until a rule is added here.
      *
      *             A rule is keyed by a customer account or account
      *             range, currency, DR/CR and transaction type (see
      *             GLRREC for the wildcards and which of several
      *             matching rules wins).  Adding a rule whose key is
      *             identical to an existing one is refused - change
      *             the existing rule's ledger and cost centre
      *             instead.  Rule numbers are assigned here and
      *             never reused: the next number is one past the
      *             highest on the table or anywhere on the audit
      *             file, so a deleted rule's number stays its own.
      *
      *             Every add, change and delete is recorded on the
      *             permanent rule-change audit file GLRAUDT.DAT
      *             (copybook GLRAUD), listed by GLRRPT.  The session
      *             starts with an operator sign-on (entitlement
      *             GLRM) so the maintainer is on record.
      *
      *             The table is held in working storage for the
      *             session and rewritten to disk after every change,
      *             so an abandoned session loses at most the action
      *             in progress.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "GLRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "GLRAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       COPY GLRREC.

       FD  AUDIT-FILE.
       COPY GLRAUD.

       WORKING-STORAGE SECTION.
       01  WS-RULE-STATUS               PIC X(02) VALUE "00".
       01  WS-AUDIT-STATUS              PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".

       01  WS-DONE-SW                   PIC X(01) VALUE "N".
           88  WS-DONE                  VALUE "Y".

       01  WS-INPUT-OK-SW               PIC X(01) VALUE "N".
           88  WS-INPUT-OK              VALUE "Y".

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
       01  WS-CONFIRM                   PIC X(01).
       01  WS-KEY-RULE-INPUT            PIC X(04).
       01  WS-KEY-RULE-NO               PIC 9(04) VALUE ZERO.

      *    The rule in hand, as keyed.
       01  WS-NEW-ACCOUNT-FROM          PIC X(10).
       01  WS-NEW-ACCOUNT-TO            PIC X(10).
       01  WS-NEW-CURRENCY              PIC X(03).
       01  WS-NEW-DR-CR                 PIC X(01).
       01  WS-NEW-TYPE                  PIC X(01).
       01  WS-NEW-LEDGER                PIC X(10).
       01  WS-NEW-COST-CENTRE           PIC X(06).

      *    Fields for the audit writer, set by the action paragraphs.
       01  WS-A-ACTION                  PIC X(01).
       01  WS-A-RULE-IMAGE              PIC X(70).
       01  WS-A-OLD-LEDGER              PIC X(10).
       01  WS-A-OLD-COST-CENTRE         PIC X(06).

      *    Each entry has the GLRREC layout, so a whole rule moves
      *    to and from the file record in one statement.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-RULE-ENTRY            OCCURS 1000 TIMES.
               10  WS-RL-RULE-NO        PIC 9(04).
               10  WS-RL-ACCOUNT-FROM   PIC X(10).
               10  WS-RL-ACCOUNT-TO     PIC X(10).
               10  WS-RL-CURRENCY       PIC X(03).
               10  WS-RL-DR-CR          PIC X(01).
               10  WS-RL-TYPE           PIC X(01).
               10  WS-RL-LEDGER         PIC X(10).
               10  WS-RL-COST-CENTRE    PIC X(06).
               10  WS-RL-MAINT-OPERATOR PIC X(08).
               10  WS-RL-MAINT-DATE     PIC 9(08).
               10  FILLER               PIC X(09).
       01  WS-RULE-SUB                  PIC 9(04) COMP.
       01  WS-DUP-SUB                   PIC 9(04) COMP.
       01  WS-HIGH-RULE-NO              PIC 9(04) VALUE ZERO.
       01  WS-AUDIT-RULE-NO             PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-SIGN-ON
           PERFORM 1000-LOAD-RULES
           PERFORM 2000-PROCESS-ONE-ACTION UNTIL WS-DONE
           STOP RUN.

      *----------------------------------------------------------------
      *  Every rule change is attributed on the rule and the audit
      *  file, so the session does not start until an id is keyed.
      *----------------------------------------------------------------
       0500-SIGN-ON.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      *    Bounded retry: on exhausted or blank-only input ACCEPT
      *    leaves the field unchanged, so an unconditional re-prompt
      *    would loop forever.
           PERFORM UNTIL WS-SIGNED-ON
                      OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "GLRMAINT - SIGN ON"
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-OPERATOR-ID
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID NOT = SPACES
                   PERFORM 0510-CHECK-OPERATOR
               END-IF
           END-PERFORM
           IF NOT WS-SIGNED-ON
               DISPLAY "GLRMAINT: SIGN-ON ABANDONED"
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
           MOVE "GLRMAINT"      TO OCP-PROGRAM
           MOVE "GLRM"          TO OCP-ENTITLEMENT
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

       1000-LOAD-RULES.
           OPEN INPUT RULE-FILE
      *    Only a missing file ("35") may start an empty table - any
      *    other open failure means a table exists that cannot be
      *    read, and saving the session's empty view over it would
      *    wipe every mapping GLEXTR relies on.
           IF WS-RULE-STATUS = "35"
               DISPLAY "GLRMAINT: NO EXISTING RULES - STARTING EMPTY"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-RULE-STATUS NOT = "00"
                   DISPLAY "GLRMAINT: RULE FILE OPEN FAILED, STATUS "
                           WS-RULE-STATUS " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1100-LOAD-ONE-RULE UNTIL WS-EOF
           IF WS-RULE-STATUS NOT = "35"
               CLOSE RULE-FILE
           END-IF
           DISPLAY "GLRMAINT: " WS-RULE-COUNT " RULES LOADED"
           PERFORM 1200-SCAN-AUDIT-RULE-NOS.

       1100-LOAD-ONE-RULE.
           READ RULE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-RULE-COUNT >= 1000
                       DISPLAY "GLRMAINT: RULE FILE EXCEEDS TABLE "
                               "LIMIT OF 1000 - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RULE-COUNT
                   MOVE GL-POSTING-RULE-RECORD
                       TO WS-RULE-ENTRY (WS-RULE-COUNT)
                   IF GLR-RULE-NO IS NUMERIC
                      AND GLR-RULE-NO > WS-HIGH-RULE-NO
                       MOVE GLR-RULE-NO TO WS-HIGH-RULE-NO
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  A rule deleted from the top of the table still owns its
      *  number on the audit file - carry the high-water mark on
      *  from there so a new rule never takes it over.
      *----------------------------------------------------------------
       1200-SCAN-AUDIT-RULE-NOS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1210-SCAN-ONE-AUDIT UNTIL WS-EOF
           CLOSE AUDIT-FILE.

       1210-SCAN-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF GRA-RULE-IMAGE (1:4) IS NUMERIC
                       MOVE GRA-RULE-IMAGE (1:4) TO WS-AUDIT-RULE-NO
                       IF WS-AUDIT-RULE-NO > WS-HIGH-RULE-NO
                           MOVE WS-AUDIT-RULE-NO TO WS-HIGH-RULE-NO
                       END-IF
                   END-IF
           END-READ.

       2000-PROCESS-ONE-ACTION.
           DISPLAY "GLRMAINT - GL POSTING RULE MAINTENANCE"
           DISPLAY "A=ADD C=CHANGE LEDGER D=DELETE I=INQUIRE "
                   "L=LIST X=EXIT"
           DISPLAY "ACTION: " WITH NO ADVANCING
           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION
           IF WS-ACTION = "X" OR WS-ACTION = "x"
               SET WS-DONE TO TRUE
           ELSE
           IF WS-ACTION = "A" OR WS-ACTION = "a"
               PERFORM 3000-ADD-RULE
           ELSE
           IF WS-ACTION = "L" OR WS-ACTION = "l"
               PERFORM 3600-LIST-RULES
           ELSE
           IF WS-ACTION = "C" OR WS-ACTION = "c"
              OR WS-ACTION = "D" OR WS-ACTION = "d"
              OR WS-ACTION = "I" OR WS-ACTION = "i"
               PERFORM 2100-DISPATCH-RULE-ACTION
           ELSE
               DISPLAY "UNKNOWN ACTION"
           END-IF
           END-IF
           END-IF
           END-IF.

       2100-DISPATCH-RULE-ACTION.
           DISPLAY "RULE NO: " WITH NO ADVANCING
           MOVE SPACES TO WS-KEY-RULE-INPUT
           ACCEPT WS-KEY-RULE-INPUT
           IF WS-KEY-RULE-INPUT = SPACES
               DISPLAY "RULE NUMBER REQUIRED"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-KEY-RULE-NO
           COMPUTE WS-KEY-RULE-NO =
               FUNCTION NUMVAL(WS-KEY-RULE-INPUT)
               ON SIZE ERROR
                   MOVE ZERO TO WS-KEY-RULE-NO
           END-COMPUTE
           PERFORM 2200-FIND-RULE
           IF WS-RULE-SUB > WS-RULE-COUNT
               DISPLAY "RULE NOT ON TABLE"
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTION = "C" OR WS-ACTION = "c"
               PERFORM 3400-CHANGE-RULE
           ELSE
           IF WS-ACTION = "D" OR WS-ACTION = "d"
               PERFORM 3500-DELETE-RULE
           ELSE
               PERFORM 3700-SHOW-RULE
           END-IF
           END-IF.

       2200-FIND-RULE.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
                  OR WS-RL-RULE-NO (WS-RULE-SUB) = WS-KEY-RULE-NO
               CONTINUE
           END-PERFORM.

      *----------------------------------------------------------------
      *  Two rules with the same key would leave GLEXTR choosing
      *  between them by rule number alone - refuse the second.
      *----------------------------------------------------------------
       2300-FIND-DUPLICATE-KEY.
           PERFORM VARYING WS-DUP-SUB FROM 1 BY 1
               UNTIL WS-DUP-SUB > WS-RULE-COUNT
                  OR (WS-RL-ACCOUNT-FROM (WS-DUP-SUB)
                          = WS-NEW-ACCOUNT-FROM
                      AND WS-RL-ACCOUNT-TO (WS-DUP-SUB)
                          = WS-NEW-ACCOUNT-TO
                      AND WS-RL-CURRENCY (WS-DUP-SUB)
                          = WS-NEW-CURRENCY
                      AND WS-RL-DR-CR (WS-DUP-SUB) = WS-NEW-DR-CR
                      AND WS-RL-TYPE (WS-DUP-SUB) = WS-NEW-TYPE)
               CONTINUE
           END-PERFORM.

      *----------------------------------------------------------------
      *  Key a new rule.  Blank currency, DR/CR or type default to
      *  the wildcard; a blank range end makes a single-account
      *  rule.
      *----------------------------------------------------------------
       3000-ADD-RULE.
           IF WS-RULE-COUNT >= 1000
               DISPLAY "RULE TABLE FULL - DELETE UNUSED RULES FIRST"
               EXIT PARAGRAPH
           END-IF
           IF WS-HIGH-RULE-NO >= 9999
               DISPLAY "RULE NUMBERS EXHAUSTED - CANNOT ADD"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-ACCEPT-RULE-KEY
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-FIND-DUPLICATE-KEY
           IF WS-DUP-SUB <= WS-RULE-COUNT
               DISPLAY "RULE " WS-RL-RULE-NO (WS-DUP-SUB)
                       " ALREADY HAS THAT KEY - CHANGE IT INSTEAD"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-ACCEPT-LEDGER
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIGH-RULE-NO
           ADD 1 TO WS-RULE-COUNT
           MOVE WS-RULE-COUNT TO WS-RULE-SUB
           MOVE SPACES              TO WS-RULE-ENTRY (WS-RULE-SUB)
           MOVE WS-HIGH-RULE-NO     TO WS-RL-RULE-NO (WS-RULE-SUB)
           MOVE WS-NEW-ACCOUNT-FROM
               TO WS-RL-ACCOUNT-FROM (WS-RULE-SUB)
           MOVE WS-NEW-ACCOUNT-TO   TO WS-RL-ACCOUNT-TO (WS-RULE-SUB)
           MOVE WS-NEW-CURRENCY     TO WS-RL-CURRENCY (WS-RULE-SUB)
           MOVE WS-NEW-DR-CR        TO WS-RL-DR-CR (WS-RULE-SUB)
           MOVE WS-NEW-TYPE         TO WS-RL-TYPE (WS-RULE-SUB)
           MOVE WS-NEW-LEDGER       TO WS-RL-LEDGER (WS-RULE-SUB)
           MOVE WS-NEW-COST-CENTRE
               TO WS-RL-COST-CENTRE (WS-RULE-SUB)
           MOVE WS-OPERATOR-ID
               TO WS-RL-MAINT-OPERATOR (WS-RULE-SUB)
           MOVE WS-RUN-DATE     TO WS-RL-MAINT-DATE (WS-RULE-SUB)
           MOVE "A"                 TO WS-A-ACTION
           MOVE WS-RULE-ENTRY (WS-RULE-SUB) TO WS-A-RULE-IMAGE
           MOVE SPACES              TO WS-A-OLD-LEDGER
           MOVE SPACES              TO WS-A-OLD-COST-CENTRE
           PERFORM 4000-SAVE-RULES
           PERFORM 4800-WRITE-AUDIT
           DISPLAY "RULE " WS-HIGH-RULE-NO " ADDED".

       3100-ACCEPT-RULE-KEY.
           MOVE "N" TO WS-INPUT-OK-SW
           DISPLAY "ACCOUNT (OR RANGE START): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-ACCOUNT-FROM
           ACCEPT WS-NEW-ACCOUNT-FROM
           IF WS-NEW-ACCOUNT-FROM = SPACES
               DISPLAY "ACCOUNT REQUIRED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RANGE END (BLANK = SINGLE ACCOUNT): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-ACCOUNT-TO
           ACCEPT WS-NEW-ACCOUNT-TO
           IF WS-NEW-ACCOUNT-TO = SPACES
               MOVE WS-NEW-ACCOUNT-FROM TO WS-NEW-ACCOUNT-TO
           END-IF
           IF WS-NEW-ACCOUNT-TO < WS-NEW-ACCOUNT-FROM
               DISPLAY "RANGE END IS BEFORE RANGE START"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CURRENCY (BLANK OR *** = ANY): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-CURRENCY
           ACCEPT WS-NEW-CURRENCY
           INSPECT WS-NEW-CURRENCY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-NEW-CURRENCY = SPACES OR WS-NEW-CURRENCY (1:1) = "*"
               MOVE "***" TO WS-NEW-CURRENCY
           END-IF
           DISPLAY "DR/CR (D, C, BLANK OR * = EITHER): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-DR-CR
           ACCEPT WS-NEW-DR-CR
           INSPECT WS-NEW-DR-CR
               CONVERTING "dc" TO "DC"
           IF WS-NEW-DR-CR = SPACE
               MOVE "*" TO WS-NEW-DR-CR
           END-IF
           IF WS-NEW-DR-CR NOT = "D" AND WS-NEW-DR-CR NOT = "C"
              AND WS-NEW-DR-CR NOT = "*"
               DISPLAY "DR/CR MUST BE D, C OR *"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TYPE (N=NORMAL, V=REVERSAL, BLANK OR * = "
                   "EITHER): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-TYPE
           ACCEPT WS-NEW-TYPE
           INSPECT WS-NEW-TYPE
               CONVERTING "nv" TO "NV"
           IF WS-NEW-TYPE = SPACE
               MOVE "*" TO WS-NEW-TYPE
           END-IF
           IF WS-NEW-TYPE NOT = "N" AND WS-NEW-TYPE NOT = "V"
              AND WS-NEW-TYPE NOT = "*"
               DISPLAY "TYPE MUST BE N, V OR *"
               EXIT PARAGRAPH
           END-IF
           SET WS-INPUT-OK TO TRUE.

       3200-ACCEPT-LEDGER.
           MOVE "N" TO WS-INPUT-OK-SW
           DISPLAY "GL LEDGER ACCOUNT: " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-LEDGER
           ACCEPT WS-NEW-LEDGER
           IF WS-NEW-LEDGER = SPACES
               DISPLAY "LEDGER ACCOUNT REQUIRED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COST CENTRE      : " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-COST-CENTRE
           ACCEPT WS-NEW-COST-CENTRE
           IF WS-NEW-COST-CENTRE = SPACES
               DISPLAY "COST CENTRE REQUIRED"
               EXIT PARAGRAPH
           END-IF
           SET WS-INPUT-OK TO TRUE.

      *----------------------------------------------------------------
      *  Re-point an existing rule at a different ledger account or
      *  cost centre.  The key is left alone - to cover different
      *  accounts, add a new rule and delete the old one, so the
      *  audit trail shows both.
      *----------------------------------------------------------------
       3400-CHANGE-RULE.
           PERFORM 3700-SHOW-RULE
           PERFORM 3200-ACCEPT-LEDGER
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "C"                 TO WS-A-ACTION
           MOVE WS-RL-LEDGER (WS-RULE-SUB)      TO WS-A-OLD-LEDGER
           MOVE WS-RL-COST-CENTRE (WS-RULE-SUB)
               TO WS-A-OLD-COST-CENTRE
           MOVE WS-NEW-LEDGER       TO WS-RL-LEDGER (WS-RULE-SUB)
           MOVE WS-NEW-COST-CENTRE
               TO WS-RL-COST-CENTRE (WS-RULE-SUB)
           MOVE WS-OPERATOR-ID
               TO WS-RL-MAINT-OPERATOR (WS-RULE-SUB)
           MOVE WS-RUN-DATE     TO WS-RL-MAINT-DATE (WS-RULE-SUB)
           MOVE WS-RULE-ENTRY (WS-RULE-SUB) TO WS-A-RULE-IMAGE
           PERFORM 4000-SAVE-RULES
           PERFORM 4800-WRITE-AUDIT
           DISPLAY "RULE " WS-KEY-RULE-NO " CHANGED".

       3500-DELETE-RULE.
           PERFORM 3700-SHOW-RULE
           DISPLAY "DELETE THIS RULE (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "RULE NOT DELETED"
               EXIT PARAGRAPH
           END-IF
           MOVE "D"                 TO WS-A-ACTION
           MOVE WS-RULE-ENTRY (WS-RULE-SUB) TO WS-A-RULE-IMAGE
           MOVE SPACES              TO WS-A-OLD-LEDGER
           MOVE SPACES              TO WS-A-OLD-COST-CENTRE
           PERFORM VARYING WS-RULE-SUB FROM WS-RULE-SUB BY 1
               UNTIL WS-RULE-SUB >= WS-RULE-COUNT
               MOVE WS-RULE-ENTRY (WS-RULE-SUB + 1)
                   TO WS-RULE-ENTRY (WS-RULE-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-RULE-COUNT
           PERFORM 4000-SAVE-RULES
           PERFORM 4800-WRITE-AUDIT
           DISPLAY "RULE " WS-KEY-RULE-NO " DELETED".

       3600-LIST-RULES.
           DISPLAY "RULE ACCOUNT FROM TO         CCY D T "
                   "LEDGER     CC"
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
               DISPLAY WS-RL-RULE-NO (WS-RULE-SUB) " "
                       WS-RL-ACCOUNT-FROM (WS-RULE-SUB) " "
                       WS-RL-ACCOUNT-TO (WS-RULE-SUB) " "
                       WS-RL-CURRENCY (WS-RULE-SUB) " "
                       WS-RL-DR-CR (WS-RULE-SUB) " "
                       WS-RL-TYPE (WS-RULE-SUB) " "
                       WS-RL-LEDGER (WS-RULE-SUB) " "
                       WS-RL-COST-CENTRE (WS-RULE-SUB)
           END-PERFORM
           DISPLAY WS-RULE-COUNT " RULES".

       3700-SHOW-RULE.
           DISPLAY "RULE NO     : " WS-RL-RULE-NO (WS-RULE-SUB)
           DISPLAY "ACCOUNTS    : " WS-RL-ACCOUNT-FROM (WS-RULE-SUB)
                   " TO " WS-RL-ACCOUNT-TO (WS-RULE-SUB)
           DISPLAY "CURRENCY    : " WS-RL-CURRENCY (WS-RULE-SUB)
           DISPLAY "DR/CR       : " WS-RL-DR-CR (WS-RULE-SUB)
           DISPLAY "TYPE        : " WS-RL-TYPE (WS-RULE-SUB)
           DISPLAY "LEDGER      : " WS-RL-LEDGER (WS-RULE-SUB)
           DISPLAY "COST CENTRE : " WS-RL-COST-CENTRE (WS-RULE-SUB)
           DISPLAY "MAINTAINED  : " WS-RL-MAINT-DATE (WS-RULE-SUB)
                   " BY " WS-RL-MAINT-OPERATOR (WS-RULE-SUB).

      *----------------------------------------------------------------
      *  Rewrite the whole table from working storage after every
      *  change, so an abandoned session loses nothing already
      *  confirmed.  Leaves WS-RULE-SUB past the end of the table.
      *----------------------------------------------------------------
       4000-SAVE-RULES.
           OPEN OUTPUT RULE-FILE
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
               MOVE WS-RULE-ENTRY (WS-RULE-SUB)
                   TO GL-POSTING-RULE-RECORD
               WRITE GL-POSTING-RULE-RECORD
           END-PERFORM
           CLOSE RULE-FILE.

      *----------------------------------------------------------------
      *  The permanent rule-change audit trail.  The action
      *  paragraphs set the action, the rule image and (for a
      *  change) the ledger and cost centre it replaced.
      *----------------------------------------------------------------
       4800-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-TIME-NOW = WS-TIME-RAW / 100
           MOVE SPACES               TO GL-RULE-AUDIT-RECORD
           MOVE WS-RUN-DATE          TO GRA-DATE
           MOVE WS-TIME-NOW          TO GRA-TIME
           MOVE WS-A-ACTION          TO GRA-ACTION
           MOVE WS-OPERATOR-ID       TO GRA-OPERATOR-ID
           MOVE WS-A-RULE-IMAGE      TO GRA-RULE-IMAGE
           MOVE WS-A-OLD-LEDGER      TO GRA-OLD-LEDGER-ACCOUNT
           MOVE WS-A-OLD-COST-CENTRE TO GRA-OLD-COST-CENTRE
           WRITE GL-RULE-AUDIT-RECORD
           CLOSE AUDIT-FILE.
