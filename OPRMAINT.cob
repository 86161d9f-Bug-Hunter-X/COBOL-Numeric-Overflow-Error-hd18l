       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMAINT.
      *****************************************************************
      *  OPRMAINT - Operator security maintenance.
      *
      *             Line-mode dialogue (same style as ACTMAINT - this
      *             shop has no screen handler) that lets a security
      *             administrator maintain the operator master
      *             OPRMST.DAT (copybook OPRREC) the OPRCHK sign-on
      *             subprogram checks for every dialogue:
      *
      *             - add an operator with a name and initial PIN
      *               (no entitlements until granted);
      *             - grant or revoke one function entitlement at a
      *               time, from the OPRFUNC list;
      *             - revoke an operator's access altogether (a
      *               leaver - the record stays so old audit trails
      *               still resolve), reinstate or unlock an id, and
      *               reset a forgotten PIN;
      *             - inquire on one operator or list them all.
      *
      *             Every change is written to the permanent security
      *             audit file SECAUDT.DAT (copybook SECREC) with the
      *             administrator's id, reported by SECAUDR.  An
      *             administrator cannot change their own
      *             entitlements or status - a second administrator
      *             has to, the same dual-control idea as ACTAPPR.
      *
      *             With no operator master on file the first session
      *             enrols its own operator as the first security
      *             administrator; from then on sign-on goes through
      *             OPRCHK like every other dialogue.  The master is
      *             re-read before every action, since OPRCHK may
      *             have locked an id since the last one, and
      *             rewritten after every change.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPRMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMST-STATUS.

           SELECT SECURITY-AUDIT-FILE ASSIGN TO "SECAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECAUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPRREC.

       FD  SECURITY-AUDIT-FILE.
       COPY SECREC.

       WORKING-STORAGE SECTION.
       01  WS-OPRMST-STATUS             PIC X(02) VALUE "00".
       01  WS-SECAUDT-STATUS            PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".

       01  WS-DONE-SW                   PIC X(01) VALUE "N".
           88  WS-DONE                  VALUE "Y".

       01  WS-SIGNED-ON-SW              PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".

       01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-PIN              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
       01  WS-TIME-RAW                  PIC 9(08) VALUE ZERO.
       01  WS-TIME-NOW                  PIC 9(06) VALUE ZERO.

       01  WS-ACTION                    PIC X(01).
       01  WS-KEY-OPERATOR              PIC X(08).
       01  WS-NAME-INPUT                PIC X(30).
       01  WS-PIN-INPUT                 PIC X(08).
       01  WS-PIN-CONFIRM               PIC X(08).
       01  WS-FUNC-INPUT                PIC X(04).

      *    Fields for the audit writer, set by the action paragraphs.
       01  WS-A-EVENT                   PIC X(01).
       01  WS-A-OPERATOR                PIC X(08).
       01  WS-A-ENTITLEMENT             PIC X(04).
       01  WS-A-DETAIL                  PIC X(30).

       COPY OPRCHKK.

       COPY OPRFUNC.
       01  WS-FUNC-SUB                  PIC 9(02) COMP.

       01  WS-OPR-TABLE.
           05  WS-OPR-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-OPR-ENTRY             OCCURS 500 TIMES.
               10  WS-OP-ID             PIC X(08).
               10  WS-OP-NAME           PIC X(30).
               10  WS-OP-STATUS         PIC X(01).
               10  WS-OP-PIN            PIC X(08).
               10  WS-OP-FAIL-COUNT     PIC 9(01).
               10  WS-OP-ENTITLED       OCCURS 20 TIMES
                                        PIC X(01).
               10  WS-OP-STATUS-DATE    PIC 9(08).
               10  WS-OP-LAST-SIGNON    PIC 9(08).
       01  WS-OPR-SUB                   PIC 9(04) COMP.

       01  WS-GRANTED-LIST              PIC X(100).
       01  WS-LIST-PTR                  PIC 9(03) COMP.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-LOAD-MASTER
           IF WS-OPR-COUNT = ZERO
               PERFORM 0600-ENROL-FIRST-ADMIN
           ELSE
               PERFORM 0500-SIGN-ON
           END-IF
           PERFORM 2000-PROCESS-ONE-ACTION UNTIL WS-DONE
           STOP RUN.

      *----------------------------------------------------------------
      *  Only a security administrator may change who can do what,
      *  so the session does not start until OPRCHK accepts an id
      *  holding SECA.
      *----------------------------------------------------------------
       0500-SIGN-ON.
      *    Bounded retry: on exhausted or blank-only input ACCEPT
      *    leaves the field unchanged, so an unconditional re-prompt
      *    would loop forever.
           PERFORM UNTIL WS-SIGNED-ON
                      OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "OPRMAINT - SIGN ON"
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-OPERATOR-ID
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID NOT = SPACES
                   PERFORM 0510-CHECK-OPERATOR
               END-IF
           END-PERFORM
           IF NOT WS-SIGNED-ON
               DISPLAY "OPRMAINT: SIGN-ON ABANDONED"
               STOP RUN
           END-IF.

       0510-CHECK-OPERATOR.
           DISPLAY "PIN        : " WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-PIN
           ACCEPT WS-OPERATOR-PIN
           MOVE "S"             TO OCP-FUNCTION
           MOVE WS-OPERATOR-ID  TO OCP-OPERATOR-ID
           MOVE WS-OPERATOR-PIN TO OCP-PIN
           MOVE "OPRMAINT"      TO OCP-PROGRAM
           MOVE "SECA"          TO OCP-ENTITLEMENT
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

      *----------------------------------------------------------------
      *  First use only: nobody can sign on through OPRCHK until
      *  someone is on the master, so the operator at the keyboard
      *  is enrolled as the first security administrator - and
      *  audited as such.  Every later operator is added by an
      *  administrator in the normal way.
      *----------------------------------------------------------------
       0600-ENROL-FIRST-ADMIN.
           DISPLAY "OPRMAINT: NO OPERATORS ON FILE - ENROL THE FIRST "
                   "SECURITY ADMINISTRATOR"
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPRMAINT: SIGN-ON ABANDONED"
               STOP RUN
           END-IF
           DISPLAY "NAME       : " WITH NO ADVANCING
           MOVE SPACES TO WS-NAME-INPUT
           ACCEPT WS-NAME-INPUT
           PERFORM 3100-ACCEPT-NEW-PIN
           IF WS-PIN-INPUT = SPACES
               DISPLAY "OPRMAINT: SIGN-ON ABANDONED"
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO WS-KEY-OPERATOR
           PERFORM 3200-ADD-TABLE-ENTRY
           MOVE "SECA" TO WS-FUNC-INPUT
           PERFORM 2400-FIND-FUNCTION
           MOVE "Y" TO WS-OP-ENTITLED (WS-OPR-SUB WS-FUNC-SUB)
           MOVE WS-RUN-DATE TO WS-OP-LAST-SIGNON (WS-OPR-SUB)
           PERFORM 4000-SAVE-MASTER
           MOVE "A"            TO WS-A-EVENT
           MOVE WS-OPERATOR-ID TO WS-A-OPERATOR
           MOVE SPACES         TO WS-A-ENTITLEMENT
           MOVE "FIRST OPERATOR ENROLLED" TO WS-A-DETAIL
           PERFORM 4800-WRITE-SECURITY-AUDIT
           MOVE "G"            TO WS-A-EVENT
           MOVE "SECA"         TO WS-A-ENTITLEMENT
           MOVE "FIRST SECURITY ADMINISTRATOR" TO WS-A-DETAIL
           PERFORM 4800-WRITE-SECURITY-AUDIT
           SET WS-SIGNED-ON TO TRUE
           DISPLAY "ENROLLED AND SIGNED ON AS SECURITY ADMINISTRATOR".

       1000-LOAD-MASTER.
           MOVE ZERO TO WS-OPR-COUNT
           MOVE "N"  TO WS-EOF-SW
           OPEN INPUT OPERATOR-FILE
      *    Only a missing file ("35") may start an empty master -
      *    any other open failure means a master exists that cannot
      *    be read, and saving the session's empty view over it
      *    would wipe every operator's access.
           IF WS-OPRMST-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-OPRMST-STATUS NOT = "00"
                   DISPLAY "OPRMAINT: MASTER OPEN FAILED, STATUS "
                           WS-OPRMST-STATUS " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1100-LOAD-ONE-OPERATOR UNTIL WS-EOF
           IF WS-OPRMST-STATUS NOT = "35"
               CLOSE OPERATOR-FILE
           END-IF.

       1100-LOAD-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-OPR-COUNT >= 500
                       DISPLAY "OPRMAINT: MASTER EXCEEDS TABLE "
                               "LIMIT OF 500 - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-OPR-COUNT
                   MOVE OPR-OPERATOR-ID
                       TO WS-OP-ID (WS-OPR-COUNT)
                   MOVE OPR-NAME
                       TO WS-OP-NAME (WS-OPR-COUNT)
                   MOVE OPR-STATUS
                       TO WS-OP-STATUS (WS-OPR-COUNT)
                   MOVE OPR-PIN
                       TO WS-OP-PIN (WS-OPR-COUNT)
                   IF OPR-FAIL-COUNT IS NUMERIC
                       MOVE OPR-FAIL-COUNT
                           TO WS-OP-FAIL-COUNT (WS-OPR-COUNT)
                   ELSE
                       MOVE ZERO
                           TO WS-OP-FAIL-COUNT (WS-OPR-COUNT)
                   END-IF
                   PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
                       UNTIL WS-FUNC-SUB > 20
                       MOVE OPR-ENTITLED (WS-FUNC-SUB) TO
                           WS-OP-ENTITLED (WS-OPR-COUNT WS-FUNC-SUB)
                   END-PERFORM
                   MOVE OPR-STATUS-DATE
                       TO WS-OP-STATUS-DATE (WS-OPR-COUNT)
                   MOVE OPR-LAST-SIGNON-DATE
                       TO WS-OP-LAST-SIGNON (WS-OPR-COUNT)
           END-READ.

       2000-PROCESS-ONE-ACTION.
           DISPLAY "OPRMAINT - OPERATOR SECURITY MAINTENANCE"
           DISPLAY "A=ADD G=GRANT V=REVOKE FUNCTION D=REVOKE ACCESS "
                   "U=UNLOCK/REINSTATE"
           DISPLAY "P=RESET PIN I=INQUIRE L=LIST X=EXIT"
           DISPLAY "ACTION: " WITH NO ADVANCING
           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION
           IF WS-ACTION = "X" OR WS-ACTION = "x"
               SET WS-DONE TO TRUE
           ELSE
               IF WS-ACTION = "L" OR WS-ACTION = "l"
                   PERFORM 1000-LOAD-MASTER
                   PERFORM 2600-LIST-ALL-OPERATORS
               ELSE
                   PERFORM 2100-DISPATCH-ACTION
               END-IF
           END-IF.

       2100-DISPATCH-ACTION.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-KEY-OPERATOR
           ACCEPT WS-KEY-OPERATOR
           IF WS-KEY-OPERATOR = SPACES
               DISPLAY "OPERATOR ID REQUIRED"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1000-LOAD-MASTER
           PERFORM 2200-FIND-OPERATOR
           IF WS-ACTION = "A" OR WS-ACTION = "a"
               PERFORM 3000-ADD-OPERATOR
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-SUB > WS-OPR-COUNT
               DISPLAY "OPERATOR NOT ON MASTER"
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTION = "I" OR WS-ACTION = "i"
               PERFORM 2500-SHOW-OPERATOR
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTION = "P" OR WS-ACTION = "p"
               PERFORM 3700-RESET-PIN
               EXIT PARAGRAPH
           END-IF
      *    Segregation of duties: nobody widens or restores their
      *    own access.
           IF WS-KEY-OPERATOR = WS-OPERATOR-ID
               DISPLAY "YOU CANNOT CHANGE YOUR OWN ACCESS - ANOTHER "
                       "ADMINISTRATOR MUST"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-DISPATCH-CHANGE.

       2200-FIND-OPERATOR.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-COUNT
                  OR WS-OP-ID (WS-OPR-SUB) = WS-KEY-OPERATOR
               CONTINUE
           END-PERFORM.

       2300-DISPATCH-CHANGE.
           IF WS-ACTION = "G" OR WS-ACTION = "g"
               PERFORM 3300-GRANT-FUNCTION
           ELSE
           IF WS-ACTION = "V" OR WS-ACTION = "v"
               PERFORM 3400-REVOKE-FUNCTION
           ELSE
           IF WS-ACTION = "D" OR WS-ACTION = "d"
               PERFORM 3500-REVOKE-ACCESS
           ELSE
           IF WS-ACTION = "U" OR WS-ACTION = "u"
               PERFORM 3600-UNLOCK-OPERATOR
           ELSE
               DISPLAY "UNKNOWN ACTION"
           END-IF
           END-IF
           END-IF
           END-IF.

       2400-FIND-FUNCTION.
           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
               UNTIL WS-FUNC-SUB > 20
                  OR (OFN-CODE (WS-FUNC-SUB) = WS-FUNC-INPUT
                      AND WS-FUNC-INPUT NOT = SPACES)
               CONTINUE
           END-PERFORM.

       2450-ACCEPT-FUNCTION.
           PERFORM 2460-SHOW-ONE-FUNCTION
               VARYING WS-FUNC-SUB FROM 1 BY 1
               UNTIL WS-FUNC-SUB > 20
           DISPLAY "FUNCTION CODE: " WITH NO ADVANCING
           MOVE SPACES TO WS-FUNC-INPUT
           ACCEPT WS-FUNC-INPUT
           INSPECT WS-FUNC-INPUT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM 2400-FIND-FUNCTION.

       2460-SHOW-ONE-FUNCTION.
           IF OFN-CODE (WS-FUNC-SUB) NOT = SPACES
               DISPLAY "  " OFN-CODE (WS-FUNC-SUB) "  "
                   OFN-TEXT (WS-FUNC-SUB)
           END-IF.

      *----------------------------------------------------------------
      *  The PIN is never displayed - not here, not on the list.
      *----------------------------------------------------------------
       2500-SHOW-OPERATOR.
           PERFORM 2550-BUILD-GRANTED-LIST
           DISPLAY "OPERATOR    : " WS-OP-ID (WS-OPR-SUB)
           DISPLAY "NAME        : " WS-OP-NAME (WS-OPR-SUB)
           DISPLAY "STATUS      : " WS-OP-STATUS (WS-OPR-SUB)
               "  (A=ACTIVE L=LOCKED R=REVOKED)"
           DISPLAY "STATUS DATE : " WS-OP-STATUS-DATE (WS-OPR-SUB)
           DISPLAY "FAILED PINS : " WS-OP-FAIL-COUNT (WS-OPR-SUB)
           DISPLAY "LAST SIGN-ON: " WS-OP-LAST-SIGNON (WS-OPR-SUB)
           DISPLAY "FUNCTIONS   : " WS-GRANTED-LIST.

       2550-BUILD-GRANTED-LIST.
           MOVE SPACES TO WS-GRANTED-LIST
           MOVE 1 TO WS-LIST-PTR
           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
               UNTIL WS-FUNC-SUB > 20
               IF WS-OP-ENTITLED (WS-OPR-SUB WS-FUNC-SUB) = "Y"
                   STRING OFN-CODE (WS-FUNC-SUB) " "
                       DELIMITED BY SIZE
                       INTO WS-GRANTED-LIST
                       WITH POINTER WS-LIST-PTR
                   END-STRING
               END-IF
           END-PERFORM.

       2600-LIST-ALL-OPERATORS.
           IF WS-OPR-COUNT = ZERO
               DISPLAY "NO OPERATORS ON MASTER"
           END-IF
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-COUNT
               PERFORM 2550-BUILD-GRANTED-LIST
               DISPLAY WS-OP-ID (WS-OPR-SUB) " "
                   WS-OP-STATUS (WS-OPR-SUB) " "
                   WS-OP-NAME (WS-OPR-SUB) " "
                   WS-GRANTED-LIST (1:40)
           END-PERFORM.

      *----------------------------------------------------------------
      *  A new operator starts active with no entitlements at all;
      *  each function is granted - and audited - separately.
      *----------------------------------------------------------------
       3000-ADD-OPERATOR.
           IF WS-OPR-SUB <= WS-OPR-COUNT
               DISPLAY "OPERATOR ALREADY ON MASTER"
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-COUNT >= 500
               DISPLAY "OPERATOR MASTER FULL - OPERATOR NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NAME       : " WITH NO ADVANCING
           MOVE SPACES TO WS-NAME-INPUT
           ACCEPT WS-NAME-INPUT
           IF WS-NAME-INPUT = SPACES
               DISPLAY "NAME REQUIRED - OPERATOR NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-ACCEPT-NEW-PIN
           IF WS-PIN-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-ADD-TABLE-ENTRY
           PERFORM 4000-SAVE-MASTER
           MOVE "A"             TO WS-A-EVENT
           MOVE WS-KEY-OPERATOR TO WS-A-OPERATOR
           MOVE SPACES          TO WS-A-ENTITLEMENT
           MOVE WS-NAME-INPUT   TO WS-A-DETAIL
           PERFORM 4800-WRITE-SECURITY-AUDIT
           DISPLAY "OPERATOR ADDED - NO FUNCTIONS GRANTED YET".

      *----------------------------------------------------------------
      *  A PIN is keyed twice; a blank or mismatched entry comes
      *  back as spaces and the caller abandons the change.
      *----------------------------------------------------------------
       3100-ACCEPT-NEW-PIN.
           DISPLAY "NEW PIN    : " WITH NO ADVANCING
           MOVE SPACES TO WS-PIN-INPUT
           ACCEPT WS-PIN-INPUT
           DISPLAY "REPEAT PIN : " WITH NO ADVANCING
           MOVE SPACES TO WS-PIN-CONFIRM
           ACCEPT WS-PIN-CONFIRM
           IF WS-PIN-INPUT = SPACES
               DISPLAY "PIN REQUIRED - NOTHING CHANGED"
           ELSE
               IF WS-PIN-INPUT NOT = WS-PIN-CONFIRM
                   DISPLAY "PINS DO NOT MATCH - NOTHING CHANGED"
                   MOVE SPACES TO WS-PIN-INPUT
               END-IF
           END-IF
           MOVE SPACES TO WS-PIN-CONFIRM.

       3200-ADD-TABLE-ENTRY.
           ADD 1 TO WS-OPR-COUNT
           MOVE WS-OPR-COUNT    TO WS-OPR-SUB
           MOVE WS-KEY-OPERATOR TO WS-OP-ID (WS-OPR-SUB)
           MOVE WS-NAME-INPUT   TO WS-OP-NAME (WS-OPR-SUB)
           MOVE "A"             TO WS-OP-STATUS (WS-OPR-SUB)
           MOVE WS-PIN-INPUT    TO WS-OP-PIN (WS-OPR-SUB)
           MOVE ZERO            TO WS-OP-FAIL-COUNT (WS-OPR-SUB)
           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
               UNTIL WS-FUNC-SUB > 20
               MOVE "N" TO WS-OP-ENTITLED (WS-OPR-SUB WS-FUNC-SUB)
           END-PERFORM
           MOVE WS-RUN-DATE     TO WS-OP-STATUS-DATE (WS-OPR-SUB)
           MOVE ZERO            TO WS-OP-LAST-SIGNON (WS-OPR-SUB)
           MOVE SPACES          TO WS-PIN-INPUT.

       3300-GRANT-FUNCTION.
           PERFORM 2450-ACCEPT-FUNCTION
           IF WS-FUNC-SUB > 20
               DISPLAY "UNKNOWN FUNCTION CODE"
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-ENTITLED (WS-OPR-SUB WS-FUNC-SUB) = "Y"
               DISPLAY "FUNCTION ALREADY GRANTED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-OP-ENTITLED (WS-OPR-SUB WS-FUNC-SUB)
           MOVE "G"             TO WS-A-EVENT
           MOVE WS-KEY-OPERATOR TO WS-A-OPERATOR
           MOVE WS-FUNC-INPUT   TO WS-A-ENTITLEMENT
           MOVE OFN-TEXT (WS-FUNC-SUB) TO WS-A-DETAIL
           PERFORM 4000-SAVE-MASTER
           PERFORM 4800-WRITE-SECURITY-AUDIT
           DISPLAY "FUNCTION GRANTED".

       3400-REVOKE-FUNCTION.
           PERFORM 2450-ACCEPT-FUNCTION
           IF WS-FUNC-SUB > 20
               DISPLAY "UNKNOWN FUNCTION CODE"
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-ENTITLED (WS-OPR-SUB WS-FUNC-SUB) NOT = "Y"
               DISPLAY "FUNCTION NOT GRANTED"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OP-ENTITLED (WS-OPR-SUB WS-FUNC-SUB)
           MOVE "V"             TO WS-A-EVENT
           MOVE WS-KEY-OPERATOR TO WS-A-OPERATOR
           MOVE WS-FUNC-INPUT   TO WS-A-ENTITLEMENT
           MOVE OFN-TEXT (WS-FUNC-SUB) TO WS-A-DETAIL
           PERFORM 4000-SAVE-MASTER
           PERFORM 4800-WRITE-SECURITY-AUDIT
           DISPLAY "FUNCTION REVOKED".

      *----------------------------------------------------------------
      *  A leaver's access is revoked, never deleted - the id stays
      *  on file so it cannot be re-issued to someone else while
      *  the old audit records still carry it.
      *----------------------------------------------------------------
       3500-REVOKE-ACCESS.
           IF WS-OP-STATUS (WS-OPR-SUB) = "R"
               DISPLAY "ACCESS ALREADY REVOKED"
               EXIT PARAGRAPH
           END-IF
           MOVE "R"         TO WS-OP-STATUS (WS-OPR-SUB)
           MOVE WS-RUN-DATE TO WS-OP-STATUS-DATE (WS-OPR-SUB)
           PERFORM 4000-SAVE-MASTER
           MOVE "D"             TO WS-A-EVENT
           MOVE WS-KEY-OPERATOR TO WS-A-OPERATOR
           MOVE SPACES          TO WS-A-ENTITLEMENT
           MOVE "ALL ACCESS REVOKED" TO WS-A-DETAIL
           PERFORM 4800-WRITE-SECURITY-AUDIT
           DISPLAY "ACCESS REVOKED".

       3600-UNLOCK-OPERATOR.
           IF WS-OP-STATUS (WS-OPR-SUB) = "A"
              AND WS-OP-FAIL-COUNT (WS-OPR-SUB) = ZERO
               DISPLAY "OPERATOR ALREADY ACTIVE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-A-DETAIL
           STRING "REINSTATED FROM STATUS " DELIMITED BY SIZE
                  WS-OP-STATUS (WS-OPR-SUB) DELIMITED BY SIZE
               INTO WS-A-DETAIL
           MOVE "A"         TO WS-OP-STATUS (WS-OPR-SUB)
           MOVE ZERO        TO WS-OP-FAIL-COUNT (WS-OPR-SUB)
           MOVE WS-RUN-DATE TO WS-OP-STATUS-DATE (WS-OPR-SUB)
           PERFORM 4000-SAVE-MASTER
           MOVE "U"             TO WS-A-EVENT
           MOVE WS-KEY-OPERATOR TO WS-A-OPERATOR
           MOVE SPACES          TO WS-A-ENTITLEMENT
           PERFORM 4800-WRITE-SECURITY-AUDIT
           DISPLAY "OPERATOR ACTIVE".

      *----------------------------------------------------------------
      *  A reset PIN also clears the failure count, but does not
      *  unlock a locked id - that stays a separate, audited step.
      *----------------------------------------------------------------
       3700-RESET-PIN.
           PERFORM 3100-ACCEPT-NEW-PIN
           IF WS-PIN-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PIN-INPUT TO WS-OP-PIN (WS-OPR-SUB)
           MOVE ZERO         TO WS-OP-FAIL-COUNT (WS-OPR-SUB)
           MOVE SPACES       TO WS-PIN-INPUT
           PERFORM 4000-SAVE-MASTER
           MOVE "P"             TO WS-A-EVENT
           MOVE WS-KEY-OPERATOR TO WS-A-OPERATOR
           MOVE SPACES          TO WS-A-ENTITLEMENT
           MOVE "PIN RESET"     TO WS-A-DETAIL
           PERFORM 4800-WRITE-SECURITY-AUDIT
           DISPLAY "PIN RESET".

      *----------------------------------------------------------------
      *  Rewrite the whole master from the table after every
      *  change, so an abandoned session loses nothing confirmed.
      *----------------------------------------------------------------
       4000-SAVE-MASTER.
           OPEN OUTPUT OPERATOR-FILE
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-COUNT
               MOVE SPACES TO OPERATOR-RECORD
               MOVE WS-OP-ID (WS-OPR-SUB)     TO OPR-OPERATOR-ID
               MOVE WS-OP-NAME (WS-OPR-SUB)   TO OPR-NAME
               MOVE WS-OP-STATUS (WS-OPR-SUB) TO OPR-STATUS
               MOVE WS-OP-PIN (WS-OPR-SUB)    TO OPR-PIN
               MOVE WS-OP-FAIL-COUNT (WS-OPR-SUB)
                   TO OPR-FAIL-COUNT
               PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
                   UNTIL WS-FUNC-SUB > 20
                   MOVE WS-OP-ENTITLED (WS-OPR-SUB WS-FUNC-SUB)
                       TO OPR-ENTITLED (WS-FUNC-SUB)
               END-PERFORM
               MOVE WS-OP-STATUS-DATE (WS-OPR-SUB)
                   TO OPR-STATUS-DATE
               MOVE WS-OP-LAST-SIGNON (WS-OPR-SUB)
                   TO OPR-LAST-SIGNON-DATE
               WRITE OPERATOR-RECORD
           END-PERFORM
           CLOSE OPERATOR-FILE
           PERFORM 2200-FIND-OPERATOR.

       4800-WRITE-SECURITY-AUDIT.
           OPEN EXTEND SECURITY-AUDIT-FILE
           IF WS-SECAUDT-STATUS NOT = "00"
               OPEN OUTPUT SECURITY-AUDIT-FILE
           END-IF
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-TIME-NOW = WS-TIME-RAW / 100
           MOVE SPACES           TO SECURITY-AUDIT-RECORD
           MOVE WS-RUN-DATE      TO SEC-DATE
           MOVE WS-TIME-NOW      TO SEC-TIME
           MOVE WS-A-EVENT       TO SEC-EVENT
           MOVE WS-A-OPERATOR    TO SEC-OPERATOR-ID
           MOVE WS-OPERATOR-ID   TO SEC-BY-OPERATOR
           MOVE "OPRMAINT"       TO SEC-PROGRAM
           MOVE WS-A-ENTITLEMENT TO SEC-ENTITLEMENT
           MOVE WS-A-DETAIL      TO SEC-DETAIL
           WRITE SECURITY-AUDIT-RECORD
           CLOSE SECURITY-AUDIT-FILE.
