       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRCHK.
      *****************************************************************
      *  OPRCHK - Operator sign-on and entitlement subprogram, CALLed
      *           from the 0500-SIGN-ON of every dialogue (AMTINQ,
      *           AMTAPPR, ACTMAINT, ACTAPPR, RATMAINT, OPRMAINT) and
      *           again before any function inside a dialogue that
      *           needs an entitlement of its own.
      *
      *           The operator master OPRMST.DAT (copybook OPRREC)
      *           says who may sign on and to what:
      *
      *           - 'S' sign-on: the id must be on the master and
      *             active, the PIN must match, and the operator
      *             must hold the entitlement the calling dialogue
      *             needs.  A wrong PIN counts against the id, and
      *             the third consecutive failure locks it until a
      *             security administrator unlocks it in OPRMAINT -
      *             across sessions, so walking away and starting
      *             the dialogue again does not reset the count.  A
      *             good sign-on clears the count;
      *           - 'F' function check: the id must still be active
      *             and hold the entitlement for the function.
      *
      *           Every refusal and every lockout is appended to the
      *           security audit file SECAUDT.DAT (copybook SECREC)
      *           here rather than by the callers, so no dialogue
      *           can forget to.  With no operator master on file
      *           nobody signs on anywhere; OPRMAINT enrols the
      *           first security administrator.
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

       01  WS-CHANGED-SW                PIC X(01) VALUE "N".
           88  WS-CHANGED               VALUE "Y".

       01  WS-TIME-RAW                  PIC 9(08) VALUE ZERO.
       01  WS-TIME-NOW                  PIC 9(06) VALUE ZERO.

      *    Consecutive wrong PINs that lock an id.
       01  WS-LOCKOUT-LIMIT             PIC 9(01) VALUE 3.

       01  WS-A-EVENT                   PIC X(01).
       01  WS-A-DETAIL                  PIC X(30).

       COPY OPRFUNC.
       01  WS-FUNC-SUB                  PIC 9(02) COMP.

      *    The whole master held in storage for the call, so a
      *    failure count or lockout can be saved back; it carries
      *    one record per operator.
       01  WS-OPR-TABLE.
           05  WS-OPR-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-OPR-ENTRY             OCCURS 500 TIMES.
               10  WS-OP-RECORD         PIC X(92).
       01  WS-OPR-SUB                   PIC 9(04) COMP.

       LINKAGE SECTION.
       COPY OPRCHKK.

       PROCEDURE DIVISION USING OPRCHK-PARM.
       0000-MAIN.
           MOVE ZERO   TO OCP-RETURN-CODE
           MOVE SPACES TO OCP-MESSAGE
           MOVE SPACES TO OCP-OPERATOR-NAME
           MOVE "N"    TO WS-CHANGED-SW
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-TIME-NOW = WS-TIME-RAW / 100
           PERFORM 1000-LOAD-MASTER
           IF OCP-RETURN-CODE = ZERO
               IF OCP-FUNCTION = "S"
                   PERFORM 2000-SIGN-ON
               ELSE
                   IF OCP-FUNCTION = "F"
                       PERFORM 3000-CHECK-FUNCTION
                   ELSE
                       MOVE 08 TO OCP-RETURN-CODE
                       MOVE "OPRCHK: UNKNOWN FUNCTION CODE"
                           TO OCP-MESSAGE
                   END-IF
               END-IF
           END-IF
           IF WS-CHANGED
               PERFORM 4000-SAVE-MASTER
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      *  Load the operator master.  A missing or unreadable master
      *  refuses everyone - signing on unchecked is what this
      *  subprogram exists to stop.
      *----------------------------------------------------------------
       1000-LOAD-MASTER.
           MOVE ZERO TO WS-OPR-COUNT
           MOVE "N"  TO WS-EOF-SW
           OPEN INPUT OPERATOR-FILE
           IF WS-OPRMST-STATUS NOT = "00"
               MOVE 08 TO OCP-RETURN-CODE
               MOVE "OPRCHK: OPERATOR MASTER OPRMST.DAT UNAVAILABLE"
                   TO OCP-MESSAGE
               MOVE OCP-FUNCTION TO WS-A-EVENT
               MOVE "NO OPERATOR MASTER" TO WS-A-DETAIL
               PERFORM 5000-WRITE-SECURITY-AUDIT
               EXIT PARAGRAPH
           END-IF
           PERFORM 1100-LOAD-ONE-OPERATOR UNTIL WS-EOF
           CLOSE OPERATOR-FILE.

       1100-LOAD-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-OPR-COUNT >= 500
                       MOVE 08 TO OCP-RETURN-CODE
                       MOVE "OPRCHK: OPERATOR MASTER OVER 500 RECORDS"
                           TO OCP-MESSAGE
                       SET WS-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-OPR-COUNT
                       MOVE OPERATOR-RECORD
                           TO WS-OP-RECORD (WS-OPR-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Locate the operator and the entitlement slot, leaving the
      *  operator's record in the FD area for the checks.
      *----------------------------------------------------------------
       1200-FIND-OPERATOR.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-COUNT
                  OR WS-OP-RECORD (WS-OPR-SUB) (1:8) = OCP-OPERATOR-ID
               CONTINUE
           END-PERFORM
           IF WS-OPR-SUB <= WS-OPR-COUNT
               MOVE WS-OP-RECORD (WS-OPR-SUB) TO OPERATOR-RECORD
           END-IF
           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
               UNTIL WS-FUNC-SUB > 20
                  OR OFN-CODE (WS-FUNC-SUB) = OCP-ENTITLEMENT
               CONTINUE
           END-PERFORM.

       2000-SIGN-ON.
           PERFORM 1200-FIND-OPERATOR
           IF WS-OPR-SUB > WS-OPR-COUNT
               MOVE "UNKNOWN OPERATOR ID" TO WS-A-DETAIL
               PERFORM 2900-REFUSE-SIGN-ON
               EXIT PARAGRAPH
           END-IF
           IF OPR-LOCKED
               MOVE "OPERATOR ID LOCKED" TO WS-A-DETAIL
               PERFORM 2900-REFUSE-SIGN-ON
               EXIT PARAGRAPH
           END-IF
           IF NOT OPR-ACTIVE
               MOVE "OPERATOR ACCESS REVOKED" TO WS-A-DETAIL
               PERFORM 2900-REFUSE-SIGN-ON
               EXIT PARAGRAPH
           END-IF
           IF OPR-PIN NOT = OCP-PIN
               PERFORM 2100-COUNT-FAILURE
               EXIT PARAGRAPH
           END-IF
           IF WS-FUNC-SUB > 20
               MOVE "NOT ENTITLED TO THIS DIALOGUE" TO WS-A-DETAIL
               PERFORM 2900-REFUSE-SIGN-ON
               EXIT PARAGRAPH
           END-IF
           IF OPR-ENTITLED (WS-FUNC-SUB) NOT = "Y"
               MOVE "NOT ENTITLED TO THIS DIALOGUE" TO WS-A-DETAIL
               PERFORM 2900-REFUSE-SIGN-ON
               EXIT PARAGRAPH
           END-IF
      *    Good sign-on - any earlier wrong PINs no longer count.
           IF OPR-FAIL-COUNT NOT = ZERO
              OR OPR-LAST-SIGNON-DATE NOT = OCP-RUN-DATE
               MOVE ZERO         TO OPR-FAIL-COUNT
               MOVE OCP-RUN-DATE TO OPR-LAST-SIGNON-DATE
               MOVE OPERATOR-RECORD TO WS-OP-RECORD (WS-OPR-SUB)
               SET WS-CHANGED TO TRUE
           END-IF
           MOVE OPR-NAME TO OCP-OPERATOR-NAME.

      *----------------------------------------------------------------
      *  A wrong PIN for a real id counts towards the lockout; the
      *  failure that reaches the limit locks the id and is audited
      *  as a lockout as well as a refusal.
      *----------------------------------------------------------------
       2100-COUNT-FAILURE.
           IF OPR-FAIL-COUNT IS NOT NUMERIC
               MOVE ZERO TO OPR-FAIL-COUNT
           END-IF
           ADD 1 TO OPR-FAIL-COUNT
           MOVE "WRONG PIN" TO WS-A-DETAIL
           PERFORM 2900-REFUSE-SIGN-ON
           IF OPR-FAIL-COUNT >= WS-LOCKOUT-LIMIT
               SET OPR-LOCKED TO TRUE
               MOVE OCP-RUN-DATE TO OPR-STATUS-DATE
               MOVE "OPRCHK: WRONG PIN - OPERATOR ID NOW LOCKED"
                   TO OCP-MESSAGE
               MOVE "L" TO WS-A-EVENT
               MOVE "LOCKED AFTER REPEATED FAILURES" TO WS-A-DETAIL
               PERFORM 5000-WRITE-SECURITY-AUDIT
           END-IF
           MOVE OPERATOR-RECORD TO WS-OP-RECORD (WS-OPR-SUB)
           SET WS-CHANGED TO TRUE.

       2900-REFUSE-SIGN-ON.
           MOVE 08 TO OCP-RETURN-CODE
           MOVE SPACES TO OCP-MESSAGE
           STRING "OPRCHK: SIGN-ON REFUSED - " DELIMITED BY SIZE
                  WS-A-DETAIL                  DELIMITED BY "  "
               INTO OCP-MESSAGE
           MOVE "S" TO WS-A-EVENT
           PERFORM 5000-WRITE-SECURITY-AUDIT.

       3000-CHECK-FUNCTION.
           PERFORM 1200-FIND-OPERATOR
           IF WS-OPR-SUB > WS-OPR-COUNT
               MOVE "UNKNOWN OPERATOR ID" TO WS-A-DETAIL
               PERFORM 3900-REFUSE-FUNCTION
               EXIT PARAGRAPH
           END-IF
           IF NOT OPR-ACTIVE
               MOVE "OPERATOR NOT ACTIVE" TO WS-A-DETAIL
               PERFORM 3900-REFUSE-FUNCTION
               EXIT PARAGRAPH
           END-IF
           IF WS-FUNC-SUB > 20
               MOVE "NOT ENTITLED TO THIS FUNCTION" TO WS-A-DETAIL
               PERFORM 3900-REFUSE-FUNCTION
               EXIT PARAGRAPH
           END-IF
           IF OPR-ENTITLED (WS-FUNC-SUB) NOT = "Y"
               MOVE "NOT ENTITLED TO THIS FUNCTION" TO WS-A-DETAIL
               PERFORM 3900-REFUSE-FUNCTION
               EXIT PARAGRAPH
           END-IF
           MOVE OPR-NAME TO OCP-OPERATOR-NAME.

       3900-REFUSE-FUNCTION.
           MOVE 08 TO OCP-RETURN-CODE
           MOVE SPACES TO OCP-MESSAGE
           STRING "OPRCHK: FUNCTION REFUSED - " DELIMITED BY SIZE
                  WS-A-DETAIL                   DELIMITED BY "  "
               INTO OCP-MESSAGE
           MOVE "F" TO WS-A-EVENT
           PERFORM 5000-WRITE-SECURITY-AUDIT.

      *----------------------------------------------------------------
      *  Rewrite the whole master from the table - only after a
      *  failure count, lockout or sign-on date changed.
      *----------------------------------------------------------------
       4000-SAVE-MASTER.
           OPEN OUTPUT OPERATOR-FILE
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-COUNT
               MOVE WS-OP-RECORD (WS-OPR-SUB) TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
           END-PERFORM
           CLOSE OPERATOR-FILE.

       5000-WRITE-SECURITY-AUDIT.
           OPEN EXTEND SECURITY-AUDIT-FILE
           IF WS-SECAUDT-STATUS NOT = "00"
               OPEN OUTPUT SECURITY-AUDIT-FILE
           END-IF
           MOVE SPACES          TO SECURITY-AUDIT-RECORD
           MOVE OCP-RUN-DATE    TO SEC-DATE
           MOVE WS-TIME-NOW     TO SEC-TIME
           MOVE WS-A-EVENT      TO SEC-EVENT
           MOVE OCP-OPERATOR-ID TO SEC-OPERATOR-ID
           MOVE OCP-OPERATOR-ID TO SEC-BY-OPERATOR
           MOVE OCP-PROGRAM     TO SEC-PROGRAM
           MOVE OCP-ENTITLEMENT TO SEC-ENTITLEMENT
           MOVE WS-A-DETAIL     TO SEC-DETAIL
           WRITE SECURITY-AUDIT-RECORD
           CLOSE SECURITY-AUDIT-FILE.
