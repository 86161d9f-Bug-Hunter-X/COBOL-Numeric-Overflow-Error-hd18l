       01  WS-HISTORY-CT                PIC 9(05) VALUE ZERO.

       01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-PIN              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-SIGNED-ON-SW              PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".

       COPY OPRCHKK.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-TIME-RAW                  PIC 9(08) VALUE ZERO.
       01  WS-TIME-NOW                  PIC 9(06) VALUE ZERO.
      *    Bounded retry: on exhausted or blank-only input ACCEPT
      *    leaves the field unchanged, so an unconditional re-prompt
      *    would loop forever.
           PERFORM UNTIL WS-SIGNED-ON
                      OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "AMTINQ - SIGN ON"
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-OPERATOR-ID
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID NOT = SPACES
                   PERFORM 0510-CHECK-OPERATOR
               END-IF
           END-PERFORM
           IF NOT WS-SIGNED-ON
               DISPLAY "AMTINQ: SIGN-ON ABANDONED"
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
           MOVE "AMTINQ"        TO OCP-PROGRAM
           MOVE "INQV"          TO OCP-ENTITLEMENT
           MOVE WS-TODAY-DATE   TO OCP-RUN-DATE
           CALL "OPRCHK" USING OPRCHK-PARM
           MOVE SPACES TO WS-OPERATOR-PIN
           MOVE SPACES TO OCP-PIN
           IF OCP-RETURN-CODE = ZERO
               SET WS-SIGNED-ON TO TRUE
               DISPLAY "SIGNED ON: " OCP-OPERATOR-NAME
           ELSE
               DISPLAY OCP-MESSAGE
           END-IF.

       1000-INQUIRE-ONE-TRANSACTION.
           DISPLAY "AMTINQ - TRANSACTION INQUIRY"
           DISPLAY "FUNCTION - C=CORRECT SUSPENDED, H=HISTORY: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-FUNCTION
           ACCEPT WS-FUNCTION
           IF WS-FUNCTION NOT = "H" AND WS-FUNCTION NOT = "h"
               PERFORM 1100-CHECK-CORRECT-ENTITLEMENT
               IF OCP-RETURN-CODE NOT = ZERO
                   DISPLAY OCP-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "TRANSACTION ID: " WITH NO ADVANCING
           ACCEPT WS-INQUIRY-ID
           IF WS-FUNCTION = "H" OR WS-FUNCTION = "h"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Inquiry and history only need the sign-on; altering an
      *  amount is a separate entitlement, checked (and any refusal
      *  audited) by OPRCHK each time it is asked for.
      *----------------------------------------------------------------
       1100-CHECK-CORRECT-ENTITLEMENT.
           MOVE "F"            TO OCP-FUNCTION
           MOVE WS-OPERATOR-ID TO OCP-OPERATOR-ID
           MOVE SPACES         TO OCP-PIN
           MOVE "AMTINQ"       TO OCP-PROGRAM
           MOVE "INQC"         TO OCP-ENTITLEMENT
           MOVE WS-TODAY-DATE  TO OCP-RUN-DATE
           CALL "OPRCHK" USING OPRCHK-PARM.

      *----------------------------------------------------------------
      *  Request 008: look up a suspended transaction by ID.
      *----------------------------------------------------------------
