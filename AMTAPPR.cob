           88  WS-DONE                  VALUE "Y".

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
               DISPLAY "AMTAPPR - SUPERVISOR SIGN ON"
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-OPERATOR-ID
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID NOT = SPACES
                   PERFORM 0510-CHECK-OPERATOR
               END-IF
           END-PERFORM
           IF NOT WS-SIGNED-ON
               DISPLAY "AMTAPPR: SIGN-ON ABANDONED"
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
           MOVE "AMTAPPR"       TO OCP-PROGRAM
           MOVE "APRL"          TO OCP-ENTITLEMENT
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

       1000-LOAD-QUEUE.
           OPEN INPUT PENDING-FILE
      *    Only a missing file ("35") may start an empty session -
