      *            correction workflow like any other suspended
      *            item;
      *          - lists on GLACK.LST every shipped batch that has
      *            gone a business day or more (base-currency
      *            holiday calendar, BUSDAY subprogram) without any
      *            acknowledgment, so a batch the GL side lost is
      *            chased the next business morning instead of at
      *            month end, and not over a long weekend;
      *          - drops acknowledged records off the register and
      *            truncates the consumed acknowledgment file, so
      *            neither is reprocessed on the next run.

       01  WS-RUN-ID                    PIC X(08) VALUE "GLACK   ".
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
       01  WS-TIME-RAW                  PIC 9(08) VALUE ZERO.
       01  WS-EVENT-CODE                PIC X(04) VALUE SPACES.
       01  WS-EVENT-DETAIL              PIC X(20) VALUE SPACES.
       01  WS-TIMESTAMP                 PIC X(15).

       COPY TSTWRTK.
       COPY BUSDAYK.

      *    The shipped-transaction register held in storage for the
      *    run - it only carries items awaiting an acknowledgment
               VALUE " - NO ACK RECEIVED, ITEMS ".
           05  WS-L-COUNT               PIC ZZZZZZZZ9.

       01  WS-SECTION-LINE              PIC X(48).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL               PIC X(22).
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1040-LOAD-RUN-DATE
           PERFORM 1050-CHECK-CALENDAR
           PERFORM 1100-LOAD-SHIP-REGISTER
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               CLOSE RUN-PARAM-FILE
           END-IF.

      *----------------------------------------------------------------
      *  Lateness is counted off the holiday calendar, so one that
      *  exists but cannot be read stops the run before any
      *  acknowledgment is consumed.
      *----------------------------------------------------------------
       1050-CHECK-CALENDAR.
           MOVE "T"         TO BDP-FUNCTION
           MOVE SPACES      TO BDP-CALENDAR-ID
           MOVE WS-RUN-DATE TO BDP-FROM-DATE
           CALL "BUSDAY" USING BUSDAY-PARM
           IF BDP-RETURN-CODE NOT = ZERO
               DISPLAY "GLACK: " BDP-MESSAGE
               DISPLAY "GLACK: BUSINESS-DAY CHECK FAILED - "
                       "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      *  Load the shipped-transaction register for the run.  An
      *  absent register only means nothing has ever shipped; any
           END-IF.

      *----------------------------------------------------------------
      *  Any batch still carrying unacknowledged items a business day
      *  or more after shipping goes on the chase list, one line per
      *  batch.
      *----------------------------------------------------------------
       3000-FLAG-UNACKED-BATCHES.
           PERFORM 3100-CHECK-ONE-SHIP-ITEM
               VARYING WS-SHIP-SUB FROM 1 BY 1
               UNTIL WS-SHIP-SUB > WS-SHIP-COUNT
           IF WS-LATE-MAX > ZERO
               MOVE "BATCHES UNACKNOWLEDGED A BUSINESS DAY OR MORE"
                   TO WS-SECTION-LINE
               WRITE ACK-LISTING-LINE FROM WS-SECTION-LINE
               PERFORM 3200-WRITE-LATE-LINE
           IF WS-SH-SHIP-DATE (WS-SHIP-SUB) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE "C"         TO BDP-FUNCTION
           MOVE SPACES      TO BDP-CALENDAR-ID
           MOVE WS-SH-SHIP-DATE (WS-SHIP-SUB) TO BDP-FROM-DATE
           MOVE WS-RUN-DATE TO BDP-TO-DATE
           CALL "BUSDAY" USING BUSDAY-PARM
      *    A ship date the calendar cannot place is chased rather
      *    than left to sit unseen.
           IF BDP-RETURN-CODE = ZERO
              AND BDP-DAYS < 1
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LATE-SUB FROM 1 BY 1
