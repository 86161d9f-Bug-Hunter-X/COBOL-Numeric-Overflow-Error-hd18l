      *            its original record to AMTRESUB.DAT, which
      *            AMTEDIT already consumes after the day's input
      *            files, and rewrites the warehouse with only the
      *            still-future items.  An item is due on the first
      *            business day on or after its value date in the
      *            transaction currency's holiday calendar (BUSDAY
      *            subprogram), so nothing is released onto a day
      *            that currency does not post; a date re-rolled by
      *            a calendar change since it was queued is saved
      *            back with the new date.
      *
      *            WHRELSE.LST lists what was released and the
      *            whole remaining queue - transaction, account,

       01  WS-RUN-ID                    PIC X(08) VALUE "WHRELSE ".
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
       01  WS-DUE-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-ROLL-FAILED-SW            PIC X(01) VALUE "N".
           88  WS-ROLL-FAILED           VALUE "Y".
       01  WS-TIME-RAW                  PIC 9(08) VALUE ZERO.

       COPY TSTWRTK.
       COPY BUSDAYK.

      *    The whole warehouse held in storage for the run so the
      *    survivors can be rewritten after the sweep; an overflow
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1040-LOAD-RUN-DATE
           PERFORM 1050-CHECK-CALENDAR
           OPEN OUTPUT RELEASE-LISTING
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE RELEASE-LISTING-LINE FROM WS-HEADING-LINE
               CLOSE RUN-PARAM-FILE
           END-IF.

      *----------------------------------------------------------------
      *  Prove the holiday calendar readable before anything is
      *  released - stopping half-way through the sweep would leave
      *  released items still on the warehouse for the rerun to
      *  release again.
      *----------------------------------------------------------------
       1050-CHECK-CALENDAR.
           MOVE "T"         TO BDP-FUNCTION
           MOVE SPACES      TO BDP-CALENDAR-ID
           MOVE WS-RUN-DATE TO BDP-FROM-DATE
           CALL "BUSDAY" USING BUSDAY-PARM
           IF BDP-RETURN-CODE NOT = ZERO
               DISPLAY "WHRELSE: " BDP-MESSAGE
               DISPLAY "WHRELSE: BUSINESS-DAY CHECK FAILED - "
                       "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      *  Load the warehouse.  An absent file means nothing is
      *  queued; any other open failure aborts, since the rewrite
           CALL "TSTWRT" USING TSTWRT-PARM.

      *----------------------------------------------------------------
      *  An item whose value date, rolled to a business day of its
      *  currency, has arrived (or an item whose date can no longer
      *  be read - better re-edited than stuck here forever) goes
      *  back through the edit via the resubmit file; AMTEDIT
      *  re-validates it in full.
      *----------------------------------------------------------------
       2100-JUDGE-ONE-ITEM.
           MOVE ZERO TO WS-DUE-DATE
           MOVE "N"  TO WS-ROLL-FAILED-SW
           IF WS-WH-VALUE-DATE (WS-WHS-SUB) IS NUMERIC
              AND WS-WH-VALUE-DATE (WS-WHS-SUB) > 0
               PERFORM 2150-ROLL-VALUE-DATE
           END-IF
           IF WS-ROLL-FAILED
               ADD 1 TO WS-KEPT-CT
               EXIT PARAGRAPH
           END-IF
           IF WS-DUE-DATE > WS-RUN-DATE
               ADD 1 TO WS-KEPT-CT
               MOVE WS-DUE-DATE TO WS-WH-VALUE-DATE (WS-WHS-SUB)
           ELSE
               PERFORM 2200-RELEASE-ONE-ITEM
           END-IF.

      *----------------------------------------------------------------
      *  A date the calendar cannot place is left at zero and so
      *  released for AMTEDIT to reject.  A date the calendar finds
      *  no business day for within a month is a calendar keying
      *  error: the item stays queued, untouched, until it is put
      *  right.
      *----------------------------------------------------------------
       2150-ROLL-VALUE-DATE.
           MOVE WS-WH-ORIGINAL (WS-WHS-SUB) TO WS-WHS-TRANS
           MOVE "R"              TO BDP-FUNCTION
           MOVE TR-CURRENCY-CODE TO BDP-CALENDAR-ID
           MOVE WS-WH-VALUE-DATE (WS-WHS-SUB) TO BDP-FROM-DATE
           CALL "BUSDAY" USING BUSDAY-PARM
           IF BDP-RETURN-CODE = ZERO
               MOVE BDP-RESULT-DATE TO WS-DUE-DATE
           ELSE
               IF BDP-RETURN-CODE NOT = 04
                   SET WS-ROLL-FAILED TO TRUE
                   DISPLAY "WHRELSE: " BDP-MESSAGE
                   DISPLAY "WHRELSE: " TR-TRANS-ID
                           " KEPT QUEUED - CHECK HOLIDAY CALENDAR"
               END-IF
           END-IF.

       2200-RELEASE-ONE-ITEM.
           ADD 1 TO WS-RELEASED-CT
           MOVE "Y" TO WS-WH-RELEASED-SW (WS-WHS-SUB)
