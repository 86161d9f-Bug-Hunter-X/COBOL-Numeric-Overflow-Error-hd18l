       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAY.
      *****************************************************************
      *  BUSDAY - Business-day subprogram, CALLed by AMTEDIT (value-
      *           date back-date window and roll), WHRELSE (release
      *           test), AMTSAGE (escalation and archive ages),
      *           GLACK (late acknowledgment) and HOLRPT.
      *
      *           Every one of those used to count calendar days off
      *           INTEGER-OF-DATE, so a long weekend escalated
      *           suspense and chased GL batches that were not late,
      *           and a value date on a bank holiday was released
      *           onto a day nothing posts.  They now ask this
      *           subprogram instead, against the holiday calendar
      *           HOLCAL.DAT (copybook HOLREC) kept by HOLMAINT:
      *
      *           - a business day is a Monday to Friday that is not
      *             a holiday on the calendar asked for;
      *           - the calendar is named by currency code, spaces
      *             meaning the base currency;
      *           - a currency with no holidays on file is closed at
      *             weekends only, and so is every currency when
      *             there is no calendar file at all.
      *
      *           The calendar is read on the first call and held
      *           for the rest of the run.  Only holidays that fall
      *           on a weekday are kept - a weekend holiday changes
      *           nothing.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       COPY HOLREC.

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-STATUS            PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".

       01  WS-LOADED-SW                 PIC X(01) VALUE "N".
           88  WS-CALENDAR-LOADED       VALUE "Y".

       01  WS-BASE-CURRENCY             PIC X(03) VALUE "USD".
       01  WS-CALENDAR-ID               PIC X(03) VALUE SPACES.

      *    Weekday holidays for every calendar, held for the run.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-HOL-ENTRY             OCCURS 3000 TIMES.
               10  WS-HC-CALENDAR-ID    PIC X(03).
               10  WS-HC-DATE-INT       PIC 9(09).
       01  WS-HOL-SUB                   PIC 9(04) COMP.

       01  WS-DATE-IN                   PIC 9(08) VALUE ZERO.
       01  WS-DATE-IN-X REDEFINES WS-DATE-IN
                                        PIC X(08).
       01  WS-DATE-INT                  PIC 9(09) VALUE ZERO.
       01  WS-DATE-OK-SW                PIC X(01) VALUE "N".
           88  WS-DATE-OK               VALUE "Y".

      *    Day 1 of INTEGER-OF-DATE (1 January 1601) was a Monday,
      *    so (day - 1) leaves 0 for Monday through 6 for Sunday.
       01  WS-DAY-INT                   PIC 9(09) VALUE ZERO.
       01  WS-DAY-WORK                  PIC 9(09) VALUE ZERO.
       01  WS-WEEK-QUOT                 PIC 9(09) VALUE ZERO.
       01  WS-WEEKDAY                   PIC 9(01) VALUE ZERO.
           88  WS-WEEKEND               VALUES 5 6.

       01  WS-BUSINESS-SW               PIC X(01) VALUE "N".
           88  WS-IS-BUSINESS-DAY       VALUE "Y".

       01  WS-FROM-INT                  PIC 9(09) VALUE ZERO.
       01  WS-TO-INT                    PIC 9(09) VALUE ZERO.
       01  WS-LOW-INT                   PIC 9(09) VALUE ZERO.
       01  WS-HIGH-INT                  PIC 9(09) VALUE ZERO.
       01  WS-SPAN-DAYS                 PIC 9(09) VALUE ZERO.
       01  WS-WEEKS                     PIC 9(09) VALUE ZERO.
       01  WS-ODD-DAYS                  PIC 9(01) VALUE ZERO.
       01  WS-BUSINESS-CT               PIC S9(09) VALUE ZERO.
       01  WS-REVERSED-SW               PIC X(01) VALUE "N".
           88  WS-REVERSED              VALUE "Y".

      *    No calendar closes a currency for a month on end; a roll
      *    that finds nothing in that long means a keying error on
      *    the calendar, not a real closure.
       01  WS-ROLL-LIMIT                PIC 9(02) VALUE 31.
       01  WS-ROLL-CT                   PIC 9(02) VALUE ZERO.

       LINKAGE SECTION.
       COPY BUSDAYK.

       PROCEDURE DIVISION USING BUSDAY-PARM.
       0000-MAIN.
           MOVE ZERO   TO BDP-RETURN-CODE
           MOVE SPACES TO BDP-MESSAGE
           IF NOT WS-CALENDAR-LOADED
               PERFORM 1000-LOAD-CALENDAR
               IF BDP-RETURN-CODE NOT = ZERO
                   GOBACK
               END-IF
           END-IF
           MOVE BDP-CALENDAR-ID TO WS-CALENDAR-ID
           IF WS-CALENDAR-ID = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CALENDAR-ID
           END-IF
           IF BDP-FUNCTION = "C"
               PERFORM 2000-COUNT-BUSINESS-DAYS
           ELSE
               IF BDP-FUNCTION = "R"
                   PERFORM 3000-ROLL-FORWARD
               ELSE
                   IF BDP-FUNCTION = "T"
                       PERFORM 4000-TEST-BUSINESS-DAY
                   ELSE
                       MOVE 08 TO BDP-RETURN-CODE
                       MOVE "BUSDAY: UNKNOWN FUNCTION CODE"
                           TO BDP-MESSAGE
                   END-IF
               END-IF
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      *  Load the calendar once per run.  No file means weekends
      *  only; a file that exists but cannot be read is refused
      *  rather than quietly treating every holiday as a business
      *  day, and is retried on the next call.
      *----------------------------------------------------------------
       1000-LOAD-CALENDAR.
           MOVE ZERO TO WS-HOL-COUNT
           MOVE "N"  TO WS-EOF-SW
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = "35"
               SET WS-CALENDAR-LOADED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLIDAY-STATUS NOT = "00"
               MOVE 08 TO BDP-RETURN-CODE
               STRING "BUSDAY: HOLIDAY CALENDAR HOLCAL.DAT OPEN "
                      "FAILED, STATUS " WS-HOLIDAY-STATUS
                   DELIMITED BY SIZE INTO BDP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1100-LOAD-ONE-HOLIDAY
               UNTIL WS-EOF OR BDP-RETURN-CODE NOT = ZERO
           CLOSE HOLIDAY-FILE
           IF BDP-RETURN-CODE = ZERO
               SET WS-CALENDAR-LOADED TO TRUE
           END-IF.

       1100-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 1200-KEEP-IF-WEEKDAY
           END-READ.

       1200-KEEP-IF-WEEKDAY.
           MOVE HOL-DATE TO WS-DATE-IN
           PERFORM 1500-CONVERT-DATE
           IF NOT WS-DATE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INT TO WS-DAY-INT
           PERFORM 1600-FIND-WEEKDAY
           IF WS-WEEKEND
               EXIT PARAGRAPH
           END-IF
           IF WS-HOL-COUNT >= 3000
               MOVE 08 TO BDP-RETURN-CODE
               MOVE "BUSDAY: HOLIDAY CALENDAR OVER 3000 WEEKDAYS"
                   TO BDP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOL-COUNT
           MOVE HOL-CALENDAR-ID TO WS-HC-CALENDAR-ID (WS-HOL-COUNT)
           MOVE WS-DATE-INT     TO WS-HC-DATE-INT (WS-HOL-COUNT).

      *----------------------------------------------------------------
      *  WS-DATE-IN to its day number.  A date INTEGER-OF-DATE
      *  cannot place comes back zero and is not a date.
      *----------------------------------------------------------------
       1500-CONVERT-DATE.
           MOVE "N"  TO WS-DATE-OK-SW
           MOVE ZERO TO WS-DATE-INT
           IF WS-DATE-IN-X IS NOT NUMERIC
              OR WS-DATE-IN = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-IN)
           IF WS-DATE-INT NOT = ZERO
               SET WS-DATE-OK TO TRUE
           END-IF.

       1600-FIND-WEEKDAY.
           COMPUTE WS-DAY-WORK = WS-DAY-INT - 1
           DIVIDE WS-DAY-WORK BY 7
               GIVING WS-WEEK-QUOT REMAINDER WS-WEEKDAY.

       1700-REFUSE-DATE.
           MOVE 04 TO BDP-RETURN-CODE
           STRING "BUSDAY: INVALID DATE " WS-DATE-IN-X
               DELIMITED BY SIZE INTO BDP-MESSAGE.

      *----------------------------------------------------------------
      *  Business days after the from-date up to and including the
      *  to-date: five per whole week, the odd days at the end
      *  tested one by one, less the calendar's weekday holidays
      *  inside the range.
      *----------------------------------------------------------------
       2000-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO BDP-DAYS
           MOVE BDP-FROM-DATE TO WS-DATE-IN
           PERFORM 1500-CONVERT-DATE
           IF NOT WS-DATE-OK
               PERFORM 1700-REFUSE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INT TO WS-FROM-INT
           MOVE BDP-TO-DATE TO WS-DATE-IN
           PERFORM 1500-CONVERT-DATE
           IF NOT WS-DATE-OK
               PERFORM 1700-REFUSE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INT TO WS-TO-INT
           IF WS-TO-INT < WS-FROM-INT
               SET WS-REVERSED TO TRUE
               MOVE WS-TO-INT   TO WS-LOW-INT
               MOVE WS-FROM-INT TO WS-HIGH-INT
           ELSE
               MOVE "N" TO WS-REVERSED-SW
               MOVE WS-FROM-INT TO WS-LOW-INT
               MOVE WS-TO-INT   TO WS-HIGH-INT
           END-IF
           COMPUTE WS-SPAN-DAYS = WS-HIGH-INT - WS-LOW-INT
           DIVIDE WS-SPAN-DAYS BY 7
               GIVING WS-WEEKS REMAINDER WS-ODD-DAYS
           COMPUTE WS-BUSINESS-CT = WS-WEEKS * 5
           COMPUTE WS-DAY-INT = WS-LOW-INT + WS-WEEKS * 7
           PERFORM 2100-COUNT-ODD-DAY WS-ODD-DAYS TIMES
           PERFORM 2200-DROP-HOLIDAY
               VARYING WS-HOL-SUB FROM 1 BY 1
               UNTIL WS-HOL-SUB > WS-HOL-COUNT
           IF WS-REVERSED
               COMPUTE BDP-DAYS = ZERO - WS-BUSINESS-CT
           ELSE
               MOVE WS-BUSINESS-CT TO BDP-DAYS
           END-IF.

       2100-COUNT-ODD-DAY.
           ADD 1 TO WS-DAY-INT
           PERFORM 1600-FIND-WEEKDAY
           IF NOT WS-WEEKEND
               ADD 1 TO WS-BUSINESS-CT
           END-IF.

       2200-DROP-HOLIDAY.
           IF WS-HC-CALENDAR-ID (WS-HOL-SUB) = WS-CALENDAR-ID
              AND WS-HC-DATE-INT (WS-HOL-SUB) > WS-LOW-INT
              AND WS-HC-DATE-INT (WS-HOL-SUB) NOT > WS-HIGH-INT
               SUBTRACT 1 FROM WS-BUSINESS-CT
           END-IF.

      *----------------------------------------------------------------
      *  The first business day on or after the from-date - a
      *  business day rolls to itself.
      *----------------------------------------------------------------
       3000-ROLL-FORWARD.
           MOVE ZERO TO BDP-RESULT-DATE
           MOVE BDP-FROM-DATE TO WS-DATE-IN
           PERFORM 1500-CONVERT-DATE
           IF NOT WS-DATE-OK
               PERFORM 1700-REFUSE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INT TO WS-DAY-INT
           MOVE ZERO TO WS-ROLL-CT
           PERFORM 3100-TEST-ONE-DAY
           PERFORM 3200-STEP-ONE-DAY
               UNTIL WS-IS-BUSINESS-DAY
                  OR WS-ROLL-CT >= WS-ROLL-LIMIT
           IF NOT WS-IS-BUSINESS-DAY
               MOVE 08 TO BDP-RETURN-CODE
               STRING "BUSDAY: NO BUSINESS DAY WITHIN 31 DAYS OF "
                      WS-DATE-IN-X " ON CALENDAR " WS-CALENDAR-ID
                   DELIMITED BY SIZE INTO BDP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE BDP-RESULT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).

      *----------------------------------------------------------------
      *  WS-DAY-INT against weekends and the calendar's holidays.
      *----------------------------------------------------------------
       3100-TEST-ONE-DAY.
           MOVE "N" TO WS-BUSINESS-SW
           PERFORM 1600-FIND-WEEKDAY
           IF WS-WEEKEND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
               UNTIL WS-HOL-SUB > WS-HOL-COUNT
                  OR (WS-HC-CALENDAR-ID (WS-HOL-SUB) = WS-CALENDAR-ID
                  AND WS-HC-DATE-INT (WS-HOL-SUB) = WS-DAY-INT)
               CONTINUE
           END-PERFORM
           IF WS-HOL-SUB > WS-HOL-COUNT
               SET WS-IS-BUSINESS-DAY TO TRUE
           END-IF.

       3200-STEP-ONE-DAY.
           ADD 1 TO WS-DAY-INT
           ADD 1 TO WS-ROLL-CT
           PERFORM 3100-TEST-ONE-DAY.

       4000-TEST-BUSINESS-DAY.
           MOVE "N" TO BDP-BUSINESS-IND
           MOVE BDP-FROM-DATE TO WS-DATE-IN
           PERFORM 1500-CONVERT-DATE
           IF NOT WS-DATE-OK
               PERFORM 1700-REFUSE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INT TO WS-DAY-INT
           PERFORM 3100-TEST-ONE-DAY
           IF WS-IS-BUSINESS-DAY
               MOVE "Y" TO BDP-BUSINESS-IND
           END-IF.
