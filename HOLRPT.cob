       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLRPT.
      *****************************************************************
      *  HOLRPT - Year-ahead holiday-calendar listing off HOLCAL.DAT
      *           (copybook HOLREC), kept by HOLMAINT.
      *
      *           For the base-currency calendar and every other
      *           calendar on the file it lists each holiday falling
      *           in the twelve months from the report date - date,
      *           weekday, description and who keyed it - then the
      *           number of business days in each of those months as
      *           the BUSDAY subprogram counts them, so ops can check
      *           the calendars before the year turns and nobody
      *           finds a missing bank holiday when a payment rolls
      *           onto it.  A holiday keyed on a weekend is flagged,
      *           since it changes nothing.
      *
      *           The report starts from the date in HOLRPT.PRM
      *           (YYYYMMDD, one field); when the parameter file is
      *           absent it starts from today.  Output on
      *           HOLRPT.LST.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT PARAM-FILE ASSIGN TO "HOLRPT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT CALENDAR-REPORT ASSIGN TO "HOLRPT.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       COPY HOLREC.

       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PRM-START-DATE           PIC 9(08).

       FD  CALENDAR-REPORT.
       01  CALENDAR-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-STATUS            PIC X(02) VALUE "00".
       01  WS-PARAM-STATUS              PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".

       01  WS-BASE-CURRENCY             PIC X(03) VALUE "USD".
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
       01  WS-START-DATE                PIC 9(08) VALUE ZERO.
      *    The same day a year on - the window is start to before it.
       01  WS-END-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-READ-CT                   PIC 9(09) VALUE ZERO.
       01  WS-LISTED-CT                 PIC 9(09) VALUE ZERO.
       01  WS-CAL-LISTED-CT             PIC 9(05) VALUE ZERO.

       01  WS-DATE-INT                  PIC 9(09) VALUE ZERO.
       01  WS-DAY-WORK                  PIC 9(09) VALUE ZERO.
       01  WS-WEEK-QUOT                 PIC 9(09) VALUE ZERO.
      *    0 = Monday through 6 = Sunday.
       01  WS-WEEKDAY                   PIC 9(01) VALUE ZERO.
           88  WS-WEEKEND               VALUES 5 6.
       01  WS-DAY-NAMES                 PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".

      *    First day of the month being counted, and of the next.
       01  WS-MONTH-FIRST               PIC 9(08) VALUE ZERO.
       01  WS-MONTH-FIRST-R REDEFINES WS-MONTH-FIRST.
           05  WS-MF-YEAR               PIC 9(04).
           05  WS-MF-MONTH              PIC 9(02).
           05  WS-MF-DAY                PIC 9(02).
       01  WS-NEXT-FIRST                PIC 9(08) VALUE ZERO.
       01  WS-NEXT-FIRST-R REDEFINES WS-NEXT-FIRST.
           05  WS-NF-YEAR               PIC 9(04).
           05  WS-NF-MONTH              PIC 9(02).
           05  WS-NF-DAY                PIC 9(02).
       01  WS-MONTH-CT                  PIC 9(02) VALUE ZERO.
       01  WS-MONTH-BUS-DAYS            PIC S9(07) VALUE ZERO.
       01  WS-YEAR-BUS-DAYS             PIC S9(07) VALUE ZERO.

       COPY BUSDAYK.

      *    The whole calendar file held for the run; the report
      *    walks the distinct calendars and prints each one's
      *    holidays inside the window.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-HOL-ENTRY             OCCURS 3000 TIMES.
               10  WS-HL-CALENDAR-ID    PIC X(03).
               10  WS-HL-DATE           PIC 9(08).
               10  WS-HL-DESCRIPTION    PIC X(30).
               10  WS-HL-MAINT-OPERATOR PIC X(08).
               10  WS-HL-MAINT-DATE     PIC 9(08).
               10  FILLER               PIC X(03).
       01  WS-HOL-SUB                   PIC 9(04) COMP.

       01  WS-CAL-TABLE.
           05  WS-CAL-MAX               PIC 9(03) COMP VALUE ZERO.
           05  WS-CAL-ID                OCCURS 50 TIMES
                                        PIC X(03).
       01  WS-CAL-SUB                   PIC 9(03) COMP.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(35)
               VALUE "HOLIDAY CALENDARS - YEAR AHEAD FROM".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-H-START-DATE          PIC 9(08).
           05  FILLER                   PIC X(10)
               VALUE " TO BEFORE".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-H-END-DATE            PIC 9(08).

       01  WS-CALENDAR-LINE.
           05  FILLER                   PIC X(09)
               VALUE "CALENDAR ".
           05  WS-C-CALENDAR            PIC X(03).

       01  WS-SECTION-LINE              PIC X(40).

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-DATE                PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-DAY                 PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-DESCRIPTION         PIC X(30).
           05  FILLER                   PIC X(04) VALUE "  BY".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-OPERATOR            PIC X(08).
           05  FILLER                   PIC X(04) VALUE "  ON".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-MAINT-DATE          PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-FLAG                PIC X(22).

       01  WS-MONTH-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-M-YEAR                PIC 9(04).
           05  FILLER                   PIC X(01) VALUE "-".
           05  WS-M-MONTH               PIC 9(02).
           05  FILLER                   PIC X(17)
               VALUE "  BUSINESS DAYS: ".
           05  WS-M-BUS-DAYS            PIC ZZ9.

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL               PIC X(22).
           05  WS-T-VALUE               PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CALENDAR UNTIL WS-EOF
           PERFORM 3000-WRITE-CALENDARS
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-START-DATE
           PERFORM 1100-LOAD-PARAMETERS
           COMPUTE WS-END-DATE = WS-START-DATE + 10000
      *    The base calendar is always reported, holidays or not.
           MOVE 1 TO WS-CAL-MAX
           MOVE WS-BASE-CURRENCY TO WS-CAL-ID (1)
           OPEN OUTPUT CALENDAR-REPORT
           MOVE WS-START-DATE TO WS-H-START-DATE
           MOVE WS-END-DATE   TO WS-H-END-DATE
           WRITE CALENDAR-REPORT-LINE FROM WS-HEADING-LINE
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = "35"
               DISPLAY "HOLRPT: NO HOLIDAY CALENDAR - WEEKENDS ONLY"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-HOLIDAY-STATUS NOT = "00"
                   DISPLAY "HOLRPT: HOLIDAY FILE OPEN FAILED, STATUS "
                           WS-HOLIDAY-STATUS " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1100-LOAD-PARAMETERS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-START-DATE IS NUMERIC
                          AND PRM-START-DATE > 0
                           MOVE PRM-START-DATE TO WS-START-DATE
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       2000-LOAD-CALENDAR.
           READ HOLIDAY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CT
                   PERFORM 2100-KEEP-ONE-HOLIDAY
           END-READ.

       2100-KEEP-ONE-HOLIDAY.
           IF WS-HOL-COUNT >= 3000
               DISPLAY "HOLRPT: CALENDAR EXCEEDS TABLE LIMIT OF "
                       "3000 HOLIDAYS - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOL-COUNT
           MOVE HOLIDAY-RECORD TO WS-HOL-ENTRY (WS-HOL-COUNT)
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-MAX
                  OR WS-CAL-ID (WS-CAL-SUB) = HOL-CALENDAR-ID
               CONTINUE
           END-PERFORM
           IF WS-CAL-SUB > WS-CAL-MAX
               IF WS-CAL-MAX >= 50
                   DISPLAY "HOLRPT: FILE EXCEEDS 50 CALENDARS "
                           "- RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAL-MAX
               MOVE HOL-CALENDAR-ID TO WS-CAL-ID (WS-CAL-MAX)
           END-IF.

       3000-WRITE-CALENDARS.
           PERFORM 3100-WRITE-ONE-CALENDAR
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-MAX.

       3100-WRITE-ONE-CALENDAR.
           MOVE WS-CAL-ID (WS-CAL-SUB) TO WS-C-CALENDAR
           WRITE CALENDAR-REPORT-LINE FROM WS-CALENDAR-LINE
           MOVE "  HOLIDAYS" TO WS-SECTION-LINE
           WRITE CALENDAR-REPORT-LINE FROM WS-SECTION-LINE
           MOVE ZERO TO WS-CAL-LISTED-CT
           PERFORM 3200-WRITE-ONE-HOLIDAY
               VARYING WS-HOL-SUB FROM 1 BY 1
               UNTIL WS-HOL-SUB > WS-HOL-COUNT
           IF WS-CAL-LISTED-CT = ZERO
               MOVE "  NONE IN THE YEAR - WEEKENDS ONLY"
                   TO WS-SECTION-LINE
               WRITE CALENDAR-REPORT-LINE FROM WS-SECTION-LINE
           END-IF
           MOVE "  BUSINESS DAYS BY MONTH" TO WS-SECTION-LINE
           WRITE CALENDAR-REPORT-LINE FROM WS-SECTION-LINE
           MOVE WS-START-DATE TO WS-MONTH-FIRST
           MOVE 01 TO WS-MF-DAY
           MOVE ZERO TO WS-YEAR-BUS-DAYS
           PERFORM 3300-WRITE-ONE-MONTH
               VARYING WS-MONTH-CT FROM 1 BY 1
               UNTIL WS-MONTH-CT > 12
           MOVE "  BUS DAYS IN YEAR  : " TO WS-T-LABEL
           MOVE WS-YEAR-BUS-DAYS TO WS-T-VALUE
           WRITE CALENDAR-REPORT-LINE FROM WS-TOTAL-LINE.

       3200-WRITE-ONE-HOLIDAY.
           IF WS-HL-CALENDAR-ID (WS-HOL-SUB)
                  NOT = WS-CAL-ID (WS-CAL-SUB)
              OR WS-HL-DATE (WS-HOL-SUB) IS NOT NUMERIC
              OR WS-HL-DATE (WS-HOL-SUB) < WS-START-DATE
              OR WS-HL-DATE (WS-HOL-SUB) NOT < WS-END-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LISTED-CT
           ADD 1 TO WS-CAL-LISTED-CT
           MOVE WS-HL-DATE (WS-HOL-SUB)        TO WS-D-DATE
           MOVE WS-HL-DESCRIPTION (WS-HOL-SUB) TO WS-D-DESCRIPTION
           MOVE WS-HL-MAINT-OPERATOR (WS-HOL-SUB) TO WS-D-OPERATOR
           MOVE WS-HL-MAINT-DATE (WS-HOL-SUB)  TO WS-D-MAINT-DATE
           MOVE "???"  TO WS-D-DAY
           MOVE SPACES TO WS-D-FLAG
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-HL-DATE (WS-HOL-SUB))
           IF WS-DATE-INT = ZERO
               MOVE "NOT A CALENDAR DATE" TO WS-D-FLAG
           ELSE
               COMPUTE WS-DAY-WORK = WS-DATE-INT - 1
               DIVIDE WS-DAY-WORK BY 7
                   GIVING WS-WEEK-QUOT REMAINDER WS-WEEKDAY
               MOVE WS-DAY-NAMES (WS-WEEKDAY * 3 + 1:3) TO WS-D-DAY
               IF WS-WEEKEND
                   MOVE "WEEKEND - NO EFFECT" TO WS-D-FLAG
               END-IF
           END-IF
           WRITE CALENDAR-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      *  Business days from the first of the month up to but not
      *  including the first of the next: BUSDAY counts the days
      *  after one date up to and including the other, so the first
      *  of this month is added back if it is a business day and
      *  the first of next month taken off.
      *----------------------------------------------------------------
       3300-WRITE-ONE-MONTH.
           MOVE WS-MONTH-FIRST TO WS-NEXT-FIRST
           IF WS-NF-MONTH = 12
               MOVE 01 TO WS-NF-MONTH
               ADD 1 TO WS-NF-YEAR
           ELSE
               ADD 1 TO WS-NF-MONTH
           END-IF
           MOVE "C"            TO BDP-FUNCTION
           MOVE WS-CAL-ID (WS-CAL-SUB) TO BDP-CALENDAR-ID
           MOVE WS-MONTH-FIRST TO BDP-FROM-DATE
           MOVE WS-NEXT-FIRST  TO BDP-TO-DATE
           PERFORM 3400-CALL-BUSDAY
           MOVE BDP-DAYS TO WS-MONTH-BUS-DAYS
           MOVE "T"            TO BDP-FUNCTION
           PERFORM 3400-CALL-BUSDAY
           IF BDP-BUSINESS-DAY
               ADD 1 TO WS-MONTH-BUS-DAYS
           END-IF
           MOVE WS-NEXT-FIRST  TO BDP-FROM-DATE
           PERFORM 3400-CALL-BUSDAY
           IF BDP-BUSINESS-DAY
               SUBTRACT 1 FROM WS-MONTH-BUS-DAYS
           END-IF
           ADD WS-MONTH-BUS-DAYS TO WS-YEAR-BUS-DAYS
           MOVE WS-MF-YEAR        TO WS-M-YEAR
           MOVE WS-MF-MONTH       TO WS-M-MONTH
           MOVE WS-MONTH-BUS-DAYS TO WS-M-BUS-DAYS
           WRITE CALENDAR-REPORT-LINE FROM WS-MONTH-LINE
           MOVE WS-NEXT-FIRST TO WS-MONTH-FIRST.

       3400-CALL-BUSDAY.
           CALL "BUSDAY" USING BUSDAY-PARM
           IF BDP-RETURN-CODE NOT = ZERO
               DISPLAY "HOLRPT: " BDP-MESSAGE
               DISPLAY "HOLRPT: BUSINESS-DAY COUNT FAILED - "
                       "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4000-FINALIZE.
           MOVE "HOLIDAYS LISTED     : " TO WS-T-LABEL
           MOVE WS-LISTED-CT TO WS-T-VALUE
           WRITE CALENDAR-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "CALENDARS LISTED    : " TO WS-T-LABEL
           MOVE WS-CAL-MAX TO WS-T-VALUE
           WRITE CALENDAR-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-HOLIDAY-STATUS NOT = "35"
               CLOSE HOLIDAY-FILE
           END-IF
           CLOSE CALENDAR-REPORT
           DISPLAY "HOLRPT CALENDAR READ  : " WS-READ-CT
           DISPLAY "HOLRPT HOLIDAYS LISTED: " WS-LISTED-CT.
