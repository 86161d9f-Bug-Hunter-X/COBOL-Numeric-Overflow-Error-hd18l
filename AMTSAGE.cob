      *            Thresholds come from AMTSAGE.PRM (escalation days
      *            and archive days); defaults of 7 and 30 apply when
      *            the parameter file is absent or unreadable.
      *
      *            Ages, buckets and both thresholds are in business
      *            days on the base-currency holiday calendar (BUSDAY
      *            subprogram), so a long weekend does not escalate
      *            items nobody could have worked.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  WS-NO-REWRITE            VALUE "Y".

       01  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
       01  WS-SUS-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-SUS-DATE-X REDEFINES WS-SUS-DATE
                                        PIC X(08).
       01  WS-AGE-DAYS                  PIC S9(05) VALUE ZERO.

       COPY BUSDAYK.

       01  WS-ESCALATE-DAYS             PIC 9(03) VALUE 7.
       01  WS-ARCHIVE-DAYS              PIC 9(03) VALUE 30.

           05  FILLER                   PIC X(17)
               VALUE "ESCALATE AFTER : ".
           05  WS-P-ESC-DAYS            PIC ZZ9.
           05  FILLER                   PIC X(31)
               VALUE " BUSINESS DAYS  ARCHIVE AFTER :".
           05  WS-P-ARC-DAYS            PIC ZZ9.
           05  FILLER                   PIC X(14)
               VALUE " BUSINESS DAYS".

       01  WS-SECTION-LINE              PIC X(40).

           05  WS-E-AMOUNT              PIC Z(10)9.99.
           05  FILLER                   PIC X(06) VALUE "  AGE ".
           05  WS-E-AGE                 PIC ZZZZ9.
           05  FILLER                   PIC X(09) VALUE " BUS DAYS".

       01  WS-BUCKET-LINE.
           05  WS-B-LABEL               PIC X(16).
           05  FILLER                   PIC X(08) VALUE " ITEMS: ".
           05  WS-B-COUNT               PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(09) VALUE " AMOUNT: ".

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-AGE-BUCKETS
           INITIALIZE WS-REASON-TABLE
           PERFORM 1100-LOAD-PARAMETERS
           PERFORM 1200-CHECK-CALENDAR

           OPEN INPUT SUSPENSE-FILE
      *    Only a missing file ("35") means a legitimately empty
               MOVE WS-ESCALATE-DAYS TO WS-ARCHIVE-DAYS
           END-IF.

      *----------------------------------------------------------------
      *  Every age is counted off the holiday calendar, so one that
      *  exists but cannot be read stops the run before the
      *  suspense file is touched.
      *----------------------------------------------------------------
       1200-CHECK-CALENDAR.
           MOVE "T"         TO BDP-FUNCTION
           MOVE SPACES      TO BDP-CALENDAR-ID
           MOVE WS-RUN-DATE TO BDP-FROM-DATE
           CALL "BUSDAY" USING BUSDAY-PARM
           IF BDP-RETURN-CODE NOT = ZERO
               DISPLAY "AMTSAGE: " BDP-MESSAGE
               DISPLAY "AMTSAGE: BUSINESS-DAY CHECK FAILED - "
                       "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-AGE-RECORDS.
           ADD 1 TO WS-READ-CT
           PERFORM 2200-AGE-ONE-RECORD
      *    SUS-TIMESTAMP carries YYYYMMDD in its first eight bytes.
      *    A record whose timestamp cannot be read is treated as
      *    fully aged so it surfaces rather than lingering unseen.
      *    The age is the business days since the suspense date.
           MOVE SUS-TIMESTAMP(1:8) TO WS-SUS-DATE-X
           IF WS-SUS-DATE IS NUMERIC AND WS-SUS-DATE > 0
               MOVE "C"         TO BDP-FUNCTION
               MOVE SPACES      TO BDP-CALENDAR-ID
               MOVE WS-SUS-DATE TO BDP-FROM-DATE
               MOVE WS-RUN-DATE TO BDP-TO-DATE
               CALL "BUSDAY" USING BUSDAY-PARM
               IF BDP-RETURN-CODE = ZERO
                   COMPUTE WS-AGE-DAYS = BDP-DAYS
                       ON SIZE ERROR
                           MOVE 99999 TO WS-AGE-DAYS
                   END-COMPUTE
                   IF WS-AGE-DAYS < 0
                       MOVE ZERO TO WS-AGE-DAYS
                   END-IF
               ELSE
                   MOVE 99999 TO WS-AGE-DAYS
               END-IF
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
       3000-WRITE-SUMMARY.
           MOVE "OPEN ITEMS BY AGE" TO WS-SECTION-LINE
           WRITE AGING-REPORT-LINE FROM WS-SECTION-LINE
           MOVE "0-1 BUS DAYS"     TO WS-B-LABEL
           MOVE 1 TO WS-BKT-SUB
           PERFORM 3100-WRITE-BUCKET-LINE
           MOVE "2-7 BUS DAYS"     TO WS-B-LABEL
           MOVE 2 TO WS-BKT-SUB
           PERFORM 3100-WRITE-BUCKET-LINE
           MOVE "8-30 BUS DAYS"    TO WS-B-LABEL
           MOVE 3 TO WS-BKT-SUB
           PERFORM 3100-WRITE-BUCKET-LINE
           MOVE "OVER 30 BUS DAYS" TO WS-B-LABEL
           MOVE 4 TO WS-BKT-SUB
           PERFORM 3100-WRITE-BUCKET-LINE

