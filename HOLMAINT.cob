       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMAINT.
      *****************************************************************
      *  HOLMAINT - Holiday-calendar maintenance.
      *
      *             Line-mode dialogue (same style as ACTMAINT) that
      *             keeps the holiday calendar HOLCAL.DAT (copybook
      *             HOLREC): one calendar per currency, each holding
      *             the weekdays that currency does not post.  The
      *             BUSDAY subprogram reads it for every business-
      *             day test in the pipeline - AMTEDIT's value-date
      *             window and roll, WHRELSE's release, AMTSAGE's
      *             ages and GLACK's late acknowledgments - and
      *             HOLRPT lists it a year ahead.
      *
      *             Weekends are never business days, so a Saturday
      *             or Sunday is refused rather than keyed; so is a
      *             date already on the calendar.  The file is kept
      *             in calendar and date order.
      *
      *             Every add and delete is recorded on the permanent
      *             audit file HOLAUDT.DAT (copybook HOLAUD).  The
      *             session starts with an operator sign-on
      *             (entitlement HOLM) so the maintainer is on
      *             record.
      *
      *             The calendar is held in working storage for the
      *             session and rewritten to disk after every change,
      *             so an abandoned session loses at most the action
      *             in progress.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "HOLAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       COPY HOLREC.

       FD  AUDIT-FILE.
       COPY HOLAUD.

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-STATUS            PIC X(02) VALUE "00".
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

      *    The holiday in hand, as keyed.
       01  WS-KEY-CALENDAR              PIC X(03).
       01  WS-KEY-DATE-INPUT            PIC X(08).
       01  WS-KEY-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-KEY-DESCRIPTION           PIC X(30).
       01  WS-LIST-CALENDAR             PIC X(03).

       01  WS-DATE-INT                  PIC 9(09) VALUE ZERO.
       01  WS-DAY-WORK                  PIC 9(09) VALUE ZERO.
       01  WS-WEEK-QUOT                 PIC 9(09) VALUE ZERO.
      *    0 = Monday through 6 = Sunday.
       01  WS-WEEKDAY                   PIC 9(01) VALUE ZERO.
           88  WS-WEEKEND               VALUES 5 6.
       01  WS-DAY-NAMES                 PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME                  PIC X(03).

      *    Fields for the audit writer, set by the action paragraphs.
       01  WS-A-ACTION                  PIC X(01).
       01  WS-A-HOLIDAY-IMAGE           PIC X(60).

      *    Each entry has the HOLREC layout, so a whole holiday
      *    moves to and from the file record in one statement.
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
       01  WS-SHIFT-SUB                 PIC 9(04) COMP.
       01  WS-LISTED-CT                 PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-SIGN-ON
           PERFORM 1000-LOAD-CALENDAR
           PERFORM 2000-PROCESS-ONE-ACTION UNTIL WS-DONE
           STOP RUN.

      *----------------------------------------------------------------
      *  Every calendar change is attributed on the holiday and the
      *  audit file, so the session does not start until an id is
      *  keyed.
      *----------------------------------------------------------------
       0500-SIGN-ON.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      *    Bounded retry: on exhausted or blank-only input ACCEPT
      *    leaves the field unchanged, so an unconditional re-prompt
      *    would loop forever.
           PERFORM UNTIL WS-SIGNED-ON
                      OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "HOLMAINT - SIGN ON"
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-OPERATOR-ID
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID NOT = SPACES
                   PERFORM 0510-CHECK-OPERATOR
               END-IF
           END-PERFORM
           IF NOT WS-SIGNED-ON
               DISPLAY "HOLMAINT: SIGN-ON ABANDONED"
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
           MOVE "HOLMAINT"      TO OCP-PROGRAM
           MOVE "HOLM"          TO OCP-ENTITLEMENT
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

       1000-LOAD-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
      *    Only a missing file ("35") may start an empty calendar -
      *    any other open failure means a calendar exists that
      *    cannot be read, and saving the session's empty view over
      *    it would turn every holiday back into a posting day.
           IF WS-HOLIDAY-STATUS = "35"
               DISPLAY "HOLMAINT: NO EXISTING CALENDAR - "
                       "STARTING EMPTY"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-HOLIDAY-STATUS NOT = "00"
                   DISPLAY "HOLMAINT: HOLIDAY FILE OPEN FAILED, "
                           "STATUS " WS-HOLIDAY-STATUS
                           " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1100-LOAD-ONE-HOLIDAY UNTIL WS-EOF
           IF WS-HOLIDAY-STATUS NOT = "35"
               CLOSE HOLIDAY-FILE
           END-IF
           DISPLAY "HOLMAINT: " WS-HOL-COUNT " HOLIDAYS LOADED".

       1100-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-HOL-COUNT >= 3000
                       DISPLAY "HOLMAINT: HOLIDAY FILE EXCEEDS TABLE "
                               "LIMIT OF 3000 - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HOL-COUNT
                   MOVE HOLIDAY-RECORD TO WS-HOL-ENTRY (WS-HOL-COUNT)
           END-READ.

       2000-PROCESS-ONE-ACTION.
           DISPLAY "HOLMAINT - HOLIDAY CALENDAR MAINTENANCE"
           DISPLAY "A=ADD D=DELETE L=LIST X=EXIT"
           DISPLAY "ACTION: " WITH NO ADVANCING
           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION
           IF WS-ACTION = "X" OR WS-ACTION = "x"
               SET WS-DONE TO TRUE
           ELSE
           IF WS-ACTION = "A" OR WS-ACTION = "a"
               PERFORM 3000-ADD-HOLIDAY
           ELSE
           IF WS-ACTION = "D" OR WS-ACTION = "d"
               PERFORM 3500-DELETE-HOLIDAY
           ELSE
           IF WS-ACTION = "L" OR WS-ACTION = "l"
               PERFORM 3600-LIST-CALENDAR
           ELSE
               DISPLAY "UNKNOWN ACTION"
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Calendar and date of the holiday in hand.  The calendar is
      *  a currency code; the date must be a real weekday.
      *----------------------------------------------------------------
       2100-ACCEPT-HOLIDAY-KEY.
           MOVE "N" TO WS-INPUT-OK-SW
           DISPLAY "CALENDAR (CURRENCY): " WITH NO ADVANCING
           MOVE SPACES TO WS-KEY-CALENDAR
           ACCEPT WS-KEY-CALENDAR
           INSPECT WS-KEY-CALENDAR CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-KEY-CALENDAR = SPACES
               DISPLAY "CALENDAR REQUIRED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DATE YYYYMMDD       : " WITH NO ADVANCING
           MOVE SPACES TO WS-KEY-DATE-INPUT
           ACCEPT WS-KEY-DATE-INPUT
           IF WS-KEY-DATE-INPUT IS NOT NUMERIC
               DISPLAY "DATE MUST BE EIGHT DIGITS YYYYMMDD"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY-DATE-INPUT TO WS-KEY-DATE
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-KEY-DATE)
           IF WS-DATE-INT = ZERO
               DISPLAY "NOT A CALENDAR DATE"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-WORK = WS-DATE-INT - 1
           DIVIDE WS-DAY-WORK BY 7
               GIVING WS-WEEK-QUOT REMAINDER WS-WEEKDAY
           SET WS-INPUT-OK TO TRUE.

      *----------------------------------------------------------------
      *  Leaves WS-HOL-SUB on the matching holiday, or on the entry
      *  it would be inserted ahead of (past the end if none), since
      *  the table is in calendar and date order.
      *----------------------------------------------------------------
       2200-FIND-HOLIDAY.
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
               UNTIL WS-HOL-SUB > WS-HOL-COUNT
                  OR WS-HL-CALENDAR-ID (WS-HOL-SUB) > WS-KEY-CALENDAR
                  OR (WS-HL-CALENDAR-ID (WS-HOL-SUB) = WS-KEY-CALENDAR
                      AND WS-HL-DATE (WS-HOL-SUB) >= WS-KEY-DATE)
               CONTINUE
           END-PERFORM.

       3000-ADD-HOLIDAY.
           IF WS-HOL-COUNT >= 3000
               DISPLAY "CALENDAR FULL - DELETE PAST HOLIDAYS FIRST"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-ACCEPT-HOLIDAY-KEY
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-WEEKEND
               DISPLAY "DATE IS A "
                       WS-DAY-NAMES (WS-WEEKDAY * 3 + 1:3)
                       " - WEEKENDS ARE NEVER BUSINESS DAYS"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-FIND-HOLIDAY
           IF WS-HOL-SUB <= WS-HOL-COUNT
              AND WS-HL-CALENDAR-ID (WS-HOL-SUB) = WS-KEY-CALENDAR
              AND WS-HL-DATE (WS-HOL-SUB) = WS-KEY-DATE
               DISPLAY "ALREADY ON THE " WS-KEY-CALENDAR
                       " CALENDAR: " WS-HL-DESCRIPTION (WS-HOL-SUB)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRIPTION         : " WITH NO ADVANCING
           MOVE SPACES TO WS-KEY-DESCRIPTION
           ACCEPT WS-KEY-DESCRIPTION
           IF WS-KEY-DESCRIPTION = SPACES
               DISPLAY "DESCRIPTION REQUIRED - NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SHIFT-SUB FROM WS-HOL-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-HOL-SUB
               MOVE WS-HOL-ENTRY (WS-SHIFT-SUB)
                   TO WS-HOL-ENTRY (WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-HOL-COUNT
           MOVE SPACES             TO WS-HOL-ENTRY (WS-HOL-SUB)
           MOVE WS-KEY-CALENDAR    TO WS-HL-CALENDAR-ID (WS-HOL-SUB)
           MOVE WS-KEY-DATE        TO WS-HL-DATE (WS-HOL-SUB)
           MOVE WS-KEY-DESCRIPTION TO WS-HL-DESCRIPTION (WS-HOL-SUB)
           MOVE WS-OPERATOR-ID
               TO WS-HL-MAINT-OPERATOR (WS-HOL-SUB)
           MOVE WS-RUN-DATE        TO WS-HL-MAINT-DATE (WS-HOL-SUB)
           MOVE "A"                TO WS-A-ACTION
           MOVE WS-HOL-ENTRY (WS-HOL-SUB) TO WS-A-HOLIDAY-IMAGE
           PERFORM 4000-SAVE-CALENDAR
           PERFORM 4800-WRITE-AUDIT
           DISPLAY WS-KEY-DATE " ADDED TO THE " WS-KEY-CALENDAR
                   " CALENDAR".

       3500-DELETE-HOLIDAY.
           PERFORM 2100-ACCEPT-HOLIDAY-KEY
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-FIND-HOLIDAY
           IF WS-HOL-SUB > WS-HOL-COUNT
              OR WS-HL-CALENDAR-ID (WS-HOL-SUB) NOT = WS-KEY-CALENDAR
              OR WS-HL-DATE (WS-HOL-SUB) NOT = WS-KEY-DATE
               DISPLAY "NOT ON THE " WS-KEY-CALENDAR " CALENDAR"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3700-SHOW-HOLIDAY
           DISPLAY "DELETE THIS HOLIDAY (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "HOLIDAY NOT DELETED"
               EXIT PARAGRAPH
           END-IF
           MOVE "D"                TO WS-A-ACTION
           MOVE WS-HOL-ENTRY (WS-HOL-SUB) TO WS-A-HOLIDAY-IMAGE
           PERFORM VARYING WS-HOL-SUB FROM WS-HOL-SUB BY 1
               UNTIL WS-HOL-SUB >= WS-HOL-COUNT
               MOVE WS-HOL-ENTRY (WS-HOL-SUB + 1)
                   TO WS-HOL-ENTRY (WS-HOL-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-HOL-COUNT
           PERFORM 4000-SAVE-CALENDAR
           PERFORM 4800-WRITE-AUDIT
           DISPLAY WS-KEY-DATE " DELETED FROM THE " WS-KEY-CALENDAR
                   " CALENDAR".

      *----------------------------------------------------------------
      *  One calendar, or every calendar when none is keyed.
      *----------------------------------------------------------------
       3600-LIST-CALENDAR.
           DISPLAY "CALENDAR, BLANK FOR ALL: " WITH NO ADVANCING
           MOVE SPACES TO WS-LIST-CALENDAR
           ACCEPT WS-LIST-CALENDAR
           INSPECT WS-LIST-CALENDAR CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZERO TO WS-LISTED-CT
           DISPLAY "CAL DATE     DAY DESCRIPTION                    "
                   "BY       ON"
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
               UNTIL WS-HOL-SUB > WS-HOL-COUNT
               IF WS-LIST-CALENDAR = SPACES
                  OR WS-HL-CALENDAR-ID (WS-HOL-SUB) = WS-LIST-CALENDAR
                   PERFORM 3650-LIST-ONE-HOLIDAY
               END-IF
           END-PERFORM
           DISPLAY WS-LISTED-CT " HOLIDAYS".

       3650-LIST-ONE-HOLIDAY.
           ADD 1 TO WS-LISTED-CT
           MOVE "???" TO WS-DAY-NAME
           IF WS-HL-DATE (WS-HOL-SUB) IS NUMERIC
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HL-DATE (WS-HOL-SUB))
               IF WS-DATE-INT NOT = ZERO
                   COMPUTE WS-DAY-WORK = WS-DATE-INT - 1
                   DIVIDE WS-DAY-WORK BY 7
                       GIVING WS-WEEK-QUOT REMAINDER WS-WEEKDAY
                   MOVE WS-DAY-NAMES (WS-WEEKDAY * 3 + 1:3)
                       TO WS-DAY-NAME
               END-IF
           END-IF
           DISPLAY WS-HL-CALENDAR-ID (WS-HOL-SUB) " "
                   WS-HL-DATE (WS-HOL-SUB) " "
                   WS-DAY-NAME " "
                   WS-HL-DESCRIPTION (WS-HOL-SUB) " "
                   WS-HL-MAINT-OPERATOR (WS-HOL-SUB) " "
                   WS-HL-MAINT-DATE (WS-HOL-SUB).

       3700-SHOW-HOLIDAY.
           DISPLAY "CALENDAR    : " WS-HL-CALENDAR-ID (WS-HOL-SUB)
           DISPLAY "DATE        : " WS-HL-DATE (WS-HOL-SUB)
           DISPLAY "DESCRIPTION : " WS-HL-DESCRIPTION (WS-HOL-SUB)
           DISPLAY "MAINTAINED  : " WS-HL-MAINT-DATE (WS-HOL-SUB)
                   " BY " WS-HL-MAINT-OPERATOR (WS-HOL-SUB).

      *----------------------------------------------------------------
      *  Rewrite the whole calendar from working storage after every
      *  change, so an abandoned session loses nothing already
      *  confirmed.  Leaves WS-HOL-SUB past the end of the table.
      *----------------------------------------------------------------
       4000-SAVE-CALENDAR.
           OPEN OUTPUT HOLIDAY-FILE
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
               UNTIL WS-HOL-SUB > WS-HOL-COUNT
               MOVE WS-HOL-ENTRY (WS-HOL-SUB) TO HOLIDAY-RECORD
               WRITE HOLIDAY-RECORD
           END-PERFORM
           CLOSE HOLIDAY-FILE.

      *----------------------------------------------------------------
      *  The permanent calendar-change audit trail.  The action
      *  paragraphs set the action and the holiday image.
      *----------------------------------------------------------------
       4800-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-TIME-NOW = WS-TIME-RAW / 100
           MOVE SPACES             TO HOLIDAY-AUDIT-RECORD
           MOVE WS-RUN-DATE        TO HLA-DATE
           MOVE WS-TIME-NOW        TO HLA-TIME
           MOVE WS-A-ACTION        TO HLA-ACTION
           MOVE WS-OPERATOR-ID     TO HLA-OPERATOR-ID
           MOVE WS-A-HOLIDAY-IMAGE TO HLA-HOLIDAY-IMAGE
           WRITE HOLIDAY-AUDIT-RECORD
           CLOSE AUDIT-FILE.
