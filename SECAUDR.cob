       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECAUDR.
      *****************************************************************
      *  SECAUDR - Security audit report.
      *
      *            Reads the permanent security audit file
      *            (SECAUDT.DAT, copybook SECREC) that OPRMAINT and
      *            the OPRCHK sign-on subprogram write and lists
      *            every access change and every refusal in the
      *            order it happened, followed by totals by event
      *            type and by the operator each event was about -
      *            the same shape as ACTAUDR's account-change
      *            report, so audit can see who was given or lost
      *            which function, by whom, and which ids have been
      *            refused or locked out.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-AUDIT-FILE ASSIGN TO "SECAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-REPORT ASSIGN TO "SECAUDR.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-AUDIT-FILE.
       COPY SECREC.

       FD  AUDIT-REPORT.
       01  AUDIT-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS              PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".

       01  WS-READ-CT                   PIC 9(09) VALUE ZERO.

      *    One counter per SEC-EVENT code, in the order listed.
       01  WS-EVENT-CODES               PIC X(09) VALUE "GVADUPSFL".
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY           OCCURS 9 TIMES.
               10  WS-EVT-COUNT         PIC 9(09).
       01  WS-EVENT-NAMES.
           05  FILLER                   PIC X(20)
               VALUE "FUNCTIONS GRANTED   ".
           05  FILLER                   PIC X(20)
               VALUE "FUNCTIONS REVOKED   ".
           05  FILLER                   PIC X(20)
               VALUE "OPERATORS ADDED     ".
           05  FILLER                   PIC X(20)
               VALUE "ACCESS REVOKED      ".
           05  FILLER                   PIC X(20)
               VALUE "UNLOCKED/REINSTATED ".
           05  FILLER                   PIC X(20)
               VALUE "PINS RESET          ".
           05  FILLER                   PIC X(20)
               VALUE "SIGN-ONS REFUSED    ".
           05  FILLER                   PIC X(20)
               VALUE "FUNCTIONS REFUSED   ".
           05  FILLER                   PIC X(20)
               VALUE "IDS LOCKED OUT      ".
       01  WS-EVENT-NAME-TABLE REDEFINES WS-EVENT-NAMES.
           05  WS-EVT-NAME              OCCURS 9 TIMES
                                        PIC X(20).
       01  WS-EVT-SUB                   PIC 9(02) COMP.

      *    Sized well above headcount; the file is permanent, so an
      *    overflow aborts rather than silently merging operators.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY            OCCURS 500 TIMES.
               10  WS-OPR-ID            PIC X(08).
               10  WS-OPR-CHANGE-CT     PIC 9(09).
               10  WS-OPR-REFUSED-CT    PIC 9(09).
       01  WS-OPER-SUB                  PIC 9(03) COMP.
       01  WS-OPER-MAX                  PIC 9(03) COMP VALUE ZERO.

       01  WS-HEADING-LINE              PIC X(40)
           VALUE "SECURITY AUDIT REPORT".

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(40)
               VALUE "DATE     TIME    EV OPERATOR  BY        ".
           05  FILLER                   PIC X(22)
               VALUE "PROGRAM   FUNC  DETAIL".

       01  WS-SECTION-LINE              PIC X(40).

       01  WS-DETAIL-LINE.
           05  WS-D-DATE                PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-TIME                PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-EVENT               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-OPERATOR            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-BY                  PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-PROGRAM             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-ENTITLEMENT         PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-DETAIL              PIC X(30).

       01  WS-EVENT-LINE.
           05  WS-E-NAME                PIC X(20).
           05  FILLER                   PIC X(02) VALUE ": ".
           05  WS-E-COUNT               PIC ZZZZZZZZ9.

       01  WS-OPER-LINE.
           05  WS-O-ID                  PIC X(08).
           05  FILLER                   PIC X(18)
               VALUE " ACCESS CHANGES: ".
           05  WS-O-CHANGE-CT           PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(12)
               VALUE "  REFUSALS: ".
           05  WS-O-REFUSED-CT          PIC ZZZZZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(22)
               VALUE "EVENTS LISTED       : ".
           05  WS-T-VALUE               PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-RECORDS UNTIL WS-EOF
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-EVENT-TABLE
           INITIALIZE WS-OPER-TABLE
           OPEN OUTPUT AUDIT-REPORT
           WRITE AUDIT-REPORT-LINE FROM WS-HEADING-LINE
           WRITE AUDIT-REPORT-LINE FROM WS-COLUMN-LINE
           OPEN INPUT SECURITY-AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM 2100-READ-AUDIT-FILE
           ELSE
               DISPLAY "SECAUDR: NO AUDIT FILE - NOTHING TO REPORT"
               SET WS-EOF TO TRUE
           END-IF.

       2000-REPORT-RECORDS.
           ADD 1 TO WS-READ-CT
           PERFORM 2200-WRITE-DETAIL-LINE
           PERFORM 2300-TALLY-EVENT
           PERFORM 2400-TALLY-OPERATOR
           PERFORM 2100-READ-AUDIT-FILE.

       2100-READ-AUDIT-FILE.
           READ SECURITY-AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-WRITE-DETAIL-LINE.
           MOVE SEC-DATE             TO WS-D-DATE
           MOVE SEC-TIME             TO WS-D-TIME
           MOVE SEC-EVENT            TO WS-D-EVENT
           MOVE SEC-OPERATOR-ID      TO WS-D-OPERATOR
           MOVE SEC-BY-OPERATOR      TO WS-D-BY
           MOVE SEC-PROGRAM          TO WS-D-PROGRAM
           MOVE SEC-ENTITLEMENT      TO WS-D-ENTITLEMENT
           MOVE SEC-DETAIL           TO WS-D-DETAIL
           WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE.

       2300-TALLY-EVENT.
           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB > 9
                  OR WS-EVENT-CODES (WS-EVT-SUB:1) = SEC-EVENT
               CONTINUE
           END-PERFORM
           IF WS-EVT-SUB <= 9
               ADD 1 TO WS-EVT-COUNT (WS-EVT-SUB)
           END-IF.

       2400-TALLY-OPERATOR.
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-MAX
                  OR WS-OPR-ID (WS-OPER-SUB) = SEC-OPERATOR-ID
               CONTINUE
           END-PERFORM
           IF WS-OPER-SUB > WS-OPER-MAX
               IF WS-OPER-MAX < 500
                   ADD 1 TO WS-OPER-MAX
                   MOVE SEC-OPERATOR-ID TO WS-OPR-ID (WS-OPER-MAX)
                   MOVE WS-OPER-MAX TO WS-OPER-SUB
               ELSE
      *            Silent merging would misattribute refusals in a
      *            report that exists for the auditors.
                   DISPLAY "SECAUDR: OPERATOR TABLE LIMIT OF 500 "
                           "EXCEEDED - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF SEC-SIGNON-REFUSED OR SEC-FUNCTION-REFUSED
              OR SEC-LOCKOUT
               ADD 1 TO WS-OPR-REFUSED-CT (WS-OPER-SUB)
           ELSE
               ADD 1 TO WS-OPR-CHANGE-CT (WS-OPER-SUB)
           END-IF.

       3000-WRITE-SUMMARY.
           MOVE "EVENTS BY TYPE" TO WS-SECTION-LINE
           WRITE AUDIT-REPORT-LINE FROM WS-SECTION-LINE
           PERFORM 3100-WRITE-EVENT-LINE
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB > 9
           MOVE "EVENTS BY OPERATOR" TO WS-SECTION-LINE
           WRITE AUDIT-REPORT-LINE FROM WS-SECTION-LINE
           PERFORM 3200-WRITE-OPERATOR-LINE
               VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-MAX
           MOVE WS-READ-CT TO WS-T-VALUE
           WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE.

       3100-WRITE-EVENT-LINE.
           MOVE WS-EVT-NAME (WS-EVT-SUB)  TO WS-E-NAME
           MOVE WS-EVT-COUNT (WS-EVT-SUB) TO WS-E-COUNT
           WRITE AUDIT-REPORT-LINE FROM WS-EVENT-LINE.

       3200-WRITE-OPERATOR-LINE.
           MOVE WS-OPR-ID (WS-OPER-SUB)         TO WS-O-ID
           MOVE WS-OPR-CHANGE-CT (WS-OPER-SUB)  TO WS-O-CHANGE-CT
           MOVE WS-OPR-REFUSED-CT (WS-OPER-SUB) TO WS-O-REFUSED-CT
           WRITE AUDIT-REPORT-LINE FROM WS-OPER-LINE.

       4000-FINALIZE.
           IF WS-AUDIT-STATUS NOT = "35"
               CLOSE SECURITY-AUDIT-FILE
           END-IF
           CLOSE AUDIT-REPORT
           DISPLAY "SECAUDR EVENTS LISTED : " WS-READ-CT.
