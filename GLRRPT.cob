       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRRPT.
      *****************************************************************
      *  GLRRPT - GL posting-rule report.
      *
      *           Lists the posting-rule table GLRULE.DAT (copybook
      *           GLRREC) that GLEXTR maps the feed through - one
      *           line per rule with its key, the ledger account and
      *           cost centre it posts to, and who last maintained
      *           it - followed by the rule-change audit trail
      *           GLRAUDT.DAT (copybook GLRAUD) that GLRMAINT writes,
      *           in the order the changes were made, with totals by
      *           action.  Finance signs off the table from this
      *           listing.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "GLRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "GLRAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RULE-REPORT ASSIGN TO "GLRRPT.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       COPY GLRREC.

       FD  AUDIT-FILE.
       COPY GLRAUD.

       FD  RULE-REPORT.
       01  RULE-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RULE-STATUS               PIC X(02) VALUE "00".
       01  WS-AUDIT-STATUS              PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".

       01  WS-RULE-CT                   PIC 9(09) VALUE ZERO.
       01  WS-AUDIT-CT                  PIC 9(09) VALUE ZERO.
       01  WS-ADDED-CT                  PIC 9(09) VALUE ZERO.
       01  WS-CHANGED-CT                PIC 9(09) VALUE ZERO.
       01  WS-DELETED-CT                PIC 9(09) VALUE ZERO.

      *    The audited rule image, broken out for the detail line.
       01  WS-AUDIT-RULE.
           05  WS-AR-RULE-NO            PIC 9(04).
           05  WS-AR-ACCOUNT-FROM       PIC X(10).
           05  WS-AR-ACCOUNT-TO         PIC X(10).
           05  WS-AR-CURRENCY           PIC X(03).
           05  WS-AR-DR-CR              PIC X(01).
           05  WS-AR-TYPE               PIC X(01).
           05  WS-AR-LEDGER             PIC X(10).
           05  WS-AR-COST-CENTRE        PIC X(06).
           05  FILLER                   PIC X(25).

       01  WS-HEADING-LINE              PIC X(40)
           VALUE "GL POSTING RULE REPORT".

       01  WS-SECTION-LINE              PIC X(40).

       01  WS-RULE-COLUMN-LINE.
           05  FILLER                   PIC X(40)
               VALUE "RULE ACCOUNT FROM TO         CCY D T LED".
           05  FILLER                   PIC X(40)
               VALUE "GER     CC     MAINTAINED BY".

       01  WS-RULE-LINE.
           05  WS-R-RULE-NO             PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-R-ACCOUNT-FROM        PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-R-ACCOUNT-TO          PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-R-CURRENCY            PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-R-DR-CR               PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-R-TYPE                PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-R-LEDGER              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-R-COST-CENTRE         PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-R-MAINT-DATE          PIC 9(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-R-MAINT-OPERATOR      PIC X(08).

       01  WS-AUDIT-COLUMN-LINE.
           05  FILLER                   PIC X(40)
               VALUE "DATE     TIME   AC OPERATOR RULE ACCOUNT".
           05  FILLER                   PIC X(40)
               VALUE " FROM TO         LEDGER     CC     WAS".

       01  WS-AUDIT-LINE.
           05  WS-A-DATE                PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-A-TIME                PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-A-ACTION              PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-A-OPERATOR            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-A-RULE-NO             PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-A-ACCOUNT-FROM        PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-A-ACCOUNT-TO          PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-A-LEDGER              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-A-COST-CENTRE         PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-A-OLD-LEDGER          PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-A-OLD-COST-CENTRE     PIC X(06).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL               PIC X(22).
           05  WS-T-VALUE               PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-RULES
           PERFORM 3000-REPORT-AUDIT-TRAIL
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT RULE-REPORT
           WRITE RULE-REPORT-LINE FROM WS-HEADING-LINE.

      *----------------------------------------------------------------
      *  The table as GLEXTR will see it on its next run.
      *----------------------------------------------------------------
       2000-REPORT-RULES.
           MOVE "POSTING RULES" TO WS-SECTION-LINE
           WRITE RULE-REPORT-LINE FROM WS-SECTION-LINE
           WRITE RULE-REPORT-LINE FROM WS-RULE-COLUMN-LINE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "GLRRPT: NO POSTING RULES ON FILE"
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 2100-REPORT-ONE-RULE UNTIL WS-EOF
           IF WS-RULE-STATUS NOT = "35"
               CLOSE RULE-FILE
           END-IF
           MOVE "RULES LISTED        : " TO WS-T-LABEL
           MOVE WS-RULE-CT TO WS-T-VALUE
           WRITE RULE-REPORT-LINE FROM WS-TOTAL-LINE.

       2100-REPORT-ONE-RULE.
           READ RULE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RULE-CT
                   MOVE GLR-RULE-NO         TO WS-R-RULE-NO
                   MOVE GLR-ACCOUNT-FROM    TO WS-R-ACCOUNT-FROM
                   MOVE GLR-ACCOUNT-TO      TO WS-R-ACCOUNT-TO
                   MOVE GLR-CURRENCY-CODE   TO WS-R-CURRENCY
                   MOVE GLR-DR-CR-IND       TO WS-R-DR-CR
                   MOVE GLR-TRANS-TYPE      TO WS-R-TYPE
                   MOVE GLR-LEDGER-ACCOUNT  TO WS-R-LEDGER
                   MOVE GLR-COST-CENTRE     TO WS-R-COST-CENTRE
                   MOVE GLR-MAINT-DATE      TO WS-R-MAINT-DATE
                   MOVE GLR-MAINT-OPERATOR  TO WS-R-MAINT-OPERATOR
                   WRITE RULE-REPORT-LINE FROM WS-RULE-LINE
           END-READ.

      *----------------------------------------------------------------
      *  Every add, change and delete ever made, oldest first.
      *----------------------------------------------------------------
       3000-REPORT-AUDIT-TRAIL.
           MOVE "RULE CHANGES" TO WS-SECTION-LINE
           WRITE RULE-REPORT-LINE FROM WS-SECTION-LINE
           WRITE RULE-REPORT-LINE FROM WS-AUDIT-COLUMN-LINE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "GLRRPT: NO RULE-CHANGE AUDIT FILE"
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 3100-REPORT-ONE-CHANGE UNTIL WS-EOF
           IF WS-AUDIT-STATUS NOT = "35"
               CLOSE AUDIT-FILE
           END-IF
           MOVE "RULES ADDED         : " TO WS-T-LABEL
           MOVE WS-ADDED-CT TO WS-T-VALUE
           WRITE RULE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "RULES CHANGED       : " TO WS-T-LABEL
           MOVE WS-CHANGED-CT TO WS-T-VALUE
           WRITE RULE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "RULES DELETED       : " TO WS-T-LABEL
           MOVE WS-DELETED-CT TO WS-T-VALUE
           WRITE RULE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "CHANGES LISTED      : " TO WS-T-LABEL
           MOVE WS-AUDIT-CT TO WS-T-VALUE
           WRITE RULE-REPORT-LINE FROM WS-TOTAL-LINE.

       3100-REPORT-ONE-CHANGE.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-CT
                   IF GRA-ADDED
                       ADD 1 TO WS-ADDED-CT
                   END-IF
                   IF GRA-CHANGED
                       ADD 1 TO WS-CHANGED-CT
                   END-IF
                   IF GRA-DELETED
                       ADD 1 TO WS-DELETED-CT
                   END-IF
                   MOVE GRA-RULE-IMAGE      TO WS-AUDIT-RULE
                   MOVE GRA-DATE            TO WS-A-DATE
                   MOVE GRA-TIME            TO WS-A-TIME
                   MOVE GRA-ACTION          TO WS-A-ACTION
                   MOVE GRA-OPERATOR-ID     TO WS-A-OPERATOR
                   MOVE WS-AR-RULE-NO       TO WS-A-RULE-NO
                   MOVE WS-AR-ACCOUNT-FROM  TO WS-A-ACCOUNT-FROM
                   MOVE WS-AR-ACCOUNT-TO    TO WS-A-ACCOUNT-TO
                   MOVE WS-AR-LEDGER        TO WS-A-LEDGER
                   MOVE WS-AR-COST-CENTRE   TO WS-A-COST-CENTRE
                   MOVE GRA-OLD-LEDGER-ACCOUNT TO WS-A-OLD-LEDGER
                   MOVE GRA-OLD-COST-CENTRE TO WS-A-OLD-COST-CENTRE
                   WRITE RULE-REPORT-LINE FROM WS-AUDIT-LINE
           END-READ.

       4000-FINALIZE.
           CLOSE RULE-REPORT
           DISPLAY "GLRRPT RULES LISTED  : " WS-RULE-CT
           DISPLAY "GLRRPT CHANGES LISTED: " WS-AUDIT-CT.
