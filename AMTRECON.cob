      *             The RESUBMIT source is the operator-correction
      *             stream - no external sender vouches for it, so
      *             it is listed for information and not treated as
      *             an exception.  The STANDORD source is vouched for
      *             by the standing-order generator SOGEN, whose
      *             total for the day (SOGENCTL.DAT, same layout)
      *             is taken as that source's external control.
      *
      *             This is an independent check that catches a
      *             WS-AMOUNT-picture-clause truncation even if the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTCTL-STATUS.

           SELECT GEN-CONTROL-FILE ASSIGN TO "SOGENCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCTL-STATUS.

           SELECT RECON-REPORT ASSIGN TO "AMTRECON.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
       FD  EXTERNAL-CONTROL-FILE.
       COPY EXTREC.

      *    EXTREC layout, written by SOGEN.
       FD  GEN-CONTROL-FILE.
       01  GEN-CONTROL-RECORD.
           05  GCT-RUN-DATE             PIC 9(08).
           05  GCT-SOURCE-ID            PIC X(08).
           05  GCT-CONTROL-AMOUNT       PIC 9(11)V99.
           05  GCT-TOLERANCE            PIC 9(07)V99.

       FD  RECON-REPORT.
       01  RECON-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTOTAL-STATUS             PIC X(02) VALUE "00".
       01  WS-EXTCTL-STATUS             PIC X(02) VALUE "00".
       01  WS-GENCTL-STATUS             PIC X(02) VALUE "00".
       01  WS-RECON-STATUS              PIC X(02) VALUE "00".

       01  WS-CTOT-EOF-SW               PIC X(01) VALUE "N".
       01  WS-EXT-EOF-SW                PIC X(01) VALUE "N".
           88  WS-EXT-EOF               VALUE "Y".

       01  WS-GCT-EOF-SW                PIC X(01) VALUE "N".
           88  WS-GCT-EOF               VALUE "Y".

       01  WS-VARIANCE                  PIC S9(11)V99.
       01  WS-ABS-VARIANCE              PIC 9(11)V99.
       01  WS-OUT-OF-TOLERANCE          PIC X(01) VALUE "N".
                   DISPLAY "AMTRECON: NO EXTERNAL CONTROL AVAILABLE"
                   SET WS-DATA-MISSING TO TRUE
               END-IF
           END-IF

      *    No generator file just means no standing orders fell due.
           OPEN INPUT GEN-CONTROL-FILE
           IF WS-GENCTL-STATUS = "00"
               PERFORM 1250-LOAD-ONE-GENERATED UNTIL WS-GCT-EOF
               CLOSE GEN-CONTROL-FILE
           END-IF.

       1100-LOAD-ONE-CONTROL.
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The generator's control figure for STANDORD.  One left over
      *  from another day's run is ignored rather than failing the
      *  whole reconciliation - without today's figure a STANDORD
      *  book total still shows up as an exception on its own line.
      *  A STANDORD figure keyed on EXTCTL.DAT by hand wins.
      *----------------------------------------------------------------
       1250-LOAD-ONE-GENERATED.
           READ GEN-CONTROL-FILE
               AT END
                   SET WS-GCT-EOF TO TRUE
               NOT AT END
                   IF WS-BOOK-FOUND
                      AND GCT-RUN-DATE NOT = WS-BOOK-DATE
                       DISPLAY "AMTRECON: SOGENCTL.DAT IS FOR "
                               GCT-RUN-DATE " - IGNORED"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM VARYING WS-EXT-SUB FROM 1 BY 1
                       UNTIL WS-EXT-SUB > WS-EXT-MAX
                          OR WS-EXT-ID (WS-EXT-SUB) = GCT-SOURCE-ID
                       CONTINUE
                   END-PERFORM
                   IF WS-EXT-SUB <= WS-EXT-MAX
                       DISPLAY "AMTRECON: " GCT-SOURCE-ID
                               " ALREADY ON EXTCTL.DAT - "
                               "SOGENCTL.DAT FIGURE IGNORED"
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-EXT-MAX < 12
                       ADD 1 TO WS-EXT-MAX
                       MOVE GCT-SOURCE-ID
                           TO WS-EXT-ID (WS-EXT-MAX)
                       MOVE GCT-CONTROL-AMOUNT
                           TO WS-EXT-AMOUNT (WS-EXT-MAX)
                       MOVE GCT-TOLERANCE
                           TO WS-EXT-TOL (WS-EXT-MAX)
                       MOVE "N"
                           TO WS-EXT-MATCHED-SW (WS-EXT-MAX)
                       ADD GCT-CONTROL-AMOUNT TO WS-EXT-SUM
                       ADD GCT-TOLERANCE      TO WS-TOL-SUM
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The grand comparison: overall accepted against the sum of
      *  the external figures, inside the sum of their tolerances.
