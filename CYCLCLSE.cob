      *               from AMTEDIT.CTL and AMTCTOT.DAT, with the
      *               differences explained (rejects, suspends,
      *               holds, warehoused, duplicates skipped) and
      *               reversal volume shown on its own, and any
      *               sender file the edit quarantined whole - a
      *               quarantine flags the cycle;
      *             - the GL batch number and whether the feed
      *               shipped balanced, from GLEXTR.LST;
      *             - the reconciliation verdict from AMTRECON.LST;
      *             - the count and amount of suspense items still
      *               open, straight from AMTSUSP.DAT;
      *             - the day's sub-ledger to GL balance breaks from
      *               GLBRECON.LST, once that has run for the date -
      *               any new break flags the cycle;
      *
      *             ending in a single CYCLE CLEAN or CYCLE HAS
      *             EXCEPTIONS verdict with RETURN-CODE 0 or 8, so
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONLIST-STATUS.

           SELECT GL-BALANCE-REPORT ASSIGN TO "GLBRECON.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLBRECON-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "AMTSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
       FD  RECON-REPORT.
       01  RECON-REPORT-LINE            PIC X(132).

       FD  GL-BALANCE-REPORT.
       01  GL-BALANCE-REPORT-LINE       PIC X(132).

       FD  SUSPENSE-FILE.
       COPY SUSREC.

       01  WS-CTOTAL-STATUS             PIC X(02) VALUE "00".
       01  WS-EXTLIST-STATUS            PIC X(02) VALUE "00".
       01  WS-RECONLIST-STATUS          PIC X(02) VALUE "00".
       01  WS-GLBRECON-STATUS           PIC X(02) VALUE "00".
       01  WS-SUSPENSE-STATUS           PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNPARAM-STATUS           PIC X(02) VALUE "00".
       01  WS-EDT-HELD                  PIC 9(09) VALUE ZERO.
       01  WS-EDT-WAREHOUSED            PIC 9(09) VALUE ZERO.
       01  WS-EDT-CHECK                 PIC 9(09) VALUE ZERO.
      *    Sender files set aside whole before the edit (the 'Q'
      *    records), and the records they held - outside READ.
       01  WS-EDT-QTN-FILES             PIC 9(09) VALUE ZERO.
       01  WS-EDT-QTN-RECORDS           PIC 9(09) VALUE ZERO.

      *    Whole-pipeline control totals (the 'T' record of
      *    AMTCTOT.DAT).
       01  WS-GL-EXTRACTED              PIC 9(09) VALUE ZERO.
       01  WS-GL-DUP-SKIPPED            PIC 9(09) VALUE ZERO.
       01  WS-GL-RESHIPPED              PIC 9(09) VALUE ZERO.
       01  WS-GL-HELD                   PIC 9(09) VALUE ZERO.
       01  WS-GL-RELEASED               PIC 9(09) VALUE ZERO.
       01  WS-GL-RESULT                 PIC X(40) VALUE SPACES.
       01  WS-NUMVAL-WORK               PIC X(09).

       01  WS-RECON-VERDICT             PIC X(30) VALUE SPACES.

      *    GL balance reconciliation figures parsed from
      *    GLBRECON.LST.  It runs once a day after the last cycle's
      *    EODBAL, so a listing for an earlier date means it has not
      *    run yet today - reported, but not an exception.
       01  WS-GLB-DATE                  PIC X(08) VALUE SPACES.
       01  WS-GLB-NEW                   PIC 9(09) VALUE ZERO.
       01  WS-GLB-CARRIED               PIC 9(09) VALUE ZERO.
       01  WS-GLB-RESULT                PIC X(40) VALUE SPACES.
       01  WS-RUN-DATE-X                PIC X(08).

       01  WS-SUSP-OPEN-CT              PIC 9(09) VALUE ZERO.
       01  WS-SUSP-OPEN-AMT             PIC 9(13)V99 VALUE ZERO.

           PERFORM 2300-GATHER-GL-RESULT
           PERFORM 2400-GATHER-RECON-VERDICT
           PERFORM 2500-GATHER-OPEN-SUSPENSE
           PERFORM 2600-GATHER-GL-BALANCE-RESULT
           PERFORM 3000-WRITE-CLOSEOUT-PAGE
           PERFORM 4000-FINALIZE
           STOP RUN.
                       MOVE ET-RECORDS-WAREHOUSED
                           TO WS-EDT-WAREHOUSED
                   END-IF
                   IF ET-REC-TYPE = "Q"
                       ADD 1 TO WS-EDT-QTN-FILES
                       ADD ET-RECORDS-READ TO WS-EDT-QTN-RECORDS
                   END-IF
           END-READ.

       2200-GATHER-CONTROL-TOTALS.
                       COMPUTE WS-GL-RESHIPPED =
                           FUNCTION NUMVAL(WS-NUMVAL-WORK)
                   END-IF
                   IF EXTRACT-LISTING-LINE (1:22)
                       = "HELD UNMAPPED       : "
                       MOVE EXTRACT-LISTING-LINE (23:9)
                           TO WS-NUMVAL-WORK
                       COMPUTE WS-GL-HELD =
                           FUNCTION NUMVAL(WS-NUMVAL-WORK)
                   END-IF
                   IF EXTRACT-LISTING-LINE (1:22)
                       = "RELEASED FROM HOLD  : "
                       MOVE EXTRACT-LISTING-LINE (23:9)
                           TO WS-NUMVAL-WORK
                       COMPUTE WS-GL-RELEASED =
                           FUNCTION NUMVAL(WS-NUMVAL-WORK)
                   END-IF
                   IF EXTRACT-LISTING-LINE (1:10) = "RESULT  : "
                       MOVE EXTRACT-LISTING-LINE (11:40)
                           TO WS-GL-RESULT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  GLBRECON.LST: the heading carries the balance date at
      *  column 31, the count lines a 22-byte label and a 9-byte
      *  figure, and the RESULT line the day's outcome.
      *----------------------------------------------------------------
       2600-GATHER-GL-BALANCE-RESULT.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT GL-BALANCE-REPORT
           IF WS-GLBRECON-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 2610-PARSE-ONE-GLB-LINE UNTIL WS-EOF
           IF WS-GLBRECON-STATUS NOT = "35"
               CLOSE GL-BALANCE-REPORT
           END-IF.

       2610-PARSE-ONE-GLB-LINE.
           READ GL-BALANCE-REPORT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF GL-BALANCE-REPORT-LINE (1:29)
                       = "GL BALANCE RECONCILIATION FOR"
                       MOVE GL-BALANCE-REPORT-LINE (31:8)
                           TO WS-GLB-DATE
                   END-IF
                   IF GL-BALANCE-REPORT-LINE (1:22)
                       = "NEW BREAKS          : "
                       MOVE GL-BALANCE-REPORT-LINE (23:9)
                           TO WS-NUMVAL-WORK
                       COMPUTE WS-GLB-NEW =
                           FUNCTION NUMVAL(WS-NUMVAL-WORK)
                   END-IF
                   IF GL-BALANCE-REPORT-LINE (1:22)
                       = "CARRIED BREAKS      : "
                       MOVE GL-BALANCE-REPORT-LINE (23:9)
                           TO WS-NUMVAL-WORK
                       COMPUTE WS-GLB-CARRIED =
                           FUNCTION NUMVAL(WS-NUMVAL-WORK)
                   END-IF
                   IF GL-BALANCE-REPORT-LINE (1:10) = "RESULT  : "
                       MOVE GL-BALANCE-REPORT-LINE (11:40)
                           TO WS-GLB-RESULT
                   END-IF
           END-READ.

       3000-WRITE-CLOSEOUT-PAGE.
           OPEN OUTPUT CLOSEOUT-REPORT
           MOVE WS-RUN-DATE   TO WS-H-RUN-DATE
           MOVE WS-SUSP-OPEN-AMT TO WS-A-VALUE
           WRITE CLOSEOUT-REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE "GL BALANCE RECONCILIATION" TO WS-SECTION-LINE
           WRITE CLOSEOUT-REPORT-LINE FROM WS-SECTION-LINE
           PERFORM 3300-WRITE-GL-BALANCE-LINES

           IF WS-EXCEPTION
               MOVE "CYCLE HAS EXCEPTIONS" TO WS-V-TEXT
           ELSE
               WRITE CLOSEOUT-REPORT-LINE FROM WS-TEXT-LINE
               SET WS-EXCEPTION TO TRUE
           END-IF
           IF WS-EDT-QTN-FILES > ZERO
               MOVE "FILES QUARANTINED   : " TO WS-F-LABEL
               MOVE WS-EDT-QTN-FILES TO WS-F-VALUE
               MOVE "WHOLE FILES NOT EDITED - SEE AMTEDIT.LST"
                   TO WS-F-NOTE
               WRITE CLOSEOUT-REPORT-LINE FROM WS-FLOW-LINE
               MOVE "  RECORDS SET ASIDE : " TO WS-F-LABEL
               MOVE WS-EDT-QTN-RECORDS TO WS-F-VALUE
               MOVE "NOT IN EDIT READ" TO WS-F-NOTE
               WRITE CLOSEOUT-REPORT-LINE FROM WS-FLOW-LINE
               SET WS-EXCEPTION TO TRUE
           END-IF

           MOVE "PROC ACCEPTED       : " TO WS-F-LABEL
           MOVE WS-CTL-ACCEPTED TO WS-F-VALUE
           MOVE "REPAIRS FROM EARLIER BATCHES - NOT IN ACCEPTED"
               TO WS-F-NOTE
           WRITE CLOSEOUT-REPORT-LINE FROM WS-FLOW-LINE
           MOVE "  HELD UNMAPPED     : " TO WS-F-LABEL
           MOVE WS-GL-HELD TO WS-F-VALUE
           MOVE "NO POSTING RULE - SEE GLUNMAP.LST" TO WS-F-NOTE
           WRITE CLOSEOUT-REPORT-LINE FROM WS-FLOW-LINE
           MOVE "  RELEASED FROM HOLD: " TO WS-F-LABEL
           MOVE WS-GL-RELEASED TO WS-F-VALUE
           MOVE "HELD IN EARLIER BATCHES - NOT IN ACCEPTED"
               TO WS-F-NOTE
           WRITE CLOSEOUT-REPORT-LINE FROM WS-FLOW-LINE
      *    Reships ride the extract count but belong to earlier
      *    cycles' accepted totals, so they come off the tie, as do
      *    items released from the unmapped hold; today's items
      *    held for want of a posting rule go back on.  The
      *    skipped duplicates do NOT go back on: GLEXTR's extracted
      *    count never included them, and the accepted total counts
      *    a checkpoint-replayed record once - extracted less
      *    reships already faces accepted like for like.
           IF WS-GL-EXTRACTED - WS-GL-RESHIPPED - WS-GL-RELEASED
              + WS-GL-HELD NOT = WS-CTL-ACCEPTED
               MOVE "EXTRACT DOES NOT TIE: " TO WS-X-LABEL
               MOVE "EXTRACTED LESS RESHIPS AND HOLDS <> ACCEPTED"
                   TO WS-X-VALUE
               WRITE CLOSEOUT-REPORT-LINE FROM WS-TEXT-LINE
               SET WS-EXCEPTION TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *  Only a listing for this business date counts; new breaks
      *  flag the cycle, breaks carried from earlier days were
      *  flagged the day they appeared.
      *----------------------------------------------------------------
       3300-WRITE-GL-BALANCE-LINES.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           IF WS-GLB-DATE NOT = WS-RUN-DATE-X
               MOVE "RESULT              : " TO WS-X-LABEL
               MOVE "NOT RUN FOR THIS DATE" TO WS-X-VALUE
               WRITE CLOSEOUT-REPORT-LINE FROM WS-TEXT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "NEW BREAKS          : " TO WS-F-LABEL
           MOVE WS-GLB-NEW TO WS-F-VALUE
           MOVE "SEE GLBRECON.LST" TO WS-F-NOTE
           WRITE CLOSEOUT-REPORT-LINE FROM WS-FLOW-LINE
           MOVE "CARRIED BREAKS      : " TO WS-F-LABEL
           MOVE WS-GLB-CARRIED TO WS-F-VALUE
           MOVE "OPEN FROM EARLIER DAYS" TO WS-F-NOTE
           WRITE CLOSEOUT-REPORT-LINE FROM WS-FLOW-LINE
           MOVE "RESULT              : " TO WS-X-LABEL
           MOVE WS-GLB-RESULT TO WS-X-VALUE
           WRITE CLOSEOUT-REPORT-LINE FROM WS-TEXT-LINE
           IF WS-GLB-NEW > ZERO
               SET WS-EXCEPTION TO TRUE
           END-IF.

       4000-FINALIZE.
           PERFORM 3900-RECORD-RUN-COMPLETE
           IF WS-EXCEPTION
