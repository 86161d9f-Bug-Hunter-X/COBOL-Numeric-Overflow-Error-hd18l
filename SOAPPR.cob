       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOAPPR.
      *****************************************************************
      *  SOAPPR - Standing-order change review, checker side.
      *
      *            SOMAINT queues new orders, amendments and resumes
      *            as pending items on SOPEND.DAT (copybook SOPREC)
      *            instead of applying them.  This line-mode dialogue
      *            (same style as ACTAPPR) has a second operator
      *            review each item:
      *
      *            - approval applies the change to SOMST.DAT - the
      *              only way an order ever reaches the generator
      *              SOGEN;
      *            - rejection leaves the master alone;
      *            - an operator cannot approve or reject their own
      *              change;
      *            - suspend/cancel items arrive already applied and
      *              the review here is after the fact: approval
      *              signs them off, rejection records the
      *              disagreement for the audit trail (backing a
      *              suspend out is a resume through the queue; a
      *              cancelled order is keyed again as a new one).
      *
      *            An amendment keyed before SOGEN generated further
      *            occurrences of the order is applied net of them:
      *            the payments-left figure is reduced by what has
      *            been generated since, and a next due date the
      *            generator has already passed is not put back.
      *
      *            Every review lands on the permanent audit file
      *            SOAUDT.DAT (copybook SOAREC).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-MASTER-FILE ASSIGN TO "SOMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOMST-STATUS.

           SELECT PENDING-FILE ASSIGN TO "SOPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "SOAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-MASTER-FILE.
       01  ORDER-MASTER-FILE-RECORD     PIC X(125).

       FD  PENDING-FILE.
       COPY SOPREC.

       FD  AUDIT-FILE.
       COPY SOAREC.

       WORKING-STORAGE SECTION.
       01  WS-SOMST-STATUS              PIC X(02) VALUE "00".
       01  WS-PENDING-STATUS            PIC X(02) VALUE "00".
       01  WS-AUDIT-STATUS              PIC X(02) VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                   VALUE "Y".

       01  WS-DONE-SW                   PIC X(01) VALUE "N".
           88  WS-DONE                  VALUE "Y".

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
       01  WS-KEY-ORDER-INPUT           PIC X(05).
       01  WS-KEY-ORDER                 PIC 9(05) VALUE ZERO.
       01  WS-KEY-CHANGE                PIC X(01).
       01  WS-PENDING-SHOWN             PIC 9(04) VALUE ZERO.
       01  WS-A-DISPOSITION             PIC X(01).
       01  WS-A-DETAIL                  PIC X(50).
       01  WS-A-AMOUNT                  PIC Z(10)9.99.
       01  WS-GENERATED-SINCE           PIC 9(04) VALUE ZERO.

      *    The order from a queue item, in master layout.
       COPY SOMREC.

      *    The schedule position of the order as it stands on the
      *    master now, over the table entry being amended.
       01  WS-MASTER-VIEW.
           05  FILLER                   PIC X(35).
           05  WS-MV-NEXT-DUE-DATE      PIC 9(08).
           05  FILLER                   PIC X(13).
           05  WS-MV-SUSPEND-IND        PIC X(01).
           05  WS-MV-STATUS             PIC X(01).
           05  FILLER                   PIC X(20).
           05  WS-MV-NEXT-OCCURRENCE    PIC 9(04).
           05  WS-MV-GEN-RUN-DATE       PIC 9(08).
           05  WS-MV-GEN-CYCLE-NO       PIC 9(03).
           05  WS-MV-GEN-FIRST-OCC      PIC 9(04).
           05  WS-MV-GEN-FIRST-DUE      PIC 9(08).
           05  WS-MV-GEN-COUNT          PIC 9(02).
           05  FILLER                   PIC X(18).

       01  WS-SO-TABLE.
           05  WS-SO-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-SO-ENTRY              OCCURS 2000 TIMES.
               10  WS-SO-KEY            PIC 9(05).
               10  FILLER               PIC X(120).
       01  WS-SO-SUB                    PIC 9(04) COMP.

       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-PEND-ENTRY            OCCURS 500 TIMES.
               10  WS-PD-ACTION         PIC X(01).
               10  WS-PD-ORDER-ID       PIC 9(05).
               10  WS-PD-IMAGE          PIC X(125).
               10  WS-PD-STATUS         PIC X(01).
               10  WS-PD-APPLIED-IND    PIC X(01).
               10  WS-PD-MAKER-ID       PIC X(08).
               10  WS-PD-MAKER-DATE     PIC 9(08).
               10  WS-PD-MAKER-TIME     PIC 9(06).
               10  WS-PD-CHECKER-ID     PIC X(08).
               10  WS-PD-CHECKER-DATE   PIC 9(08).
       01  WS-PEND-SUB                  PIC 9(04) COMP.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-SIGN-ON
           PERFORM 1000-LOAD-MASTER
           PERFORM 1500-LOAD-PENDING-QUEUE
           PERFORM 2000-PROCESS-ONE-ACTION UNTIL WS-DONE
           STOP RUN.

      *----------------------------------------------------------------
      *  The checker must be identified before anything is
      *  reviewed - approval is refused for the maker's own items,
      *  which only works if we know who is here.
      *----------------------------------------------------------------
       0500-SIGN-ON.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      *    Bounded retry: on exhausted or blank-only input ACCEPT
      *    leaves the field unchanged, so an unconditional re-prompt
      *    would loop forever.
           PERFORM UNTIL WS-SIGNED-ON
                      OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "SOAPPR - REVIEWER SIGN ON"
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-OPERATOR-ID
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID NOT = SPACES
                   PERFORM 0510-CHECK-OPERATOR
               END-IF
           END-PERFORM
           IF NOT WS-SIGNED-ON
               DISPLAY "SOAPPR: SIGN-ON ABANDONED"
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
           MOVE "SOAPPR"        TO OCP-PROGRAM
           MOVE "SOCK"          TO OCP-ENTITLEMENT
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

       1000-LOAD-MASTER.
           OPEN INPUT ORDER-MASTER-FILE
      *    Only a missing file ("35") may start an empty session -
      *    any other open failure means a master exists that cannot
      *    be read, and saving the session's empty view over it
      *    would wipe it.
           IF WS-SOMST-STATUS = "35"
               DISPLAY "SOAPPR: NO EXISTING MASTER - STARTING EMPTY"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-SOMST-STATUS NOT = "00"
                   DISPLAY "SOAPPR: MASTER OPEN FAILED, STATUS "
                           WS-SOMST-STATUS " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1100-LOAD-ONE-ORDER UNTIL WS-EOF
           IF WS-SOMST-STATUS NOT = "35"
               CLOSE ORDER-MASTER-FILE
           END-IF.

       1100-LOAD-ONE-ORDER.
           READ ORDER-MASTER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-SO-COUNT >= 2000
                       DISPLAY "SOAPPR: MASTER EXCEEDS TABLE "
                               "LIMIT OF 2000 - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SO-COUNT
                   MOVE ORDER-MASTER-FILE-RECORD
                       TO WS-SO-ENTRY (WS-SO-COUNT)
           END-READ.

       1500-LOAD-PENDING-QUEUE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               DISPLAY "SOAPPR: NO PENDING QUEUE - NOTHING TO REVIEW"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-PENDING-STATUS NOT = "00"
                   DISPLAY "SOAPPR: PENDING QUEUE OPEN FAILED, "
                           "STATUS " WS-PENDING-STATUS
                           " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1510-LOAD-ONE-PENDING UNTIL WS-EOF
           IF WS-PENDING-STATUS NOT = "35"
               CLOSE PENDING-FILE
           END-IF.

       1510-LOAD-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-PEND-COUNT >= 500
                       DISPLAY "SOAPPR: PENDING QUEUE EXCEEDS "
                               "TABLE LIMIT OF 500 - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PEND-COUNT
                   MOVE SOP-ACTION
                       TO WS-PD-ACTION (WS-PEND-COUNT)
                   MOVE SOP-ORDER-ID
                       TO WS-PD-ORDER-ID (WS-PEND-COUNT)
                   MOVE SOP-ORDER-IMAGE
                       TO WS-PD-IMAGE (WS-PEND-COUNT)
                   MOVE SOP-STATUS
                       TO WS-PD-STATUS (WS-PEND-COUNT)
                   MOVE SOP-APPLIED-IND
                       TO WS-PD-APPLIED-IND (WS-PEND-COUNT)
                   MOVE SOP-MAKER-ID
                       TO WS-PD-MAKER-ID (WS-PEND-COUNT)
                   MOVE SOP-MAKER-DATE
                       TO WS-PD-MAKER-DATE (WS-PEND-COUNT)
                   MOVE SOP-MAKER-TIME
                       TO WS-PD-MAKER-TIME (WS-PEND-COUNT)
                   MOVE SOP-CHECKER-ID
                       TO WS-PD-CHECKER-ID (WS-PEND-COUNT)
                   IF SOP-CHECKER-DATE IS NUMERIC
                       MOVE SOP-CHECKER-DATE
                           TO WS-PD-CHECKER-DATE (WS-PEND-COUNT)
                   ELSE
                       MOVE ZERO
                           TO WS-PD-CHECKER-DATE (WS-PEND-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-ONE-ACTION.
           DISPLAY "SOAPPR - STANDING ORDER CHANGE REVIEW"
           DISPLAY "L=LIST PENDING A=APPROVE R=REJECT X=EXIT"
           DISPLAY "ACTION: " WITH NO ADVANCING
           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION
           IF WS-ACTION = "X" OR WS-ACTION = "x"
               SET WS-DONE TO TRUE
           ELSE
               IF WS-ACTION = "L" OR WS-ACTION = "l"
                   PERFORM 3000-LIST-PENDING
               ELSE
                   IF WS-ACTION = "A" OR WS-ACTION = "a"
                    OR WS-ACTION = "R" OR WS-ACTION = "r"
                       PERFORM 4000-REVIEW-ONE-ITEM
                   ELSE
                       DISPLAY "UNKNOWN ACTION"
                   END-IF
               END-IF
           END-IF.

       3000-LIST-PENDING.
           MOVE ZERO TO WS-PENDING-SHOWN
           PERFORM 3100-LIST-ONE-ITEM
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT
           IF WS-PENDING-SHOWN = ZERO
               DISPLAY "NO ITEMS AWAITING REVIEW"
           END-IF.

       3100-LIST-ONE-ITEM.
           IF WS-PD-STATUS (WS-PEND-SUB) = "P"
               ADD 1 TO WS-PENDING-SHOWN
               MOVE WS-PD-IMAGE (WS-PEND-SUB)
                   TO STANDING-ORDER-RECORD
               MOVE SO-AMOUNT TO WS-A-AMOUNT
               DISPLAY WS-PD-ORDER-ID (WS-PEND-SUB) " ACTION "
                   WS-PD-ACTION (WS-PEND-SUB) " BY "
                   WS-PD-MAKER-ID (WS-PEND-SUB) " ON "
                   WS-PD-MAKER-DATE (WS-PEND-SUB) " APPLIED "
                   WS-PD-APPLIED-IND (WS-PEND-SUB)
               DISPLAY "  " SO-ACCOUNT-NO " " SO-CURRENCY-CODE " "
                   WS-A-AMOUNT " " SO-DR-CR-IND " FREQ "
                   SO-FREQUENCY " NEXT " SO-NEXT-DUE-DATE
               DISPLAY "  END " SO-END-DATE " LEFT "
                   SO-COUNT-LIMITED-IND "/" SO-REMAINING-COUNT
                   " " SO-DESCRIPTION
           END-IF.

       4000-REVIEW-ONE-ITEM.
           DISPLAY "ORDER NO: " WITH NO ADVANCING
           MOVE SPACES TO WS-KEY-ORDER-INPUT
           ACCEPT WS-KEY-ORDER-INPUT
           IF WS-KEY-ORDER-INPUT IS NOT NUMERIC
               DISPLAY "ORDER NUMBER IS FIVE DIGITS"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY-ORDER-INPUT TO WS-KEY-ORDER
           DISPLAY "CHANGE ACTION (A/M/R/S/C): " WITH NO ADVANCING
           MOVE SPACES TO WS-KEY-CHANGE
           ACCEPT WS-KEY-CHANGE
           INSPECT WS-KEY-CHANGE CONVERTING "amrsc" TO "AMRSC"
           PERFORM 4100-FIND-PENDING-ITEM
           IF WS-PEND-SUB > WS-PEND-COUNT
               DISPLAY "NO PENDING ITEM FOR THAT ORDER AND ACTION"
               EXIT PARAGRAPH
           END-IF
      *    The second pair of eyes must belong to a second person.
           IF WS-PD-MAKER-ID (WS-PEND-SUB) = WS-OPERATOR-ID
               DISPLAY "MAKER CANNOT REVIEW THEIR OWN CHANGE"
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-TIME-NOW = WS-TIME-RAW / 100
           IF WS-ACTION = "A" OR WS-ACTION = "a"
               PERFORM 4200-APPROVE-ITEM
           ELSE
               PERFORM 4300-REJECT-ITEM
           END-IF
      *    Audit first - 4700's save loop reuses WS-PEND-SUB, so
      *    the item in hand must be written out before it runs.
           PERFORM 4800-WRITE-AUDIT
           PERFORM 4700-SAVE-PENDING-QUEUE.

       4100-FIND-PENDING-ITEM.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT
                  OR (WS-PD-ORDER-ID (WS-PEND-SUB) = WS-KEY-ORDER
                      AND WS-PD-ACTION (WS-PEND-SUB) = WS-KEY-CHANGE
                      AND WS-PD-STATUS (WS-PEND-SUB) = "P")
               CONTINUE
           END-PERFORM.

      *----------------------------------------------------------------
      *  Approval applies the change - this is the one place a new
      *  order, an amendment or a resume reaches the master.
      *  Suspend/cancel arrived already applied, so approval is the
      *  after-the-fact sign-off and the master is left alone.
      *----------------------------------------------------------------
       4200-APPROVE-ITEM.
           IF WS-PD-APPLIED-IND (WS-PEND-SUB) NOT = "Y"
               PERFORM 4400-APPLY-CHANGE
               IF WS-PD-STATUS (WS-PEND-SUB) = "P"
                  AND WS-A-DISPOSITION = SPACE
      *            The apply hit a hard stop (full master, vanished
      *            or cancelled order) and already said so - leave
      *            the item pending.
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "A" TO WS-PD-STATUS (WS-PEND-SUB)
           MOVE WS-OPERATOR-ID
               TO WS-PD-CHECKER-ID (WS-PEND-SUB)
           MOVE WS-RUN-DATE
               TO WS-PD-CHECKER-DATE (WS-PEND-SUB)
           MOVE "A" TO WS-A-DISPOSITION
           DISPLAY "CHANGE APPROVED".

       4300-REJECT-ITEM.
           MOVE "R" TO WS-PD-STATUS (WS-PEND-SUB)
           MOVE WS-OPERATOR-ID
               TO WS-PD-CHECKER-ID (WS-PEND-SUB)
           MOVE WS-RUN-DATE
               TO WS-PD-CHECKER-DATE (WS-PEND-SUB)
           MOVE "R" TO WS-A-DISPOSITION
           IF WS-PD-APPLIED-IND (WS-PEND-SUB) = "Y"
               IF WS-PD-ACTION (WS-PEND-SUB) = "S"
                   DISPLAY "REJECTION RECORDED - THE SUSPEND IS "
                           "ALREADY IN EFFECT; KEY A RESUME TO BACK "
                           "IT OUT"
               ELSE
                   DISPLAY "REJECTION RECORDED - THE CANCEL "
                           "STANDS; KEY THE ORDER AGAIN AS NEW"
               END-IF
           ELSE
               DISPLAY "CHANGE REJECTED - MASTER UNCHANGED"
           END-IF.

       4400-APPLY-CHANGE.
           MOVE SPACE TO WS-A-DISPOSITION
           MOVE WS-PD-IMAGE (WS-PEND-SUB) TO STANDING-ORDER-RECORD
           PERFORM 4410-FIND-ORDER
           IF WS-PD-ACTION (WS-PEND-SUB) = "A"
               PERFORM 4500-APPLY-ADD
               EXIT PARAGRAPH
           END-IF
           IF WS-SO-SUB > WS-SO-COUNT
               DISPLAY "ORDER NO LONGER ON MASTER - "
                       "ITEM LEFT PENDING"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SO-ENTRY (WS-SO-SUB) TO WS-MASTER-VIEW
      *    A cancel is final; approving a change queued before it
      *    would bring the order back to life.
           IF WS-MV-STATUS = "C"
               DISPLAY "ORDER HAS SINCE BEEN CANCELLED - REJECT "
                       "THE ITEM"
               EXIT PARAGRAPH
           END-IF
           IF WS-PD-ACTION (WS-PEND-SUB) = "M"
               PERFORM 4450-APPLY-AMEND
           ELSE
               MOVE WS-SO-ENTRY (WS-SO-SUB) TO STANDING-ORDER-RECORD
               MOVE "N"         TO SO-SUSPEND-IND
               MOVE WS-RUN-DATE TO SO-LAST-CHANGE-DATE
               MOVE STANDING-ORDER-RECORD TO WS-SO-ENTRY (WS-SO-SUB)
           END-IF
           MOVE "A" TO WS-A-DISPOSITION
           PERFORM 4600-SAVE-MASTER.

       4410-FIND-ORDER.
           PERFORM VARYING WS-SO-SUB FROM 1 BY 1
               UNTIL WS-SO-SUB > WS-SO-COUNT
                  OR WS-SO-KEY (WS-SO-SUB)
                      = WS-PD-ORDER-ID (WS-PEND-SUB)
               CONTINUE
           END-PERFORM.

      *----------------------------------------------------------------
      *  The amended image carries the schedule position as it was
      *  when the maker keyed it.  Occurrences SOGEN has generated
      *  since then are taken off the payments left, the
      *  generator's position (occurrence number, next due date if
      *  it has moved past the keyed one, last-generation fields)
      *  is kept, and a suspend applied since is not undone.  An
      *  expired order the amendment gives more life to becomes
      *  active again; SOGEN re-expires it if it is still done.
      *----------------------------------------------------------------
       4450-APPLY-AMEND.
           MOVE ZERO TO WS-GENERATED-SINCE
           IF WS-MV-NEXT-OCCURRENCE > SO-NEXT-OCCURRENCE
               COMPUTE WS-GENERATED-SINCE =
                   WS-MV-NEXT-OCCURRENCE - SO-NEXT-OCCURRENCE
           END-IF
           IF SO-COUNT-LIMITED
               IF WS-GENERATED-SINCE >= SO-REMAINING-COUNT
                   MOVE ZERO TO SO-REMAINING-COUNT
               ELSE
                   SUBTRACT WS-GENERATED-SINCE FROM SO-REMAINING-COUNT
               END-IF
           END-IF
           IF WS-GENERATED-SINCE > ZERO
              AND SO-NEXT-DUE-DATE <= WS-MV-NEXT-DUE-DATE
               MOVE WS-MV-NEXT-DUE-DATE TO SO-NEXT-DUE-DATE
               DISPLAY "NOTE - " WS-GENERATED-SINCE " OCCURRENCES "
                       "GENERATED SINCE KEYING; SCHEDULE KEPT AT "
                       WS-MV-NEXT-DUE-DATE
           END-IF
           MOVE WS-MV-NEXT-OCCURRENCE TO SO-NEXT-OCCURRENCE
           MOVE WS-MV-SUSPEND-IND     TO SO-SUSPEND-IND
           MOVE WS-MV-GEN-RUN-DATE    TO SO-GEN-RUN-DATE
           MOVE WS-MV-GEN-CYCLE-NO    TO SO-GEN-CYCLE-NO
           MOVE WS-MV-GEN-FIRST-OCC   TO SO-GEN-FIRST-OCC
           MOVE WS-MV-GEN-FIRST-DUE   TO SO-GEN-FIRST-DUE
           MOVE WS-MV-GEN-COUNT       TO SO-GEN-COUNT
           MOVE "A"         TO SO-STATUS
           MOVE WS-RUN-DATE TO SO-LAST-CHANGE-DATE
           MOVE STANDING-ORDER-RECORD TO WS-SO-ENTRY (WS-SO-SUB).

      *----------------------------------------------------------------
      *  Order numbers are handed out in ascending order by
      *  SOMAINT, so a new order goes on the end of the master.
      *----------------------------------------------------------------
       4500-APPLY-ADD.
           IF WS-SO-SUB <= WS-SO-COUNT
               DISPLAY "ORDER ALREADY ON MASTER - ITEM LEFT "
                       "PENDING"
               EXIT PARAGRAPH
           END-IF
           IF WS-SO-COUNT >= 2000
               DISPLAY "MASTER FULL - ITEM LEFT PENDING"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SO-COUNT
           MOVE WS-RUN-DATE TO SO-LAST-CHANGE-DATE
           MOVE STANDING-ORDER-RECORD TO WS-SO-ENTRY (WS-SO-COUNT)
           MOVE "A" TO WS-A-DISPOSITION
           PERFORM 4600-SAVE-MASTER.

      *----------------------------------------------------------------
      *  Rewrite the whole master from the table after every
      *  applied change, same as SOMAINT.
      *----------------------------------------------------------------
       4600-SAVE-MASTER.
           OPEN OUTPUT ORDER-MASTER-FILE
           PERFORM VARYING WS-SO-SUB FROM 1 BY 1
               UNTIL WS-SO-SUB > WS-SO-COUNT
               MOVE WS-SO-ENTRY (WS-SO-SUB)
                   TO ORDER-MASTER-FILE-RECORD
               WRITE ORDER-MASTER-FILE-RECORD
           END-PERFORM
           CLOSE ORDER-MASTER-FILE.

      *----------------------------------------------------------------
      *  Only still-pending items go back to the file - a reviewed
      *  item's permanent record is its SOAUDT.DAT entries, and
      *  carrying approved/rejected records forever would grow the
      *  queue into SOMAINT's 500-entry cap.
      *----------------------------------------------------------------
       4700-SAVE-PENDING-QUEUE.
           OPEN OUTPUT PENDING-FILE
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT
               IF WS-PD-STATUS (WS-PEND-SUB) = "P"
                   MOVE SPACES TO SO-PENDING-RECORD
                   MOVE WS-PD-ACTION (WS-PEND-SUB)   TO SOP-ACTION
                   MOVE WS-PD-ORDER-ID (WS-PEND-SUB) TO SOP-ORDER-ID
                   MOVE WS-PD-IMAGE (WS-PEND-SUB)
                       TO SOP-ORDER-IMAGE
                   MOVE WS-PD-STATUS (WS-PEND-SUB)   TO SOP-STATUS
                   MOVE WS-PD-APPLIED-IND (WS-PEND-SUB)
                       TO SOP-APPLIED-IND
                   MOVE WS-PD-MAKER-ID (WS-PEND-SUB)
                       TO SOP-MAKER-ID
                   MOVE WS-PD-MAKER-DATE (WS-PEND-SUB)
                       TO SOP-MAKER-DATE
                   MOVE WS-PD-MAKER-TIME (WS-PEND-SUB)
                       TO SOP-MAKER-TIME
                   MOVE WS-PD-CHECKER-ID (WS-PEND-SUB)
                       TO SOP-CHECKER-ID
                   MOVE WS-PD-CHECKER-DATE (WS-PEND-SUB)
                       TO SOP-CHECKER-DATE
                   WRITE SO-PENDING-RECORD
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

      *----------------------------------------------------------------
      *  The checker's side of the permanent audit trail.
      *----------------------------------------------------------------
       4800-WRITE-AUDIT.
           IF WS-A-DISPOSITION = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-A-DETAIL
           STRING "MAKER " WS-PD-MAKER-ID (WS-PEND-SUB)
               DELIMITED BY SIZE INTO WS-A-DETAIL
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES           TO SO-AUDIT-RECORD
           MOVE WS-RUN-DATE      TO SOA-DATE
           MOVE WS-TIME-NOW      TO SOA-TIME
           MOVE WS-OPERATOR-ID   TO SOA-OPERATOR-ID
           MOVE "C"              TO SOA-ROLE
           MOVE WS-PD-ACTION (WS-PEND-SUB) TO SOA-ACTION
           MOVE WS-A-DISPOSITION TO SOA-DISPOSITION
           MOVE WS-PD-ORDER-ID (WS-PEND-SUB) TO SOA-ORDER-ID
           MOVE WS-A-DETAIL      TO SOA-DETAIL
           WRITE SO-AUDIT-RECORD
           CLOSE AUDIT-FILE.
