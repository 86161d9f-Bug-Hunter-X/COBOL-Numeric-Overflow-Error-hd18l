      *****************************************************************
      *  SSQREC - Sender file sequence (SRCSEQ.DAT), one record per
      *           source that sends a header and trailer: the last
      *           file sequence number AMTEDIT accepted from it.  The
      *           next file must carry that number plus one; a lower
      *           or equal number is a repeat and a higher one a gap,
      *           and either is quarantined.  Rewritten by AMTEDIT at
      *           the end of every run, so an aborted run moves no
      *           sender on.  A sender with no record here has its
      *           first file accepted whatever its number - removing
      *           a sender's record is how operations re-baseline one
      *           that has genuinely restarted or skipped its
      *           numbering.
      *****************************************************************
       01  SENDER-SEQUENCE-RECORD.
           05  SSQ-SOURCE-ID            PIC X(08).
           05  SSQ-LAST-FILE-SEQ        PIC 9(06).
           05  SSQ-LAST-FILE-DATE       PIC 9(08).
      *    The run that accepted SSQ-LAST-FILE-SEQ, and the number
      *    that was last before it - a rerun of that same run
      *    re-edits the same file and judges it against the prior
      *    number, not against itself.  A prior of zero means that
      *    run was the sender's first.
           05  SSQ-RUN-DATE             PIC 9(08).
           05  SSQ-RUN-ID               PIC X(08).
           05  SSQ-PRIOR-FILE-SEQ       PIC 9(06).
           05  FILLER                   PIC X(10).
