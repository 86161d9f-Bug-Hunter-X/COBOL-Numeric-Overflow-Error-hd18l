      *    'S' = one source's share of the run, ET-SOURCE-ID says
      *          whose - the RESUBMIT stream reports as a source of
      *          its own
      *    'Q' = a source whose file failed its header/trailer
      *          checks and was quarantined whole (QTNREG.DAT);
      *          ET-RECORDS-READ is every record set aside, none
      *          of which is in the 'T' or 'S' totals
           05  ET-REC-TYPE              PIC X(01).
           05  ET-SOURCE-ID             PIC X(08).
           05  ET-RUN-ID                PIC X(08).
