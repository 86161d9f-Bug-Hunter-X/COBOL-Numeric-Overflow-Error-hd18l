      *****************************************************************
      *  HOLAUD - Holiday-calendar change audit record (HOLAUDT.DAT),
      *           appended by HOLMAINT for every holiday added or
      *           deleted, so a value date that rolled (or did not)
      *           can be traced to who changed the calendar, and
      *           when.  HLA-HOLIDAY-IMAGE is the holiday record as
      *           added, or as it stood before a delete.
      *****************************************************************
       01  HOLIDAY-AUDIT-RECORD.
           05  HLA-DATE                 PIC 9(08).
           05  HLA-TIME                 PIC 9(06).
           05  HLA-ACTION               PIC X(01).
               88  HLA-ADDED            VALUE "A".
               88  HLA-DELETED          VALUE "D".
           05  HLA-OPERATOR-ID          PIC X(08).
           05  HLA-HOLIDAY-IMAGE        PIC X(60).
           05  FILLER                   PIC X(07).
