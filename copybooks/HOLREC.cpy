      *****************************************************************
      *  HOLREC - Holiday-calendar record (HOLCAL.DAT), one record
      *           per non-posting day per calendar, maintained by
      *           HOLMAINT and listed a year ahead by HOLRPT.
      *
      *           The calendar is named by currency code: the USD
      *           calendar carries the base-currency country's bank
      *           holidays, EUR the TARGET closing days, and so on.
      *           Saturdays and Sundays are never business days and
      *           are not keyed here.  A currency with no records
      *           on the file is closed at weekends only.
      *
      *           Read by the BUSDAY subprogram, which every date
      *           test in the pipeline goes through.
      *****************************************************************
       01  HOLIDAY-RECORD.
           05  HOL-CALENDAR-ID          PIC X(03).
           05  HOL-DATE                 PIC 9(08).
           05  HOL-DESCRIPTION          PIC X(30).
           05  HOL-MAINT-OPERATOR       PIC X(08).
           05  HOL-MAINT-DATE           PIC 9(08).
           05  FILLER                   PIC X(03).
