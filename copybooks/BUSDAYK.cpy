      *****************************************************************
      *  BUSDAYK - Parameter area for the BUSDAY business-day
      *            subprogram.  The caller sets the function, the
      *            calendar (a currency code; spaces mean the base
      *            currency USD) and the date or dates; BUSDAY
      *            returns the answer with a zero/nonzero return
      *            code and an operator message.
      *****************************************************************
       01  BUSDAY-PARM.
           05  BDP-FUNCTION             PIC X(01).
      *        'C' = count the business days after BDP-FROM-DATE up
      *              to and including BDP-TO-DATE into BDP-DAYS
      *              (negative when BDP-TO-DATE is the earlier)
      *        'R' = roll BDP-FROM-DATE forward to the first
      *              business day on or after it, into
      *              BDP-RESULT-DATE
      *        'T' = test whether BDP-FROM-DATE is a business day,
      *              into BDP-BUSINESS-IND
           05  BDP-CALENDAR-ID          PIC X(03).
           05  BDP-FROM-DATE            PIC 9(08).
           05  BDP-TO-DATE              PIC 9(08).
           05  BDP-DAYS                 PIC S9(07).
           05  BDP-RESULT-DATE          PIC 9(08).
           05  BDP-BUSINESS-IND         PIC X(01).
               88  BDP-BUSINESS-DAY     VALUE "Y".
           05  BDP-RETURN-CODE          PIC 9(02).
      *        00 = done, 04 = a date passed is not a calendar date,
      *        08 = calendar unusable (message says why)
           05  BDP-MESSAGE              PIC X(60).
