      *****************************************************************
      *  SECREC - Security audit record (SECAUDT.DAT), the permanent
      *           trail of every change to operator access and every
      *           access refused: entitlements granted and revoked,
      *           operators added, revoked, unlocked or given a new
      *           PIN in OPRMAINT, and every refused sign-on, refused
      *           function and lockout OPRCHK decides.  Reported by
      *           SECAUDR.
      *****************************************************************
       01  SECURITY-AUDIT-RECORD.
           05  SEC-DATE                 PIC 9(08).
           05  SEC-TIME                 PIC 9(06).
           05  SEC-EVENT                PIC X(01).
               88  SEC-GRANT            VALUE "G".
               88  SEC-REVOKE           VALUE "V".
               88  SEC-ADD-OPERATOR     VALUE "A".
               88  SEC-REVOKE-OPERATOR  VALUE "D".
               88  SEC-UNLOCK           VALUE "U".
               88  SEC-PIN-RESET        VALUE "P".
               88  SEC-SIGNON-REFUSED   VALUE "S".
               88  SEC-FUNCTION-REFUSED VALUE "F".
               88  SEC-LOCKOUT          VALUE "L".
           05  SEC-OPERATOR-ID          PIC X(08).
      *        The operator the event is about.
           05  SEC-BY-OPERATOR          PIC X(08).
      *        Who did it - the security administrator for a
      *        maintenance event, the operator themself for a
      *        sign-on or function refusal.
           05  SEC-PROGRAM              PIC X(08).
           05  SEC-ENTITLEMENT          PIC X(04).
           05  SEC-DETAIL               PIC X(30).
           05  FILLER                   PIC X(08).
