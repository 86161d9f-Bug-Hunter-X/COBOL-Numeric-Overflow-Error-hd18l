      *****************************************************************
      *  OPRREC - Operator security master record (OPRMST.DAT).
      *           One record per person allowed to sign on to a
      *           dialogue: their status, PIN, consecutive failed
      *           sign-ons and the functions they are entitled to.
      *           Maintained by OPRMAINT; read (and the failure
      *           count and lockout updated) by the OPRCHK sign-on
      *           subprogram that every dialogue calls from its
      *           0500-SIGN-ON.  The AUDREC/ACAREC trails and the
      *           maker/checker split only mean something if the id
      *           on them belongs to a real, entitled person.
      *****************************************************************
       01  OPERATOR-RECORD.
           05  OPR-OPERATOR-ID          PIC X(08).
           05  OPR-NAME                 PIC X(30).
           05  OPR-STATUS               PIC X(01).
               88  OPR-ACTIVE           VALUE "A".
               88  OPR-LOCKED           VALUE "L".
               88  OPR-REVOKED          VALUE "R".
      *        'L' = locked by OPRCHK after repeated failed
      *              sign-ons; only OPRMAINT unlocks it
      *        'R' = access revoked (leaver) - kept, never
      *              deleted, so old audit records still resolve
           05  OPR-PIN                  PIC X(08).
           05  OPR-FAIL-COUNT           PIC 9(01).
      *        Consecutive failed sign-ons; reset on a good one.
           05  OPR-ENTITLEMENTS.
               10  OPR-ENTITLED         OCCURS 20 TIMES
                                        PIC X(01).
      *        'Y' = granted.  Position n is the n-th function in
      *        the OPRFUNC list.
           05  OPR-STATUS-DATE          PIC 9(08).
           05  OPR-LAST-SIGNON-DATE     PIC 9(08).
           05  FILLER                   PIC X(08).
