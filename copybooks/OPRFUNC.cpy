      *****************************************************************
      *  OPRFUNC - The entitlement list: one four-character function
      *            code per position of OPR-ENTITLED (copybook
      *            OPRREC), with the text OPRMAINT shows when
      *            granting it.  A new dialogue function takes the
      *            next blank slot; a slot is never reused, or old
      *            operator records would silently gain it.
      *****************************************************************
       01  OFN-FUNCTION-LIST.
           05  FILLER                   PIC X(04) VALUE "INQV".
           05  FILLER                   PIC X(30)
               VALUE "AMTINQ - INQUIRY AND HISTORY".
           05  FILLER                   PIC X(04) VALUE "INQC".
           05  FILLER                   PIC X(30)
               VALUE "AMTINQ - CORRECT AND RESUBMIT".
           05  FILLER                   PIC X(04) VALUE "APRL".
           05  FILLER                   PIC X(30)
               VALUE "AMTAPPR - RELEASE/REFUSE HELD".
           05  FILLER                   PIC X(04) VALUE "ACTM".
           05  FILLER                   PIC X(30)
               VALUE "ACTMAINT - ACCOUNT MAKER".
           05  FILLER                   PIC X(04) VALUE "ACTC".
           05  FILLER                   PIC X(30)
               VALUE "ACTAPPR - ACCOUNT CHECKER".
           05  FILLER                   PIC X(04) VALUE "RATL".
           05  FILLER                   PIC X(30)
               VALUE "RATMAINT - LOAD RATES".
           05  FILLER                   PIC X(04) VALUE "SECA".
           05  FILLER                   PIC X(30)
               VALUE "OPRMAINT - SECURITY ADMIN".
           05  FILLER                   PIC X(04) VALUE "GLRM".
           05  FILLER                   PIC X(30)
               VALUE "GLRMAINT - GL POSTING RULES".
           05  FILLER                   PIC X(04) VALUE "HOLM".
           05  FILLER                   PIC X(30)
               VALUE "HOLMAINT - HOLIDAY CALENDARS".
           05  FILLER                   PIC X(04) VALUE "SOMK".
           05  FILLER                   PIC X(30)
               VALUE "SOMAINT - STANDING ORDER MAKER".
           05  FILLER                   PIC X(04) VALUE "SOCK".
           05  FILLER                   PIC X(30)
               VALUE "SOAPPR - STANDING ORD CHECKER".
           05  FILLER                   PIC X(04) VALUE "CMPR".
           05  FILLER                   PIC X(30)
               VALUE "CMPREVW - COMPLIANCE CASES".
           05  FILLER                   PIC X(34) VALUE SPACES.
           05  FILLER                   PIC X(34) VALUE SPACES.
           05  FILLER                   PIC X(34) VALUE SPACES.
           05  FILLER                   PIC X(34) VALUE SPACES.
           05  FILLER                   PIC X(34) VALUE SPACES.
           05  FILLER                   PIC X(34) VALUE SPACES.
           05  FILLER                   PIC X(34) VALUE SPACES.
           05  FILLER                   PIC X(34) VALUE SPACES.
       01  OFN-FUNCTION-TABLE REDEFINES OFN-FUNCTION-LIST.
           05  OFN-ENTRY                OCCURS 20 TIMES.
               10  OFN-CODE             PIC X(04).
               10  OFN-TEXT             PIC X(30).
