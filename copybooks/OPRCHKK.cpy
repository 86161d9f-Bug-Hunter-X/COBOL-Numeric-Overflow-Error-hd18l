      *****************************************************************
      *  OPRCHKK - Parameter area for the OPRCHK operator sign-on
      *            and entitlement subprogram.  The caller sets the
      *            function, the operator id (and PIN for a sign-on),
      *            its program name and the function code it needs;
      *            OPRCHK returns a zero/nonzero return code with an
      *            operator message.  Every refusal is written to the
      *            security audit file by OPRCHK itself, so no caller
      *            can forget to.
      *****************************************************************
       01  OPRCHK-PARM.
           05  OCP-FUNCTION             PIC X(01).
      *        'S' = sign on: id, PIN and entitlement checked
      *        'F' = function check for an already signed-on id
           05  OCP-OPERATOR-ID          PIC X(08).
           05  OCP-PIN                  PIC X(08).
           05  OCP-PROGRAM              PIC X(08).
           05  OCP-ENTITLEMENT          PIC X(04).
      *        A function code from the OPRFUNC list.
           05  OCP-RUN-DATE             PIC 9(08).
           05  OCP-OPERATOR-NAME        PIC X(30).
           05  OCP-RETURN-CODE          PIC 9(02).
      *        00 = proceed, 08 = refused (message says why)
           05  OCP-MESSAGE              PIC X(60).
