      * mode requires the librarian or supervisor role, and fine
      * waivers require a supervisor's own ID and passcode at the
      * point of waiver.  A status byte of I locks the credential
      * without losing who held it.  Oper-Branch is the branch the
      * operator's desk stands in; it decides which copies the desk
      * may lend and where a hold placed there is collected.
       01  Operator-Master-Record.
           05  Oper-ID             PIC X(03).
           05  Oper-Name           PIC X(30).
               88  Oper-Is-Supervisor  VALUE "S".
           05  Oper-Status         PIC X(01).
               88  Oper-Is-Inactive    VALUE "I".
           05  Oper-Branch         PIC X(01).
           05  Filler              PIC X(06).
