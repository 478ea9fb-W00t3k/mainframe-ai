           05  AIAUTH-STATUS        PIC X(01).
               88  AIAUTH-ALLOWED   VALUE 'A'.
               88  AIAUTH-DENIED    VALUE 'D'.
           05  AIAUTH-ROLES.
               10  AIAUTH-ROLE-SEC  PIC X(01).
                   88  AIAUTH-IS-SECADM    VALUE 'Y'.
               10  AIAUTH-ROLE-OPR  PIC X(01).
                   88  AIAUTH-IS-OPERATOR  VALUE 'Y'.
               10  AIAUTH-ROLE-RVW  PIC X(01).
                   88  AIAUTH-IS-REVIEWER  VALUE 'Y'.
               10  AIAUTH-ROLE-FAQ  PIC X(01).
                   88  AIAUTH-IS-CURATOR   VALUE 'Y'.
           05  AIAUTH-UPD-USER      PIC X(08).
           05  AIAUTH-UPD-TIME      PIC S9(15) COMP-3.
           05  AIAUTH-COST-CTR      PIC X(06).
       01  AIAUTH-LENGTH            PIC S9(4) COMP VALUE 35.
      *
      * DFHAID COPY
      *
