      * CLOCK AT SCREEN TIME, SO AN EXPIRED MESSAGE STOPS SHOWING     *
      * ON ITS OWN WITH NOTHING TO TAKE DOWN.                         *
      *                                                               *
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE OPERATOR ROLE MAY  *
      * RUN THIS TRANSACTION - SAME RULE AS AIOP AND AIRC.            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05  AIADMIN-USERID       PIC X(08).
           05  AIADMIN-STATUS       PIC X(01).
               88  AIADMIN-ALLOWED  VALUE 'A'.
           05  AIADMIN-ROLES.
               10  AIADMIN-ROLE-SEC PIC X(01).
                   88  AIADMIN-IS-SECADM   VALUE 'Y'.
               10  AIADMIN-ROLE-OPR PIC X(01).
                   88  AIADMIN-IS-OPERATOR VALUE 'Y'.
               10  AIADMIN-ROLE-RVW PIC X(01).
                   88  AIADMIN-IS-REVIEWER VALUE 'Y'.
               10  AIADMIN-ROLE-FAQ PIC X(01).
                   88  AIADMIN-IS-CURATOR  VALUE 'Y'.
           05  AIADMIN-UPD-USER     PIC X(08).
           05  AIADMIN-UPD-TIME     PIC S9(15) COMP-3.
           05  AIADMIN-COST-CTR     PIC X(06).
       01  AIAUTH-LENGTH            PIC S9(4) COMP VALUE 35.
      *
      * DFHAID COPY
      *
           ELSE
               PERFORM 1000-FIRST-TIME THRU 1000-EXIT
      *
      * A USERID WITHOUT THE ROLE MUST NOT BE RE-ARMED FOR ANOTHER AIMS
      * INPUT - END THE CONVERSATION HERE INSTEAD OF FALLING INTO THE
      * NORMAL RETURN BELOW
      *
           STOP RUN.
      *
      *****************************************************************
      * FIRST TIME - ROLE CHECK AND INITIAL SCREEN                    *
      *****************************************************************
       1000-FIRST-TIME.
      *
           EXIT.
      *
      *****************************************************************
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE OPERATOR ROLE MAY  *
      * MAINTAIN THE BROADCAST MESSAGE                                *
      *****************************************************************
       1100-CHECK-ADMIN.
      *
           IF EIBRESP NOT = 0
               OR NOT AIADMIN-ALLOWED
               OR NOT AIADMIN-IS-OPERATOR
               MOVE 'N' TO WS-AUTH-SW
               EXEC CICS SEND TEXT
                   FROM('Not authorized for AI broadcast message')
                   LENGTH(39)
                   ERASE
                   FREEKB
               END-EXEC
      *****************************************************************
       2000-PROCESS-INPUT.
      *
      * THE ROLE IS RECHECKED ON EVERY INPUT - AN OPERATOR WHOSE
      * OWN ACCESS WAS SUSPENDED MID-CONVERSATION MUST NOT KEEP A
      * LIVE MAINTENANCE SCREEN
      *
