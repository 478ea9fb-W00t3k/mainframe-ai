      * PF4 MUST BE PRESSED TWICE IN A ROW TO RUN THE RECOVERY -     *
      * RUN MID-DAY IT WOULD DISCARD LIVE TRAFFIC.                    *
      *                                                               *
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE OPERATOR ROLE MAY  *
      * RUN THIS TRANSACTION - SAME RULE AS AIOP AND AIMS.            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05  WS-PEND-CLEARED      PIC 9(04) COMP VALUE 0.
           05  WS-RECON-TOTAL       PIC 9(04) COMP VALUE 0.
      *
      * SLOT COUNT MUST MATCH THE WS-SLOT-MAX CEILING AIPGM
      * REGISTERS AIPN SLOTS UNDER
      *
           05  WS-PEND-MAX          PIC 9(04) COMP VALUE 60.
           05  WS-PEND-SUB          PIC 9(04) COMP.
           05  WS-PEND-LEN          PIC S9(4) COMP.
           05  WS-PEND-DONE-SW      PIC X(01).
      * TOKENS ALREADY REPORTED ON THE AIRC EXTRACT THIS RUN - ONE
      * LOST QUESTION CAN LEAVE SEVERAL TRACES (A REQUEST-QUEUE
      * RECORD, SEVERAL AIQI SEGMENTS, AN ACTIVE AIPN SLOT) AND THE
      * DESK MUST ONLY BE TOLD ABOUT IT ONCE. WITH THE BACKLOG LIMIT
      * NEVER SET ABOVE 60, 100 ENTRIES IS AMPLE; IF THE TABLE EVER
      * FILLS, LATER TRACES ARE REPORTED ANYWAY - A DUPLICATE CALL
      * BEATS A LOST QUESTION NOBODY HEARS ABOUT
      *
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
      * A USERID WITHOUT THE ROLE MUST NOT BE RE-ARMED FOR ANOTHER AIRC
      * INPUT - END THE CONVERSATION HERE INSTEAD OF FALLING INTO THE
      * NORMAL RETURN BELOW
      *
           STOP RUN.
      *
      *****************************************************************
      * FIRST TIME - ROLE CHECK AND INSTRUCTION SCREEN                *
      *****************************************************************
       1000-FIRST-TIME.
      *
           EXIT.
      *
      *****************************************************************
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE OPERATOR ROLE MAY  *
      * RUN PIPELINE RECOVERY                                         *
      *****************************************************************
       1100-CHECK-ADMIN.
      *
           IF EIBRESP NOT = 0
               OR NOT AIADMIN-ALLOWED
               OR NOT AIADMIN-IS-OPERATOR
               MOVE 'N' TO WS-AUTH-SW
               EXEC CICS SEND TEXT
                   FROM('Not authorized for AI pipeline recovery')
