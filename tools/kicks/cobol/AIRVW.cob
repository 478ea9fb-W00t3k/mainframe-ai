      * 4. PF9 PROMOTES THE CORRECTED ANSWER INTO THE AIFAQ FILE SO   *
      *    THE NEXT ASKER GETS IT STRAIGHT AWAY                       *
      *                                                               *
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE EXPERT REVIEWER    *
      * ROLE MAY RUN THIS TRANSACTION. PF9 FAQ PROMOTION ALSO NEEDS   *
      * THE FAQ CURATOR ROLE - SAME RULE AS PF9 ON AIMP.              *
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
      * A USERID WITHOUT THE ROLE MUST NOT BE RE-ARMED FOR ANOTHER AIRV
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
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE EXPERT REVIEWER    *
      * ROLE MAY WORK THE REVIEW QUEUE                                *
      *****************************************************************
       1100-CHECK-ADMIN.
      *
      *
           IF EIBRESP NOT = 0
               OR NOT AIADMIN-ALLOWED
               OR NOT AIADMIN-IS-REVIEWER
               MOVE 'N' TO WS-AUTH-SW
               EXEC CICS SEND TEXT
                   FROM('Not authorized for AI expert review')
      *****************************************************************
       2000-PROCESS-INPUT.
      *
      * THE ROLE IS RECHECKED ON EVERY INPUT - A REVIEWER WHOSE
      * OWN ACCESS WAS SUSPENDED MID-CONVERSATION MUST NOT KEEP A
      * LIVE REVIEW SCREEN
      *
      * PROMOTE THE VIEWED ESCALATION'S CORRECTED ANSWER INTO THE     *
      * CURATED FAQ FILE (PF9) - THE NEXT ASKER OF THE SAME QUESTION  *
      * GETS THE GOOD ANSWER WITHOUT A BRIDGE ROUND-TRIP. AN ENTRY    *
      * ALREADY IN THE FAQ FOR THE SAME QUESTION IS REFRESHED. NEEDS  *
      * THE FAQ CURATOR ROLE AS WELL AS EXPERT REVIEWER               *
      *****************************************************************
       5400-PROMOTE-FAQ.
      *
      * WORKING THE REVIEW QUEUE DOES NOT BY ITSELF ALLOW CURATING THE
      * FAQ FILE - THE REVIEWER'S AIAUTH RECORD, ALREADY READ BY
      * 1100-CHECK-ADMIN FOR THIS INPUT, MUST ALSO CARRY THE FAQ
      * CURATOR ROLE
      *
           IF NOT AIADMIN-IS-CURATOR
               MOVE 'FAQ promotion is limited to FAQ curators' TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5400-EXIT
           END-IF.
      *
           IF WS-COMM-VIEW-TIME = 0
               MOVE 'Pick an escalation to view first' TO WS-MSG
