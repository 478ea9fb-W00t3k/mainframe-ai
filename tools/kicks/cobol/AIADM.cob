      * ONLINE MAINTENANCE FOR THE AIAUTH VSAM FILE THAT AIPGM        *
      * CHECKS BEFORE LETTING A USERID AT THE AI ASSISTANT:           *
      * 1. LIST AIAUTH ENTRIES FROM A STARTING USERID (PF8 PAGES)     *
      * 2. ADD A NEW USERID (STATUS 'A', NO ROLES)                    *
      * 3. SUSPEND AN EXISTING USERID (STATUS 'D')                    *
      * 4. REACTIVATE A SUSPENDED USERID (STATUS 'A')                 *
      * 5. SET OR CHANGE A USERID'S DEPARTMENT COST CENTER, WHICH THE *
      *    MONTHLY CHARGEBACK RUN (AICHB01) BILLS THE USERID'S USE TO *
      * 6. GRANT (ACTION G) OR REVOKE (ACTION V) ONE ROLE, NAMED BY   *
      *    ITS CODE IN THE ROLE FIELD:                                *
      *       SEC  SECURITY ADMINISTRATOR - RUNS THIS TRANSACTION     *
      *       OPR  OPERATOR - AIOP, AIRC AND THE AIMS BROADCAST       *
      *       RVW  EXPERT REVIEWER - WORKS THE AIRV REVIEW QUEUE      *
      *       FAQ  FAQ CURATOR - PF9 FAQ PROMOTION ON AIMP AND AIRV   *
      *    A USERID MAY HOLD ANY COMBINATION OF ROLES                 *
      *                                                               *
      * EVERY CHANGE IS STAMPED ON THE AIAUTH RECORD ITSELF (WHO AND  *
      * WHEN) AND ALSO WRITTEN TO THE AIAL TD QUEUE SO SECURITY CAN   *
      * REVIEW THE CHANGE TRAIL WITHOUT PULLING THE VSAM FILE.        *
      *                                                               *
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE SECURITY           *
      * ADMINISTRATOR ROLE MAY RUN THIS TRANSACTION.                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05  FILLER REDEFINES USRIDIF.
               10  USRIDIA          PIC X(01).
           05  USRIDI               PIC X(08).
           05  CCTRIL               PIC S9(4) COMP.
           05  CCTRIF               PIC X(01).
           05  FILLER REDEFINES CCTRIF.
               10  CCTRIA           PIC X(01).
           05  CCTRI                PIC X(06).
           05  ROLEIL               PIC S9(4) COMP.
           05  ROLEIF               PIC X(01).
           05  FILLER REDEFINES ROLEIF.
               10  ROLEIA           PIC X(01).
           05  ROLEI                PIC X(03).
           05  LST01IL              PIC S9(4) COMP.
           05  LST01IF              PIC X(01).
           05  FILLER REDEFINES LST01IF.
           05  FILLER REDEFINES USRIDOF.
               10  USRIDOA          PIC X(01).
           05  USRIDO               PIC X(08).
           05  CCTROL               PIC S9(4) COMP.
           05  CCTROF               PIC X(01).
           05  FILLER REDEFINES CCTROF.
               10  CCTROA           PIC X(01).
           05  CCTRO                PIC X(06).
           05  ROLEOL               PIC S9(4) COMP.
           05  ROLEOF               PIC X(01).
           05  FILLER REDEFINES ROLEOF.
               10  ROLEOA           PIC X(01).
           05  ROLEO                PIC X(03).
           05  LST01OL              PIC S9(4) COMP.
           05  LST01OF              PIC X(01).
           05  FILLER REDEFINES LST01OF.
           05  WS-BROWSE-SW         PIC X(01).
               88  BROWSE-OPEN      VALUE 'Y'.
               88  BROWSE-DONE      VALUE 'N'.
           05  WS-ROLE-SUB          PIC 9(02) COMP.
           05  WS-ROLE-IX           PIC 9(02) COMP.
           05  WS-ROLE-SW           PIC X(01).
               88  ROLE-FOUND       VALUE 'Y'.
               88  ROLE-NOT-FOUND   VALUE 'N'.
      *
      * THE ROLES AIAD CAN GRANT - THE CODE TYPED IN THE ROLE FIELD
      * AND THE NAME WRITTEN TO THE AIAL TRAIL. THE ORDER MATCHES THE
      * ROLE FLAGS ON THE AIAUTH RECORD
      *
       01  WS-ROLE-VALUES.
           05  FILLER               PIC X(11) VALUE 'SECSECADMIN'.
           05  FILLER               PIC X(11) VALUE 'OPROPERATOR'.
           05  FILLER               PIC X(11) VALUE 'RVWREVIEWER'.
           05  FILLER               PIC X(11) VALUE 'FAQCURATOR '.
       01  WS-ROLE-TABLE REDEFINES WS-ROLE-VALUES.
           05  WS-ROLE-ENTRY        OCCURS 4 TIMES.
               10  WS-ROLE-CODE     PIC X(03).
               10  WS-ROLE-NAME     PIC X(08).
      *
      * ONE FORMATTED LIST LINE - USERID, STATUS, ROLES HELD, COST
      * CENTER, AND THE LAST-CHANGE STAMP CARRIED ON THE AIAUTH RECORD
      *
       01  WS-LIST-LINE.
           05  WS-LL-USERID         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-STATUS         PIC X(09).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-ROLES          PIC X(15).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-COST-CTR       PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-UPD-USER       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-UPD-DATE       PIC X(08).
           05  FILLER               PIC X(12) VALUE SPACES.
      *
      * AUTHORIZATION CONTROL FILE - SAME LAYOUT AIPGM USES. THE ROLE
      * FLAGS AND LAST-CHANGE STAMP ARE MAINTAINED ONLY HERE
      *
       01  AIAUTH-RECORD.
           05  AIAUTH-USERID        PIC X(08).
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
           05  FILLER REDEFINES AIAUTH-ROLES.
               10  AIAUTH-ROLE-FLAG PIC X(01) OCCURS 4 TIMES.
           05  AIAUTH-UPD-USER      PIC X(08).
           05  AIAUTH-UPD-TIME      PIC S9(15) COMP-3.
           05  AIAUTH-COST-CTR      PIC X(06).
       01  AIAUTH-LENGTH            PIC S9(4) COMP VALUE 35.
      *
      * THE ADMIN'S OWN AIAUTH RECORD IS READ SEPARATELY SO THE
      * AUTHORITY CHECK DOES NOT CLOBBER THE RECORD BEING MAINTAINED
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
      *
      * CHANGE-TRAIL RECORD WRITTEN TO THE AIAL TD QUEUE FOR EVERY
      * ADD, SUSPEND, REACTIVATE, COST CENTER CHANGE AND ROLE GRANT OR
      * REVOKE - WHO CHANGED WHAT, FROM WHAT, TO WHAT, AND WHEN. A
      * STATUS CHANGE USES THE OLD/NEW STATUS BYTES; A CHANGE TO ANY
      * OTHER FIELD CARRIES THE OLD AND NEW VALUES IN THE VALUE FIELDS,
      * WHICH ARE OTHERWISE SPACES. A GRANT CARRIES THE ROLE NAME AS
      * THE NEW VALUE, A REVOKE AS THE OLD VALUE
      *
       01  AIAL-RECORD.
           05  AIAL-ADMIN-USER      PIC X(08).
               88  AIAL-ADD         VALUE 'A'.
               88  AIAL-SUSPEND     VALUE 'S'.
               88  AIAL-REACTIVATE  VALUE 'R'.
               88  AIAL-COST-CTR    VALUE 'C'.
               88  AIAL-ROLE-GRANT  VALUE 'G'.
               88  AIAL-ROLE-REVOKE VALUE 'V'.
           05  AIAL-TARGET-USER     PIC X(08).
           05  AIAL-OLD-STATUS      PIC X(01).
           05  AIAL-NEW-STATUS      PIC X(01).
           05  AIAL-TIME            PIC S9(15) COMP-3.
           05  AIAL-OLD-VALUE       PIC X(08).
           05  AIAL-NEW-VALUE       PIC X(08).
       01  AIAL-LENGTH              PIC S9(4) COMP VALUE 47.
      *
      * DFHAID COPY
      *
           ELSE
               PERFORM 1000-FIRST-TIME THRU 1000-EXIT
      *
      * A USERID WITHOUT THE ROLE MUST NOT BE RE-ARMED FOR ANOTHER AIAD
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
               DATESEP('/')
           END-EXEC.
      *
           MOVE 'READY L A S R C=cctr G=grant V=revoke' TO STATO.
           MOVE 'SEC=security OPR=operator RVW=reviewer FAQ=curator'
               TO MSGO.
      *
           EXEC CICS SEND
               MAP('AIMAP2')
           EXIT.
      *
      *****************************************************************
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE SECURITY           *
      * ADMINISTRATOR ROLE MAY MAINTAIN THE ACCESS LIST               *
      *****************************************************************
       1100-CHECK-ADMIN.
      *
      *
           IF EIBRESP NOT = 0
               OR NOT AIADMIN-ALLOWED
               OR NOT AIADMIN-IS-SECADM
               MOVE 'N' TO WS-AUTH-SW
               EXEC CICS SEND TEXT
                   FROM('Not authorized for AI security admin')
                   LENGTH(36)
                   ERASE
                   FREEKB
               END-EXEC
      *****************************************************************
       2000-PROCESS-INPUT.
      *
      * THE ROLE IS RECHECKED ON EVERY INPUT - AN ADMIN WHOSE
      * OWN ACCESS WAS SUSPENDED MID-CONVERSATION MUST NOT KEEP A
      * LIVE MAINTENANCE SCREEN
      *
                   PERFORM 5300-CHANGE-STATUS THRU 5300-EXIT
               WHEN 'R'
                   PERFORM 5300-CHANGE-STATUS THRU 5300-EXIT
               WHEN 'C'
                   PERFORM 5400-CHANGE-COST-CTR THRU 5400-EXIT
               WHEN 'G'
                   PERFORM 5500-CHANGE-ROLE THRU 5500-EXIT
               WHEN 'V'
                   PERFORM 5500-CHANGE-ROLE THRU 5500-EXIT
               WHEN OTHER
                   MOVE 'Action must be L, A, S, R, C, G or V' TO WS-MSG
                   PERFORM 6000-SEND-ERROR THRU 6000-EXIT
           END-EVALUATE.
      *
               MOVE 'SUSPENDED' TO WS-LL-STATUS
           END-IF.
      *
           IF AIAUTH-IS-SECADM
               MOVE 'SEC' TO WS-LL-ROLES(1:3)
           END-IF.
           IF AIAUTH-IS-OPERATOR
               MOVE 'OPR' TO WS-LL-ROLES(5:3)
           END-IF.
           IF AIAUTH-IS-REVIEWER
               MOVE 'RVW' TO WS-LL-ROLES(9:3)
           END-IF.
           IF AIAUTH-IS-CURATOR
               MOVE 'FAQ' TO WS-LL-ROLES(13:3)
           END-IF.
      *
           MOVE AIAUTH-COST-CTR TO WS-LL-COST-CTR.
      *
           MOVE AIAUTH-UPD-USER TO WS-LL-UPD-USER.
      *
           EXIT.
      *
      *****************************************************************
      * ADD A NEW USERID TO THE ACCESS LIST - THE COST CENTER MAY BE  *
      * GIVEN NOW OR SET LATER WITH ACTION C                          *
      *****************************************************************
       5200-ADD-ENTRY.
      *
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5200-EXIT
           END-IF.
      *
      * A COST CENTER FIELD LEFT EMPTY COMES BACK AS LOW-VALUES
      *
           INSPECT CCTRI REPLACING ALL LOW-VALUES BY SPACES.
      *
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           MOVE SPACES     TO AIAUTH-RECORD.
           MOVE USRIDI     TO AIAUTH-USERID.
           MOVE 'A'        TO AIAUTH-STATUS.
           MOVE 'NNNN'     TO AIAUTH-ROLES.
           MOVE EIBUSERID  TO AIAUTH-UPD-USER.
           MOVE WS-ABSTIME TO AIAUTH-UPD-TIME.
           MOVE CCTRI      TO AIAUTH-COST-CTR.
      *
           EXEC CICS WRITE
               FILE('AIAUTH')
           MOVE 'A'    TO AIAL-ACTION.
           MOVE SPACE  TO AIAL-OLD-STATUS.
           MOVE 'A'    TO AIAL-NEW-STATUS.
           MOVE SPACES TO AIAL-OLD-VALUE.
           MOVE SPACES TO AIAL-NEW-VALUE.
           MOVE CCTRI  TO AIAL-NEW-VALUE.
           PERFORM 5900-WRITE-CHANGE-TRAIL THRU 5900-EXIT.
      *
           MOVE 'Userid added to the access list' TO WS-MSG.
           END-EXEC.
      *
           MOVE AIAUTH-STATUS TO AIAL-NEW-STATUS.
           MOVE SPACES        TO AIAL-OLD-VALUE.
           MOVE SPACES        TO AIAL-NEW-VALUE.
           PERFORM 5900-WRITE-CHANGE-TRAIL THRU 5900-EXIT.
      *
           IF ACTI = 'S'
           EXIT.
      *
      *****************************************************************
      * SET OR CHANGE A USERID'S COST CENTER (ACTION C) - A BLANK     *
      * COST CENTER FIELD CLEARS IT. STATUS IS LEFT ALONE, SO THE     *
      * TRAIL RECORD CARRIES THE SAME STATUS AS OLD AND NEW           *
      *****************************************************************
       5400-CHANGE-COST-CTR.
      *
           IF USRIDI = SPACES
               MOVE 'Enter the userid to change' TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5400-EXIT
           END-IF.
      *
           INSPECT CCTRI REPLACING ALL LOW-VALUES BY SPACES.
      *
           MOVE USRIDI TO AIAUTH-USERID.
      *
           EXEC CICS READ
               FILE('AIAUTH')
               INTO(AIAUTH-RECORD)
               RIDFLD(AIAUTH-USERID)
               LENGTH(AIAUTH-LENGTH)
               UPDATE
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 'Userid is not on the access list' TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5400-EXIT
           END-IF.
      *
           IF AIAUTH-COST-CTR = CCTRI
               EXEC CICS UNLOCK
                   FILE('AIAUTH')
               END-EXEC
               MOVE 'Cost center is unchanged' TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5400-EXIT
           END-IF.
      *
           MOVE SPACES          TO AIAL-OLD-VALUE.
           MOVE SPACES          TO AIAL-NEW-VALUE.
           MOVE AIAUTH-COST-CTR TO AIAL-OLD-VALUE.
           MOVE CCTRI           TO AIAL-NEW-VALUE.
           MOVE CCTRI           TO AIAUTH-COST-CTR.
      *
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
      *
           MOVE EIBUSERID  TO AIAUTH-UPD-USER.
           MOVE WS-ABSTIME TO AIAUTH-UPD-TIME.
      *
           EXEC CICS REWRITE
               FILE('AIAUTH')
               FROM(AIAUTH-RECORD)
               LENGTH(AIAUTH-LENGTH)
           END-EXEC.
      *
           MOVE 'C'           TO AIAL-ACTION.
           MOVE AIAUTH-STATUS TO AIAL-OLD-STATUS.
           MOVE AIAUTH-STATUS TO AIAL-NEW-STATUS.
           PERFORM 5900-WRITE-CHANGE-TRAIL THRU 5900-EXIT.
      *
           IF CCTRI = SPACES
               MOVE 'Cost center cleared' TO WS-MSG
           ELSE
               MOVE 'Cost center changed' TO WS-MSG
           END-IF.
           PERFORM 6100-SEND-CONFIRM THRU 6100-EXIT.
      *
       5400-EXIT.
           EXIT.
      *
      *****************************************************************
      * GRANT (ACTION G) OR REVOKE (ACTION V) ONE ROLE. THE ROLE IS   *
      * NAMED BY ITS CODE IN THE ROLE FIELD; THE OTHER ROLES AND THE  *
      * STATUS ARE LEFT ALONE, SO THE TRAIL RECORD CARRIES THE SAME   *
      * STATUS AS OLD AND NEW AND THE ROLE NAME AS THE VALUE          *
      *****************************************************************
       5500-CHANGE-ROLE.
      *
           IF USRIDI = SPACES
               MOVE 'Enter the userid to change' TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5500-EXIT
           END-IF.
      *
           INSPECT ROLEI REPLACING ALL LOW-VALUES BY SPACES.
      *
           MOVE 'N' TO WS-ROLE-SW.
      *
           PERFORM 5510-FIND-ROLE THRU 5510-EXIT
               VARYING WS-ROLE-SUB FROM 1 BY 1
               UNTIL WS-ROLE-SUB > 4
               OR ROLE-FOUND.
      *
           IF ROLE-NOT-FOUND
               MOVE 'Role must be SEC, OPR, RVW or FAQ' TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5500-EXIT
           END-IF.
      *
           MOVE USRIDI TO AIAUTH-USERID.
      *
           EXEC CICS READ
               FILE('AIAUTH')
               INTO(AIAUTH-RECORD)
               RIDFLD(AIAUTH-USERID)
               LENGTH(AIAUTH-LENGTH)
               UPDATE
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 'Userid is not on the access list' TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5500-EXIT
           END-IF.
      *
           IF ACTI = 'G'
               AND AIAUTH-ROLE-FLAG(WS-ROLE-IX) = 'Y'
               EXEC CICS UNLOCK
                   FILE('AIAUTH')
               END-EXEC
               MOVE 'Userid already holds that role' TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5500-EXIT
           END-IF.
      *
           IF ACTI = 'V'
               AND AIAUTH-ROLE-FLAG(WS-ROLE-IX) NOT = 'Y'
               EXEC CICS UNLOCK
                   FILE('AIAUTH')
               END-EXEC
               MOVE 'Userid does not hold that role' TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5500-EXIT
           END-IF.
      *
      * A SECURITY ADMINISTRATOR MUST NOT BE ABLE TO LOCK THE WHOLE
      * GROUP OUT BY REVOKING THEIR OWN SECURITY ADMINISTRATOR ROLE
      *
           IF ACTI = 'V'
               AND WS-ROLE-IX = 1
               AND AIAUTH-USERID = EIBUSERID
               EXEC CICS UNLOCK
                   FILE('AIAUTH')
               END-EXEC
               MOVE 'Cannot revoke your own security admin role'
                   TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5500-EXIT
           END-IF.
      *
           MOVE SPACES TO AIAL-OLD-VALUE.
           MOVE SPACES TO AIAL-NEW-VALUE.
      *
           IF ACTI = 'G'
               MOVE 'Y' TO AIAUTH-ROLE-FLAG(WS-ROLE-IX)
               MOVE WS-ROLE-NAME(WS-ROLE-IX) TO AIAL-NEW-VALUE
               MOVE 'G' TO AIAL-ACTION
           ELSE
               MOVE 'N' TO AIAUTH-ROLE-FLAG(WS-ROLE-IX)
               MOVE WS-ROLE-NAME(WS-ROLE-IX) TO AIAL-OLD-VALUE
               MOVE 'V' TO AIAL-ACTION
           END-IF.
      *
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
      *
           MOVE EIBUSERID  TO AIAUTH-UPD-USER.
           MOVE WS-ABSTIME TO AIAUTH-UPD-TIME.
      *
           EXEC CICS REWRITE
               FILE('AIAUTH')
               FROM(AIAUTH-RECORD)
               LENGTH(AIAUTH-LENGTH)
           END-EXEC.
      *
           MOVE AIAUTH-STATUS TO AIAL-OLD-STATUS.
           MOVE AIAUTH-STATUS TO AIAL-NEW-STATUS.
           PERFORM 5900-WRITE-CHANGE-TRAIL THRU 5900-EXIT.
      *
           IF ACTI = 'G'
               MOVE 'Role granted' TO WS-MSG
           ELSE
               MOVE 'Role revoked' TO WS-MSG
           END-IF.
           PERFORM 6100-SEND-CONFIRM THRU 6100-EXIT.
      *
       5500-EXIT.
           EXIT.
      *
      *****************************************************************
      * MATCH THE ROLE FIELD AGAINST ONE ENTRY OF THE ROLE TABLE      *
      *****************************************************************
       5510-FIND-ROLE.
      *
           IF WS-ROLE-CODE(WS-ROLE-SUB) = ROLEI
               MOVE WS-ROLE-SUB TO WS-ROLE-IX
               MOVE 'Y'         TO WS-ROLE-SW
           END-IF.
      *
       5510-EXIT.
           EXIT.
      *
      *****************************************************************
      * WRITE ONE CHANGE-TRAIL RECORD TO THE AIAL TD QUEUE - CALLER   *
      * SETS ACTION, OLD AND NEW STATUS FIRST                         *
      *****************************************************************
