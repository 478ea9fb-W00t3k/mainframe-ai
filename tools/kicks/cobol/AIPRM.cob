       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIPRM.
      *****************************************************************
      * AI MAINFRAME ASSISTANT - RUN-TIME PARAMETER MAINTENANCE       *
      * FOR KICKS ON MVS 3.8J                                         *
      *                                                               *
      * TRANSACTION ID: AIPA                                          *
      *                                                               *
      * ONLINE MAINTENANCE FOR THE AIPARM FILE OF TUNING LIMITS THAT  *
      * AIPGM AND THE AIMN MONITOR READ AT THE START OF EVERY TASK,   *
      * SO A LIMIT CAN BE CHANGED IN THE MIDDLE OF AN INCIDENT        *
      * WITHOUT A RECOMPILE:                                          *
      *    MAXWAIT   SECONDS AIPGM WAITS FOR AN ANSWER BEFORE TIMEOUT *
      *    MAXBKLOG  OUTSTANDING QUESTIONS BEFORE "SYSTEM BUSY"       *
      *    DFTALLOW  DAILY ALLOWANCE GIVEN A USERID NEW TO AIQTA      *
      *    HBSTALE   MILLISECONDS OF HEARTBEAT SILENCE BEFORE THE     *
      *              BRIDGE IS TREATED AS DOWN                        *
      *    MONINTVL  SECONDS BETWEEN AIMN MONITOR CYCLES              *
      *    MONBKLOG  OUTSTANDING QUESTIONS THAT RAISE AN AIMN ALERT   *
      *    MONQDPTH  REQUEST QUEUE DEPTH THAT RAISES AN AIMN ALERT    *
      *    MONTMOUT  TIMEOUTS IN ONE AIMN CYCLE THAT RAISE AN ALERT   *
      *    MONPNAGE  SECONDS THE OLDEST QUESTION MAY WAIT BEFORE AN   *
      *              AIMN ALERT                                       *
      * 1. DISPLAY EVERY SETTING, ITS VALUE IN FORCE AND WHETHER THAT *
      *    COMES FROM THE FILE OR THE PROGRAM DEFAULT (ACTION D)      *
      * 2. CHANGE ONE SETTING - THE NEW VALUE MUST LIE BETWEEN THE    *
      *    MINIMUM AND MAXIMUM SHOWN ON THE LIST (ACTION C)           *
      * 3. PUT ONE SETTING BACK TO ITS PROGRAM DEFAULT (ACTION R)     *
      *                                                               *
      * EVERY CHANGE IS STAMPED ON THE AIPARM RECORD ITSELF (WHO AND  *
      * WHEN) AND ALSO WRITTEN TO THE AIPL TD QUEUE, IN THE SAME WAY  *
      * AIAD WRITES AIAL, SO THE CHANGE TRAIL CAN BE REVIEWED WITHOUT *
      * PULLING THE VSAM FILE.                                        *
      *                                                               *
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE OPERATOR ROLE MAY  *
      * RUN THIS TRANSACTION - SAME RULE AS AIOP, AIRC AND AIMS.      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      * COMMUNICATION AREA
      *
       01  WS-COMMAREA.
           05  WS-COMM-FLAG          PIC X(01).
               88  FIRST-TIME        VALUE SPACE.
               88  RETURN-ENTRY      VALUE 'R'.
           05  FILLER                PIC X(01).
      *
      * BMS MAP AREAS
      *
       01  AIMAP8I.
           05  FILLER                PIC X(12).
           05  DATEIL               PIC S9(4) COMP.
           05  DATEIF               PIC X(01).
           05  FILLER REDEFINES DATEIF.
               10  DATEIA           PIC X(01).
           05  DATEI                PIC X(8).
           05  ACTIL                PIC S9(4) COMP.
           05  ACTIF                PIC X(01).
           05  FILLER REDEFINES ACTIF.
               10  ACTIA            PIC X(01).
           05  ACTI                 PIC X(01).
           05  PKEYIL               PIC S9(4) COMP.
           05  PKEYIF               PIC X(01).
           05  FILLER REDEFINES PKEYIF.
               10  PKEYIA           PIC X(01).
           05  PKEYI                PIC X(08).
           05  PVALIL               PIC S9(4) COMP.
           05  PVALIF               PIC X(01).
           05  FILLER REDEFINES PVALIF.
               10  PVALIA           PIC X(01).
           05  PVALI                PIC X(07).
           05  LST01IL              PIC S9(4) COMP.
           05  LST01IF              PIC X(01).
           05  FILLER REDEFINES LST01IF.
               10  LST01IA          PIC X(01).
           05  LST01I               PIC X(76).
           05  LST02IL              PIC S9(4) COMP.
           05  LST02IF              PIC X(01).
           05  FILLER REDEFINES LST02IF.
               10  LST02IA          PIC X(01).
           05  LST02I               PIC X(76).
           05  LST03IL              PIC S9(4) COMP.
           05  LST03IF              PIC X(01).
           05  FILLER REDEFINES LST03IF.
               10  LST03IA          PIC X(01).
           05  LST03I               PIC X(76).
           05  LST04IL              PIC S9(4) COMP.
           05  LST04IF              PIC X(01).
           05  FILLER REDEFINES LST04IF.
               10  LST04IA          PIC X(01).
           05  LST04I               PIC X(76).
           05  LST05IL              PIC S9(4) COMP.
           05  LST05IF              PIC X(01).
           05  FILLER REDEFINES LST05IF.
               10  LST05IA          PIC X(01).
           05  LST05I               PIC X(76).
           05  LST06IL              PIC S9(4) COMP.
           05  LST06IF              PIC X(01).
           05  FILLER REDEFINES LST06IF.
               10  LST06IA          PIC X(01).
           05  LST06I               PIC X(76).
           05  LST07IL              PIC S9(4) COMP.
           05  LST07IF              PIC X(01).
           05  FILLER REDEFINES LST07IF.
               10  LST07IA          PIC X(01).
           05  LST07I               PIC X(76).
           05  LST08IL              PIC S9(4) COMP.
           05  LST08IF              PIC X(01).
           05  FILLER REDEFINES LST08IF.
               10  LST08IA          PIC X(01).
           05  LST08I               PIC X(76).
           05  LST09IL              PIC S9(4) COMP.
           05  LST09IF              PIC X(01).
           05  FILLER REDEFINES LST09IF.
               10  LST09IA          PIC X(01).
           05  LST09I               PIC X(76).
           05  LST10IL              PIC S9(4) COMP.
           05  LST10IF              PIC X(01).
           05  FILLER REDEFINES LST10IF.
               10  LST10IA          PIC X(01).
           05  LST10I               PIC X(76).
           05  LST11IL              PIC S9(4) COMP.
           05  LST11IF              PIC X(01).
           05  FILLER REDEFINES LST11IF.
               10  LST11IA          PIC X(01).
           05  LST11I               PIC X(76).
           05  STATIL               PIC S9(4) COMP.
           05  STATIF               PIC X(01).
           05  FILLER REDEFINES STATIF.
               10  STATIA           PIC X(01).
           05  STATI                PIC X(40).
           05  MSGIL                PIC S9(4) COMP.
           05  MSGIF                PIC X(01).
           05  FILLER REDEFINES MSGIF.
               10  MSGIA            PIC X(01).
           05  MSGI                 PIC X(78).
      *
       01  AIMAP8O.
           05  FILLER                PIC X(12).
           05  DATEOL               PIC S9(4) COMP.
           05  DATEOF               PIC X(01).
           05  FILLER REDEFINES DATEOF.
               10  DATEOA           PIC X(01).
           05  DATEO                PIC X(8).
           05  ACTOL                PIC S9(4) COMP.
           05  ACTOF                PIC X(01).
           05  FILLER REDEFINES ACTOF.
               10  ACTOA            PIC X(01).
           05  ACTO                 PIC X(01).
           05  PKEYOL               PIC S9(4) COMP.
           05  PKEYOF               PIC X(01).
           05  FILLER REDEFINES PKEYOF.
               10  PKEYOA           PIC X(01).
           05  PKEYO                PIC X(08).
           05  PVALOL               PIC S9(4) COMP.
           05  PVALOF               PIC X(01).
           05  FILLER REDEFINES PVALOF.
               10  PVALOA           PIC X(01).
           05  PVALO                PIC X(07).
           05  LST01OL              PIC S9(4) COMP.
           05  LST01OF              PIC X(01).
           05  FILLER REDEFINES LST01OF.
               10  LST01OA          PIC X(01).
           05  LST01O               PIC X(76).
           05  LST02OL              PIC S9(4) COMP.
           05  LST02OF              PIC X(01).
           05  FILLER REDEFINES LST02OF.
               10  LST02OA          PIC X(01).
           05  LST02O               PIC X(76).
           05  LST03OL              PIC S9(4) COMP.
           05  LST03OF              PIC X(01).
           05  FILLER REDEFINES LST03OF.
               10  LST03OA          PIC X(01).
           05  LST03O               PIC X(76).
           05  LST04OL              PIC S9(4) COMP.
           05  LST04OF              PIC X(01).
           05  FILLER REDEFINES LST04OF.
               10  LST04OA          PIC X(01).
           05  LST04O               PIC X(76).
           05  LST05OL              PIC S9(4) COMP.
           05  LST05OF              PIC X(01).
           05  FILLER REDEFINES LST05OF.
               10  LST05OA          PIC X(01).
           05  LST05O               PIC X(76).
           05  LST06OL              PIC S9(4) COMP.
           05  LST06OF              PIC X(01).
           05  FILLER REDEFINES LST06OF.
               10  LST06OA          PIC X(01).
           05  LST06O               PIC X(76).
           05  LST07OL              PIC S9(4) COMP.
           05  LST07OF              PIC X(01).
           05  FILLER REDEFINES LST07OF.
               10  LST07OA          PIC X(01).
           05  LST07O               PIC X(76).
           05  LST08OL              PIC S9(4) COMP.
           05  LST08OF              PIC X(01).
           05  FILLER REDEFINES LST08OF.
               10  LST08OA          PIC X(01).
           05  LST08O               PIC X(76).
           05  LST09OL              PIC S9(4) COMP.
           05  LST09OF              PIC X(01).
           05  FILLER REDEFINES LST09OF.
               10  LST09OA          PIC X(01).
           05  LST09O               PIC X(76).
           05  LST10OL              PIC S9(4) COMP.
           05  LST10OF              PIC X(01).
           05  FILLER REDEFINES LST10OF.
               10  LST10OA          PIC X(01).
           05  LST10O               PIC X(76).
           05  LST11OL              PIC S9(4) COMP.
           05  LST11OF              PIC X(01).
           05  FILLER REDEFINES LST11OF.
               10  LST11OA          PIC X(01).
           05  LST11O               PIC X(76).
           05  STATOL               PIC S9(4) COMP.
           05  STATOF               PIC X(01).
           05  FILLER REDEFINES STATOF.
               10  STATOA           PIC X(01).
           05  STATO                PIC X(40).
           05  MSGOL                PIC S9(4) COMP.
           05  MSGOF                PIC X(01).
           05  FILLER REDEFINES MSGOF.
               10  MSGOA            PIC X(01).
           05  MSGO                 PIC X(78).
      *
      * WORKING VARIABLES
      *
       01  WS-VARIABLES.
           05  WS-ABSTIME           PIC S9(15) COMP-3.
           05  WS-MSG               PIC X(78).
           05  WS-UPD-DATE          PIC X(08).
           05  WS-AUTH-SW           PIC X(01).
               88  AUTH-OK          VALUE 'Y'.
               88  AUTH-FAILED      VALUE 'N'.
      *
      * PARAMETER LOOKUP - WS-PARM-IX IS THE TABLE ENTRY MATCHING THE
      * KEY TYPED, WS-PARM-SUB DRIVES THE LOOKUP AND LIST LOOPS
      *
           05  WS-PARM-SUB          PIC 9(02) COMP.
           05  WS-PARM-IX           PIC 9(02) COMP.
           05  WS-PARM-SW           PIC X(01).
               88  PARM-FOUND       VALUE 'Y'.
               88  PARM-NOT-FOUND   VALUE 'N'.
           05  WS-ONFILE-SW         PIC X(01).
               88  PARM-ON-FILE     VALUE 'Y'.
               88  PARM-NOT-ON-FILE VALUE 'N'.
           05  WS-OLD-VALUE         PIC 9(07).
      *
      * NEW VALUE PULLED OFF THE VALUE FIELD ONE DIGIT AT A TIME -
      * BLANKS AROUND IT ARE FINE, ANYTHING ELSE IS NOT
      *
           05  WS-VAL-NUM           PIC 9(07).
           05  WS-VAL-DIGITS        PIC 9(02) COMP.
           05  WS-VAL-SUB           PIC 9(02) COMP.
           05  WS-DIGIT-X           PIC X(01).
           05  WS-DIGIT-9           PIC 9(01).
           05  WS-VAL-PARSE-SW      PIC X(01).
               88  VAL-GIVEN        VALUE 'Y'.
               88  VAL-ABSENT       VALUE 'N'.
               88  VAL-INVALID      VALUE 'X'.
      *
      * THE SETTINGS AIPGM AND AIMON READ FROM AIPARM - KEY, SCREEN
      * NAME, THE DEFAULT THE PROGRAM FALLS BACK TO WHEN NO RECORD IS
      * ON FILE, AND THE LOWEST AND HIGHEST VALUE ACCEPTED. THE
      * DEFAULTS MUST MATCH THE VALUE CLAUSES IN AIPGM AND AIMON, THE
      * MONQDPTH CEILING THE 120-RECORD TABLE AIMON COUNTS QUEUES
      * WITH, AND THE MAXBKLOG CEILING MUST MATCH
      * THE HIGHEST SLOT AIPGM, AIOPS AND AIRCV SCAN THE AIPN AND AILT
      * REGISTRIES TO. MAXWAIT IS COUNTED IN ONE-SECOND TIMER TICKS
      *
       01  WS-PARM-VALUES.
           05  FILLER               PIC X(08) VALUE 'MAXWAIT '.
           05  FILLER               PIC X(17) VALUE 'ANSWER WAIT SECS'.
           05  FILLER               PIC 9(07) VALUE 10.
           05  FILLER               PIC 9(07) VALUE 5.
           05  FILLER               PIC 9(07) VALUE 90.
           05  FILLER               PIC X(08) VALUE 'MAXBKLOG'.
           05  FILLER               PIC X(17) VALUE 'BACKLOG LIMIT'.
           05  FILLER               PIC 9(07) VALUE 25.
           05  FILLER               PIC 9(07) VALUE 5.
           05  FILLER               PIC 9(07) VALUE 60.
           05  FILLER               PIC X(08) VALUE 'DFTALLOW'.
           05  FILLER               PIC X(17) VALUE 'NEW USER QUOTA'.
           05  FILLER               PIC 9(07) VALUE 25.
           05  FILLER               PIC 9(07) VALUE 1.
           05  FILLER               PIC 9(07) VALUE 500.
           05  FILLER               PIC X(08) VALUE 'HBSTALE '.
           05  FILLER               PIC X(17) VALUE 'HBEAT STALE MS'.
           05  FILLER               PIC 9(07) VALUE 30000.
           05  FILLER               PIC 9(07) VALUE 10000.
           05  FILLER               PIC 9(07) VALUE 300000.
           05  FILLER               PIC X(08) VALUE 'MONINTVL'.
           05  FILLER               PIC X(17) VALUE 'MONITOR CYCLE SEC'.
           05  FILLER               PIC 9(07) VALUE 60.
           05  FILLER               PIC 9(07) VALUE 15.
           05  FILLER               PIC 9(07) VALUE 3600.
           05  FILLER               PIC X(08) VALUE 'MONBKLOG'.
           05  FILLER               PIC X(17) VALUE 'ALERT BACKLOG'.
           05  FILLER               PIC 9(07) VALUE 20.
           05  FILLER               PIC 9(07) VALUE 1.
           05  FILLER               PIC 9(07) VALUE 60.
           05  FILLER               PIC X(08) VALUE 'MONQDPTH'.
           05  FILLER               PIC X(17) VALUE 'ALERT QUEUE DEPTH'.
           05  FILLER               PIC 9(07) VALUE 10.
           05  FILLER               PIC 9(07) VALUE 1.
           05  FILLER               PIC 9(07) VALUE 120.
           05  FILLER               PIC X(08) VALUE 'MONTMOUT'.
           05  FILLER               PIC X(17) VALUE 'ALERT TIMEOUTS'.
           05  FILLER               PIC 9(07) VALUE 3.
           05  FILLER               PIC 9(07) VALUE 1.
           05  FILLER               PIC 9(07) VALUE 999.
           05  FILLER               PIC X(08) VALUE 'MONPNAGE'.
           05  FILLER               PIC X(17) VALUE 'ALERT WAIT SECS'.
           05  FILLER               PIC 9(07) VALUE 30.
           05  FILLER               PIC 9(07) VALUE 5.
           05  FILLER               PIC 9(07) VALUE 3600.
       01  WS-PARM-TABLE REDEFINES WS-PARM-VALUES.
           05  WS-PARM-ENTRY        OCCURS 9 TIMES.
               10  WS-PARM-KEY      PIC X(08).
               10  WS-PARM-DESC     PIC X(17).
               10  WS-PARM-DEFAULT  PIC 9(07).
               10  WS-PARM-MIN      PIC 9(07).
               10  WS-PARM-MAX      PIC 9(07).
      *
      * LIST HEADING AND ONE FORMATTED LIST LINE - KEY, NAME, VALUE IN
      * FORCE AND WHERE IT COMES FROM, THE ACCEPTED RANGE, AND THE
      * LAST-CHANGE STAMP CARRIED ON THE AIPARM RECORD
      *
       01  WS-LIST-HEAD.
           05  FILLER               PIC X(36)
               VALUE 'KEY      SETTING             VALUE '.
           05  FILLER               PIC X(40)
               VALUE 'SOURCE      MIN     MAX CHANGED  ON'.
      *
       01  WS-LIST-LINE.
           05  WS-PL-KEY            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-PL-DESC           PIC X(17).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-PL-VALUE          PIC Z(06)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-PL-SOURCE         PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-PL-MIN            PIC Z(06)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-PL-MAX            PIC Z(06)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-PL-UPD-USER       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-PL-UPD-DATE       PIC X(08).
      *
      * RUN-TIME PARAMETER FILE - KEYED VSAM (AIPARM), ONE RECORD PER
      * SETTING KEYED BY ITS NAME. A SETTING WITH NO RECORD RUNS AT
      * THE PROGRAM DEFAULT
      *
       01  AIPARM-RECORD.
           05  AIPARM-KEY           PIC X(08).
           05  AIPARM-VALUE         PIC 9(07).
           05  AIPARM-UPD-USER      PIC X(08).
           05  AIPARM-UPD-TIME      PIC S9(15) COMP-3.
       01  AIPARM-LENGTH            PIC S9(4) COMP VALUE 31.
      *
      * CHANGE-TRAIL RECORD WRITTEN TO THE AIPL TD QUEUE FOR EVERY
      * CHANGE MADE HERE - SAME SHAPE AS THE AIAL TRAIL AIAD WRITES,
      * WITH THE SETTING IN PLACE OF THE TARGET USERID
      *
       01  AIPL-RECORD.
           05  AIPL-ADMIN-USER      PIC X(08).
           05  AIPL-TERMID          PIC X(04).
           05  AIPL-ACTION          PIC X(01).
               88  AIPL-CHANGE      VALUE 'C'.
               88  AIPL-RESET       VALUE 'R'.
           05  AIPL-PARM-KEY        PIC X(08).
           05  AIPL-OLD-VALUE       PIC 9(07).
           05  AIPL-NEW-VALUE       PIC 9(07).
           05  AIPL-TIME            PIC S9(15) COMP-3.
       01  AIPL-LENGTH              PIC S9(4) COMP VALUE 43.
      *
      * THE OPERATOR'S OWN AIAUTH RECORD - SAME LAYOUT AIPGM USES
      *
       01  AIADMIN-RECORD.
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
       01  DFHAID.
           05  DFHNULL              PIC X VALUE X'00'.
           05  DFHENTER             PIC X VALUE ''''.
           05  DFHCLEAR             PIC X VALUE '_'.
           05  DFHPEN               PIC X VALUE '='.
           05  DFHOPID              PIC X VALUE 'W'.
           05  DFHPA1               PIC X VALUE '%'.
           05  DFHPA2               PIC X VALUE '>'.
           05  DFHPA3               PIC X VALUE ','.
           05  DFHPF1               PIC X VALUE '1'.
           05  DFHPF2               PIC X VALUE '2'.
           05  DFHPF3               PIC X VALUE '3'.
           05  DFHPF4               PIC X VALUE '4'.
           05  DFHPF5               PIC X VALUE '5'.
           05  DFHPF6               PIC X VALUE '6'.
           05  DFHPF7               PIC X VALUE '7'.
           05  DFHPF8               PIC X VALUE '8'.
           05  DFHPF9               PIC X VALUE '9'.
           05  DFHPF10              PIC X VALUE ':'.
           05  DFHPF11              PIC X VALUE '#'.
           05  DFHPF12              PIC X VALUE '@'.
      *
       01  DFHBMSCA                 PIC X VALUE X'00'.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(02).
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * MAIN PROCESSING                                               *
      *****************************************************************
       0000-MAIN.
      *
           IF EIBCALEN NOT = 0
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
           ELSE
               PERFORM 1000-FIRST-TIME THRU 1000-EXIT
      *
      * A USERID WITHOUT THE ROLE MUST NOT BE RE-ARMED FOR ANOTHER AIPA
      * INPUT - END THE CONVERSATION HERE INSTEAD OF FALLING INTO THE
      * NORMAL RETURN BELOW
      *
               IF AUTH-FAILED
                   EXEC CICS RETURN
                   END-EXEC
                   GO TO 0000-EXIT
               END-IF
           END-IF.
      *
           EXEC CICS RETURN
               TRANSID('AIPA')
               COMMAREA(WS-COMMAREA)
               LENGTH(2)
           END-EXEC.
      *
       0000-EXIT.
           STOP RUN.
      *
      *****************************************************************
      * FIRST TIME - ROLE CHECK AND THE SETTINGS NOW IN FORCE         *
      *****************************************************************
       1000-FIRST-TIME.
      *
           PERFORM 1100-CHECK-ADMIN THRU 1100-EXIT.
      *
           IF AUTH-FAILED
               GO TO 1000-EXIT
           END-IF.
      *
           MOVE SPACE TO WS-COMM-FLAG.
      *
           MOVE 'C needs a key and a value, R needs only the key'
               TO WS-MSG.
           PERFORM 5100-SHOW-PARMS THRU 5100-EXIT.
      *
           MOVE 'R' TO WS-COMM-FLAG.
      *
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE OPERATOR ROLE MAY  *
      * CHANGE THE RUN-TIME PARAMETERS                                *
      *****************************************************************
       1100-CHECK-ADMIN.
      *
           MOVE EIBUSERID TO AIADMIN-USERID.
      *
           EXEC CICS READ
               FILE('AIAUTH')
               INTO(AIADMIN-RECORD)
               RIDFLD(AIADMIN-USERID)
               LENGTH(AIAUTH-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           MOVE 'Y' TO WS-AUTH-SW.
      *
           IF EIBRESP NOT = 0
               OR NOT AIADMIN-ALLOWED
               OR NOT AIADMIN-IS-OPERATOR
               MOVE 'N' TO WS-AUTH-SW
               EXEC CICS SEND TEXT
                   FROM('Not authorized for AI parameter change')
                   LENGTH(38)
                   ERASE
                   FREEKB
               END-EXEC
           END-IF.
      *
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      * PROCESS USER INPUT                                            *
      *****************************************************************
       2000-PROCESS-INPUT.
      *
      * THE ROLE IS RECHECKED ON EVERY INPUT - AN OPERATOR WHOSE
      * OWN ACCESS WAS SUSPENDED MID-CONVERSATION MUST NOT KEEP A
      * LIVE MAINTENANCE SCREEN
      *
           PERFORM 1100-CHECK-ADMIN THRU 1100-EXIT.
      *
           IF AUTH-FAILED
               EXEC CICS RETURN
               END-EXEC
               GO TO 2000-EXIT
           END-IF.
      *
           EXEC CICS RECEIVE
               MAP('AIMAP8')
               MAPSET('AIMAPP')
               INTO(AIMAP8I)
           END-EXEC.
      *
           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM 3000-EXIT-PROGRAM
               WHEN DFHENTER
                   PERFORM 5000-PROCESS-ACTION THRU 5000-EXIT
               WHEN OTHER
                   MOVE 'Invalid key pressed' TO WS-MSG
                   PERFORM 6000-SEND-ERROR THRU 6000-EXIT
           END-EVALUATE.
      *
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      * EXIT PROGRAM                                                  *
      *****************************************************************
       3000-EXIT-PROGRAM.
      *
           EXEC CICS SEND TEXT
               FROM('AI parameter maintenance ended')
               LENGTH(30)
               ERASE
               FREEKB
           END-EXEC.
      *
           EXEC CICS RETURN
           END-EXEC.
      *
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * ROUTE THE REQUESTED ACTION                                    *
      *****************************************************************
       5000-PROCESS-ACTION.
      *
           EVALUATE ACTI
               WHEN 'D'
                   MOVE SPACES TO WS-MSG
                   PERFORM 5100-SHOW-PARMS THRU 5100-EXIT
               WHEN 'C'
                   PERFORM 5200-CHANGE-PARM THRU 5200-EXIT
               WHEN 'R'
                   PERFORM 5300-RESET-PARM THRU 5300-EXIT
               WHEN OTHER
                   MOVE 'Action must be D, C or R' TO WS-MSG
                   PERFORM 6000-SEND-ERROR THRU 6000-EXIT
           END-EVALUATE.
      *
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      * LIST EVERY SETTING WITH THE VALUE IN FORCE - THE CALLER PUTS  *
      * THE MESSAGE FOR THE BOTTOM LINE IN WS-MSG FIRST               *
      *****************************************************************
       5100-SHOW-PARMS.
      *
           INITIALIZE AIMAP8O.
      *
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
      *
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               MMDDYY(DATEO)
               DATESEP('/')
           END-EXEC.
      *
           MOVE WS-LIST-HEAD TO LST01O.
      *
           PERFORM 5110-SHOW-ONE-PARM THRU 5110-EXIT
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > 9.
      *
           MOVE 'CHANGES APPLY FROM THE NEXT AIMP TASK OR AIMN CYCLE'
               TO LST11O.
      *
           MOVE 'D=display C=change R=reset PF3=end' TO STATO.
           MOVE WS-MSG                               TO MSGO.
      *
           EXEC CICS SEND
               MAP('AIMAP8')
               MAPSET('AIMAPP')
               FROM(AIMAP8O)
               ERASE
               FREEKB
           END-EXEC.
      *
       5100-EXIT.
           EXIT.
      *
      *****************************************************************
      * READ AND FORMAT ONE LIST LINE                                 *
      *****************************************************************
       5110-SHOW-ONE-PARM.
      *
           MOVE SPACES                    TO WS-LIST-LINE.
           MOVE WS-PARM-KEY(WS-PARM-SUB)  TO WS-PL-KEY.
           MOVE WS-PARM-DESC(WS-PARM-SUB) TO WS-PL-DESC.
           MOVE WS-PARM-MIN(WS-PARM-SUB)  TO WS-PL-MIN.
           MOVE WS-PARM-MAX(WS-PARM-SUB)  TO WS-PL-MAX.
      *
           MOVE WS-PARM-KEY(WS-PARM-SUB) TO AIPARM-KEY.
      *
           EXEC CICS READ
               FILE('AIPARM')
               INTO(AIPARM-RECORD)
               RIDFLD(AIPARM-KEY)
               LENGTH(AIPARM-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE WS-PARM-DEFAULT(WS-PARM-SUB) TO WS-PL-VALUE
               MOVE 'DEFAULT'                    TO WS-PL-SOURCE
           ELSE
               MOVE AIPARM-VALUE    TO WS-PL-VALUE
               MOVE 'ON FILE'       TO WS-PL-SOURCE
               MOVE AIPARM-UPD-USER TO WS-PL-UPD-USER
               IF AIPARM-UPD-TIME NOT = 0
                   EXEC CICS FORMATTIME
                       ABSTIME(AIPARM-UPD-TIME)
                       MMDDYY(WS-UPD-DATE)
                       DATESEP('/')
                   END-EXEC
                   MOVE WS-UPD-DATE TO WS-PL-UPD-DATE
               END-IF
           END-IF.
      *
           EVALUATE WS-PARM-SUB
               WHEN 1
                   MOVE WS-LIST-LINE TO LST02O
               WHEN 2
                   MOVE WS-LIST-LINE TO LST03O
               WHEN 3
                   MOVE WS-LIST-LINE TO LST04O
               WHEN 4
                   MOVE WS-LIST-LINE TO LST05O
               WHEN 5
                   MOVE WS-LIST-LINE TO LST06O
               WHEN 6
                   MOVE WS-LIST-LINE TO LST07O
               WHEN 7
                   MOVE WS-LIST-LINE TO LST08O
               WHEN 8
                   MOVE WS-LIST-LINE TO LST09O
               WHEN 9
                   MOVE WS-LIST-LINE TO LST10O
           END-EVALUATE.
      *
       5110-EXIT.
           EXIT.
      *
      *****************************************************************
      * MATCH THE KEY FIELD AGAINST THE PARAMETER TABLE - SETS        *
      * PARM-FOUND AND LEAVES THE ENTRY NUMBER IN WS-PARM-IX          *
      *****************************************************************
       5150-FIND-PARM.
      *
           INSPECT PKEYI REPLACING ALL LOW-VALUES BY SPACES.
      *
           MOVE 'N' TO WS-PARM-SW.
      *
           PERFORM 5155-MATCH-ONE-PARM THRU 5155-EXIT
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > 9
               OR PARM-FOUND.
      *
       5150-EXIT.
           EXIT.
      *
       5155-MATCH-ONE-PARM.
      *
           IF WS-PARM-KEY(WS-PARM-SUB) = PKEYI
               MOVE WS-PARM-SUB TO WS-PARM-IX
               MOVE 'Y'         TO WS-PARM-SW
           END-IF.
      *
       5155-EXIT.
           EXIT.
      *
      *****************************************************************
      * PULL A 1-7 DIGIT VALUE OFF THE VALUE FIELD INTO WS-VAL-NUM -  *
      * BLANKS AROUND IT ARE FINE, ANYTHING ELSE IN THE FIELD IS NOT  *
      *****************************************************************
       5160-PARSE-VALUE.
      *
           MOVE 'N' TO WS-VAL-PARSE-SW.
           MOVE 0   TO WS-VAL-NUM.
           MOVE 0   TO WS-VAL-DIGITS.
      *
           PERFORM 5165-PARSE-ONE-CHAR THRU 5165-EXIT
               VARYING WS-VAL-SUB FROM 1 BY 1
               UNTIL WS-VAL-SUB > 7
               OR VAL-INVALID.
      *
           IF WS-VAL-DIGITS > 0 AND NOT VAL-INVALID
               MOVE 'Y' TO WS-VAL-PARSE-SW
           END-IF.
      *
       5160-EXIT.
           EXIT.
      *
       5165-PARSE-ONE-CHAR.
      *
           MOVE PVALI(WS-VAL-SUB:1) TO WS-DIGIT-X.
      *
           EVALUATE TRUE
               WHEN WS-DIGIT-X = SPACE OR WS-DIGIT-X = LOW-VALUE
                   CONTINUE
               WHEN WS-DIGIT-X NUMERIC
                   ADD 1 TO WS-VAL-DIGITS
                   MOVE WS-DIGIT-X TO WS-DIGIT-9
                   COMPUTE WS-VAL-NUM =
                       WS-VAL-NUM * 10 + WS-DIGIT-9
               WHEN OTHER
                   MOVE 'X' TO WS-VAL-PARSE-SW
           END-EVALUATE.
      *
       5165-EXIT.
           EXIT.
      *
      *****************************************************************
      * CHANGE ONE SETTING - VALIDATE THE KEY AND THE VALUE AGAINST   *
      * THE TABLE, STAMP THE RECORD, AND TRAIL THE OLD AND NEW VALUE. *
      * A SETTING NOT YET ON FILE IS ADDED, ITS OLD VALUE BEING THE   *
      * PROGRAM DEFAULT IT WAS RUNNING AT                             *
      *****************************************************************
       5200-CHANGE-PARM.
      *
           PERFORM 5150-FIND-PARM THRU 5150-EXIT.
      *
           IF PARM-NOT-FOUND
               MOVE 'Key must be one of the settings listed - D to list'
                   TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5200-EXIT
           END-IF.
      *
           PERFORM 5160-PARSE-VALUE THRU 5160-EXIT.
      *
           IF NOT VAL-GIVEN
               MOVE 'Enter the new value as a whole number' TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5200-EXIT
           END-IF.
      *
           IF WS-VAL-NUM < WS-PARM-MIN(WS-PARM-IX)
               OR WS-VAL-NUM > WS-PARM-MAX(WS-PARM-IX)
               MOVE 'Value out of range - see MIN and MAX below'
                   TO WS-MSG
               PERFORM 5100-SHOW-PARMS THRU 5100-EXIT
               GO TO 5200-EXIT
           END-IF.
      *
           MOVE WS-PARM-KEY(WS-PARM-IX) TO AIPARM-KEY.
      *
           EXEC CICS READ
               FILE('AIPARM')
               INTO(AIPARM-RECORD)
               RIDFLD(AIPARM-KEY)
               LENGTH(AIPARM-LENGTH)
               UPDATE
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 'N'                         TO WS-ONFILE-SW
               MOVE WS-PARM-DEFAULT(WS-PARM-IX) TO WS-OLD-VALUE
               MOVE WS-PARM-KEY(WS-PARM-IX)     TO AIPARM-KEY
           ELSE
               MOVE 'Y'          TO WS-ONFILE-SW
               MOVE AIPARM-VALUE TO WS-OLD-VALUE
           END-IF.
      *
           IF WS-VAL-NUM = WS-OLD-VALUE
               IF PARM-ON-FILE
                   EXEC CICS UNLOCK
                       FILE('AIPARM')
                   END-EXEC
               END-IF
               MOVE 'That value is already in force' TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5200-EXIT
           END-IF.
      *
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
      *
           MOVE WS-VAL-NUM TO AIPARM-VALUE.
           MOVE EIBUSERID  TO AIPARM-UPD-USER.
           MOVE WS-ABSTIME TO AIPARM-UPD-TIME.
      *
           IF PARM-ON-FILE
               EXEC CICS REWRITE
                   FILE('AIPARM')
                   FROM(AIPARM-RECORD)
                   LENGTH(AIPARM-LENGTH)
                   NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE
                   FILE('AIPARM')
                   FROM(AIPARM-RECORD)
                   RIDFLD(AIPARM-KEY)
                   LENGTH(AIPARM-LENGTH)
                   NOHANDLE
               END-EXEC
           END-IF.
      *
           IF EIBRESP NOT = 0
               MOVE 'Parameter file update failed - call support'
                   TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5200-EXIT
           END-IF.
      *
           MOVE 'C'          TO AIPL-ACTION.
           MOVE WS-OLD-VALUE TO AIPL-OLD-VALUE.
           MOVE WS-VAL-NUM   TO AIPL-NEW-VALUE.
           PERFORM 5900-WRITE-CHANGE-TRAIL THRU 5900-EXIT.
      *
           MOVE 'Parameter changed - now in force' TO WS-MSG.
           PERFORM 5100-SHOW-PARMS THRU 5100-EXIT.
      *
       5200-EXIT.
           EXIT.
      *
      *****************************************************************
      * PUT ONE SETTING BACK TO ITS PROGRAM DEFAULT - THE RECORD      *
      * COMES OFF THE FILE, SO AIPGM FALLS BACK TO ITS VALUE CLAUSE.  *
      * THE TRAIL RECORD IS THE ONLY STAMP LEFT OF WHO DID IT         *
      *****************************************************************
       5300-RESET-PARM.
      *
           PERFORM 5150-FIND-PARM THRU 5150-EXIT.
      *
           IF PARM-NOT-FOUND
               MOVE 'Key must be one of the settings listed - D to list'
                   TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5300-EXIT
           END-IF.
      *
           MOVE WS-PARM-KEY(WS-PARM-IX) TO AIPARM-KEY.
      *
           EXEC CICS READ
               FILE('AIPARM')
               INTO(AIPARM-RECORD)
               RIDFLD(AIPARM-KEY)
               LENGTH(AIPARM-LENGTH)
               UPDATE
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 'That setting is already at its default' TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5300-EXIT
           END-IF.
      *
           MOVE AIPARM-VALUE TO WS-OLD-VALUE.
      *
           EXEC CICS DELETE
               FILE('AIPARM')
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 'Parameter file update failed - call support'
                   TO WS-MSG
               PERFORM 6000-SEND-ERROR THRU 6000-EXIT
               GO TO 5300-EXIT
           END-IF.
      *
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
      *
           MOVE 'R'                         TO AIPL-ACTION.
           MOVE WS-OLD-VALUE                TO AIPL-OLD-VALUE.
           MOVE WS-PARM-DEFAULT(WS-PARM-IX) TO AIPL-NEW-VALUE.
           PERFORM 5900-WRITE-CHANGE-TRAIL THRU 5900-EXIT.
      *
           MOVE 'Parameter back at its default' TO WS-MSG.
           PERFORM 5100-SHOW-PARMS THRU 5100-EXIT.
      *
       5300-EXIT.
           EXIT.
      *
      *****************************************************************
      * WRITE ONE CHANGE-TRAIL RECORD TO THE AIPL TD QUEUE - CALLER   *
      * SETS ACTION, OLD AND NEW VALUE FIRST                          *
      *****************************************************************
       5900-WRITE-CHANGE-TRAIL.
      *
           MOVE EIBUSERID  TO AIPL-ADMIN-USER.
           MOVE EIBTRMID   TO AIPL-TERMID.
           MOVE AIPARM-KEY TO AIPL-PARM-KEY.
           MOVE WS-ABSTIME TO AIPL-TIME.
      *
           EXEC CICS WRITEQ TD
               QUEUE('AIPL')
               FROM(AIPL-RECORD)
               LENGTH(AIPL-LENGTH)
           END-EXEC.
      *
       5900-EXIT.
           EXIT.
      *
      *****************************************************************
      * SEND ERROR MESSAGE                                            *
      *****************************************************************
       6000-SEND-ERROR.
      *
           INITIALIZE AIMAP8O.
      *
           MOVE 'ERROR' TO STATO.
           MOVE WS-MSG  TO MSGO.
      *
           EXEC CICS SEND
               MAP('AIMAP8')
               MAPSET('AIMAPP')
               FROM(AIMAP8O)
               DATAONLY
               FREEKB
           END-EXEC.
      *
       6000-EXIT.
           EXIT.
