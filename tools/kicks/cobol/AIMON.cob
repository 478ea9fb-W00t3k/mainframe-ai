       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIMON.
      *****************************************************************
      * AI MAINFRAME ASSISTANT - UNATTENDED PIPELINE MONITOR          *
      * FOR KICKS ON MVS 3.8J                                         *
      *                                                               *
      * TRANSACTION ID: AIMN                                          *
      *                                                               *
      * AIOP ONLY HELPS WHEN SOMEBODY IS LOOKING AT IT. THIS          *
      * TRANSACTION RUNS WITH NO TERMINAL, STARTING ITSELF AGAIN BY   *
      * INTERVAL CONTROL EVERY MONINTVL SECONDS, AND EACH CYCLE       *
      * CHECKS THE FIGURES AIOP SHOWS AGAINST THE AIPARM LIMITS:      *
      * 1. BRIDGE HEARTBEAT AGE (AIHB)          - HBSTALE             *
      * 2. OUTSTANDING QUESTION COUNT (AIQD)    - MONBKLOG            *
      * 3. DEPTH OF EACH REQUEST TD QUEUE                             *
      *    (AIQO/AIQJ/AIQC/AIQV)                - MONQDPTH            *
      * 4. TIMEOUTS ADDED TO AITO SINCE THE                           *
      *    PREVIOUS CYCLE                       - MONTMOUT            *
      * 5. AGE OF THE OLDEST AIPN SLOT          - MONPNAGE            *
      *                                                               *
      * A FIGURE CROSSING ITS LIMIT OPENS AN INCIDENT: AN 'R' RECORD  *
      * GOES TO THE AIMA ALERT TD QUEUE AND A MESSAGE TO THE          *
      * OPERATIONS CONSOLE. WHEN THE FIGURE COMES BACK UNDER THE      *
      * LIMIT A 'C' RECORD CARRYING THE INCIDENT START TIME AND THE   *
      * WORST FIGURE SEEN CLOSES IT, WITH ANOTHER CONSOLE MESSAGE.    *
      * AIRPT05 PAIRS THE RECORDS UP FOR THE MONTHLY SERVICE REVIEW.  *
      *                                                               *
      * WHILE ANY INCIDENT IS OPEN THE MONITOR KEEPS ITS OWN MESSAGE  *
      * ON AIBCST SO EVERY USER'S READY SCREEN SAYS SO, AND TAKES IT  *
      * DOWN ON RECOVERY. ITS RECORD IS STAMPED WITH UPDATE USER      *
      * AIMON - A MESSAGE AN OPERATOR SET THROUGH AIMS CARRIES THE    *
      * OPERATOR'S USERID AND IS NEVER REPLACED OR DELETED HERE. THE  *
      * MONITOR'S MESSAGE ENDS THREE INTERVALS AHEAD AND IS PUSHED    *
      * ON EACH CYCLE, SO IT LAPSES BY ITSELF IF THE MONITOR STOPS.   *
      *                                                               *
      * OUTSIDE THE AICAL SERVICE HOURS NOTHING IS CHECKED - AIPGM IS *
      * REFUSING QUESTIONS ANYWAY - AND ANY OPEN INCIDENT IS CLOSED.  *
      *                                                               *
      * AN OPERATOR STARTS THE MONITOR BY ENTERING AIMN AND STOPS IT  *
      * WITH AIMN STOP. STARTING IT AGAIN WHILE IT IS RUNNING SIMPLY  *
      * REPLACES THE RUNNING CYCLE - EACH CYCLE CARRIES THE START     *
      * STAMP OF ITS OWN CHAIN AND ENDS QUIETLY ONCE THE AIMN STATE   *
      * QUEUE NAMES A DIFFERENT ONE, SO TWO CHAINS NEVER RUN SIDE BY  *
      * SIDE. THE LIMITS ARE RE-READ EVERY CYCLE, SO A CHANGE MADE    *
      * WITH AIPA APPLIES FROM THE NEXT CYCLE.                        *
      *                                                               *
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE OPERATOR ROLE MAY  *
      * START OR STOP THE MONITOR - SAME RULE AS AIOP AND AIMS.       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      * WORKING VARIABLES
      *
       01  WS-VARIABLES.
           05  WS-NOW               PIC S9(15) COMP-3 VALUE 0.
           05  WS-SUB               PIC 9(02) COMP.
           05  WS-AUTH-SW           PIC X(01).
               88  AUTH-OK          VALUE 'Y'.
               88  AUTH-FAILED      VALUE 'N'.
           05  WS-STATE-SW          PIC X(01).
               88  STATE-FOUND      VALUE 'Y'.
               88  STATE-MISSING    VALUE 'N'.
           05  WS-RUNNING-SW        PIC X(01).
               88  CHAIN-RUNNING    VALUE 'Y'.
               88  CHAIN-IDLE       VALUE 'N'.
           05  WS-ANY-OPEN-SW       PIC X(01).
               88  ANY-INCIDENT     VALUE 'Y'.
               88  NO-INCIDENT      VALUE 'N'.
           05  WS-NEW-ALERT-SW      PIC X(01).
               88  NEW-ALERT        VALUE 'Y'.
               88  NO-NEW-ALERT     VALUE 'N'.
           05  WS-CLOSE-REASON      PIC X(40).
           05  WS-MON-USER          PIC X(08) VALUE 'AIMON'.
           05  WS-STATE-ENQ         PIC X(04) VALUE 'AIMN'.
           05  WS-STATE-LENGTH      PIC S9(4) COMP VALUE 146.
           05  WS-ALERT-LENGTH      PIC S9(4) COMP VALUE 79.
      *
      * OPERATOR INPUT - AIMN ALONE STARTS THE MONITOR, AIMN STOP
      * STOPS IT
      *
           05  WS-TERM-LEN          PIC S9(4) COMP.
           05  WS-TERM-INPUT.
               10  WS-TI-TRAN       PIC X(04).
               10  FILLER           PIC X(01).
               10  WS-TI-VERB       PIC X(05).
               10  FILLER           PIC X(70).
      *
      * CYCLE INTERVAL - SECONDS FROM AIPARM, TURNED INTO THE HHMMSS
      * FORM THE START COMMAND TAKES
      *
           05  WS-INTERVAL-SECS     PIC 9(04) VALUE 60.
           05  WS-INTERVAL-HMS      PIC S9(7) COMP-3 VALUE 0.
           05  WS-INT-HH            PIC 9(02) VALUE 0.
           05  WS-INT-MM            PIC 9(02) VALUE 0.
           05  WS-INT-SS            PIC 9(02) VALUE 0.
           05  WS-INT-REM           PIC 9(04) VALUE 0.
      *
      * LIMITS IN FORCE - THE DEFAULTS AIPRM LISTS, REPLACED BY
      * 0100-LOAD-PARMS FROM THE AIPARM RECORDS WHEN ON FILE
      *
           05  WS-HB-STALE-MS       PIC 9(08) COMP VALUE 30000.
           05  WS-MON-BACKLOG       PIC 9(04) VALUE 20.
           05  WS-MON-DEPTH         PIC 9(04) VALUE 10.
           05  WS-MON-TIMEOUTS      PIC 9(04) VALUE 3.
           05  WS-MON-PEND-AGE      PIC 9(04) VALUE 30.
           05  WS-PARM-SW           PIC X(01).
               88  PARM-FOUND       VALUE 'Y'.
               88  PARM-NOT-FOUND   VALUE 'N'.
      *
      * PIPELINE FIGURES - READ THE SAME WAY AIOPS READS THEM
      *
           05  WS-COUNT-LENGTH      PIC S9(4) COMP VALUE 2.
           05  WS-BACKLOG-COUNT     PIC 9(04) COMP VALUE 0.
           05  WS-TIMEOUT-COUNT     PIC 9(04) COMP VALUE 0.
           05  WS-HB-TIME           PIC S9(15) COMP-3 VALUE 0.
           05  WS-HB-LENGTH         PIC S9(4) COMP VALUE 8.
           05  WS-AGE-MS            PIC S9(15) COMP-3 VALUE 0.
           05  WS-AGE-SECS          PIC 9(07) VALUE 0.
           05  WS-PEND-MAX          PIC 9(04) COMP VALUE 60.
           05  WS-PEND-SUB          PIC 9(04) COMP.
           05  WS-PEND-LEN          PIC S9(4) COMP.
           05  WS-PEND-COUNT        PIC 9(04) COMP.
           05  WS-PEND-DONE-SW      PIC X(01).
               88  PEND-DONE        VALUE 'Y'.
               88  PEND-NOT-DONE    VALUE 'N'.
           05  WS-OLDEST-TIME       PIC S9(15) COMP-3.
      *
      * TD QUEUE DEPTH COUNTING - SAME READ-OFF-AND-PUT-BACK AIOPS
      * USES, WITH THE SAME 120-RECORD HOLD TABLE
      *
           05  WS-CNT-QUEUE         PIC X(04).
           05  WS-CNT-LEN           PIC S9(4) COMP.
           05  WS-CNT-DATA          PIC X(2178).
           05  WS-CNT-DONE-SW       PIC X(01).
               88  CNT-DONE         VALUE 'Y'.
               88  CNT-NOT-DONE     VALUE 'N'.
      *
      * SERVICE CALENDAR - WHETHER AICAL HAS THE SERVICE OPEN RIGHT
      * NOW, BY THE SAME RULES AIPGM REFUSES QUESTIONS UNDER
      *
           05  WS-CAL-DAYS          PIC S9(09) COMP-3 VALUE 0.
           05  WS-CAL-WORK          PIC S9(09) COMP-3 VALUE 0.
           05  WS-CAL-WEEKS         PIC S9(09) COMP-3 VALUE 0.
           05  WS-CAL-DOW           PIC 9(01) VALUE 0.
           05  WS-CAL-MINS          PIC 9(04) COMP VALUE 0.
           05  WS-CAL-HH            PIC 9(02) VALUE 0.
           05  WS-CAL-MI            PIC 9(02) VALUE 0.
           05  WS-CAL-NOW-HHMM      PIC 9(04) VALUE 0.
           05  WS-CAL-DATE          PIC X(08).
           05  WS-CAL-DATE-N REDEFINES WS-CAL-DATE
                                    PIC 9(08).
           05  WS-CAL-OPEN          PIC 9(04) VALUE 0.
           05  WS-CAL-CLOSE         PIC 9(04) VALUE 0.
           05  WS-CAL-SW            PIC X(01).
               88  SERVICE-OPEN     VALUE 'Y'.
               88  SERVICE-CLOSED   VALUE 'N'.
           05  WS-CAL-BR-SW         PIC X(01).
               88  CAL-BR-DONE      VALUE 'Y'.
               88  CAL-BR-NOT-DONE  VALUE 'N'.
      *
      * BROADCAST WINDOW STAMPS - YYYYMMDDHHMM, AS AIMS SHOWS THEM
      *
           05  WS-STAMP-ABS         PIC S9(15) COMP-3 VALUE 0.
           05  WS-STAMP-DAYS        PIC S9(09) COMP-3 VALUE 0.
           05  WS-STAMP-MINS        PIC 9(04) COMP VALUE 0.
           05  WS-STAMP-DATE        PIC X(08).
           05  WS-STAMP             PIC 9(12) VALUE 0.
           05  WS-STAMP-PARTS REDEFINES WS-STAMP.
               10  WS-STAMP-YMD     PIC 9(08).
               10  WS-STAMP-HH      PIC 9(02).
               10  WS-STAMP-MI      PIC 9(02).
      *
       01  WS-HOLD-TABLE.
           05  WS-HOLD-MAX          PIC 9(04) COMP VALUE 120.
           05  WS-HOLD-COUNT        PIC 9(04) COMP.
           05  WS-HOLD-SUB          PIC 9(04) COMP.
           05  WS-HOLD-ENTRY OCCURS 120 TIMES.
               10  WS-HOLD-LEN      PIC S9(4) COMP.
               10  WS-HOLD-DATA     PIC X(2178).
      *
      * THE EIGHT CHECKS - NAME CARRIED ON THE ALERT RECORD AND THE
      * CONSOLE MESSAGE, AND WHAT THE FIGURE MEANS. THE ORDER MATCHES
      * THE INCIDENT SLOTS ON THE AIMN STATE QUEUE
      *
       01  WS-CHECK-VALUES.
           05  FILLER               PIC X(08) VALUE 'HEARTBT '.
           05  FILLER               PIC X(32)
               VALUE 'BRIDGE HEARTBEAT AGE SECONDS'.
           05  FILLER               PIC X(08) VALUE 'BACKLOG '.
           05  FILLER               PIC X(32)
               VALUE 'OUTSTANDING QUESTIONS ON AIQD'.
           05  FILLER               PIC X(08) VALUE 'AIQO    '.
           05  FILLER               PIC X(32)
               VALUE 'AIQO GENERAL QUEUE DEPTH'.
           05  FILLER               PIC X(08) VALUE 'AIQJ    '.
           05  FILLER               PIC X(32)
               VALUE 'AIQJ JCL QUEUE DEPTH'.
           05  FILLER               PIC X(08) VALUE 'AIQC    '.
           05  FILLER               PIC X(32)
               VALUE 'AIQC COBOL QUEUE DEPTH'.
           05  FILLER               PIC X(08) VALUE 'AIQV    '.
           05  FILLER               PIC X(32)
               VALUE 'AIQV VSAM QUEUE DEPTH'.
           05  FILLER               PIC X(08) VALUE 'TIMEOUTS'.
           05  FILLER               PIC X(32)
               VALUE 'TIMEOUTS SINCE THE LAST CYCLE'.
           05  FILLER               PIC X(08) VALUE 'OLDPEND '.
           05  FILLER               PIC X(32)
               VALUE 'OLDEST UNANSWERED SECONDS'.
       01  WS-CHECK-TABLE REDEFINES WS-CHECK-VALUES.
           05  WS-CHECK-ENTRY       OCCURS 8 TIMES.
               10  WS-CHECK-NAME    PIC X(08).
               10  WS-CHECK-DESC    PIC X(32).
      *
      * THIS CYCLE'S FIGURE, LIMIT AND VERDICT FOR EACH CHECK
      *
       01  WS-FIGURE-TABLE.
           05  WS-FIGURE-ENTRY      OCCURS 8 TIMES.
               10  WS-FIG-VALUE     PIC 9(07).
               10  WS-FIG-LIMIT     PIC 9(07).
               10  WS-FIG-SW        PIC X(01).
                   88  FIG-CROSSED  VALUE 'Y'.
                   88  FIG-WITHIN   VALUE 'N'.
      *
      * DATA PASSED FROM EACH CYCLE TO THE NEXT BY THE START COMMAND -
      * THE STAMP OF THE OPERATOR START THAT BEGAN THIS CHAIN
      *
       01  WS-START-DATA.
           05  WS-SD-CHAIN-ID       PIC S9(15) COMP-3.
       01  WS-START-LENGTH          PIC S9(4) COMP VALUE 8.
      *
      * CONSOLE MESSAGE FOR THE OPERATIONS CONSOLE
      *
       01  WS-OPER-MSG.
           05  FILLER               PIC X(05) VALUE 'AIMN '.
           05  WS-OM-EVENT          PIC X(06).
           05  WS-OM-CHECK          PIC X(09).
           05  WS-OM-VALUE          PIC Z(06)9.
           05  FILLER               PIC X(07) VALUE ' LIMIT '.
           05  WS-OM-LIMIT          PIC Z(06)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-OM-TEXT           PIC X(40).
       01  WS-OPER-LENGTH           PIC S9(4) COMP VALUE 82.
       01  WS-NOTE-BCST             PIC X(48)
               VALUE 'AIMN BROADCAST NOT POSTED - AIMS MESSAGE ON FILE'.
       01  WS-NOTE-REARM            PIC X(46)
               VALUE 'AIMN COULD NOT ARM ITS NEXT CYCLE - ENTER AIMN'.
      *
      * REPLIES TO THE OPERATOR WHO STARTED OR STOPPED THE MONITOR
      *
       01  WS-USAGE-MSG             PIC X(44)
               VALUE 'Enter AIMN to start the monitor or AIMN STOP'.
       01  WS-REPLY.
           05  WS-RP-TEXT           PIC X(34).
           05  FILLER               PIC X(07) VALUE ' EVERY '.
           05  WS-RP-SECS           PIC ZZZ9.
           05  FILLER               PIC X(08) VALUE ' SECONDS'.
      *
      * MONITOR STATE - ITEM 1 OF THE AIMN TS QUEUE, UPDATED UNDER THE
      * AIMN ENQ. THE CHAIN STAMP SAYS WHICH CYCLE CHAIN IS THE LIVE
      * ONE (ZERO WHEN STOPPED); EACH INCIDENT SLOT SAYS WHETHER THAT
      * CHECK HAS AN OPEN INCIDENT, SINCE WHEN, AND THE WORST FIGURE
      *
       01  AIMN-STATE.
           05  AIMN-CHAIN-ID        PIC S9(15) COMP-3.
           05  AIMN-LAST-CYCLE      PIC S9(15) COMP-3.
           05  AIMN-LAST-TIMEOUTS   PIC 9(04) COMP.
           05  AIMN-INCIDENT        OCCURS 8 TIMES.
               10  AIMN-OPEN-SW     PIC X(01).
                   88  AIMN-OPEN    VALUE 'Y'.
               10  AIMN-OPEN-TIME   PIC S9(15) COMP-3.
               10  AIMN-PEAK        PIC 9(07).
      *
      * ALERT RECORD WRITTEN TO THE AIMA TD QUEUE - ONE WHEN AN
      * INCIDENT OPENS, ONE WHEN IT CLOSES. A CLOSE RECORD CARRIES THE
      * START TIME AND WORST FIGURE OF THE INCIDENT AND WHY IT CLOSED,
      * SO IT CAN BE REPORTED EVEN WHEN ITS OPEN RECORD FELL IN AN
      * EARLIER EXTRACT
      *
       01  AIMA-RECORD.
           05  AIMA-EVENT           PIC X(01).
               88  AIMA-RAISED      VALUE 'R'.
               88  AIMA-CLEARED     VALUE 'C'.
           05  AIMA-CHECK           PIC X(08).
           05  AIMA-VALUE           PIC 9(07).
           05  AIMA-LIMIT           PIC 9(07).
           05  AIMA-START-TIME      PIC S9(15) COMP-3.
           05  AIMA-TIME            PIC S9(15) COMP-3.
           05  AIMA-TEXT            PIC X(40).
      *
      * ONE SLOT OF THE AIPN PENDING REGISTRY - SAME LAYOUT AIPGM
      * MAINTAINS
      *
       01  AIPN-RECORD.
           05  AIPN-FLAG            PIC X(01).
               88  AIPN-ACTIVE      VALUE 'A'.
               88  AIPN-FREE        VALUE SPACE.
           05  AIPN-TERM            PIC X(04).
           05  AIPN-SEQ             PIC 9(04).
           05  AIPN-START-TIME      PIC S9(15) COMP-3.
       01  AIPN-LENGTH              PIC S9(4) COMP VALUE 17.
      *
      * RUN-TIME PARAMETER FILE - SAME LAYOUT AIPGM AND AIPRM USE
      *
       01  AIPARM-RECORD.
           05  AIPARM-KEY           PIC X(08).
           05  AIPARM-VALUE         PIC 9(07).
           05  AIPARM-UPD-USER      PIC X(08).
           05  AIPARM-UPD-TIME      PIC S9(15) COMP-3.
       01  AIPARM-LENGTH            PIC S9(4) COMP VALUE 31.
      *
      * SERVICE CALENDAR FILE - SAME LAYOUT AIPGM READS AND AICAL01
      * LOADS
      *
       01  AICAL-RECORD.
           05  AICAL-KEY.
               10  AICAL-TYPE       PIC X(01).
                   88  AICAL-WEEKDAY VALUE 'W'.
                   88  AICAL-HOLIDAY VALUE 'H'.
                   88  AICAL-MAINT  VALUE 'M'.
               10  AICAL-DATE       PIC 9(08).
               10  AICAL-FROM       PIC 9(04).
           05  AICAL-START          PIC 9(04).
           05  AICAL-END            PIC 9(04).
           05  AICAL-DESC           PIC X(30).
       01  AICAL-LENGTH             PIC S9(4) COMP VALUE 51.
      *
      * BROADCAST MESSAGE FILE - SAME LAYOUT AIMSG MAINTAINS
      *
       01  AIBCST-RECORD.
           05  AIBCST-KEY           PIC X(01).
           05  AIBCST-TEXT          PIC X(78).
           05  AIBCST-START-TIME    PIC S9(15) COMP-3.
           05  AIBCST-END-TIME      PIC S9(15) COMP-3.
           05  AIBCST-START-DISP    PIC 9(12).
           05  AIBCST-END-DISP      PIC 9(12).
           05  AIBCST-UPD-USER      PIC X(08).
           05  AIBCST-UPD-TIME      PIC S9(15) COMP-3.
       01  AIBCST-LENGTH            PIC S9(4) COMP VALUE 135.
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
       PROCEDURE DIVISION.
      *****************************************************************
      * MAIN PROCESSING                                               *
      *****************************************************************
       0000-MAIN.
      *
      * THE LIMITS ARE READ AFRESH BY EVERY TASK, SO A CHANGE MADE
      * WITH AIPA APPLIES FROM THE NEXT CYCLE
      *
           PERFORM 0100-LOAD-PARMS THRU 0100-EXIT.
      *
      * A CYCLE STARTED BY THE PREVIOUS ONE HAS START DATA TO
      * RETRIEVE - ANYTHING ELSE IS AN OPERATOR AT A TERMINAL
      *
           EXEC CICS RETRIEVE
               INTO(WS-START-DATA)
               LENGTH(WS-START-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP = 0
               PERFORM 2000-RUN-CYCLE THRU 2000-EXIT
           ELSE
               PERFORM 1000-OPERATOR-ENTRY THRU 1000-EXIT
           END-IF.
      *
           EXEC CICS RETURN
           END-EXEC.
      *
       0000-EXIT.
           STOP RUN.
      *
      *****************************************************************
      * LOAD THE CYCLE INTERVAL AND THE ALERT LIMITS FROM THE AIPARM  *
      * FILE - A SETTING WITH NO RECORD, OR WITH A VALUE ITS FIELD    *
      * CANNOT HOLD, KEEPS ITS VALUE CLAUSE DEFAULT                   *
      *****************************************************************
       0100-LOAD-PARMS.
      *
           MOVE 'MONINTVL' TO AIPARM-KEY.
           PERFORM 0110-READ-PARM THRU 0110-EXIT.
           IF PARM-FOUND
               AND AIPARM-VALUE > 0 AND AIPARM-VALUE < 10000
               MOVE AIPARM-VALUE TO WS-INTERVAL-SECS
           END-IF.
      *
           MOVE 'HBSTALE ' TO AIPARM-KEY.
           PERFORM 0110-READ-PARM THRU 0110-EXIT.
           IF PARM-FOUND
               AND AIPARM-VALUE > 0
               MOVE AIPARM-VALUE TO WS-HB-STALE-MS
           END-IF.
      *
           MOVE 'MONBKLOG' TO AIPARM-KEY.
           PERFORM 0110-READ-PARM THRU 0110-EXIT.
           IF PARM-FOUND
               AND AIPARM-VALUE > 0 AND AIPARM-VALUE < 10000
               MOVE AIPARM-VALUE TO WS-MON-BACKLOG
           END-IF.
      *
           MOVE 'MONQDPTH' TO AIPARM-KEY.
           PERFORM 0110-READ-PARM THRU 0110-EXIT.
           IF PARM-FOUND
               AND AIPARM-VALUE > 0 AND AIPARM-VALUE < 10000
               MOVE AIPARM-VALUE TO WS-MON-DEPTH
           END-IF.
      *
           MOVE 'MONTMOUT' TO AIPARM-KEY.
           PERFORM 0110-READ-PARM THRU 0110-EXIT.
           IF PARM-FOUND
               AND AIPARM-VALUE > 0 AND AIPARM-VALUE < 10000
               MOVE AIPARM-VALUE TO WS-MON-TIMEOUTS
           END-IF.
      *
           MOVE 'MONPNAGE' TO AIPARM-KEY.
           PERFORM 0110-READ-PARM THRU 0110-EXIT.
           IF PARM-FOUND
               AND AIPARM-VALUE > 0 AND AIPARM-VALUE < 10000
               MOVE AIPARM-VALUE TO WS-MON-PEND-AGE
           END-IF.
      *
       0100-EXIT.
           EXIT.
      *
       0110-READ-PARM.
      *
           MOVE 'N' TO WS-PARM-SW.
      *
           EXEC CICS READ
               FILE('AIPARM')
               INTO(AIPARM-RECORD)
               RIDFLD(AIPARM-KEY)
               LENGTH(AIPARM-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP = 0
               MOVE 'Y' TO WS-PARM-SW
           END-IF.
      *
       0110-EXIT.
           EXIT.
      *
      *****************************************************************
      * OPERATOR ENTRY - AIMN STARTS A NEW CYCLE CHAIN IN PLACE OF    *
      * ANY RUNNING ONE, AIMN STOP ENDS IT                            *
      *****************************************************************
       1000-OPERATOR-ENTRY.
      *
           PERFORM 1100-CHECK-ADMIN THRU 1100-EXIT.
      *
           IF AUTH-FAILED
               GO TO 1000-EXIT
           END-IF.
      *
           MOVE SPACES TO WS-TERM-INPUT.
           MOVE 80     TO WS-TERM-LEN.
      *
           EXEC CICS RECEIVE
               INTO(WS-TERM-INPUT)
               LENGTH(WS-TERM-LEN)
               NOHANDLE
           END-EXEC.
      *
           IF WS-TI-VERB NOT = SPACES
               AND WS-TI-VERB NOT = 'START'
               AND WS-TI-VERB NOT = 'STOP '
               EXEC CICS SEND TEXT
                   FROM(WS-USAGE-MSG)
                   LENGTH(44)
                   ERASE
                   FREEKB
               END-EXEC
               GO TO 1000-EXIT
           END-IF.
      *
           EXEC CICS ASKTIME
               ABSTIME(WS-NOW)
           END-EXEC.
      *
           EXEC CICS ENQ
               RESOURCE(WS-STATE-ENQ)
               LENGTH(4)
           END-EXEC.
      *
           PERFORM 3000-READ-STATE THRU 3000-EXIT.
      *
      * A CHAIN THAT HAS CYCLED WITHIN THE LAST TWO INTERVALS IS
      * TAKEN TO BE RUNNING - ONLY THE WORDING OF THE REPLY DEPENDS
      * ON IT
      *
           MOVE 'N' TO WS-RUNNING-SW.
           IF AIMN-CHAIN-ID NOT = 0
               AND WS-NOW - AIMN-LAST-CYCLE
                   NOT > WS-INTERVAL-SECS * 2000
               MOVE 'Y' TO WS-RUNNING-SW
           END-IF.
      *
           IF WS-TI-VERB = 'STOP '
               MOVE 0 TO AIMN-CHAIN-ID
               MOVE SPACES TO WS-CLOSE-REASON
               STRING 'MONITOR STOPPED BY ' DELIMITED BY SIZE
                      EIBUSERID             DELIMITED BY SIZE
                   INTO WS-CLOSE-REASON
               END-STRING
               PERFORM 4600-CLOSE-INCIDENT THRU 4600-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 8
               PERFORM 3100-WRITE-STATE THRU 3100-EXIT
               EXEC CICS DEQ
                   RESOURCE(WS-STATE-ENQ)
                   LENGTH(4)
               END-EXEC
               PERFORM 7200-CLEAR-BROADCAST THRU 7200-EXIT
               EXEC CICS SEND TEXT
                   FROM('AI pipeline monitor stopped')
                   LENGTH(27)
                   ERASE
                   FREEKB
               END-EXEC
               GO TO 1000-EXIT
           END-IF.
      *
      * A NEW CHAIN - ITS STAMP REPLACES ANY EARLIER ONE, WHICH THEN
      * ENDS ON ITS NEXT CYCLE. THE TIMEOUT BASELINE STARTS FROM THE
      * AITO COUNT AS IT STANDS, SO TIMEOUTS FROM BEFORE THE START
      * ARE NOT TAKEN FOR NEW ONES
      *
           PERFORM 4300-READ-TIMEOUTS THRU 4300-EXIT.
      *
           MOVE WS-NOW           TO AIMN-CHAIN-ID.
           MOVE WS-NOW           TO AIMN-LAST-CYCLE.
           MOVE WS-TIMEOUT-COUNT TO AIMN-LAST-TIMEOUTS.
      *
           PERFORM 3100-WRITE-STATE THRU 3100-EXIT.
      *
           EXEC CICS DEQ
               RESOURCE(WS-STATE-ENQ)
               LENGTH(4)
           END-EXEC.
      *
           MOVE AIMN-CHAIN-ID TO WS-SD-CHAIN-ID.
      *
           EXEC CICS START
               TRANSID('AIMN')
               INTERVAL(0)
               FROM(WS-START-DATA)
               LENGTH(WS-START-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               EXEC CICS SEND TEXT
                   FROM('AI pipeline monitor could not be started')
                   LENGTH(40)
                   ERASE
                   FREEKB
               END-EXEC
               GO TO 1000-EXIT
           END-IF.
      *
           IF CHAIN-RUNNING
               MOVE 'AI pipeline monitor restarted -' TO WS-RP-TEXT
           ELSE
               MOVE 'AI pipeline monitor started -'   TO WS-RP-TEXT
           END-IF.
           MOVE WS-INTERVAL-SECS TO WS-RP-SECS.
      *
           EXEC CICS SEND TEXT
               FROM(WS-REPLY)
               LENGTH(53)
               ERASE
               FREEKB
           END-EXEC.
      *
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE OPERATOR ROLE MAY  *
      * START OR STOP THE MONITOR                                     *
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
                   FROM('Not authorized for AI pipeline monitor')
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
      * ONE MONITOR CYCLE - CHECK EVERY FIGURE, OPEN AND CLOSE        *
      * INCIDENTS, KEEP THE BROADCAST IN STEP, AND ARM THE NEXT CYCLE *
      *****************************************************************
       2000-RUN-CYCLE.
      *
           EXEC CICS ASKTIME
               ABSTIME(WS-NOW)
           END-EXEC.
      *
           EXEC CICS ENQ
               RESOURCE(WS-STATE-ENQ)
               LENGTH(4)
           END-EXEC.
      *
           PERFORM 3000-READ-STATE THRU 3000-EXIT.
      *
      * STATE LOST WITH THE TS QUEUES - CARRY ON AS THE LIVE CHAIN
      *
           IF STATE-MISSING
               MOVE WS-SD-CHAIN-ID TO AIMN-CHAIN-ID
               PERFORM 4300-READ-TIMEOUTS THRU 4300-EXIT
               MOVE WS-TIMEOUT-COUNT TO AIMN-LAST-TIMEOUTS
           END-IF.
      *
      * STOPPED, OR REPLACED BY A NEWER CHAIN - END WITHOUT ARMING
      * ANOTHER CYCLE
      *
           IF AIMN-CHAIN-ID NOT = WS-SD-CHAIN-ID
               EXEC CICS DEQ
                   RESOURCE(WS-STATE-ENQ)
                   LENGTH(4)
               END-EXEC
               GO TO 2000-EXIT
           END-IF.
      *
           MOVE WS-NOW TO AIMN-LAST-CYCLE.
           MOVE 'N'    TO WS-NEW-ALERT-SW.
      *
           PERFORM 5500-CHECK-CALENDAR THRU 5500-EXIT.
      *
           IF SERVICE-OPEN
               PERFORM 4000-GATHER-FIGURES THRU 4000-EXIT
               PERFORM 4500-CHECK-ONE THRU 4500-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 8
           ELSE
               MOVE 'SERVICE CLOSED BY THE AICAL CALENDAR'
                   TO WS-CLOSE-REASON
               PERFORM 4600-CLOSE-INCIDENT THRU 4600-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 8
           END-IF.
      *
           PERFORM 3100-WRITE-STATE THRU 3100-EXIT.
      *
           EXEC CICS DEQ
               RESOURCE(WS-STATE-ENQ)
               LENGTH(4)
           END-EXEC.
      *
           PERFORM 7000-SET-BROADCAST THRU 7000-EXIT.
      *
           PERFORM 8000-REARM-TIMER THRU 8000-EXIT.
      *
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      * READ AND WRITE THE MONITOR STATE - ITEM 1 OF THE AIMN TS      *
      * QUEUE. THE CALLER HOLDS THE AIMN ENQ                          *
      *****************************************************************
       3000-READ-STATE.
      *
           MOVE 'Y' TO WS-STATE-SW.
      *
           EXEC CICS READQ TS
               QUEUE('AIMN')
               INTO(AIMN-STATE)
               LENGTH(WS-STATE-LENGTH)
               ITEM(1)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 'N' TO WS-STATE-SW
               MOVE 0   TO AIMN-CHAIN-ID
               MOVE 0   TO AIMN-LAST-CYCLE
               MOVE 0   TO AIMN-LAST-TIMEOUTS
               PERFORM 3010-CLEAR-ONE-SLOT THRU 3010-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 8
           END-IF.
      *
       3000-EXIT.
           EXIT.
      *
       3010-CLEAR-ONE-SLOT.
      *
           MOVE 'N' TO AIMN-OPEN-SW(WS-SUB).
           MOVE 0   TO AIMN-OPEN-TIME(WS-SUB).
           MOVE 0   TO AIMN-PEAK(WS-SUB).
      *
       3010-EXIT.
           EXIT.
      *
       3100-WRITE-STATE.
      *
           EXEC CICS WRITEQ TS
               QUEUE('AIMN')
               FROM(AIMN-STATE)
               LENGTH(WS-STATE-LENGTH)
               ITEM(1)
               REWRITE
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               EXEC CICS WRITEQ TS
                   QUEUE('AIMN')
                   FROM(AIMN-STATE)
                   LENGTH(WS-STATE-LENGTH)
                   NOHANDLE
               END-EXEC
           END-IF.
      *
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      * GATHER THIS CYCLE'S FIGURE AND LIMIT FOR EVERY CHECK          *
      *****************************************************************
       4000-GATHER-FIGURES.
      *
      * 1 - BRIDGE HEARTBEAT. NO HEARTBEAT AT ALL DURING SERVICE HOURS
      * MEANS THE BRIDGE IS NOT RUNNING, WHICH IS AN INCIDENT TOO
      *
           COMPUTE WS-FIG-LIMIT(1) = WS-HB-STALE-MS / 1000.
           MOVE 0   TO WS-FIG-VALUE(1).
           MOVE 'N' TO WS-FIG-SW(1).
      *
           EXEC CICS READQ TS
               QUEUE('AIHB')
               INTO(WS-HB-TIME)
               LENGTH(WS-HB-LENGTH)
               ITEM(1)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 'Y' TO WS-FIG-SW(1)
           ELSE
               COMPUTE WS-AGE-MS = WS-NOW - WS-HB-TIME
               IF WS-AGE-MS < 0
                   MOVE 0 TO WS-AGE-MS
               END-IF
               IF WS-AGE-MS > 9999999000
                   MOVE 9999999000 TO WS-AGE-MS
               END-IF
               COMPUTE WS-FIG-VALUE(1) = WS-AGE-MS / 1000
               IF WS-AGE-MS > WS-HB-STALE-MS
                   MOVE 'Y' TO WS-FIG-SW(1)
               END-IF
           END-IF.
      *
      * 2 - OUTSTANDING QUESTION COUNT
      *
           EXEC CICS READQ TS
               QUEUE('AIQD')
               INTO(WS-BACKLOG-COUNT)
               LENGTH(WS-COUNT-LENGTH)
               ITEM(1)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 0 TO WS-BACKLOG-COUNT
           END-IF.
      *
           MOVE WS-BACKLOG-COUNT TO WS-FIG-VALUE(2).
           MOVE WS-MON-BACKLOG   TO WS-FIG-LIMIT(2).
      *
      * 3 TO 6 - REQUEST QUEUE DEPTHS
      *
           MOVE 'AIQO' TO WS-CNT-QUEUE.
           PERFORM 4200-COUNT-TD-QUEUE THRU 4200-EXIT.
           MOVE WS-HOLD-COUNT TO WS-FIG-VALUE(3).
      *
           MOVE 'AIQJ' TO WS-CNT-QUEUE.
           PERFORM 4200-COUNT-TD-QUEUE THRU 4200-EXIT.
           MOVE WS-HOLD-COUNT TO WS-FIG-VALUE(4).
      *
           MOVE 'AIQC' TO WS-CNT-QUEUE.
           PERFORM 4200-COUNT-TD-QUEUE THRU 4200-EXIT.
           MOVE WS-HOLD-COUNT TO WS-FIG-VALUE(5).
      *
           MOVE 'AIQV' TO WS-CNT-QUEUE.
           PERFORM 4200-COUNT-TD-QUEUE THRU 4200-EXIT.
           MOVE WS-HOLD-COUNT TO WS-FIG-VALUE(6).
      *
           MOVE WS-MON-DEPTH TO WS-FIG-LIMIT(3).
           MOVE WS-MON-DEPTH TO WS-FIG-LIMIT(4).
           MOVE WS-MON-DEPTH TO WS-FIG-LIMIT(5).
           MOVE WS-MON-DEPTH TO WS-FIG-LIMIT(6).
      *
      * 7 - TIMEOUTS SINCE THE PREVIOUS CYCLE. A COUNT LOWER THAN
      * LAST TIME MEANS AIOP OR AIRC CLEARED AITO IN BETWEEN, SO THE
      * WHOLE COUNT IS NEW
      *
           PERFORM 4300-READ-TIMEOUTS THRU 4300-EXIT.
      *
           IF WS-TIMEOUT-COUNT < AIMN-LAST-TIMEOUTS
               MOVE WS-TIMEOUT-COUNT TO WS-FIG-VALUE(7)
           ELSE
               COMPUTE WS-FIG-VALUE(7) =
                   WS-TIMEOUT-COUNT - AIMN-LAST-TIMEOUTS
           END-IF.
           MOVE WS-TIMEOUT-COUNT TO AIMN-LAST-TIMEOUTS.
           MOVE WS-MON-TIMEOUTS  TO WS-FIG-LIMIT(7).
      *
      * 8 - AGE OF THE OLDEST UNANSWERED QUESTION
      *
           PERFORM 4150-SCAN-PENDING THRU 4150-EXIT.
      *
           MOVE 0 TO WS-FIG-VALUE(8).
           IF WS-PEND-COUNT > 0
               COMPUTE WS-AGE-MS = WS-NOW - WS-OLDEST-TIME
               IF WS-AGE-MS < 0
                   MOVE 0 TO WS-AGE-MS
               END-IF
               IF WS-AGE-MS > 9999999000
                   MOVE 9999999000 TO WS-AGE-MS
               END-IF
               COMPUTE WS-FIG-VALUE(8) = WS-AGE-MS / 1000
           END-IF.
           MOVE WS-MON-PEND-AGE TO WS-FIG-LIMIT(8).
      *
      * EVERY CHECK BUT THE HEARTBEAT CROSSES AT ITS LIMIT
      *
           PERFORM 4050-SET-ONE-VERDICT THRU 4050-EXIT
               VARYING WS-SUB FROM 2 BY 1
               UNTIL WS-SUB > 8.
      *
       4000-EXIT.
           EXIT.
      *
       4050-SET-ONE-VERDICT.
      *
           IF WS-FIG-VALUE(WS-SUB) NOT < WS-FIG-LIMIT(WS-SUB)
               MOVE 'Y' TO WS-FIG-SW(WS-SUB)
           ELSE
               MOVE 'N' TO WS-FIG-SW(WS-SUB)
           END-IF.
      *
       4050-EXIT.
           EXIT.
      *
      *****************************************************************
      * SCAN THE AIPN REGISTRY FOR ACTIVE SLOTS - RETURNS HOW MANY    *
      * QUESTIONS ARE WAITING AND THE START TIME OF THE OLDEST        *
      *****************************************************************
       4150-SCAN-PENDING.
      *
           MOVE 0 TO WS-PEND-COUNT.
           MOVE 0 TO WS-OLDEST-TIME.
           MOVE 'N' TO WS-PEND-DONE-SW.
      *
           PERFORM 4160-SCAN-ONE-SLOT THRU 4160-EXIT
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-MAX
               OR PEND-DONE.
      *
       4150-EXIT.
           EXIT.
      *
       4160-SCAN-ONE-SLOT.
      *
           MOVE AIPN-LENGTH TO WS-PEND-LEN.
      *
           EXEC CICS READQ TS
               QUEUE('AIPN')
               INTO(AIPN-RECORD)
               LENGTH(WS-PEND-LEN)
               ITEM(WS-PEND-SUB)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 'Y' TO WS-PEND-DONE-SW
               GO TO 4160-EXIT
           END-IF.
      *
           IF AIPN-ACTIVE
               ADD 1 TO WS-PEND-COUNT
               IF WS-OLDEST-TIME = 0
                   OR AIPN-START-TIME < WS-OLDEST-TIME
                   MOVE AIPN-START-TIME TO WS-OLDEST-TIME
               END-IF
           END-IF.
      *
       4160-EXIT.
           EXIT.
      *
      *****************************************************************
      * COUNT THE RECORDS ON ONE TD QUEUE WITHOUT LOSING THEM - READ  *
      * EVERYTHING OFF INTO THE HOLD TABLE, THEN PUT IT ALL BACK, AS  *
      * AIOPS DOES. A QUEUE DEEPER THAN THE TABLE COUNTS AS 120       *
      *****************************************************************
       4200-COUNT-TD-QUEUE.
      *
           MOVE 0   TO WS-HOLD-COUNT.
           MOVE 'N' TO WS-CNT-DONE-SW.
      *
           PERFORM 4210-COUNT-ONE THRU 4210-EXIT
               UNTIL CNT-DONE OR WS-HOLD-COUNT = WS-HOLD-MAX.
      *
           PERFORM 4220-PUT-BACK-ONE THRU 4220-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
      *
       4200-EXIT.
           EXIT.
      *
       4210-COUNT-ONE.
      *
           MOVE 2178 TO WS-CNT-LEN.
      *
           EXEC CICS READQ TD
               QUEUE(WS-CNT-QUEUE)
               INTO(WS-CNT-DATA)
               LENGTH(WS-CNT-LEN)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 'Y' TO WS-CNT-DONE-SW
               GO TO 4210-EXIT
           END-IF.
      *
           ADD 1 TO WS-HOLD-COUNT.
           MOVE WS-CNT-DATA TO WS-HOLD-DATA(WS-HOLD-COUNT).
           MOVE WS-CNT-LEN  TO WS-HOLD-LEN(WS-HOLD-COUNT).
      *
       4210-EXIT.
           EXIT.
      *
       4220-PUT-BACK-ONE.
      *
           EXEC CICS WRITEQ TD
               QUEUE(WS-CNT-QUEUE)
               FROM(WS-HOLD-DATA(WS-HOLD-SUB))
               LENGTH(WS-HOLD-LEN(WS-HOLD-SUB))
           END-EXEC.
      *
       4220-EXIT.
           EXIT.
      *
      *****************************************************************
      * READ THE AITO TIMEOUT COUNT - ZERO WHEN NOTHING HAS TIMED OUT *
      * SINCE IT WAS LAST CLEARED                                     *
      *****************************************************************
       4300-READ-TIMEOUTS.
      *
           EXEC CICS READQ TS
               QUEUE('AITO')
               INTO(WS-TIMEOUT-COUNT)
               LENGTH(WS-COUNT-LENGTH)
               ITEM(1)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 0 TO WS-TIMEOUT-COUNT
           END-IF.
      *
       4300-EXIT.
           EXIT.
      *
      *****************************************************************
      * COMPARE ONE CHECK WITH ITS INCIDENT SLOT - A CROSSING WITH NO *
      * OPEN INCIDENT OPENS ONE, A FIGURE BACK UNDER ITS LIMIT CLOSES *
      * THE OPEN ONE, AND WHILE IT STAYS OPEN THE WORST FIGURE IS     *
      * KEPT                                                          *
      *****************************************************************
       4500-CHECK-ONE.
      *
           IF FIG-CROSSED(WS-SUB)
               IF AIMN-OPEN(WS-SUB)
                   IF WS-FIG-VALUE(WS-SUB) > AIMN-PEAK(WS-SUB)
                       MOVE WS-FIG-VALUE(WS-SUB) TO AIMN-PEAK(WS-SUB)
                   END-IF
               ELSE
                   MOVE 'Y'    TO AIMN-OPEN-SW(WS-SUB)
                   MOVE WS-NOW TO AIMN-OPEN-TIME(WS-SUB)
                   MOVE WS-FIG-VALUE(WS-SUB) TO AIMN-PEAK(WS-SUB)
                   MOVE 'Y'    TO WS-NEW-ALERT-SW
                   MOVE 'R'    TO AIMA-EVENT
                   MOVE WS-FIG-VALUE(WS-SUB)  TO AIMA-VALUE
                   MOVE WS-FIG-LIMIT(WS-SUB)  TO AIMA-LIMIT
                   MOVE WS-CHECK-DESC(WS-SUB) TO AIMA-TEXT
                   PERFORM 4700-WRITE-ALERT THRU 4700-EXIT
               END-IF
               GO TO 4500-EXIT
           END-IF.
      *
           IF AIMN-OPEN(WS-SUB)
               MOVE 'RECOVERED' TO WS-CLOSE-REASON
               PERFORM 4600-CLOSE-INCIDENT THRU 4600-EXIT
           END-IF.
      *
       4500-EXIT.
           EXIT.
      *
      *****************************************************************
      * CLOSE THE INCIDENT IN SLOT WS-SUB, IF ONE IS OPEN, GIVING     *
      * WS-CLOSE-REASON AS THE REASON                                 *
      *****************************************************************
       4600-CLOSE-INCIDENT.
      *
           IF NOT AIMN-OPEN(WS-SUB)
               GO TO 4600-EXIT
           END-IF.
      *
           MOVE 'C'               TO AIMA-EVENT.
           MOVE AIMN-PEAK(WS-SUB) TO AIMA-VALUE.
           MOVE WS-CLOSE-REASON   TO AIMA-TEXT.
      *
      * THE LIMIT IN FORCE COMES FROM THE PARAMETERS RATHER THAN THE
      * FIGURE TABLE - A CLOSE FOR THE CALENDAR OR A STOP GATHERS NO
      * FIGURES
      *
           EVALUATE WS-SUB
               WHEN 1
                   COMPUTE AIMA-LIMIT = WS-HB-STALE-MS / 1000
               WHEN 2
                   MOVE WS-MON-BACKLOG  TO AIMA-LIMIT
               WHEN 7
                   MOVE WS-MON-TIMEOUTS TO AIMA-LIMIT
               WHEN 8
                   MOVE WS-MON-PEND-AGE TO AIMA-LIMIT
               WHEN OTHER
                   MOVE WS-MON-DEPTH    TO AIMA-LIMIT
           END-EVALUATE.
      *
           PERFORM 4700-WRITE-ALERT THRU 4700-EXIT.
      *
           MOVE 'N' TO AIMN-OPEN-SW(WS-SUB).
           MOVE 0   TO AIMN-OPEN-TIME(WS-SUB).
           MOVE 0   TO AIMN-PEAK(WS-SUB).
      *
       4600-EXIT.
           EXIT.
      *
      *****************************************************************
      * WRITE THE ALERT RECORD FOR SLOT WS-SUB TO THE AIMA TD QUEUE   *
      * AND TELL THE OPERATIONS CONSOLE                               *
      *****************************************************************
       4700-WRITE-ALERT.
      *
           MOVE WS-CHECK-NAME(WS-SUB)  TO AIMA-CHECK.
           MOVE AIMN-OPEN-TIME(WS-SUB) TO AIMA-START-TIME.
           MOVE WS-NOW                 TO AIMA-TIME.
      *
           EXEC CICS WRITEQ TD
               QUEUE('AIMA')
               FROM(AIMA-RECORD)
               LENGTH(WS-ALERT-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           IF AIMA-RAISED
               MOVE 'ALERT ' TO WS-OM-EVENT
           ELSE
               MOVE 'CLEAR ' TO WS-OM-EVENT
           END-IF.
           MOVE AIMA-CHECK TO WS-OM-CHECK.
           MOVE AIMA-VALUE TO WS-OM-VALUE.
           MOVE AIMA-LIMIT TO WS-OM-LIMIT.
           MOVE AIMA-TEXT  TO WS-OM-TEXT.
      *
           EXEC CICS WRITE OPERATOR
               TEXT(WS-OPER-MSG)
               TEXTLENGTH(WS-OPER-LENGTH)
               NOHANDLE
           END-EXEC.
      *
       4700-EXIT.
           EXIT.
      *
      *****************************************************************
      * IS THE SERVICE OPEN RIGHT NOW BY THE AICAL CALENDAR - THE     *
      * WEEKDAY HOURS, A HOLIDAY, OR A MAINTENANCE WINDOW COVERING    *
      * THIS MINUTE. A WEEKDAY WITH NO ENTRY, OR A CALENDAR THAT      *
      * CANNOT BE READ, LEAVES THE SERVICE OPEN - AS IN AIPGM         *
      *****************************************************************
       5500-CHECK-CALENDAR.
      *
           MOVE 'Y' TO WS-CAL-SW.
      *
           COMPUTE WS-CAL-DAYS = WS-NOW / 86400000.
           COMPUTE WS-CAL-MINS =
               (WS-NOW - WS-CAL-DAYS * 86400000) / 60000.
           DIVIDE WS-CAL-MINS BY 60
               GIVING WS-CAL-HH REMAINDER WS-CAL-MI.
           COMPUTE WS-CAL-NOW-HHMM = WS-CAL-HH * 100 + WS-CAL-MI.
      *
           EXEC CICS FORMATTIME
               ABSTIME(WS-NOW)
               YYYYMMDD(WS-CAL-DATE)
           END-EXEC.
      *
      * 1 JANUARY 1900 WAS A MONDAY - DAY NUMBER PLUS ONE, MOD 7,
      * GIVES THE WEEKDAY WITH SUNDAY = 0 AS THE W ENTRIES ARE KEYED
      *
           COMPUTE WS-CAL-WORK = WS-CAL-DAYS + 1.
           DIVIDE WS-CAL-WORK BY 7
               GIVING WS-CAL-WEEKS REMAINDER WS-CAL-DOW.
      *
           MOVE 0    TO WS-CAL-OPEN.
           MOVE 2400 TO WS-CAL-CLOSE.
      *
           MOVE 'W'        TO AICAL-TYPE.
           MOVE WS-CAL-DOW TO AICAL-DATE.
           MOVE 0          TO AICAL-FROM.
      *
           EXEC CICS READ
               FILE('AICAL')
               INTO(AICAL-RECORD)
               RIDFLD(AICAL-KEY)
               LENGTH(AICAL-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP = 0
               MOVE AICAL-START TO WS-CAL-OPEN
               MOVE AICAL-END   TO WS-CAL-CLOSE
           END-IF.
      *
           IF WS-CAL-OPEN NOT < WS-CAL-CLOSE
               OR WS-CAL-NOW-HHMM < WS-CAL-OPEN
               OR WS-CAL-NOW-HHMM NOT < WS-CAL-CLOSE
               MOVE 'N' TO WS-CAL-SW
               GO TO 5500-EXIT
           END-IF.
      *
           MOVE 'H'           TO AICAL-TYPE.
           MOVE WS-CAL-DATE-N TO AICAL-DATE.
           MOVE 0             TO AICAL-FROM.
      *
           EXEC CICS READ
               FILE('AICAL')
               INTO(AICAL-RECORD)
               RIDFLD(AICAL-KEY)
               LENGTH(AICAL-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP = 0
               MOVE 'N' TO WS-CAL-SW
               GO TO 5500-EXIT
           END-IF.
      *
           MOVE 'M'           TO AICAL-TYPE.
           MOVE WS-CAL-DATE-N TO AICAL-DATE.
           MOVE 0             TO AICAL-FROM.
      *
           EXEC CICS STARTBR
               FILE('AICAL')
               RIDFLD(AICAL-KEY)
               GTEQ
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               GO TO 5500-EXIT
           END-IF.
      *
           MOVE 'N' TO WS-CAL-BR-SW.
      *
           PERFORM 5510-CHECK-ONE-WINDOW THRU 5510-EXIT
               UNTIL CAL-BR-DONE.
      *
           EXEC CICS ENDBR
               FILE('AICAL')
           END-EXEC.
      *
       5500-EXIT.
           EXIT.
      *
       5510-CHECK-ONE-WINDOW.
      *
           EXEC CICS READNEXT
               FILE('AICAL')
               INTO(AICAL-RECORD)
               RIDFLD(AICAL-KEY)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               OR NOT AICAL-MAINT
               OR AICAL-DATE NOT = WS-CAL-DATE-N
               MOVE 'Y' TO WS-CAL-BR-SW
               GO TO 5510-EXIT
           END-IF.
      *
           IF AICAL-START NOT > WS-CAL-NOW-HHMM
               AND AICAL-END > WS-CAL-NOW-HHMM
               MOVE 'N' TO WS-CAL-SW
               MOVE 'Y' TO WS-CAL-BR-SW
           END-IF.
      *
       5510-EXIT.
           EXIT.
      *
      *****************************************************************
      * KEEP THE MONITOR'S BROADCAST IN STEP WITH THE INCIDENTS - UP  *
      * WHILE ANY IS OPEN, DOWN ONCE NONE IS. A MESSAGE AN OPERATOR   *
      * SET THROUGH AIMS IS LEFT EXACTLY AS IT IS                     *
      *****************************************************************
       7000-SET-BROADCAST.
      *
           MOVE 'N' TO WS-ANY-OPEN-SW.
           PERFORM 7010-CHECK-ONE-SLOT THRU 7010-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 8.
      *
           IF NO-INCIDENT
               PERFORM 7200-CLEAR-BROADCAST THRU 7200-EXIT
               GO TO 7000-EXIT
           END-IF.
      *
           MOVE 'M' TO AIBCST-KEY.
      *
           EXEC CICS READ
               FILE('AIBCST')
               INTO(AIBCST-RECORD)
               RIDFLD(AIBCST-KEY)
               LENGTH(AIBCST-LENGTH)
               UPDATE
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP = 0
               IF AIBCST-UPD-USER NOT = WS-MON-USER
      *
      * AN OPERATOR'S MESSAGE IS ON FILE - LEAVE IT, AND SAY SO ON THE
      * CONSOLE WHEN A NEW INCIDENT WOULD OTHERWISE HAVE BEEN POSTED
      *
                   EXEC CICS UNLOCK
                       FILE('AIBCST')
                   END-EXEC
                   IF NEW-ALERT
                       EXEC CICS WRITE OPERATOR
                           TEXT(WS-NOTE-BCST)
                           TEXTLENGTH(48)
                           NOHANDLE
                       END-EXEC
                   END-IF
                   GO TO 7000-EXIT
               END-IF
               PERFORM 7100-FILL-BROADCAST THRU 7100-EXIT
               EXEC CICS REWRITE
                   FILE('AIBCST')
                   FROM(AIBCST-RECORD)
                   LENGTH(AIBCST-LENGTH)
                   NOHANDLE
               END-EXEC
               GO TO 7000-EXIT
           END-IF.
      *
      * NOTHING ON FILE - POST OURS. SHOULD AN OPERATOR'S MESSAGE
      * ARRIVE BETWEEN THE READ AND THE WRITE, THE WRITE FAILS AND
      * THE OPERATOR'S MESSAGE STANDS
      *
           MOVE 'M'    TO AIBCST-KEY.
           MOVE WS-NOW TO AIBCST-START-TIME.
           PERFORM 7100-FILL-BROADCAST THRU 7100-EXIT.
      *
           EXEC CICS WRITE
               FILE('AIBCST')
               FROM(AIBCST-RECORD)
               RIDFLD(AIBCST-KEY)
               LENGTH(AIBCST-LENGTH)
               NOHANDLE
           END-EXEC.
      *
       7000-EXIT.
           EXIT.
      *
       7010-CHECK-ONE-SLOT.
      *
           IF AIMN-OPEN(WS-SUB)
               MOVE 'Y' TO WS-ANY-OPEN-SW
           END-IF.
      *
       7010-EXIT.
           EXIT.
      *
      *****************************************************************
      * BUILD THE MONITOR'S BROADCAST - A DEAD BRIDGE GETS ITS OWN    *
      * WORDING. THE WINDOW RUNS FROM WHEN IT WAS FIRST POSTED TO     *
      * THREE INTERVALS FROM NOW                                      *
      *****************************************************************
       7100-FILL-BROADCAST.
      *
           IF AIMN-OPEN(1)
               MOVE 'Assistant unavailable - AI bridge not responding'
                   TO AIBCST-TEXT
           ELSE
               MOVE 'Assistant degraded - answers delayed'
                   TO AIBCST-TEXT
           END-IF.
      *
           COMPUTE AIBCST-END-TIME =
               WS-NOW + WS-INTERVAL-SECS * 3000.
      *
           MOVE AIBCST-START-TIME TO WS-STAMP-ABS.
           PERFORM 7300-MAKE-STAMP THRU 7300-EXIT.
           MOVE WS-STAMP TO AIBCST-START-DISP.
      *
           MOVE AIBCST-END-TIME TO WS-STAMP-ABS.
           PERFORM 7300-MAKE-STAMP THRU 7300-EXIT.
           MOVE WS-STAMP TO AIBCST-END-DISP.
      *
           MOVE WS-MON-USER TO AIBCST-UPD-USER.
           MOVE WS-NOW      TO AIBCST-UPD-TIME.
      *
       7100-EXIT.
           EXIT.
      *
      *****************************************************************
      * TAKE THE MONITOR'S OWN BROADCAST DOWN - ONLY A RECORD STAMPED *
      * BY THE MONITOR IS EVER DELETED                                *
      *****************************************************************
       7200-CLEAR-BROADCAST.
      *
           MOVE 'M' TO AIBCST-KEY.
      *
           EXEC CICS READ
               FILE('AIBCST')
               INTO(AIBCST-RECORD)
               RIDFLD(AIBCST-KEY)
               LENGTH(AIBCST-LENGTH)
               UPDATE
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               GO TO 7200-EXIT
           END-IF.
      *
           IF AIBCST-UPD-USER = WS-MON-USER
               EXEC CICS DELETE
                   FILE('AIBCST')
                   NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS UNLOCK
                   FILE('AIBCST')
               END-EXEC
           END-IF.
      *
       7200-EXIT.
           EXIT.
      *
      *****************************************************************
      * TURN THE ABSTIME IN WS-STAMP-ABS INTO A YYYYMMDDHHMM STAMP IN *
      * WS-STAMP, THE FORM AIMS SHOWS THE WINDOW IN                   *
      *****************************************************************
       7300-MAKE-STAMP.
      *
           EXEC CICS FORMATTIME
               ABSTIME(WS-STAMP-ABS)
               YYYYMMDD(WS-STAMP-DATE)
           END-EXEC.
      *
           MOVE WS-STAMP-DATE TO WS-STAMP-YMD.
      *
           COMPUTE WS-STAMP-DAYS = WS-STAMP-ABS / 86400000.
           COMPUTE WS-STAMP-MINS =
               (WS-STAMP-ABS - WS-STAMP-DAYS * 86400000) / 60000.
           DIVIDE WS-STAMP-MINS BY 60
               GIVING WS-STAMP-HH REMAINDER WS-STAMP-MI.
      *
       7300-EXIT.
           EXIT.
      *
      *****************************************************************
      * ARM THE NEXT CYCLE - THE INTERVAL IN SECONDS BECOMES THE      *
      * HHMMSS VALUE INTERVAL CONTROL EXPECTS                         *
      *****************************************************************
       8000-REARM-TIMER.
      *
           DIVIDE WS-INTERVAL-SECS BY 3600
               GIVING WS-INT-HH REMAINDER WS-INT-REM.
           DIVIDE WS-INT-REM BY 60
               GIVING WS-INT-MM REMAINDER WS-INT-SS.
           COMPUTE WS-INTERVAL-HMS =
               WS-INT-HH * 10000 + WS-INT-MM * 100 + WS-INT-SS.
      *
           EXEC CICS START
               TRANSID('AIMN')
               INTERVAL(WS-INTERVAL-HMS)
               FROM(WS-START-DATA)
               LENGTH(WS-START-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               EXEC CICS WRITE OPERATOR
                   TEXT(WS-NOTE-REARM)
                   TEXTLENGTH(46)
                   NOHANDLE
               END-EXEC
           END-IF.
      *
       8000-EXIT.
           EXIT.
