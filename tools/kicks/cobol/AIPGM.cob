                   15  WS-RESP-LINE PIC X(76) OCCURS 10.
           05  WS-STATUS            PIC X(40).
           05  WS-MSG               PIC X(78).
      *
      * ANSWER WAIT LIMIT IN ONE-SECOND TIMER TICKS. THIS, THE BACKLOG
      * LIMIT, THE HEARTBEAT STALENESS LIMIT AND THE DEFAULT DAILY
      * ALLOWANCE BELOW ARE ONLY DEFAULTS - 0100-LOAD-PARMS REPLACES
      * EACH ONE FROM ITS AIPARM RECORD, MAINTAINED ONLINE WITH AIPA,
      * AT THE START OF EVERY TASK
      *
           05  WS-MAX-WAIT          PIC 9(02) VALUE 10.
           05  WS-MAX-SEGMENTS      PIC 9(02) VALUE 4.
           05  WS-HIST-TIME         PIC S9(15) COMP-3.
           05  WS-BACKLOG-ENQ       PIC X(04) VALUE 'AIQD'.
      *
      * PENDING-QUESTION REGISTRY - THE AIPN TS QUEUE HOLDS ONE SLOT
      * PER POSSIBLE OUTSTANDING QUESTION, EACH RECORDING THE
      * CORRELATION TOKEN AND START TIME WHILE THE QUESTION IS OUT TO
      * THE BRIDGE. THE AIOP OPERATOR DASHBOARD READS IT TO SHOW THE
      * AGE OF THE OLDEST UNANSWERED QUESTION. THE BACKLOG LIMIT CAN BE
      * LOWERED WHILE QUESTIONS ARE OUT, SO EVERY SCAN OF AIPN OR AILT
      * RUNS TO WS-SLOT-MAX - THE HIGHEST BACKLOG LIMIT AIPA ACCEPTS -
      * RATHER THAN TO THE LIMIT IN FORCE. A SCAN STILL STOPS AT THE
      * END OF THE QUEUE, SO THE HIGHER BOUND COSTS NOTHING
      *
           05  WS-PEND-ENQ          PIC X(04) VALUE 'AIPN'.
           05  WS-SLOT-MAX          PIC 9(04) VALUE 60.
           05  WS-PEND-SUB          PIC 9(04) COMP.
           05  WS-PEND-LEN          PIC S9(4) COMP.
           05  WS-PEND-DONE-SW      PIC X(01).
               88  BRIDGE-UP        VALUE 'Y'.
               88  BRIDGE-DOWN      VALUE 'N'.
      *
      * SERVICE CALENDAR - THE BRIDGE IS ONLY STAFFED IN THE HOURS ON
      * THE AICAL FILE (LOADED FROM CARDS BY AICAL01). A QUESTION
      * OUTSIDE THEM IS REFUSED BEFORE ANYTHING IS CHARGED, AND THE
      * USER IS TOLD WHEN SERVICE RESUMES. WS-CAL-TRY WALKS FORWARD
      * THROUGH EACH DAY FROM ITS OPENING TIME PAST ANY MAINTENANCE
      * WINDOW UNTIL IT LANDS ON A MINUTE THE SERVICE IS OPEN. TIMES
      * ARE HHMM; A CLOSING OR WINDOW END TIME IS THE FIRST MINUTE NO
      * LONGER COVERED
      *
           05  WS-CAL-NOW           PIC S9(15) COMP-3 VALUE 0.
           05  WS-CAL-ABS           PIC S9(15) COMP-3 VALUE 0.
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
           05  WS-CAL-DAY           PIC 9(02) COMP VALUE 0.
           05  WS-CAL-DAY-MAX       PIC 9(02) COMP VALUE 14.
           05  WS-CAL-OPEN          PIC 9(04) VALUE 0.
           05  WS-CAL-CLOSE         PIC 9(04) VALUE 0.
           05  WS-CAL-TRY           PIC 9(04) VALUE 0.
           05  WS-CAL-RESUME-DAY    PIC 9(02) COMP VALUE 0.
           05  WS-CAL-RESUME-DATE   PIC X(08).
           05  WS-CAL-RESUME-HHMM   PIC 9(04) VALUE 0.
           05  WS-CAL-RESUME-PARTS REDEFINES WS-CAL-RESUME-HHMM.
               10  WS-CAL-RESUME-HH PIC X(02).
               10  WS-CAL-RESUME-MI PIC X(02).
           05  WS-CAL-SW            PIC X(01).
               88  SERVICE-OPEN     VALUE 'Y'.
               88  SERVICE-CLOSED   VALUE 'N'.
           05  WS-CAL-DAY-SW        PIC X(01).
               88  CAL-DAY-OPEN     VALUE 'Y'.
               88  CAL-DAY-SHUT     VALUE 'N'.
           05  WS-CAL-FOUND-SW      PIC X(01).
               88  CAL-RESUME-FOUND VALUE 'Y'.
               88  CAL-RESUME-NONE  VALUE 'N'.
           05  WS-CAL-BR-SW         PIC X(01).
               88  CAL-BR-DONE      VALUE 'Y'.
               88  CAL-BR-NOT-DONE  VALUE 'N'.
      *
      * RUNNING COUNT OF TIMEOUTS SINCE THE AITO TS QUEUE WAS LAST
      * CLEARED - SHOWN ON THE AIOP OPERATOR DASHBOARD
      *
               88  QUOTA-FULL       VALUE 'Y'.
               88  QUOTA-OK         VALUE 'N'.
      *
      * SET BY 0110-READ-PARM WHEN A SETTING HAS A RECORD ON AIPARM
      *
           05  WS-PARM-SW           PIC X(01).
               88  PARM-FOUND       VALUE 'Y'.
               88  PARM-NOT-FOUND   VALUE 'N'.
      *
      * SUBSCRIPTS FOR THE PF2 SAVE LOOPS OVER EVERY SEGMENT AND LINE
      * OF THE ANSWER BEING WRITTEN TO AIPR
      *
               88  AILOG-OK         VALUE 'O'.
               88  AILOG-TIMEOUT    VALUE 'T'.
               88  AILOG-BLOCKED    VALUE 'B'.
               88  AILOG-CLOSED     VALUE 'H'.
       01  AILOG-LENGTH             PIC S9(4) COMP VALUE 3287.
      *
      * AUTHORIZATION CONTROL FILE - KEYED VSAM (AIAUTH) LISTING EVERY
      * USERID ALLOWED TO USE THE AI ASSISTANT. LOOKED UP BY EIBUSERID
      * BEFORE THE INITIAL SCREEN IS EVER SENT. MAINTAINED ONLINE BY
      * THE AIAD ADMIN TRANSACTION (AIADM), WHICH ALSO STAMPS WHO LAST
      * CHANGED EACH ENTRY AND WHEN. THE ROLE FLAGS ARE GRANTED THERE
      * ONE BY ONE; THE ONLY ONE THIS PROGRAM TESTS IS FAQ CURATOR, FOR
      * PF9 FAQ PROMOTION
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
           05  AIAUTH-UPD-USER      PIC X(08).
           05  AIAUTH-UPD-TIME      PIC S9(15) COMP-3.
           05  AIAUTH-COST-CTR      PIC X(06).
       01  AIAUTH-LENGTH            PIC S9(4) COMP VALUE 35.
      *
      * QUESTION TEMPLATE LIBRARY - KEYED VSAM (AITPL) OF NUMBERED
      * CANNED QUESTION SKELETONS WITH FILL-IN BLANKS AND A DEFAULT
               VALUE 'Questions remaining today:'.
           05  WS-RM-LEFT           PIC ZZ,ZZ9.
      *
      * OUT-OF-HOURS REFUSAL - THE RESUME DATE AND TIME FROM
      * 5035-CHECK-SERVICE-HOURS DROP STRAIGHT INTO THE TEXT
      *
       01  WS-CAL-MSG.
           05  FILLER               PIC X(32)
               VALUE 'Outside service hours - resumes '.
           05  WS-CM-MM             PIC X(02).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-CM-DD             PIC X(02).
           05  FILLER               PIC X(04) VALUE ' at '.
           05  WS-CM-HH             PIC X(02).
           05  FILLER               PIC X(01) VALUE ':'.
           05  WS-CM-MI             PIC X(02).
      *
      * ONE SLOT OF THE AIPN PENDING-QUESTION REGISTRY - FLAG 'A'
      * WHILE ITS QUESTION IS OUT TO THE BRIDGE, SPACE WHEN THE SLOT
      * IS FREE FOR REUSE
      *
      * OPERATOR BROADCAST MESSAGE - SINGLE-RECORD KEYED VSAM
      * (AIBCST), KEY IS THE CONSTANT 'M', MAINTAINED BY THE AIMS
      * OPERATOR TRANSACTION (AIMSG). 1000-FIRST-TIME SHOWS THE TEXT ON
      * THE READY SCREEN WHILE THE CLOCK IS INSIDE THE START/END
      * WINDOW, SO AN EXPIRED MESSAGE STOPS SHOWING ON ITS OWN
      *
      * 5020-CHECK-FAQ BEFORE A QUESTION IS EVER SENT TO THE BRIDGE;
      * ON AN EXACT MATCH THE STORED ANSWER IS SHOWN AT ONCE AND NO
      * BRIDGE ROUND-TRIP OR BACKLOG SLOT IS USED. ENTRIES ARE
      * PROMOTED FROM AIHIST BY A FAQ CURATOR WITH PF9, WHICH ALSO
      * STAMPS WHO PROMOTED THE ENTRY AND WHEN
      *
       01  AIFAQ-RECORD.
           05  AIRT-TIME            PIC S9(15) COMP-3.
       01  AIRT-LENGTH              PIC S9(4) COMP VALUE 22.
      *
      * RUN-TIME PARAMETER FILE - KEYED VSAM (AIPARM), ONE RECORD PER
      * TUNING LIMIT KEYED BY ITS NAME, MAINTAINED BY THE AIPA
      * OPERATOR TRANSACTION (AIPRM), WHICH ALSO STAMPS WHO CHANGED
      * IT AND WHEN. A LIMIT WITH NO RECORD RUNS AT ITS DEFAULT
      *
       01  AIPARM-RECORD.
           05  AIPARM-KEY           PIC X(08).
           05  AIPARM-VALUE         PIC 9(07).
           05  AIPARM-UPD-USER      PIC X(08).
           05  AIPARM-UPD-TIME      PIC S9(15) COMP-3.
       01  AIPARM-LENGTH            PIC S9(4) COMP VALUE 31.
      *
      * SERVICE CALENDAR FILE - KEYED VSAM (AICAL), LOADED FROM CARDS
      * BY AICAL01. TYPE 'W' HOLDS THE NORMAL HOURS FOR ONE WEEKDAY
      * (DATE = DAY NUMBER, SUNDAY = 0), 'H' A HOLIDAY CLOSED ALL
      * DAY, 'M' A MAINTENANCE WINDOW KEYED BY DATE AND START TIME SO
      * A DATE'S WINDOWS BROWSE IN TIME ORDER
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
      * DFHAID COPY
      *
       01  DFHAID.
      *****************************************************************
       0000-MAIN.
      *
      * PICK UP THE TUNING LIMITS IN FORCE BEFORE ANYTHING USES THEM -
      * EVERY TASK, TERMINAL OR TIMER, READS THEM AFRESH SO A CHANGE
      * MADE WITH AIPA APPLIES FROM THE VERY NEXT TASK
      *
           PERFORM 0100-LOAD-PARMS THRU 0100-EXIT.
      *
      * CHECK IF THIS IS A RETURN ENTRY FROM THE TERMINAL, OUR OWN
      * INTERVAL-CONTROL FOLLOW-UP TASK CHECKING FOR THE AI ANSWER,
      * OR A BRAND NEW SESSION
           STOP RUN.
      *
      *****************************************************************
      * LOAD THE RUN-TIME TUNING LIMITS FROM THE AIPARM FILE - A      *
      * LIMIT WITH NO RECORD, OR WITH A VALUE ITS FIELD OR THE SLOT   *
      * REGISTRIES CANNOT HOLD, KEEPS ITS VALUE CLAUSE DEFAULT. AIPA  *
      * NEVER STORES SUCH A VALUE, BUT A HAND-LOADED RECORD COULD     *
      *****************************************************************
       0100-LOAD-PARMS.
      *
           MOVE 'MAXWAIT ' TO AIPARM-KEY.
           PERFORM 0110-READ-PARM THRU 0110-EXIT.
           IF PARM-FOUND
               AND AIPARM-VALUE > 0 AND AIPARM-VALUE < 100
               MOVE AIPARM-VALUE TO WS-MAX-WAIT
           END-IF.
      *
           MOVE 'MAXBKLOG' TO AIPARM-KEY.
           PERFORM 0110-READ-PARM THRU 0110-EXIT.
           IF PARM-FOUND
               AND AIPARM-VALUE > 0 AND AIPARM-VALUE NOT > WS-SLOT-MAX
               MOVE AIPARM-VALUE TO WS-MAX-BACKLOG
           END-IF.
      *
           MOVE 'DFTALLOW' TO AIPARM-KEY.
           PERFORM 0110-READ-PARM THRU 0110-EXIT.
           IF PARM-FOUND
               AND AIPARM-VALUE > 0 AND AIPARM-VALUE < 100000
               MOVE AIPARM-VALUE TO WS-DEFAULT-ALLOW
           END-IF.
      *
           MOVE 'HBSTALE ' TO AIPARM-KEY.
           PERFORM 0110-READ-PARM THRU 0110-EXIT.
           IF PARM-FOUND
               AND AIPARM-VALUE > 0
               MOVE AIPARM-VALUE TO WS-HB-STALE-MS
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
      * FIRST TIME - DISPLAY INITIAL SCREEN                           *
      *****************************************************************
       1000-FIRST-TIME.
      *
           PERFORM 1310-CHECK-ONE-NOTICE THRU 1310-EXIT
               VARYING WS-LATE-SUB FROM 1 BY 1
               UNTIL WS-LATE-SUB > WS-SLOT-MAX
               OR LATE-DONE.
      *
           EXEC CICS DEQ
               GO TO 5000-EXIT
           END-IF.
      *
      * NOBODY WATCHES THE BRIDGE OUTSIDE THE SERVICE HOURS ON THE
      * AICAL CALENDAR - A QUESTION SENT THEN WOULD ONLY TIME OUT AND
      * STILL COST A QUOTA CHARGE. REFUSE IT HERE, WITH NOTHING
      * QUEUED OR CHARGED, SAY WHEN SERVICE RESUMES, AND LOG IT UNDER
      * ITS OWN AILOG STATUS SO THE SERVICE-LEVEL REPORTS LEAVE IT
      * OUT. A FAQ ANSWER NEEDS NO BRIDGE AND IS SERVED AT ANY HOUR
      *
           PERFORM 5035-CHECK-SERVICE-HOURS THRU 5035-EXIT.
      *
           IF SERVICE-CLOSED
               MOVE WS-CAL-NOW  TO WS-SD-START-TIME
               MOVE WS-QUESTION TO WS-SD-QUESTION
               MOVE SPACES      TO WS-RESPONSE
               MOVE 0           TO WS-SD-WAIT-COUNT
               MOVE 'H'         TO AILOG-STATUS
               PERFORM 5900-WRITE-AUDIT-LOG THRU 5900-EXIT
               IF CAL-RESUME-FOUND
                   MOVE WS-CAL-MSG TO WS-MSG
               ELSE
                   MOVE 'Outside service hours - no reopening scheduled'
                       TO WS-MSG
               END-IF
               PERFORM 6000-SEND-ERROR
               GO TO 5000-EXIT
           END-IF.
      *
      * A DEAD BRIDGE WOULD LET EVERY QUESTION THROUGH THE BACKLOG
      * CHECK (NOTHING IS MOVING, SO THE COUNT STAYS LOW), CHARGE THE
      * QUOTA AND THEN TIME EVERY USER OUT - CHECK ITS HEARTBEAT
           EXIT.
      *
      *****************************************************************
      * CHECK THE AICAL SERVICE CALENDAR - SETS SERVICE-CLOSED WHEN    *
      * NOW FALLS OUTSIDE THE SERVICE HOURS, AND FILLS WS-CAL-MSG      *
      * WITH WHEN SERVICE RESUMES. EACH DAY FROM TODAY IS TRIED IN     *
      * TURN FOR ITS FIRST OPEN MINUTE AT OR AFTER NOW; IF THAT        *
      * MINUTE IS NOW, THE SERVICE IS OPEN. TWO WEEKS WITH NO OPEN     *
      * MINUTE LEAVES CAL-RESUME-NONE SET                              *
      *****************************************************************
       5035-CHECK-SERVICE-HOURS.
      *
           MOVE 'Y' TO WS-CAL-SW.
           MOVE 'N' TO WS-CAL-FOUND-SW.
      *
           EXEC CICS ASKTIME
               ABSTIME(WS-CAL-NOW)
           END-EXEC.
      *
      * ABSTIME COUNTS MILLISECONDS FROM MIDNIGHT 1 JANUARY 1900 - THE
      * WHOLE DAYS GIVE THE WEEKDAY, THE REST THE TIME OF DAY
      *
           COMPUTE WS-CAL-DAYS = WS-CAL-NOW / 86400000.
           COMPUTE WS-CAL-MINS =
               (WS-CAL-NOW - WS-CAL-DAYS * 86400000) / 60000.
           DIVIDE WS-CAL-MINS BY 60
               GIVING WS-CAL-HH REMAINDER WS-CAL-MI.
           COMPUTE WS-CAL-NOW-HHMM = WS-CAL-HH * 100 + WS-CAL-MI.
      *
           MOVE 0 TO WS-CAL-DAY.
           PERFORM 5036-TRY-ONE-DAY THRU 5036-EXIT
               UNTIL CAL-RESUME-FOUND
                  OR WS-CAL-DAY NOT < WS-CAL-DAY-MAX.
      *
           IF CAL-RESUME-FOUND
               AND WS-CAL-RESUME-DAY = 0
               AND WS-CAL-RESUME-HHMM = WS-CAL-NOW-HHMM
               GO TO 5035-EXIT
           END-IF.
      *
           MOVE 'N' TO WS-CAL-SW.
      *
           IF CAL-RESUME-FOUND
               MOVE WS-CAL-RESUME-DATE(5:2) TO WS-CM-MM
               MOVE WS-CAL-RESUME-DATE(7:2) TO WS-CM-DD
               MOVE WS-CAL-RESUME-HH        TO WS-CM-HH
               MOVE WS-CAL-RESUME-MI        TO WS-CM-MI
           END-IF.
      *
       5035-EXIT.
           EXIT.
      *
      *****************************************************************
      * ONE DAY OF THE SEARCH - START FROM ITS OPENING TIME (OR FROM   *
      * NOW, TODAY), STEP PAST ANY MAINTENANCE WINDOW COVERING THAT    *
      * MINUTE, AND TAKE IT IF IT IS STILL BEFORE CLOSING              *
      *****************************************************************
       5036-TRY-ONE-DAY.
      *
           PERFORM 5037-READ-DAY-HOURS THRU 5037-EXIT.
      *
           IF CAL-DAY-OPEN
               MOVE WS-CAL-OPEN TO WS-CAL-TRY
               IF WS-CAL-DAY = 0
                   AND WS-CAL-NOW-HHMM > WS-CAL-TRY
                   MOVE WS-CAL-NOW-HHMM TO WS-CAL-TRY
               END-IF
               PERFORM 5038-SKIP-WINDOWS THRU 5038-EXIT
               IF WS-CAL-TRY < WS-CAL-CLOSE
                   MOVE 'Y'         TO WS-CAL-FOUND-SW
                   MOVE WS-CAL-DAY  TO WS-CAL-RESUME-DAY
                   MOVE WS-CAL-DATE TO WS-CAL-RESUME-DATE
                   MOVE WS-CAL-TRY  TO WS-CAL-RESUME-HHMM
               END-IF
           END-IF.
      *
           ADD 1 TO WS-CAL-DAY.
      *
       5036-EXIT.
           EXIT.
      *
      *****************************************************************
      * OPENING AND CLOSING TIME FOR THE DAY WS-CAL-DAY DAYS FROM NOW  *
      * - CAL-DAY-SHUT ON A HOLIDAY OR A WEEKDAY CLOSED ALL DAY. A     *
      * WEEKDAY WITH NO ENTRY, OR A CALENDAR THAT CANNOT BE READ,      *
      * LEAVES THE DAY OPEN ROUND THE CLOCK - THE CALENDAR ONLY EVER   *
      * NARROWS THE SERVICE, IT NEVER STOPS IT BY ACCIDENT             *
      *****************************************************************
       5037-READ-DAY-HOURS.
      *
           COMPUTE WS-CAL-ABS = WS-CAL-NOW + WS-CAL-DAY * 86400000.
      *
           EXEC CICS FORMATTIME
               ABSTIME(WS-CAL-ABS)
               YYYYMMDD(WS-CAL-DATE)
           END-EXEC.
      *
      * 1 JANUARY 1900 WAS A MONDAY - DAY NUMBER PLUS ONE, MOD 7,
      * GIVES THE WEEKDAY WITH SUNDAY = 0 AS THE W ENTRIES ARE KEYED
      *
           COMPUTE WS-CAL-WORK = WS-CAL-DAYS + WS-CAL-DAY + 1.
           DIVIDE WS-CAL-WORK BY 7
               GIVING WS-CAL-WEEKS REMAINDER WS-CAL-DOW.
      *
           MOVE 'Y'  TO WS-CAL-DAY-SW.
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
               MOVE 'N' TO WS-CAL-DAY-SW
               GO TO 5037-EXIT
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
               MOVE 'N' TO WS-CAL-DAY-SW
           END-IF.
      *
       5037-EXIT.
           EXIT.
      *
      *****************************************************************
      * MOVE WS-CAL-TRY PAST EVERY MAINTENANCE WINDOW OF WS-CAL-DATE   *
      * THAT COVERS IT - THE WINDOWS COME BACK IN START ORDER, SO ONE  *
      * PASS ALSO STEPS THROUGH WINDOWS THAT RUN BACK TO BACK          *
      *****************************************************************
       5038-SKIP-WINDOWS.
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
               GO TO 5038-EXIT
           END-IF.
      *
           MOVE 'N' TO WS-CAL-BR-SW.
      *
           PERFORM 5039-SKIP-ONE-WINDOW THRU 5039-EXIT
               UNTIL CAL-BR-DONE.
      *
           EXEC CICS ENDBR
               FILE('AICAL')
           END-EXEC.
      *
       5038-EXIT.
           EXIT.
      *
       5039-SKIP-ONE-WINDOW.
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
               GO TO 5039-EXIT
           END-IF.
      *
           IF AICAL-START NOT > WS-CAL-TRY
               AND AICAL-END > WS-CAL-TRY
               MOVE AICAL-END TO WS-CAL-TRY
           END-IF.
      *
       5039-EXIT.
           EXIT.
      *
      *****************************************************************
      * CHECK THE BRIDGE HEARTBEAT ON THE AIHB TS QUEUE - SETS         *
      * BRIDGE-DOWN WHEN THE BRIDGE HAS NEVER CHECKED IN OR ITS LAST   *
      * HEARTBEAT IS OLDER THAN WS-HB-STALE-MS                         *
      * CLAIM A FREE SLOT IN THE AIPN PENDING REGISTRY FOR THE         *
      * QUESTION JUST SENT - SLOTS ARE CREATED ON FIRST USE AND        *
      * REUSED THEREAFTER. WITH EVERY OUTSTANDING QUESTION COUNTED     *
      * AGAINST THE AIQD BACKLOG THERE CAN NEVER BE MORE THAN THE      *
      * HIGHEST BACKLOG LIMIT AIPA ACCEPTS AT ONCE, SO WS-SLOT-MAX     *
      * SLOTS ALWAYS SUFFICE                                           *
      *****************************************************************
       5070-REGISTER-PENDING.
      *
      *
           PERFORM 5075-REG-ONE-SLOT THRU 5075-EXIT
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-SLOT-MAX
               OR PEND-DONE.
      *
           EXEC CICS DEQ
      *
           PERFORM 5085-DEREG-ONE-SLOT THRU 5085-EXIT
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-SLOT-MAX
               OR PEND-DONE.
      *
           EXEC CICS DEQ
      *
           PERFORM 5096-REG-LATE-SLOT THRU 5096-EXIT
               VARYING WS-LATE-SUB FROM 1 BY 1
               UNTIL WS-LATE-SUB > WS-SLOT-MAX
               OR LATE-DONE.
      *
           EXEC CICS DEQ
      * CAN NEVER HOLD MORE THAN WS-MAX-BACKLOG ENTRIES AT ONCE, SINCE
      * EVERY ENTRY ON IT CORRESPONDS TO ONE STILL-OUTSTANDING QUESTION
      * COUNTED AGAINST THE AIQD BACKLOG, SO THAT MANY READS ARE
      * ENOUGH TO CYCLE THE WHOLE QUEUE. JUST AFTER THE LIMIT IS
      * LOWERED THE QUEUE CAN BRIEFLY HOLD MORE - THE RECORDS NOT
      * REACHED THIS TICK ARE STILL AHEAD OF THE ONES REQUEUED, SO THE
      * NEXT TICK CARRIES ON WHERE THIS ONE STOPPED
      *
           MOVE 'N'            TO WS-MATCH-SW.
           MOVE WS-MAX-BACKLOG TO WS-DRAIN-COUNT.
      *
           PERFORM 5175-TRY-LATE-SLOT THRU 5175-EXIT
               VARYING WS-LATE-SUB FROM 1 BY 1
               UNTIL WS-LATE-SUB > WS-SLOT-MAX
               OR LATE-DONE
               OR LATE-CAPTURED.
      *
      *
      *****************************************************************
      * PROMOTE THE HISTORY ENTRY ON SCREEN INTO THE CURATED FAQ FILE  *
      * (PF9) - RESTRICTED TO USERIDS HOLDING THE FAQ CURATOR ROLE ON  *
      * AIAUTH. AN ENTRY ALREADY IN THE FAQ FOR THE SAME QUESTION IS   *
      * REFRESHED WITH THE NEWER ANSWER                                *
      *****************************************************************
       5400-PROMOTE-FAQ.
      *
               GO TO 5400-EXIT
           END-IF.
      *
      * ONLY A FAQ CURATOR MAY PROMOTE INTO THE FAQ FILE
      *
           MOVE EIBUSERID TO AIAUTH-USERID.
      *
      *
           IF EIBRESP NOT = 0
               OR NOT AIAUTH-ALLOWED
               OR NOT AIAUTH-IS-CURATOR
               MOVE 'FAQ promotion is limited to FAQ curators'
                   TO WS-MSG
               PERFORM 6000-SEND-ERROR
               GO TO 5400-EXIT
