      * 3. ANSWER SEGMENTS WAITING ON AIQI                            *
      * 4. TIMEOUTS COUNTED ON AITO SINCE IT WAS LAST CLEARED         *
      * 5. AGE OF THE OLDEST UNANSWERED QUESTION (AIPN REGISTRY)      *
      * 6. BRIDGE HEARTBEAT AGE (AIHB)                                *
      * 7. WHETHER THE AICAL SERVICE CALENDAR HAS THE SERVICE OPEN    *
      *    NOW, AND WHEN THAT NEXT CHANGES                            *
      *                                                               *
      * THE BACKLOG LIMIT, ANSWER TIMEOUT AND HEARTBEAT STALENESS     *
      * LIMIT IN FORCE ARE SHOWN NEXT TO THE FIGURES THEY GOVERN,     *
      * READ FROM THE SAME AIPARM RECORDS AIPGM RUNS UNDER, SO THE    *
      * OPERATOR CAN SEE HOW CLOSE THE SYSTEM IS TO EACH LIMIT.       *
      *                                                               *
      * PF4 PRESSED TWICE IN A ROW RESETS THE AIQD BACKLOG COUNTER,   *
      * FREES EVERY AIPN SLOT AND CLEARS THE AITO TIMEOUT COUNT -     *
      * LEFT INFLATED, WHICH OTHERWISE TURNS EVERY NEW QUESTION       *
      * AWAY AS "SYSTEM BUSY".                                        *
      *                                                               *
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE OPERATOR ROLE MAY  *
      * RUN THIS TRANSACTION - SAME RULE AS AIRC AND AIMS.            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
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
           05  WS-TIMEOUT-ENQ       PIC X(04) VALUE 'AITO'.
      *
      * PENDING REGISTRY SCAN RESULTS - SLOT COUNT MUST MATCH THE
      * WS-SLOT-MAX CEILING AIPGM REGISTERS SLOTS UNDER
      *
           05  WS-PEND-MAX          PIC 9(04) COMP VALUE 60.
           05  WS-PEND-SUB          PIC 9(04) COMP.
           05  WS-PEND-LEN          PIC S9(4) COMP.
           05  WS-PEND-COUNT        PIC 9(04) COMP.
           05  WS-AGE-SECS          PIC 9(07) COMP.
      *
      * BRIDGE HEARTBEAT FROM THE AIHB TS QUEUE - THE BRIDGE REWRITES
      * ITEM 1 WITH AN ABSTIME EVERY FEW SECONDS WHILE IT IS ALIVE
      *
           05  WS-HB-TIME           PIC S9(15) COMP-3 VALUE 0.
           05  WS-HB-LENGTH         PIC S9(4) COMP VALUE 8.
           05  WS-HB-AGE-MS         PIC S9(15) COMP-3 VALUE 0.
           05  WS-HB-AGE-SECS       PIC 9(07) COMP VALUE 0.
      *
      * LIMITS IN FORCE - THE SAME DEFAULTS AIPGM CARRIES, REPLACED BY
      * 5050-LOAD-PARMS FROM THE AIPARM RECORDS AIPGM READS, SO THE
      * DASHBOARD ALWAYS SHOWS WHAT AIPGM IS ACTUALLY RUNNING UNDER
      *
           05  WS-MAX-WAIT          PIC 9(02) VALUE 10.
           05  WS-MAX-BACKLOG       PIC 9(04) VALUE 25.
           05  WS-DEFAULT-ALLOW     PIC 9(05) VALUE 25.
           05  WS-HB-STALE-MS       PIC 9(08) COMP VALUE 30000.
           05  WS-HB-STALE-SECS     PIC 9(07) COMP VALUE 0.
           05  WS-PARM-SW           PIC X(01).
               88  PARM-FOUND       VALUE 'Y'.
               88  PARM-NOT-FOUND   VALUE 'N'.
      *
      * SERVICE CALENDAR - THE SAME AICAL SEARCH AIPGM REFUSES
      * OUT-OF-HOURS QUESTIONS WITH, PLUS THE FORWARD SEARCH FOR THE
      * NEXT CLOSING WHEN THE SERVICE IS OPEN. TIMES ARE HHMM; A
      * CLOSING OR WINDOW END TIME IS THE FIRST MINUTE NO LONGER
      * COVERED
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
           05  WS-CAL-NEXT-WIN      PIC 9(04) VALUE 0.
           05  WS-CAL-RESUME-DAY    PIC 9(02) COMP VALUE 0.
           05  WS-CAL-CHANGE-DATE   PIC X(08).
           05  WS-CAL-CHANGE-HHMM   PIC 9(04) VALUE 0.
           05  WS-CAL-CHANGE-PARTS REDEFINES WS-CAL-CHANGE-HHMM.
               10  WS-CAL-CHANGE-HH PIC X(02).
               10  WS-CAL-CHANGE-MI PIC X(02).
           05  WS-CAL-SW            PIC X(01).
               88  SERVICE-OPEN     VALUE 'Y'.
               88  SERVICE-CLOSED   VALUE 'N'.
           05  WS-CAL-DAY-SW        PIC X(01).
               88  CAL-DAY-OPEN     VALUE 'Y'.
               88  CAL-DAY-SHUT     VALUE 'N'.
           05  WS-CAL-FOUND-SW      PIC X(01).
               88  CAL-CHANGE-FOUND VALUE 'Y'.
               88  CAL-CHANGE-NONE  VALUE 'N'.
           05  WS-CAL-BR-SW         PIC X(01).
               88  CAL-BR-DONE      VALUE 'Y'.
               88  CAL-BR-NOT-DONE  VALUE 'N'.
      *
      * TD QUEUE DEPTH COUNTING - EVERY RECORD IS READ OFF INTO THE
      * HOLD TABLE AND THEN PUT STRAIGHT BACK, SO THE QUEUE IS LEFT
      * AS FOUND. 120 SLOTS COVER 30 OUTSTANDING QUESTIONS TIMES FOUR
      * ANSWER SEGMENTS EACH ON AIQI; A QUEUE DEEPER THAN THAT UNDER A
      * RAISED BACKLOG LIMIT IS SHOWN AS 120 "OR MORE". THE
      * BUFFERS ARE SIZED FOR THE 2178-BYTE FOLLOW-UP REQUEST
      * RECORDS, THE LARGEST THING ON ANY OF THESE QUEUES
      *
               10  WS-HOLD-LEN      PIC S9(4) COMP.
               10  WS-HOLD-DATA     PIC X(2178).
      *
      * ONE FORMATTED DASHBOARD LINE - THE LIMIT COLUMNS ARE FILLED
      * ONLY ON THE LINES A TUNING LIMIT GOVERNS
      *
       01  WS-DASH-LINE.
           05  WS-DL-LABEL          PIC X(32).
           05  WS-DL-VALUE          PIC ZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-SUFFIX         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-LIM-LABEL      PIC X(12).
           05  WS-DL-LIM-VALUE      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-LIM-SUFFIX     PIC X(06).
      *
      * THE SERVICE CALENDAR LINE - OPEN OR CLOSED, THEN WHEN THAT
      * NEXT CHANGES
      *
       01  WS-CAL-LINE.
           05  WS-CL-LABEL          PIC X(32)
               VALUE 'SERVICE CALENDAR (AICAL) . . . .'.
           05  WS-CL-STATE          PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CL-NEXT           PIC X(36).
       01  WS-CAL-WHEN.
           05  WS-CW-VERB           PIC X(07).
           05  WS-CW-MM             PIC X(02).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-CW-DD             PIC X(02).
           05  FILLER               PIC X(04) VALUE ' AT '.
           05  WS-CW-HH             PIC X(02).
           05  FILLER               PIC X(01) VALUE ':'.
           05  WS-CW-MI             PIC X(02).
      *
      * ONE SLOT OF THE AIPN PENDING REGISTRY - SAME LAYOUT AIPGM
      * MAINTAINS
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
           ELSE
               PERFORM 1000-FIRST-TIME THRU 1000-EXIT
      *
      * A USERID WITHOUT THE ROLE MUST NOT BE RE-ARMED FOR ANOTHER AIOP
      * INPUT - END THE CONVERSATION HERE INSTEAD OF FALLING INTO THE
      * NORMAL RETURN BELOW
      *
           STOP RUN.
      *
      *****************************************************************
      * FIRST TIME - ROLE CHECK AND INITIAL DASHBOARD                 *
      *****************************************************************
       1000-FIRST-TIME.
      *
           EXIT.
      *
      *****************************************************************
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE OPERATOR ROLE MAY  *
      * SEE THE PIPELINE OR RESET THE BACKLOG                         *
      *****************************************************************
       1100-CHECK-ADMIN.
      *
           IF EIBRESP NOT = 0
               OR NOT AIADMIN-ALLOWED
               OR NOT AIADMIN-IS-OPERATOR
               MOVE 'N' TO WS-AUTH-SW
               EXEC CICS SEND TEXT
                   FROM('Not authorized for AI operations display')
      *****************************************************************
       2000-PROCESS-INPUT.
      *
      * THE ROLE IS RECHECKED ON EVERY INPUT - AN OPERATOR
      * WHOSE ACCESS WAS SUSPENDED MID-CONVERSATION MUST NOT KEEP A
      * LIVE DASHBOARD
      *
           EXIT.
      *
      *****************************************************************
      * LOAD THE LIMITS AIPGM IS RUNNING UNDER FROM THE AIPARM FILE,  *
      * WITH THE SAME FALLBACK TO THE DEFAULT AIPGM APPLIES           *
      *****************************************************************
       5050-LOAD-PARMS.
      *
           MOVE 'MAXWAIT ' TO AIPARM-KEY.
           PERFORM 5055-READ-PARM THRU 5055-EXIT.
           IF PARM-FOUND
               AND AIPARM-VALUE > 0 AND AIPARM-VALUE < 100
               MOVE AIPARM-VALUE TO WS-MAX-WAIT
           END-IF.
      *
           MOVE 'MAXBKLOG' TO AIPARM-KEY.
           PERFORM 5055-READ-PARM THRU 5055-EXIT.
           IF PARM-FOUND
               AND AIPARM-VALUE > 0 AND AIPARM-VALUE NOT > WS-PEND-MAX
               MOVE AIPARM-VALUE TO WS-MAX-BACKLOG
           END-IF.
      *
           MOVE 'DFTALLOW' TO AIPARM-KEY.
           PERFORM 5055-READ-PARM THRU 5055-EXIT.
           IF PARM-FOUND
               AND AIPARM-VALUE > 0 AND AIPARM-VALUE < 100000
               MOVE AIPARM-VALUE TO WS-DEFAULT-ALLOW
           END-IF.
      *
           MOVE 'HBSTALE ' TO AIPARM-KEY.
           PERFORM 5055-READ-PARM THRU 5055-EXIT.
           IF PARM-FOUND
               AND AIPARM-VALUE > 0
               MOVE AIPARM-VALUE TO WS-HB-STALE-MS
           END-IF.
      *
       5050-EXIT.
           EXIT.
      *
       5055-READ-PARM.
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
       5055-EXIT.
           EXIT.
      *
      *****************************************************************
      * GATHER EVERY PIPELINE FIGURE AND SEND THE DASHBOARD SCREEN    *
      *****************************************************************
       5100-SHOW-DASHBOARD.
      *
           INITIALIZE AIMAP3O.
      *
           PERFORM 5050-LOAD-PARMS THRU 5050-EXIT.
      *
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           MOVE SPACES TO WS-DASH-LINE.
           MOVE 'OUTSTANDING QUESTIONS (AIQD) . .' TO WS-DL-LABEL.
           MOVE WS-BACKLOG-COUNT TO WS-DL-VALUE.
           IF WS-BACKLOG-COUNT NOT < WS-MAX-BACKLOG
               MOVE 'AT LIMIT' TO WS-DL-SUFFIX
           END-IF.
           MOVE 'LIMIT . . .'    TO WS-DL-LIM-LABEL.
           MOVE WS-MAX-BACKLOG   TO WS-DL-LIM-VALUE.
           MOVE WS-DASH-LINE     TO LST01O.
      *
      * DEPTH OF EACH REQUEST QUEUE AND OF THE ANSWER QUEUE
           MOVE SPACES TO WS-DASH-LINE.
           MOVE 'AIQO GENERAL QUEUE DEPTH . . . .' TO WS-DL-LABEL.
           MOVE WS-QD-AIQO   TO WS-DL-VALUE.
           IF WS-QD-AIQO = WS-HOLD-MAX
               MOVE 'OR MORE' TO WS-DL-SUFFIX
           END-IF.
           MOVE WS-DASH-LINE TO LST02O.
      *
           MOVE SPACES TO WS-DASH-LINE.
           MOVE 'AIQJ JCL QUEUE DEPTH . . . . . .' TO WS-DL-LABEL.
           MOVE WS-QD-AIQJ   TO WS-DL-VALUE.
           IF WS-QD-AIQJ = WS-HOLD-MAX
               MOVE 'OR MORE' TO WS-DL-SUFFIX
           END-IF.
           MOVE WS-DASH-LINE TO LST03O.
      *
           MOVE SPACES TO WS-DASH-LINE.
           MOVE 'AIQC COBOL QUEUE DEPTH . . . . .' TO WS-DL-LABEL.
           MOVE WS-QD-AIQC   TO WS-DL-VALUE.
           IF WS-QD-AIQC = WS-HOLD-MAX
               MOVE 'OR MORE' TO WS-DL-SUFFIX
           END-IF.
           MOVE WS-DASH-LINE TO LST04O.
      *
           MOVE SPACES TO WS-DASH-LINE.
           MOVE 'AIQV VSAM QUEUE DEPTH  . . . . .' TO WS-DL-LABEL.
           MOVE WS-QD-AIQV   TO WS-DL-VALUE.
           IF WS-QD-AIQV = WS-HOLD-MAX
               MOVE 'OR MORE' TO WS-DL-SUFFIX
           END-IF.
           MOVE WS-DASH-LINE TO LST05O.
      *
           MOVE SPACES TO WS-DASH-LINE.
           MOVE 'AIQI ANSWER SEGMENTS WAITING . .' TO WS-DL-LABEL.
           MOVE WS-QD-AIQI   TO WS-DL-VALUE.
           IF WS-QD-AIQI = WS-HOLD-MAX
               MOVE 'OR MORE' TO WS-DL-SUFFIX
           END-IF.
           MOVE WS-DASH-LINE TO LST06O.
      *
      * TIMEOUTS SINCE THE AITO COUNTER WAS LAST CLEARED
               MOVE WS-AGE-SECS TO WS-DL-VALUE
               MOVE 'SECONDS'   TO WS-DL-SUFFIX
           END-IF.
           MOVE 'TIMEOUT AT'    TO WS-DL-LIM-LABEL.
           MOVE WS-MAX-WAIT     TO WS-DL-LIM-VALUE.
           MOVE 'SECS'          TO WS-DL-LIM-SUFFIX.
           MOVE WS-DASH-LINE TO LST08O.
      *
      * BRIDGE UP/DOWN FROM ITS AIHB HEARTBEAT - THE SAME TEST AIPGM
                   MOVE 'SECS UP'   TO WS-DL-SUFFIX
               END-IF
           END-IF.
           COMPUTE WS-HB-STALE-SECS = WS-HB-STALE-MS / 1000.
           MOVE 'DOWN AFTER'     TO WS-DL-LIM-LABEL.
           MOVE WS-HB-STALE-SECS TO WS-DL-LIM-VALUE.
           MOVE 'SECS'           TO WS-DL-LIM-SUFFIX.
           MOVE WS-DASH-LINE TO LST09O.
      *
      * THE ALLOWANCE A USERID NEW TO AIQTA IS GIVEN ON FIRST USE
      *
           MOVE SPACES TO WS-DASH-LINE.
           MOVE 'NEW USER DAILY ALLOWANCE . . . .' TO WS-DL-LABEL.
           MOVE WS-DEFAULT-ALLOW TO WS-DL-VALUE.
           MOVE 'QUESTIONS'      TO WS-DL-SUFFIX.
           MOVE WS-DASH-LINE     TO LST10O.
      *
      * SERVICE CALENDAR - OPEN OR CLOSED BY THE SAME TEST AIPGM
      * REFUSES QUESTIONS WITH, AND WHEN THAT NEXT CHANGES
      *
           PERFORM 5400-CHECK-SERVICE THRU 5400-EXIT.
      *
           IF SERVICE-OPEN
               MOVE 'OPEN'    TO WS-CL-STATE
               MOVE 'CLOSES ' TO WS-CW-VERB
           ELSE
               MOVE 'CLOSED'  TO WS-CL-STATE
               MOVE 'OPENS  ' TO WS-CW-VERB
           END-IF.
      *
           IF CAL-CHANGE-FOUND
               MOVE WS-CAL-CHANGE-DATE(5:2) TO WS-CW-MM
               MOVE WS-CAL-CHANGE-DATE(7:2) TO WS-CW-DD
               MOVE WS-CAL-CHANGE-HH        TO WS-CW-HH
               MOVE WS-CAL-CHANGE-MI        TO WS-CW-MI
               MOVE WS-CAL-WHEN             TO WS-CL-NEXT
           ELSE
               MOVE 'NO CHANGE IN THE NEXT 14 DAYS' TO WS-CL-NEXT
           END-IF.
           MOVE WS-CAL-LINE TO LST11O.
      *
           MOVE 'Enter=refresh PF4=reset PF3=end' TO STATO.
           MOVE WS-MSG TO MSGO.
           EXIT.
      *
      *****************************************************************
      * CHECK THE AICAL SERVICE CALENDAR THE WAY AIPGM DOES - EACH    *
      * DAY FROM TODAY IS TRIED FOR ITS FIRST OPEN MINUTE AT OR AFTER *
      * NOW; IF THAT IS NOW THE SERVICE IS OPEN AND 5440 LOOKS AHEAD  *
      * FOR THE NEXT CLOSING, OTHERWISE THAT MINUTE IS WHEN IT OPENS. *
      * LEAVES CAL-CHANGE-NONE SET WHEN NOTHING CHANGES IN TWO WEEKS  *
      *****************************************************************
       5400-CHECK-SERVICE.
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
           PERFORM 5410-TRY-ONE-DAY THRU 5410-EXIT
               UNTIL CAL-CHANGE-FOUND
                  OR WS-CAL-DAY NOT < WS-CAL-DAY-MAX.
      *
           IF CAL-CHANGE-NONE
               MOVE 'N' TO WS-CAL-SW
               GO TO 5400-EXIT
           END-IF.
      *
           IF WS-CAL-RESUME-DAY NOT = 0
               OR WS-CAL-CHANGE-HHMM NOT = WS-CAL-NOW-HHMM
               MOVE 'N' TO WS-CAL-SW
               GO TO 5400-EXIT
           END-IF.
      *
      * OPEN NOW - TODAY'S OPEN STRETCH ENDS AT CLOSING OR AT THE NEXT
      * WINDOW, WHICHEVER COMES FIRST; ONE RUNNING TO MIDNIGHT MAY
      * CARRY ON INTO THE DAYS AFTER
      *
           IF WS-CAL-NEXT-WIN < WS-CAL-CLOSE
               MOVE WS-CAL-NEXT-WIN TO WS-CAL-CLOSE
           END-IF.
      *
           IF WS-CAL-CLOSE < 2400
               MOVE WS-CAL-CLOSE TO WS-CAL-CHANGE-HHMM
               GO TO 5400-EXIT
           END-IF.
      *
           MOVE 'N' TO WS-CAL-FOUND-SW.
           MOVE 1   TO WS-CAL-DAY.
           PERFORM 5440-CLOSE-ONE-DAY THRU 5440-EXIT
               UNTIL CAL-CHANGE-FOUND
                  OR WS-CAL-DAY NOT < WS-CAL-DAY-MAX.
      *
       5400-EXIT.
           EXIT.
      *
      *****************************************************************
      * ONE DAY OF THE OPENING SEARCH - START FROM ITS OPENING TIME   *
      * (OR FROM NOW, TODAY), STEP PAST ANY MAINTENANCE WINDOW        *
      * COVERING THAT MINUTE, AND TAKE IT IF STILL BEFORE CLOSING     *
      *****************************************************************
       5410-TRY-ONE-DAY.
      *
           PERFORM 5420-READ-DAY-HOURS THRU 5420-EXIT.
      *
           IF CAL-DAY-OPEN
               MOVE WS-CAL-OPEN TO WS-CAL-TRY
               IF WS-CAL-DAY = 0
                   AND WS-CAL-NOW-HHMM > WS-CAL-TRY
                   MOVE WS-CAL-NOW-HHMM TO WS-CAL-TRY
               END-IF
               PERFORM 5430-SKIP-WINDOWS THRU 5430-EXIT
               IF WS-CAL-TRY < WS-CAL-CLOSE
                   MOVE 'Y'         TO WS-CAL-FOUND-SW
                   MOVE WS-CAL-DAY  TO WS-CAL-RESUME-DAY
                   MOVE WS-CAL-DATE TO WS-CAL-CHANGE-DATE
                   MOVE WS-CAL-TRY  TO WS-CAL-CHANGE-HHMM
               END-IF
           END-IF.
      *
           ADD 1 TO WS-CAL-DAY.
      *
       5410-EXIT.
           EXIT.
      *
      *****************************************************************
      * OPENING AND CLOSING TIME FOR THE DAY WS-CAL-DAY DAYS FROM NOW *
      * - CAL-DAY-SHUT ON A HOLIDAY OR A WEEKDAY CLOSED ALL DAY. A    *
      * WEEKDAY WITH NO ENTRY, OR A CALENDAR THAT CANNOT BE READ, IS  *
      * OPEN ROUND THE CLOCK, AS IN AIPGM                             *
      *****************************************************************
       5420-READ-DAY-HOURS.
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
               GO TO 5420-EXIT
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
       5420-EXIT.
           EXIT.
      *
      *****************************************************************
      * MOVE WS-CAL-TRY PAST EVERY MAINTENANCE WINDOW OF WS-CAL-DATE  *
      * THAT COVERS IT, AND NOTE IN WS-CAL-NEXT-WIN THE START OF THE  *
      * FIRST WINDOW STILL AHEAD OF IT (2400 IF NONE). THE WINDOWS    *
      * COME BACK IN START ORDER, SO ONE PASS DOES BOTH               *
      *****************************************************************
       5430-SKIP-WINDOWS.
      *
           MOVE 2400          TO WS-CAL-NEXT-WIN.
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
               GO TO 5430-EXIT
           END-IF.
      *
           MOVE 'N' TO WS-CAL-BR-SW.
      *
           PERFORM 5435-SKIP-ONE-WINDOW THRU 5435-EXIT
               UNTIL CAL-BR-DONE.
      *
           EXEC CICS ENDBR
               FILE('AICAL')
           END-EXEC.
      *
       5430-EXIT.
           EXIT.
      *
       5435-SKIP-ONE-WINDOW.
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
               GO TO 5435-EXIT
           END-IF.
      *
           IF AICAL-START NOT > WS-CAL-TRY
               AND AICAL-END > WS-CAL-TRY
               MOVE AICAL-END TO WS-CAL-TRY
               GO TO 5435-EXIT
           END-IF.
      *
           IF AICAL-START > WS-CAL-TRY
               AND WS-CAL-NEXT-WIN = 2400
               MOVE AICAL-START TO WS-CAL-NEXT-WIN
           END-IF.
      *
       5435-EXIT.
           EXIT.
      *
      *****************************************************************
      * ONE DAY OF THE CLOSING SEARCH, ONCE TODAY RUNS OPEN TO        *
      * MIDNIGHT - A DAY THAT IS SHUT, OPENS LATE OR STARTS WITH A    *
      * WINDOW CLOSES THE SERVICE AT ITS MIDNIGHT; OTHERWISE ITS OWN  *
      * CLOSING OR FIRST WINDOW DOES, UNLESS IT TOO RUNS TO MIDNIGHT  *
      *****************************************************************
       5440-CLOSE-ONE-DAY.
      *
           PERFORM 5420-READ-DAY-HOURS THRU 5420-EXIT.
      *
           MOVE 0 TO WS-CAL-TRY.
      *
           IF CAL-DAY-OPEN AND WS-CAL-OPEN = 0
               PERFORM 5430-SKIP-WINDOWS THRU 5430-EXIT
           END-IF.
      *
           IF CAL-DAY-SHUT
               OR WS-CAL-OPEN > 0
               OR WS-CAL-TRY > 0
               MOVE 'Y'         TO WS-CAL-FOUND-SW
               MOVE WS-CAL-DATE TO WS-CAL-CHANGE-DATE
               MOVE 0           TO WS-CAL-CHANGE-HHMM
               GO TO 5440-EXIT
           END-IF.
      *
           IF WS-CAL-NEXT-WIN < WS-CAL-CLOSE
               MOVE WS-CAL-NEXT-WIN TO WS-CAL-CLOSE
           END-IF.
      *
           IF WS-CAL-CLOSE < 2400
               MOVE 'Y'          TO WS-CAL-FOUND-SW
               MOVE WS-CAL-DATE  TO WS-CAL-CHANGE-DATE
               MOVE WS-CAL-CLOSE TO WS-CAL-CHANGE-HHMM
               GO TO 5440-EXIT
           END-IF.
      *
           ADD 1 TO WS-CAL-DAY.
      *
       5440-EXIT.
           EXIT.
      *
      *****************************************************************
      * SEND ERROR MESSAGE                                            *
      *****************************************************************
       6000-SEND-ERROR.
