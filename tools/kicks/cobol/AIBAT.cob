       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIBAT.
      *****************************************************************
      * AI MAINFRAME ASSISTANT - BATCH QUESTION RUNNER                *
      * FOR KICKS ON MVS 3.8J                                         *
      *                                                               *
      * TRANSACTION ID: AIBT                                          *
      *                                                               *
      * THE AIBAT01 BATCH JOB LOADS A FILE OF QUESTIONS ONTO THE AIBQ *
      * CLUSTER, EACH WITH THE USERID IT IS ASKED FOR AND A CATEGORY. *
      * THIS TRANSACTION RUNS WITH NO TERMINAL, STARTING ITSELF AGAIN *
      * BY INTERVAL CONTROL, AND WORKS THROUGH THE QUEUED QUESTIONS   *
      * ONE AT A TIME DOWN THE SAME PATH AIPGM TAKES AN ONLINE ONE:   *
      * 1. THE REQUESTER MUST BE ON AIAUTH AND NOT SUSPENDED          *
      * 2. AIBLK SCREENING - A BLOCKED QUESTION IS LOGGED (AILOG B)   *
      * 3. AIFAQ LOOKUP - A HIT IS ANSWERED FROM THE FAQ AT ONCE      *
      * 4. AICAL SERVICE HOURS, BRIDGE HEARTBEAT AND AIQD BACKLOG -   *
      *    WHILE ANY OF THESE WOULD TURN A TERMINAL AWAY THE BATCH    *
      *    SIMPLY WAITS, SO IT NEVER PUSHES THE BACKLOG PAST ITS      *
      *    LIMIT AND NEVER SENDS A QUESTION NOBODY WILL ANSWER        *
      * 5. AIQTA QUOTA - CHARGED TO THE REQUESTER, REFUSED WHEN USED  *
      * 6. ROUTED BY CATEGORY TO AIQJ/AIQC/AIQV/AIQO, REGISTERED ON   *
      *    AIPN, AND THE ANSWER DRAINED OFF AIQI UNDER ITS OWN TOKEN  *
      *    (TERMINAL PART 'AIBT') EXACTLY AS AIPGM'S TIMER TASK DOES  *
      *                                                               *
      * EVERY ANSWER IS FILED IN THE REQUESTER'S AIHIST, SO THEY CAN  *
      * BROWSE IT WITH PF7/PF8, AND AUDITED ON AILOG UNDER THEIR      *
      * USERID WITH TERMINAL AIBT. A QUESTION THAT TIMES OUT GETS THE *
      * SAME AIHIST PLACEHOLDER AND AILT SLOT AS AN ONLINE ONE, SO A  *
      * LATE ANSWER STILL REACHES THE REQUESTER'S HISTORY. THE        *
      * OUTCOME OF EVERY QUESTION - ANSWER, FAQ ANSWER, OR THE REASON *
      * IT WAS BLOCKED, REFUSED OR TIMED OUT - IS KEPT ON ITS AIBQ    *
      * RECORD FOR THE AIBAT02 REPORT.                                *
      *                                                               *
      * ONLY ONE BATCH QUESTION IS EVER OUT TO THE BRIDGE AT A TIME,  *
      * SO THE BACKLOG THE ONLINE USERS SEE GROWS BY ONE AT MOST.     *
      * WHILE IT IS OUT THE RUNNER CHECKS EVERY SECOND; WITH NOTHING  *
      * TO DO, OR WHILE IT IS WAITING ON THE SERVICE HOURS OR THE     *
      * BRIDGE, IT CHECKS EVERY THIRTY SECONDS.                       *
      *                                                               *
      * AN OPERATOR STARTS THE RUNNER BY ENTERING AIBT AND STOPS IT   *
      * WITH AIBT STOP. AS WITH AIMN, A NEW START REPLACES A RUNNING  *
      * CHAIN AND THE OLD ONE ENDS QUIETLY ON ITS NEXT CYCLE. A       *
      * QUESTION OUT WHEN THE RUNNER IS STOPPED IS PICKED UP AGAIN    *
      * (OR TIMED OUT) BY THE FIRST CYCLE AFTER THE NEXT START.       *
      *                                                               *
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE OPERATOR ROLE MAY  *
      * START OR STOP THE RUNNER - SAME RULE AS AIOP AND AIMN.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      * WORKING VARIABLES
      *
       01  WS-VARIABLES.
           05  WS-NOW               PIC S9(15) COMP-3 VALUE 0.
           05  WS-HIST-TIME         PIC S9(15) COMP-3 VALUE 0.
           05  WS-QUESTION          PIC X(216).
           05  WS-RESPONSE          PIC X(3040).
           05  WS-AUTH-SW           PIC X(01).
               88  AUTH-OK          VALUE 'Y'.
               88  AUTH-FAILED      VALUE 'N'.
           05  WS-STATE-SW          PIC X(01).
               88  STATE-FOUND      VALUE 'Y'.
               88  STATE-MISSING    VALUE 'N'.
           05  WS-RUNNING-SW        PIC X(01).
               88  CHAIN-RUNNING    VALUE 'Y'.
               88  CHAIN-IDLE       VALUE 'N'.
           05  WS-STATE-ENQ         PIC X(04) VALUE 'AIBT'.
           05  WS-STATE-LENGTH      PIC S9(4) COMP VALUE 47.
      *
      * THE TERMINAL PART OF EVERY BATCH QUESTION'S CORRELATION
      * TOKEN, AND THE TERMINAL ID ITS AILOG RECORDS CARRY
      *
           05  WS-BAT-TERM          PIC X(04) VALUE 'AIBT'.
      *
      * OPERATOR INPUT - AIBT ALONE STARTS THE RUNNER, AIBT STOP
      * STOPS IT
      *
           05  WS-TERM-LEN          PIC S9(4) COMP.
           05  WS-TERM-INPUT.
               10  WS-TI-TRAN       PIC X(04).
               10  FILLER           PIC X(01).
               10  WS-TI-VERB       PIC X(05).
               10  FILLER           PIC X(70).
      *
      * HOW SOON THE NEXT CYCLE RUNS, AS INTERVAL CONTROL WANTS IT
      * (HHMMSS) - ONE SECOND WHILE A QUESTION IS OUT OR THE BACKLOG
      * IS FULL, THIRTY WHEN THERE IS NOTHING TO DO OR THE SERVICE
      * IS CLOSED OR THE BRIDGE DOWN. A CYCLE TAKES AT MOST
      * WS-BURST-MAX QUESTIONS THAT NEED NO BRIDGE (BLOCKED, FAQ,
      * REFUSED) BEFORE IT GIVES THE PROCESSOR BACK
      *
           05  WS-BUSY-HMS          PIC S9(7) COMP-3 VALUE 1.
           05  WS-IDLE-HMS          PIC S9(7) COMP-3 VALUE 30.
           05  WS-NEXT-HMS          PIC S9(7) COMP-3 VALUE 30.
           05  WS-BURST-MAX         PIC 9(02) COMP VALUE 20.
           05  WS-BURST-COUNT       PIC 9(02) COMP VALUE 0.
      *
      * HOW THE SEARCH FOR THE NEXT QUEUED QUESTION ENDED
      *
           05  WS-TAKE-SW           PIC X(01).
               88  TAKE-MORE        VALUE 'M'.
               88  TAKE-SENT        VALUE 'S'.
               88  TAKE-HELD        VALUE 'H'.
               88  TAKE-BUSY        VALUE 'B'.
               88  TAKE-NONE        VALUE 'N'.
           05  WS-FIND-SW           PIC X(01).
               88  BQ-FOUND         VALUE 'Y'.
               88  BQ-NOT-FOUND     VALUE 'N'.
           05  WS-FIND-DONE-SW      PIC X(01).
               88  FIND-DONE        VALUE 'Y'.
               88  FIND-NOT-DONE    VALUE 'N'.
           05  WS-WRAP-SW           PIC X(01).
               88  FIND-WRAPPED     VALUE 'Y'.
               88  FIND-NOT-WRAPPED VALUE 'N'.
           05  WS-BR-KEY            PIC X(13).
      *
      * A LOST STATE RESTARTS THE TOKEN SEQUENCE FROM THE CLOCK - THE
      * LOW FOUR DIGITS OF THE TIME IN SECONDS - SO A NEW TOKEN DOES
      * NOT PICK UP A STALE ANSWER LEFT ON AIQI UNDER AN OLD ONE
      *
           05  WS-SEED-SECS         PIC S9(15) COMP-3 VALUE 0.
           05  WS-SEED-QUOT         PIC S9(15) COMP-3 VALUE 0.
      *
      * ANSWER COLLECTION FOR THE QUESTION OUT - SET WHEN ONE OF ITS
      * SEGMENTS COMES OFF AIQI THIS CYCLE, AND WHEN ALL HAVE
      *
           05  WS-PROGRESS-SW       PIC X(01).
               88  ANSWER-PROGRESS  VALUE 'Y'.
               88  ANSWER-NO-PROGRESS VALUE 'N'.
           05  WS-COMPLETE-SW       PIC X(01).
               88  ANSWER-COMPLETE  VALUE 'Y'.
               88  ANSWER-INCOMPLETE VALUE 'N'.
           05  WS-DRAIN-COUNT       PIC 9(04) COMP.
      *
      * TUNING LIMITS - THE SAME AIPARM SETTINGS AIPGM RUNS UNDER,
      * WITH THE SAME DEFAULTS
      *
           05  WS-MAX-WAIT          PIC 9(02) VALUE 10.
           05  WS-MAX-SEGMENTS      PIC 9(02) VALUE 4.
           05  WS-MAX-BACKLOG       PIC 9(04) VALUE 25.
           05  WS-SLOT-MAX          PIC 9(04) VALUE 60.
           05  WS-DEFAULT-ALLOW     PIC 9(05) VALUE 25.
           05  WS-HB-STALE-MS       PIC 9(08) COMP VALUE 30000.
           05  WS-PARM-SW           PIC X(01).
               88  PARM-FOUND       VALUE 'Y'.
               88  PARM-NOT-FOUND   VALUE 'N'.
      *
      * REQUEST QUEUE FOR THE QUESTION'S CATEGORY
      *
           05  WS-QUEUE-NAME        PIC X(04) VALUE 'AIQO'.
      *
      * AIQD BACKLOG COUNT - SAME TS QUEUE AND ENQ AS AIPGM
      *
           05  WS-BACKLOG-COUNT     PIC 9(04) COMP VALUE 0.
           05  WS-BACKLOG-LENGTH    PIC S9(4) COMP VALUE 2.
           05  WS-BACKLOG-SW        PIC X(01).
               88  BACKLOG-FULL     VALUE 'Y'.
               88  BACKLOG-OK       VALUE 'N'.
           05  WS-BACKLOG-ENQ       PIC X(04) VALUE 'AIQD'.
      *
      * AIPN PENDING REGISTRY AND AILT LATE-ANSWER REGISTRY - SAME
      * SLOT SCHEME AND ENQ NAMES AS AIPGM
      *
           05  WS-PEND-ENQ          PIC X(04) VALUE 'AIPN'.
           05  WS-PEND-SUB          PIC 9(04) COMP.
           05  WS-PEND-LEN          PIC S9(4) COMP.
           05  WS-PEND-DONE-SW      PIC X(01).
               88  PEND-DONE        VALUE 'Y'.
               88  PEND-NOT-DONE    VALUE 'N'.
           05  WS-LATE-ENQ          PIC X(04) VALUE 'AILT'.
           05  WS-LATE-SUB          PIC 9(04) COMP.
           05  WS-LATE-LEN          PIC S9(4) COMP.
           05  WS-LATE-SW           PIC X(01).
               88  LATE-CAPTURED    VALUE 'Y'.
               88  LATE-NOT-CAPTURED VALUE 'N'.
           05  WS-LATE-DONE-SW      PIC X(01).
               88  LATE-DONE        VALUE 'Y'.
               88  LATE-NOT-DONE    VALUE 'N'.
      *
      * BRIDGE HEARTBEAT ON THE AIHB TS QUEUE
      *
           05  WS-HB-TIME           PIC S9(15) COMP-3 VALUE 0.
           05  WS-HB-LENGTH         PIC S9(4) COMP VALUE 8.
           05  WS-HB-SW             PIC X(01).
               88  BRIDGE-UP        VALUE 'Y'.
               88  BRIDGE-DOWN      VALUE 'N'.
      *
      * AITO RUNNING TIMEOUT COUNT
      *
           05  WS-TIMEOUT-TODAY     PIC 9(04) COMP VALUE 0.
           05  WS-TIMEOUT-LENGTH    PIC S9(4) COMP VALUE 2.
           05  WS-TIMEOUT-ENQ       PIC X(04) VALUE 'AITO'.
      *
      * AIQTA DAILY QUOTA
      *
           05  WS-QUOTA-SW          PIC X(01).
               88  QUOTA-FULL       VALUE 'Y'.
               88  QUOTA-OK         VALUE 'N'.
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
      * AIBLK SCREENING WORK FIELDS
      *
       01  WS-SCREEN-WORK.
           05  WS-BLK-SW            PIC X(01).
               88  QUESTION-BLOCKED VALUE 'Y'.
               88  QUESTION-CLEAN   VALUE 'N'.
           05  WS-BLK-DONE-SW       PIC X(01).
               88  BLK-LIST-DONE    VALUE 'Y'.
               88  BLK-LIST-MORE    VALUE 'N'.
           05  WS-BLK-LEN           PIC 9(02) COMP.
           05  WS-BLK-TRIM-SUB      PIC 9(02) COMP.
           05  WS-BLK-SCAN-POS      PIC 9(03) COMP.
           05  WS-BLK-SCAN-END      PIC 9(03) COMP.
      *
      * DATA PASSED FROM EACH CYCLE TO THE NEXT BY THE START COMMAND -
      * THE STAMP OF THE OPERATOR START THAT BEGAN THIS CHAIN
      *
       01  WS-START-DATA.
           05  WS-SD-CHAIN-ID       PIC S9(15) COMP-3.
       01  WS-START-LENGTH          PIC S9(4) COMP VALUE 8.
      *
      * OUTCOME TEXT KEPT ON THE AIBQ RECORD OF A QUESTION THAT GOT
      * NO ANSWER - THE QUOTA FIGURES DROP STRAIGHT INTO THE TEXT
      *
       01  WS-NOT-AUTH-MSG          PIC X(42)
               VALUE 'USERID NOT AUTHORIZED FOR THE AI ASSISTANT'.
       01  WS-BLOCKED-MSG           PIC X(43)
               VALUE 'BLOCKED - QUESTION CONTAINS RESTRICTED DATA'.
       01  WS-TIMEOUT-MSG           PIC X(47)
               VALUE 'TIMED OUT - LATE ANSWER WILL BE FILED IN AIHIST'.
       01  WS-QUOTA-MSG.
           05  FILLER               PIC X(26)
               VALUE 'DAILY QUOTA REACHED - USED'.
           05  WS-QM-USED           PIC ZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE ' OF'.
           05  WS-QM-ALLOW          PIC ZZ,ZZ9.
      *
      * CONSOLE NOTE WHEN THE NEXT CYCLE CANNOT BE ARMED
      *
       01  WS-NOTE-REARM            PIC X(46)
               VALUE 'AIBT COULD NOT ARM ITS NEXT CYCLE - ENTER AIBT'.
      *
      * REPLIES TO THE OPERATOR WHO STARTED OR STOPPED THE RUNNER
      *
       01  WS-USAGE-MSG             PIC X(40)
               VALUE 'Enter AIBT to start or AIBT STOP to stop'.
      *
      * RUNNER STATE - ITEM 1 OF THE AIBT TS QUEUE, UPDATED UNDER THE
      * AIBT ENQ. THE CHAIN STAMP SAYS WHICH CYCLE CHAIN IS THE LIVE
      * ONE (ZERO WHEN STOPPED). THE TOKEN SEQUENCE NUMBERS THE
      * QUESTIONS SENT; THE CURRENT KEY IS THE AIBQ RECORD OUT TO THE
      * BRIDGE, AND THE NEXT KEY WHERE THE SEARCH FOR THE NEXT QUEUED
      * QUESTION STARTS
      *
       01  AIBT-STATE.
           05  AIBT-CHAIN-ID        PIC S9(15) COMP-3.
           05  AIBT-LAST-CYCLE      PIC S9(15) COMP-3.
           05  AIBT-TOKEN-SEQ       PIC 9(04).
           05  AIBT-OUT-SW          PIC X(01).
               88  AIBT-QUESTION-OUT VALUE 'Y'.
               88  AIBT-NOTHING-OUT VALUE 'N'.
           05  AIBT-CUR-KEY         PIC X(13).
           05  AIBT-NEXT-KEY        PIC X(13).
      *
      * BATCH QUESTION FILE - KEYED VSAM (AIBQ), ONE RECORD PER INPUT
      * QUESTION KEYED BY RUN ID AND INPUT SEQUENCE NUMBER. LOADED
      * 'Q' BY AIBAT01, WORKED HERE, AND REPORTED AND PURGED BY
      * AIBAT02. WHILE A QUESTION IS OUT ITS ANSWER SEGMENTS ARE
      * BANKED ON THE RECORD AS THEY ARRIVE; A QUESTION THAT GOT NO
      * ANSWER CARRIES THE REASON IN THE FIRST RESPONSE LINE
      *
       01  AIBQ-RECORD.
           05  AIBQ-KEY.
               10  AIBQ-RUN         PIC X(08).
               10  AIBQ-NUM         PIC 9(05).
           05  AIBQ-STATUS          PIC X(01).
               88  AIBQ-QUEUED      VALUE 'Q'.
               88  AIBQ-SENT        VALUE 'S'.
               88  AIBQ-ANSWERED    VALUE 'A'.
               88  AIBQ-FROM-FAQ    VALUE 'F'.
               88  AIBQ-BLOCKED     VALUE 'B'.
               88  AIBQ-NO-QUOTA    VALUE 'R'.
               88  AIBQ-NOT-AUTH    VALUE 'N'.
               88  AIBQ-TIMED-OUT   VALUE 'T'.
               88  AIBQ-REJECTED    VALUE 'X'.
           05  AIBQ-USERID          PIC X(08).
           05  AIBQ-CATEGORY        PIC X(05).
           05  AIBQ-QUESTION        PIC X(216).
           05  AIBQ-SEQ             PIC 9(04).
           05  AIBQ-START-TIME      PIC S9(15) COMP-3.
           05  AIBQ-END-TIME        PIC S9(15) COMP-3.
           05  AIBQ-WAIT-COUNT      PIC 9(02).
           05  AIBQ-HIST-TIME       PIC S9(15) COMP-3.
           05  AIBQ-SEG-RECEIVED    PIC 9(02).
           05  AIBQ-SEG-TOT         PIC 9(02).
           05  AIBQ-RESPONSE        PIC X(3040).
           05  AIBQ-RESP-SEGS REDEFINES AIBQ-RESPONSE.
               10  AIBQ-RESP-SEG    PIC X(760) OCCURS 4.
       01  AIBQ-LENGTH              PIC S9(4) COMP VALUE 3317.
      *
      * HISTORY RECORD - SAME LAYOUT AIPGM FILES
      *
       01  AIHIST-RECORD.
           05  AIHIST-KEY.
               10  AIHIST-USER      PIC X(08).
               10  AIHIST-TIME      PIC S9(15) COMP-3.
           05  AIHIST-QUESTION      PIC X(216).
           05  AIHIST-RESPONSE      PIC X(3040).
           05  AIHIST-RESP-SEGS REDEFINES AIHIST-RESPONSE.
               10  AIHIST-RESP-SEG  OCCURS 4.
                   15  AIHIST-RESP-LINE PIC X(76) OCCURS 10.
           05  AIHIST-SEG-TOT       PIC 9(02).
           05  AIHIST-RATING        PIC X(01).
       01  AIHIST-LENGTH            PIC S9(4) COMP VALUE 3275.
      *
      * REQUEST RECORD FOR THE BRIDGE - SAME LAYOUT AIPGM WRITES. A
      * BATCH QUESTION IS ALWAYS STANDALONE, WITH NO CONTEXT
      *
       01  WS-TD-RECORD.
           05  WS-TD-TOKEN.
               10  WS-TD-TERM       PIC X(04).
               10  WS-TD-SEQ        PIC 9(04).
           05  WS-TD-QUESTION       PIC X(216).
           05  WS-TD-FUP-FLAG       PIC X(01).
           05  WS-TD-CTX-COUNT      PIC 9(01).
           05  WS-TD-CONTEXT OCCURS 2.
               10  WS-TD-CTX-QUESTION PIC X(216).
               10  WS-TD-CTX-ANSWER PIC X(760).
       01  WS-TD-LENGTH             PIC S9(4) COMP VALUE 2178.
      *
      * ANSWER RECORD READ BACK FROM AIQI - SAME LAYOUT AIPGM READS
      *
       01  WS-AIQI-RECORD.
           05  WS-AIQI-TOKEN.
               10  WS-AIQI-TERM     PIC X(04).
               10  WS-AIQI-SEQ      PIC 9(04).
           05  WS-AIQI-SEG-NUM      PIC 9(02).
           05  WS-AIQI-SEG-TOT      PIC 9(02).
           05  WS-AIQI-RESPONSE     PIC X(760).
       01  WS-AIQI-LENGTH           PIC S9(4) COMP VALUE 772.
      *
      * AUDIT LOG RECORD - SAME LAYOUT AIPGM WRITES
      *
       01  AILOG-RECORD.
           05  AILOG-USERID         PIC X(08).
           05  AILOG-TERMID         PIC X(04).
           05  AILOG-QUESTION       PIC X(216).
           05  AILOG-RESPONSE       PIC X(3040).
           05  AILOG-WAIT-COUNT     PIC 9(02).
           05  AILOG-START-TIME     PIC S9(15) COMP-3.
           05  AILOG-END-TIME       PIC S9(15) COMP-3.
           05  AILOG-STATUS         PIC X(01).
               88  AILOG-OK         VALUE 'O'.
               88  AILOG-TIMEOUT    VALUE 'T'.
               88  AILOG-BLOCKED    VALUE 'B'.
               88  AILOG-CLOSED     VALUE 'H'.
       01  AILOG-LENGTH             PIC S9(4) COMP VALUE 3287.
      *
      * AUTHORIZATION RECORD - SAME LAYOUT AIPGM USES. READ FOR THE
      * REQUESTER OF EACH QUESTION AND FOR THE OPERATOR AT AIBT
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
      * DAILY QUOTA RECORD - SAME LAYOUT AIPGM CHARGES
      *
       01  AIQTA-RECORD.
           05  AIQTA-USERID         PIC X(08).
           05  AIQTA-ALLOWANCE      PIC 9(05).
           05  AIQTA-USED           PIC 9(05).
           05  AIQTA-UPD-TIME       PIC S9(15) COMP-3.
       01  AIQTA-LENGTH             PIC S9(4) COMP VALUE 26.
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
      * ONE SLOT OF THE AILT LATE-ANSWER REGISTRY - SAME LAYOUT AIPGM
      * MAINTAINS
      *
       01  AILT-RECORD.
           05  AILT-FLAG            PIC X(01).
               88  AILT-WAITING     VALUE 'W'.
               88  AILT-DELIVERED   VALUE 'D'.
               88  AILT-FREE        VALUE SPACE.
           05  AILT-TERM            PIC X(04).
           05  AILT-SEQ             PIC 9(04).
           05  AILT-USER            PIC X(08).
           05  AILT-HIST-TIME       PIC S9(15) COMP-3.
           05  AILT-SEG-RECEIVED    PIC 9(02).
           05  AILT-SEG-TOTAL       PIC 9(02).
           05  AILT-RESPONSE        PIC X(3040).
           05  AILT-RESP-SEGS REDEFINES AILT-RESPONSE.
               10  AILT-RESP-SEG    PIC X(760) OCCURS 4.
       01  AILT-LENGTH              PIC S9(4) COMP VALUE 3069.
      *
      * BLOCKED-PATTERN FILE - SAME LAYOUT AIPGM SCREENS AGAINST
      *
       01  AIBLK-RECORD.
           05  AIBLK-NUM            PIC 9(03).
           05  AIBLK-TEXT           PIC X(40).
       01  AIBLK-LENGTH             PIC S9(4) COMP VALUE 43.
      *
      * CURATED FAQ FILE - SAME LAYOUT AIPGM LOOKS UP
      *
       01  AIFAQ-RECORD.
           05  AIFAQ-QUESTION       PIC X(216).
           05  AIFAQ-RESPONSE       PIC X(3040).
           05  AIFAQ-SEG-TOT        PIC 9(02).
           05  AIFAQ-UPD-USER       PIC X(08).
           05  AIFAQ-UPD-TIME       PIC S9(15) COMP-3.
       01  AIFAQ-LENGTH             PIC S9(4) COMP VALUE 3274.
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
      * LOAD THE TUNING LIMITS FROM THE AIPARM FILE - SAME SETTINGS,  *
      * SAME RANGE CHECKS AS AIPGM 0100-LOAD-PARMS                    *
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
      * OPERATOR ENTRY - AIBT STARTS A NEW CYCLE CHAIN IN PLACE OF    *
      * ANY RUNNING ONE, AIBT STOP ENDS IT                            *
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
                   LENGTH(40)
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
      * A CHAIN THAT HAS CYCLED WITHIN THE LAST MINUTE IS TAKEN TO BE
      * RUNNING - ONLY THE WORDING OF THE REPLY DEPENDS ON IT
      *
           MOVE 'N' TO WS-RUNNING-SW.
           IF AIBT-CHAIN-ID NOT = 0
               AND WS-NOW - AIBT-LAST-CYCLE NOT > 60000
               MOVE 'Y' TO WS-RUNNING-SW
           END-IF.
      *
      * STOP - THE CHAIN ENDS ON ITS NEXT CYCLE. A QUESTION STILL OUT
      * STAYS RECORDED IN THE STATE FOR THE NEXT START TO FINISH
      *
           IF WS-TI-VERB = 'STOP '
               MOVE 0 TO AIBT-CHAIN-ID
               PERFORM 3100-WRITE-STATE THRU 3100-EXIT
               EXEC CICS DEQ
                   RESOURCE(WS-STATE-ENQ)
                   LENGTH(4)
               END-EXEC
               EXEC CICS SEND TEXT
                   FROM('AI batch question runner stopped')
                   LENGTH(32)
                   ERASE
                   FREEKB
               END-EXEC
               GO TO 1000-EXIT
           END-IF.
      *
      * A NEW CHAIN - ITS STAMP REPLACES ANY EARLIER ONE, WHICH THEN
      * ENDS ON ITS NEXT CYCLE
      *
           MOVE WS-NOW TO AIBT-CHAIN-ID.
           MOVE WS-NOW TO AIBT-LAST-CYCLE.
      *
           PERFORM 3100-WRITE-STATE THRU 3100-EXIT.
      *
           EXEC CICS DEQ
               RESOURCE(WS-STATE-ENQ)
               LENGTH(4)
           END-EXEC.
      *
           MOVE AIBT-CHAIN-ID TO WS-SD-CHAIN-ID.
      *
           EXEC CICS START
               TRANSID('AIBT')
               INTERVAL(0)
               FROM(WS-START-DATA)
               LENGTH(WS-START-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               EXEC CICS SEND TEXT
                   FROM('AI batch runner could not be started')
                   LENGTH(36)
                   ERASE
                   FREEKB
               END-EXEC
               GO TO 1000-EXIT
           END-IF.
      *
           IF CHAIN-RUNNING
               EXEC CICS SEND TEXT
                   FROM('AI batch question runner restarted')
                   LENGTH(34)
                   ERASE
                   FREEKB
               END-EXEC
           ELSE
               EXEC CICS SEND TEXT
                   FROM('AI batch question runner started')
                   LENGTH(32)
                   ERASE
                   FREEKB
               END-EXEC
           END-IF.
      *
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * ONLY USERIDS ON FILE IN AIAUTH HOLDING THE OPERATOR ROLE MAY  *
      * START OR STOP THE RUNNER                                      *
      *****************************************************************
       1100-CHECK-ADMIN.
      *
           MOVE EIBUSERID TO AIAUTH-USERID.
      *
           EXEC CICS READ
               FILE('AIAUTH')
               INTO(AIAUTH-RECORD)
               RIDFLD(AIAUTH-USERID)
               LENGTH(AIAUTH-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           MOVE 'Y' TO WS-AUTH-SW.
      *
           IF EIBRESP NOT = 0
               OR NOT AIAUTH-ALLOWED
               OR NOT AIAUTH-IS-OPERATOR
               MOVE 'N' TO WS-AUTH-SW
               EXEC CICS SEND TEXT
                   FROM('Not authorized for AI batch questions')
                   LENGTH(37)
                   ERASE
                   FREEKB
               END-EXEC
           END-IF.
      *
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      * ONE RUNNER CYCLE - COLLECT THE ANSWER TO THE QUESTION OUT, IF *
      * ANY, THEN SEND THE NEXT ONE, AND ARM THE NEXT CYCLE           *
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
      * STATE LOST WITH THE TS QUEUES - CARRY ON AS THE LIVE CHAIN.
      * 3000-READ-STATE HAS ALREADY TIMED OUT ANY QUESTION LEFT OUT
      *
           IF STATE-MISSING
               MOVE WS-SD-CHAIN-ID TO AIBT-CHAIN-ID
           END-IF.
      *
      * STOPPED, OR REPLACED BY A NEWER CHAIN - END WITHOUT ARMING
      * ANOTHER CYCLE
      *
           IF AIBT-CHAIN-ID NOT = WS-SD-CHAIN-ID
               EXEC CICS DEQ
                   RESOURCE(WS-STATE-ENQ)
                   LENGTH(4)
               END-EXEC
               GO TO 2000-EXIT
           END-IF.
      *
           MOVE WS-NOW      TO AIBT-LAST-CYCLE.
           MOVE WS-IDLE-HMS TO WS-NEXT-HMS.
      *
           IF AIBT-QUESTION-OUT
               PERFORM 4000-COLLECT-ANSWER THRU 4000-EXIT
           END-IF.
      *
           IF AIBT-NOTHING-OUT
               PERFORM 5000-SEND-QUESTIONS THRU 5000-EXIT
           END-IF.
      *
           IF AIBT-QUESTION-OUT
               MOVE WS-BUSY-HMS TO WS-NEXT-HMS
           END-IF.
      *
           PERFORM 3100-WRITE-STATE THRU 3100-EXIT.
      *
           EXEC CICS DEQ
               RESOURCE(WS-STATE-ENQ)
               LENGTH(4)
           END-EXEC.
      *
           PERFORM 8000-REARM-TIMER THRU 8000-EXIT.
      *
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      * READ AND WRITE THE RUNNER STATE - ITEM 1 OF THE AIBT TS       *
      * QUEUE. THE CALLER HOLDS THE AIBT ENQ AND HAS SET WS-NOW. A    *
      * LOST STATE STARTS AFRESH, WITH ITS TOKEN SEQUENCE SEEDED FROM *
      * THE CLOCK, AFTER TIMING OUT EVERY QUESTION STILL MARKED OUT   *
      *****************************************************************
       3000-READ-STATE.
      *
           MOVE 'Y' TO WS-STATE-SW.
      *
           EXEC CICS READQ TS
               QUEUE('AIBT')
               INTO(AIBT-STATE)
               LENGTH(WS-STATE-LENGTH)
               ITEM(1)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 'N'        TO WS-STATE-SW
               MOVE 0          TO AIBT-CHAIN-ID
               MOVE 0          TO AIBT-LAST-CYCLE
               MOVE 'N'        TO AIBT-OUT-SW
               MOVE SPACES     TO AIBT-CUR-KEY
               MOVE LOW-VALUES TO AIBT-NEXT-KEY
               DIVIDE WS-NOW BY 1000 GIVING WS-SEED-SECS
               DIVIDE WS-SEED-SECS BY 10000
                   GIVING WS-SEED-QUOT REMAINDER AIBT-TOKEN-SEQ
               PERFORM 3200-RECOVER-SENT THRU 3200-EXIT
           END-IF.
      *
       3000-EXIT.
           EXIT.
      *
       3100-WRITE-STATE.
      *
           EXEC CICS WRITEQ TS
               QUEUE('AIBT')
               FROM(AIBT-STATE)
               LENGTH(WS-STATE-LENGTH)
               ITEM(1)
               REWRITE
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               EXEC CICS WRITEQ TS
                   QUEUE('AIBT')
                   FROM(AIBT-STATE)
                   LENGTH(WS-STATE-LENGTH)
                   NOHANDLE
               END-EXEC
           END-IF.
      *
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      * THE STATE WAS LOST WITH A QUESTION OUT - NOTHING NOW SAYS     *
      * WHICH, SO EVERY AIBQ RECORD STILL AT S IS TIMED OUT, WITH THE *
      * SAME PLACEHOLDER AND AILT SLOT AS ANY OTHER TIMEOUT SO A LATE *
      * ANSWER IS STILL FILED. THE BACKLOG AND AIPN COUNTS WENT WITH  *
      * THE STATE AND ARE NOT GIVEN BACK. EACH RECORD IS FOUND BY A   *
      * BROWSE THAT IS ENDED BEFORE THE RECORD IS READ FOR UPDATE     *
      *****************************************************************
       3200-RECOVER-SENT.
      *
           MOVE LOW-VALUES TO WS-BR-KEY.
           MOVE 'Y'        TO WS-FIND-SW.
      *
           PERFORM 3210-RECOVER-NEXT THRU 3210-EXIT
               UNTIL BQ-NOT-FOUND.
      *
       3200-EXIT.
           EXIT.
      *
       3210-RECOVER-NEXT.
      *
           MOVE 'N' TO WS-FIND-SW.
           MOVE WS-BR-KEY TO AIBQ-KEY.
      *
           EXEC CICS STARTBR
               FILE('AIBQ')
               RIDFLD(AIBQ-KEY)
               GTEQ
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               GO TO 3210-EXIT
           END-IF.
      *
           MOVE 'N' TO WS-FIND-DONE-SW.
      *
           PERFORM 3220-SCAN-SENT THRU 3220-EXIT
               UNTIL FIND-DONE OR BQ-FOUND.
      *
           EXEC CICS ENDBR
               FILE('AIBQ')
           END-EXEC.
      *
           IF BQ-NOT-FOUND
               GO TO 3210-EXIT
           END-IF.
      *
      * THE NEXT BROWSE STARTS HERE AND STEPS OVER THIS RECORD
      *
           MOVE AIBQ-KEY TO WS-BR-KEY.
      *
           EXEC CICS READ
               FILE('AIBQ')
               INTO(AIBQ-RECORD)
               RIDFLD(AIBQ-KEY)
               LENGTH(AIBQ-LENGTH)
               UPDATE
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               GO TO 3210-EXIT
           END-IF.
      *
           IF NOT AIBQ-SENT
               EXEC CICS UNLOCK
                   FILE('AIBQ')
               END-EXEC
               GO TO 3210-EXIT
           END-IF.
      *
           PERFORM 4310-MARK-TIMED-OUT THRU 4310-EXIT.
      *
       3210-EXIT.
           EXIT.
      *
       3220-SCAN-SENT.
      *
           EXEC CICS READNEXT
               FILE('AIBQ')
               INTO(AIBQ-RECORD)
               RIDFLD(AIBQ-KEY)
               LENGTH(AIBQ-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 'Y' TO WS-FIND-DONE-SW
               GO TO 3220-EXIT
           END-IF.
      *
           IF AIBQ-KEY = WS-BR-KEY
               GO TO 3220-EXIT
           END-IF.
      *
           IF AIBQ-SENT
               MOVE 'Y' TO WS-FIND-SW
           END-IF.
      *
       3220-EXIT.
           EXIT.
      *
      *****************************************************************
      * COLLECT THE ANSWER TO THE QUESTION OUT - DRAIN AIQI FOR ITS   *
      * SEGMENTS THE WAY AIPGM 5150-CHECK-RESPONSE DOES, BANKING EACH *
      * ON THE AIBQ RECORD. A COMPLETE ANSWER IS FILED; A CYCLE WITH  *
      * NO PROGRESS COUNTS AGAINST MAXWAIT, AND THE QUESTION TIMES    *
      * OUT WHEN IT RUNS OUT                                          *
      *****************************************************************
       4000-COLLECT-ANSWER.
      *
           MOVE AIBT-CUR-KEY TO AIBQ-KEY.
      *
           EXEC CICS READ
               FILE('AIBQ')
               INTO(AIBQ-RECORD)
               RIDFLD(AIBQ-KEY)
               LENGTH(AIBQ-LENGTH)
               UPDATE
               NOHANDLE
           END-EXEC.
      *
      * THE RECORD IS GONE (PURGED UNDER US) OR NO LONGER OUT - GIVE
      * BACK ITS BACKLOG AND AIPN SLOTS AND MOVE ON
      *
           IF EIBRESP NOT = 0
               MOVE AIBT-TOKEN-SEQ TO AIBQ-SEQ
               PERFORM 6060-DECR-BACKLOG THRU 6060-EXIT
               PERFORM 6080-DEREG-PENDING THRU 6080-EXIT
               MOVE 'N'    TO AIBT-OUT-SW
               MOVE SPACES TO AIBT-CUR-KEY
               GO TO 4000-EXIT
           END-IF.
      *
           IF NOT AIBQ-SENT
               EXEC CICS UNLOCK
                   FILE('AIBQ')
               END-EXEC
               MOVE 'N'    TO AIBT-OUT-SW
               MOVE SPACES TO AIBT-CUR-KEY
               GO TO 4000-EXIT
           END-IF.
      *
           MOVE 'N'            TO WS-PROGRESS-SW.
           MOVE 'N'            TO WS-COMPLETE-SW.
           MOVE WS-MAX-BACKLOG TO WS-DRAIN-COUNT.
      *
           PERFORM 4100-DRAIN-AIQI THRU 4100-EXIT
               UNTIL ANSWER-COMPLETE OR WS-DRAIN-COUNT = 0.
      *
           IF ANSWER-COMPLETE
               PERFORM 4200-FILE-ANSWER THRU 4200-EXIT
               GO TO 4000-EXIT
           END-IF.
      *
      * NO NEW SEGMENT THIS CYCLE - ONE MORE TICK OF THE WAIT LIMIT
      *
           IF ANSWER-NO-PROGRESS
               ADD 1 TO AIBQ-WAIT-COUNT
               IF AIBQ-WAIT-COUNT NOT < WS-MAX-WAIT
                   PERFORM 4300-TIME-OUT THRU 4300-EXIT
                   GO TO 4000-EXIT
               END-IF
           END-IF.
      *
           EXEC CICS REWRITE
               FILE('AIBQ')
               FROM(AIBQ-RECORD)
               LENGTH(AIBQ-LENGTH)
               NOHANDLE
           END-EXEC.
      *
       4000-EXIT.
           EXIT.
      *
      *****************************************************************
      * DRAIN ONE RECORD OFF AIQI - A SEGMENT OF OUR ANSWER IS BANKED *
      * ON THE AIBQ RECORD; ANY OTHER IS OFFERED TO THE AILT LATE-    *
      * ANSWER REGISTRY AND OTHERWISE PUT BACK ON THE TAIL FOR ITS    *
      * OWNER, EXACTLY AS AIPGM 5160-DRAIN-AIQI DOES                  *
      *****************************************************************
       4100-DRAIN-AIQI.
      *
           EXEC CICS READQ TD
               QUEUE('AIQI')
               INTO(WS-AIQI-RECORD)
               LENGTH(WS-AIQI-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 0 TO WS-DRAIN-COUNT
               GO TO 4100-EXIT
           END-IF.
      *
           SUBTRACT 1 FROM WS-DRAIN-COUNT.
      *
           IF WS-AIQI-TERM = WS-BAT-TERM
               AND WS-AIQI-SEQ = AIBQ-SEQ
               MOVE 'Y' TO WS-PROGRESS-SW
               ADD 1 TO AIBQ-SEG-RECEIVED
               MOVE WS-AIQI-SEG-TOT TO AIBQ-SEG-TOT
               IF AIBQ-SEG-TOT > WS-MAX-SEGMENTS
                   MOVE WS-MAX-SEGMENTS TO AIBQ-SEG-TOT
               END-IF
               IF WS-AIQI-SEG-NUM > 0 AND WS-AIQI-SEG-NUM
                   NOT > WS-MAX-SEGMENTS
                   MOVE WS-AIQI-RESPONSE
                       TO AIBQ-RESP-SEG(WS-AIQI-SEG-NUM)
               END-IF
               IF AIBQ-SEG-RECEIVED NOT < AIBQ-SEG-TOT
                   MOVE 'Y' TO WS-COMPLETE-SW
               END-IF
           ELSE
               PERFORM 7170-CAPTURE-LATE THRU 7170-EXIT
               IF LATE-NOT-CAPTURED
                   EXEC CICS WRITEQ TD
                       QUEUE('AIQI')
                       FROM(WS-AIQI-RECORD)
                       LENGTH(WS-AIQI-LENGTH)
                   END-EXEC
               END-IF
           END-IF.
      *
       4100-EXIT.
           EXIT.
      *
      *****************************************************************
      * THE ANSWER IS COMPLETE - FILE IT IN THE REQUESTER'S HISTORY,  *
      * GIVE BACK THE BACKLOG AND AIPN SLOTS, AUDIT IT, AND MARK THE  *
      * QUESTION ANSWERED                                             *
      *****************************************************************
       4200-FILE-ANSWER.
      *
           MOVE AIBQ-RESPONSE TO WS-RESPONSE.
           PERFORM 6200-FILE-HISTORY THRU 6200-EXIT.
      *
           PERFORM 6060-DECR-BACKLOG THRU 6060-EXIT.
           PERFORM 6080-DEREG-PENDING THRU 6080-EXIT.
      *
           MOVE 'O' TO AILOG-STATUS.
           PERFORM 6900-WRITE-AUDIT-LOG THRU 6900-EXIT.
      *
           MOVE 'A'            TO AIBQ-STATUS.
           MOVE AILOG-END-TIME TO AIBQ-END-TIME.
      *
           EXEC CICS REWRITE
               FILE('AIBQ')
               FROM(AIBQ-RECORD)
               LENGTH(AIBQ-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           MOVE 'N'    TO AIBT-OUT-SW.
           MOVE SPACES TO AIBT-CUR-KEY.
      *
       4200-EXIT.
           EXIT.
      *
      *****************************************************************
      * THE QUESTION HAS TIMED OUT - SAME STEPS AS AN ONLINE TIMEOUT: *
      * SLOTS GIVEN BACK, AITO BUMPED, A PLACEHOLDER HISTORY ENTRY    *
      * AND AN AILT SLOT SO A LATE ANSWER IS STILL FILED, AND AN      *
      * AILOG T RECORD                                                *
      *****************************************************************
       4300-TIME-OUT.
      *
           PERFORM 6060-DECR-BACKLOG THRU 6060-EXIT.
           PERFORM 6080-DEREG-PENDING THRU 6080-EXIT.
           PERFORM 4310-MARK-TIMED-OUT THRU 4310-EXIT.
      *
           MOVE 'N'    TO AIBT-OUT-SW.
           MOVE SPACES TO AIBT-CUR-KEY.
      *
       4300-EXIT.
           EXIT.
      *
      *****************************************************************
      * TIME OUT THE AIBQ RECORD HELD FOR UPDATE - AITO, PLACEHOLDER  *
      * AND AILT SLOT, AILOG T, AND THE RECORD REWRITTEN AT T         *
      *****************************************************************
       4310-MARK-TIMED-OUT.
      *
           PERFORM 6090-COUNT-TIMEOUT THRU 6090-EXIT.
           PERFORM 6095-FILE-TIMEOUT THRU 6095-EXIT.
      *
           MOVE SPACES TO WS-RESPONSE.
           MOVE 'T'    TO AILOG-STATUS.
           PERFORM 6900-WRITE-AUDIT-LOG THRU 6900-EXIT.
      *
           MOVE 'T'            TO AIBQ-STATUS.
           MOVE AILOG-END-TIME TO AIBQ-END-TIME.
           MOVE SPACES         TO AIBQ-RESPONSE.
           MOVE WS-TIMEOUT-MSG TO AIBQ-RESPONSE.
           MOVE 1              TO AIBQ-SEG-TOT.
      *
           EXEC CICS REWRITE
               FILE('AIBQ')
               FROM(AIBQ-RECORD)
               LENGTH(AIBQ-LENGTH)
               NOHANDLE
           END-EXEC.
      *
       4310-EXIT.
           EXIT.
      *
      *****************************************************************
      * SEND QUEUED QUESTIONS - EACH ONE IS TAKEN IN KEY ORDER UNTIL  *
      * ONE GOES OUT TO THE BRIDGE, THE BATCH HAS TO WAIT, NOTHING IS *
      * LEFT, OR THIS CYCLE HAS DONE ITS SHARE                        *
      *****************************************************************
       5000-SEND-QUESTIONS.
      *
           MOVE 'M' TO WS-TAKE-SW.
           MOVE 0   TO WS-BURST-COUNT.
      *
           PERFORM 5100-TAKE-ONE THRU 5100-EXIT
               UNTIL NOT TAKE-MORE.
      *
      * WORK LEFT OVER, OR A FULL BACKLOG THAT WILL SOON DRAIN - COME
      * BACK IN A SECOND RATHER THAN THIRTY
      *
           IF TAKE-BUSY
               MOVE WS-BUSY-HMS TO WS-NEXT-HMS
           END-IF.
      *
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      * TAKE THE NEXT QUEUED QUESTION DOWN THE AIPGM PATH - IN THE    *
      * SAME ORDER OF CHECKS AS 5000-PROCESS-QUESTION                 *
      *****************************************************************
       5100-TAKE-ONE.
      *
           IF WS-BURST-COUNT NOT < WS-BURST-MAX
               MOVE 'B' TO WS-TAKE-SW
               GO TO 5100-EXIT
           END-IF.
      *
           PERFORM 5200-FIND-QUEUED THRU 5200-EXIT.
      *
           IF BQ-NOT-FOUND
               MOVE 'N' TO WS-TAKE-SW
               GO TO 5100-EXIT
           END-IF.
      *
           EXEC CICS READ
               FILE('AIBQ')
               INTO(AIBQ-RECORD)
               RIDFLD(AIBQ-KEY)
               LENGTH(AIBQ-LENGTH)
               UPDATE
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 'N' TO WS-TAKE-SW
               GO TO 5100-EXIT
           END-IF.
      *
           MOVE AIBQ-KEY TO AIBT-NEXT-KEY.
      *
           IF NOT AIBQ-QUEUED
               EXEC CICS UNLOCK
                   FILE('AIBQ')
               END-EXEC
               GO TO 5100-EXIT
           END-IF.
      *
           ADD 1 TO WS-BURST-COUNT.
           MOVE AIBQ-QUESTION TO WS-QUESTION.
           MOVE SPACES        TO WS-RESPONSE.
           MOVE 0             TO AIBQ-WAIT-COUNT.
      *
      * THE REQUESTER MUST BE ALLOWED TO USE THE ASSISTANT AT ALL -
      * THE CHECK AIPGM MAKES BEFORE ITS FIRST SCREEN
      *
           MOVE AIBQ-USERID TO AIAUTH-USERID.
      *
           EXEC CICS READ
               FILE('AIAUTH')
               INTO(AIAUTH-RECORD)
               RIDFLD(AIAUTH-USERID)
               LENGTH(AIAUTH-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0 OR NOT AIAUTH-ALLOWED
               MOVE 'N'             TO AIBQ-STATUS
               MOVE WS-NOT-AUTH-MSG TO WS-RESPONSE
               PERFORM 5900-CLOSE-UNSENT THRU 5900-EXIT
               GO TO 5100-EXIT
           END-IF.
      *
      * BLOCKED-PATTERN SCREENING - REFUSED AND LOGGED UNDER ITS OWN
      * AILOG STATUS, NOTHING QUEUED OR CHARGED
      *
           PERFORM 6010-SCREEN-QUESTION THRU 6010-EXIT.
      *
           IF QUESTION-BLOCKED
               EXEC CICS ASKTIME
                   ABSTIME(AIBQ-START-TIME)
               END-EXEC
               MOVE 'B' TO AILOG-STATUS
               PERFORM 6900-WRITE-AUDIT-LOG THRU 6900-EXIT
               MOVE 'B'            TO AIBQ-STATUS
               MOVE WS-BLOCKED-MSG TO WS-RESPONSE
               PERFORM 5900-CLOSE-UNSENT THRU 5900-EXIT
               GO TO 5100-EXIT
           END-IF.
      *
      * A FAQ HIT IS ANSWERED AT ONCE AND FILED IN THE REQUESTER'S
      * HISTORY - NO BRIDGE, NO BACKLOG SLOT, NO CHARGE, NO AILOG
      *
           PERFORM 6020-CHECK-FAQ THRU 6020-EXIT.
      *
           IF EIBRESP = 0
               MOVE AIFAQ-RESPONSE TO WS-RESPONSE
               MOVE AIFAQ-SEG-TOT  TO AIBQ-SEG-TOT
               IF AIBQ-SEG-TOT = 0
                   MOVE 1 TO AIBQ-SEG-TOT
               END-IF
               EXEC CICS ASKTIME
                   ABSTIME(AIBQ-START-TIME)
               END-EXEC
               PERFORM 6200-FILE-HISTORY THRU 6200-EXIT
               MOVE 'F' TO AIBQ-STATUS
               PERFORM 5900-CLOSE-UNSENT THRU 5900-EXIT
               GO TO 5100-EXIT
           END-IF.
      *
      * OUTSIDE SERVICE HOURS, OR WITH THE BRIDGE DOWN, A TERMINAL
      * WOULD BE TURNED AWAY - THE BATCH WAITS INSTEAD, AND THE
      * QUESTIONS BEHIND THIS ONE WAIT WITH IT SO THEY GO IN ORDER
      *
           PERFORM 6035-CHECK-CALENDAR THRU 6035-EXIT.
      *
           IF SERVICE-CLOSED
               EXEC CICS UNLOCK
                   FILE('AIBQ')
               END-EXEC
               MOVE 'H' TO WS-TAKE-SW
               GO TO 5100-EXIT
           END-IF.
      *
           PERFORM 6040-CHECK-HEARTBEAT THRU 6040-EXIT.
      *
           IF BRIDGE-DOWN
               EXEC CICS UNLOCK
                   FILE('AIBQ')
               END-EXEC
               MOVE 'H' TO WS-TAKE-SW
               GO TO 5100-EXIT
           END-IF.
      *
      * THE BACKLOG AT ITS LIMIT - WAIT FOR A SLOT, NEVER PUSH PAST IT
      *
           PERFORM 6050-CHECK-BACKLOG THRU 6050-EXIT.
      *
           IF BACKLOG-FULL
               EXEC CICS UNLOCK
                   FILE('AIBQ')
               END-EXEC
               MOVE 'B' TO WS-TAKE-SW
               GO TO 5100-EXIT
           END-IF.
      *
      * CHARGE THE REQUESTER'S QUOTA - OVER QUOTA IS REFUSED AND THE
      * BACKLOG SLOT JUST RESERVED IS GIVEN BACK
      *
           PERFORM 6030-CHECK-QUOTA THRU 6030-EXIT.
      *
           IF QUOTA-FULL
               PERFORM 6060-DECR-BACKLOG THRU 6060-EXIT
               MOVE AIQTA-USED      TO WS-QM-USED
               MOVE AIQTA-ALLOWANCE TO WS-QM-ALLOW
               MOVE 'R'             TO AIBQ-STATUS
               MOVE WS-QUOTA-MSG    TO WS-RESPONSE
               PERFORM 5900-CLOSE-UNSENT THRU 5900-EXIT
               GO TO 5100-EXIT
           END-IF.
      *
           PERFORM 5300-SEND-ONE THRU 5300-EXIT.
      *
           MOVE 'S' TO WS-TAKE-SW.
      *
       5100-EXIT.
           EXIT.
      *
      *****************************************************************
      * FIND THE NEXT QUEUED QUESTION IN KEY ORDER, STARTING WHERE    *
      * THE LAST ONE WAS TAKEN - AND, FAILING THAT, ONCE MORE FROM    *
      * THE TOP, FOR A RUN LOADED UNDER A LOWER RUN ID. LEAVES ITS    *
      * KEY IN AIBQ-KEY AND SETS BQ-FOUND                             *
      *****************************************************************
       5200-FIND-QUEUED.
      *
           MOVE 'N' TO WS-FIND-SW.
           MOVE 'N' TO WS-WRAP-SW.
           MOVE AIBT-NEXT-KEY TO WS-BR-KEY.
      *
           PERFORM 5210-SCAN-FROM-KEY THRU 5210-EXIT.
      *
           IF BQ-NOT-FOUND
               AND AIBT-NEXT-KEY NOT = LOW-VALUES
               MOVE 'Y'        TO WS-WRAP-SW
               MOVE LOW-VALUES TO WS-BR-KEY
               PERFORM 5210-SCAN-FROM-KEY THRU 5210-EXIT
           END-IF.
      *
       5200-EXIT.
           EXIT.
      *
       5210-SCAN-FROM-KEY.
      *
           MOVE WS-BR-KEY TO AIBQ-KEY.
      *
           EXEC CICS STARTBR
               FILE('AIBQ')
               RIDFLD(AIBQ-KEY)
               GTEQ
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               GO TO 5210-EXIT
           END-IF.
      *
           MOVE 'N' TO WS-FIND-DONE-SW.
      *
           PERFORM 5220-SCAN-ONE THRU 5220-EXIT
               UNTIL FIND-DONE OR BQ-FOUND.
      *
           EXEC CICS ENDBR
               FILE('AIBQ')
           END-EXEC.
      *
       5210-EXIT.
           EXIT.
      *
       5220-SCAN-ONE.
      *
           EXEC CICS READNEXT
               FILE('AIBQ')
               INTO(AIBQ-RECORD)
               RIDFLD(AIBQ-KEY)
               LENGTH(AIBQ-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 'Y' TO WS-FIND-DONE-SW
               GO TO 5220-EXIT
           END-IF.
      *
      * THE SECOND PASS FROM THE TOP STOPS WHERE THE FIRST BEGAN
      *
           IF FIND-WRAPPED
               AND AIBQ-KEY NOT < AIBT-NEXT-KEY
               MOVE 'Y' TO WS-FIND-DONE-SW
               GO TO 5220-EXIT
           END-IF.
      *
           IF AIBQ-QUEUED
               MOVE 'Y' TO WS-FIND-SW
           END-IF.
      *
       5220-EXIT.
           EXIT.
      *
      *****************************************************************
      * SEND THE QUESTION - ROUTE IT BY CATEGORY UNDER A FRESH TOKEN, *
      * REGISTER IT ON AIPN, AND MARK IT OUT                          *
      *****************************************************************
       5300-SEND-ONE.
      *
           ADD 1 TO AIBT-TOKEN-SEQ.
           IF AIBT-TOKEN-SEQ = 0
               ADD 1 TO AIBT-TOKEN-SEQ
           END-IF.
      *
           EVALUATE AIBQ-CATEGORY
               WHEN 'JCL'
                   MOVE 'AIQJ' TO WS-QUEUE-NAME
               WHEN 'COBOL'
                   MOVE 'AIQC' TO WS-QUEUE-NAME
               WHEN 'VSAM'
                   MOVE 'AIQV' TO WS-QUEUE-NAME
               WHEN OTHER
                   MOVE 'AIQO' TO WS-QUEUE-NAME
           END-EVALUATE.
      *
           MOVE SPACES         TO WS-TD-RECORD.
           MOVE WS-BAT-TERM    TO WS-TD-TERM.
           MOVE AIBT-TOKEN-SEQ TO WS-TD-SEQ.
           MOVE AIBQ-QUESTION  TO WS-TD-QUESTION.
           MOVE 0              TO WS-TD-CTX-COUNT.
      *
           EXEC CICS WRITEQ TD
               QUEUE(WS-QUEUE-NAME)
               FROM(WS-TD-RECORD)
               LENGTH(WS-TD-LENGTH)
           END-EXEC.
      *
           EXEC CICS ASKTIME
               ABSTIME(AIBQ-START-TIME)
           END-EXEC.
      *
           MOVE 'S'            TO AIBQ-STATUS.
           MOVE AIBT-TOKEN-SEQ TO AIBQ-SEQ.
           MOVE 0              TO AIBQ-WAIT-COUNT.
           MOVE 0              TO AIBQ-SEG-RECEIVED.
           MOVE 1              TO AIBQ-SEG-TOT.
           MOVE SPACES         TO AIBQ-RESPONSE.
      *
           PERFORM 6070-REGISTER-PENDING THRU 6070-EXIT.
      *
           EXEC CICS REWRITE
               FILE('AIBQ')
               FROM(AIBQ-RECORD)
               LENGTH(AIBQ-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           MOVE 'Y'      TO AIBT-OUT-SW.
           MOVE AIBQ-KEY TO AIBT-CUR-KEY.
      *
       5300-EXIT.
           EXIT.
      *
      *****************************************************************
      * FINISH A QUESTION THAT NEVER WENT TO THE BRIDGE - THE CALLER  *
      * HAS SET ITS STATUS AND PUT THE ANSWER OR THE REASON IN        *
      * WS-RESPONSE                                                   *
      *****************************************************************
       5900-CLOSE-UNSENT.
      *
           EXEC CICS ASKTIME
               ABSTIME(AIBQ-END-TIME)
           END-EXEC.
      *
           IF AIBQ-START-TIME = 0
               MOVE AIBQ-END-TIME TO AIBQ-START-TIME
           END-IF.
      *
           MOVE WS-RESPONSE TO AIBQ-RESPONSE.
           IF NOT AIBQ-FROM-FAQ
               MOVE 1 TO AIBQ-SEG-TOT
           END-IF.
      *
           EXEC CICS REWRITE
               FILE('AIBQ')
               FROM(AIBQ-RECORD)
               LENGTH(AIBQ-LENGTH)
               NOHANDLE
           END-EXEC.
      *
       5900-EXIT.
           EXIT.
      *
      *****************************************************************
      * SCREEN WS-QUESTION AGAINST THE AIBLK BLOCKED-PATTERN FILE -   *
      * THE SAME SLIDING COMPARE AS AIPGM 5010-SCREEN-QUESTION        *
      *****************************************************************
       6010-SCREEN-QUESTION.
      *
           MOVE 'N' TO WS-BLK-SW.
           MOVE 'N' TO WS-BLK-DONE-SW.
           MOVE 0   TO AIBLK-NUM.
      *
           EXEC CICS STARTBR
               FILE('AIBLK')
               RIDFLD(AIBLK-NUM)
               GTEQ
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               GO TO 6010-EXIT
           END-IF.
      *
           PERFORM 6012-SCREEN-ONE-PATTERN THRU 6012-EXIT
               UNTIL BLK-LIST-DONE OR QUESTION-BLOCKED.
      *
           EXEC CICS ENDBR
               FILE('AIBLK')
           END-EXEC.
      *
       6010-EXIT.
           EXIT.
      *
       6012-SCREEN-ONE-PATTERN.
      *
           EXEC CICS READNEXT
               FILE('AIBLK')
               INTO(AIBLK-RECORD)
               RIDFLD(AIBLK-NUM)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 'Y' TO WS-BLK-DONE-SW
               GO TO 6012-EXIT
           END-IF.
      *
           MOVE 0 TO WS-BLK-LEN.
           PERFORM 6014-TRIM-ONE-CHAR THRU 6014-EXIT
               VARYING WS-BLK-TRIM-SUB FROM 40 BY -1
               UNTIL WS-BLK-TRIM-SUB < 1
               OR WS-BLK-LEN > 0.
      *
           IF WS-BLK-LEN = 0
               GO TO 6012-EXIT
           END-IF.
      *
           COMPUTE WS-BLK-SCAN-END = 216 - WS-BLK-LEN + 1.
      *
           PERFORM 6016-MATCH-ONE-POS THRU 6016-EXIT
               VARYING WS-BLK-SCAN-POS FROM 1 BY 1
               UNTIL WS-BLK-SCAN-POS > WS-BLK-SCAN-END
               OR QUESTION-BLOCKED.
      *
       6012-EXIT.
           EXIT.
      *
       6014-TRIM-ONE-CHAR.
      *
           IF AIBLK-TEXT(WS-BLK-TRIM-SUB:1) NOT = SPACE
               AND AIBLK-TEXT(WS-BLK-TRIM-SUB:1) NOT = LOW-VALUE
               MOVE WS-BLK-TRIM-SUB TO WS-BLK-LEN
           END-IF.
      *
       6014-EXIT.
           EXIT.
      *
       6016-MATCH-ONE-POS.
      *
           IF WS-QUESTION(WS-BLK-SCAN-POS:WS-BLK-LEN) =
               AIBLK-TEXT(1:WS-BLK-LEN)
               MOVE 'Y' TO WS-BLK-SW
           END-IF.
      *
       6016-EXIT.
           EXIT.
      *
      *****************************************************************
      * LOOK THE QUESTION UP IN THE CURATED FAQ FILE - EIBRESP ZERO   *
      * ON AN EXACT MATCH, WITH THE ANSWER LEFT IN AIFAQ-RECORD       *
      *****************************************************************
       6020-CHECK-FAQ.
      *
           MOVE WS-QUESTION TO AIFAQ-QUESTION.
      *
           EXEC CICS READ
               FILE('AIFAQ')
               INTO(AIFAQ-RECORD)
               RIDFLD(AIFAQ-QUESTION)
               LENGTH(AIFAQ-LENGTH)
               NOHANDLE
           END-EXEC.
      *
       6020-EXIT.
           EXIT.
      *
      *****************************************************************
      * CHECK AND BUMP THE REQUESTER'S DAILY QUOTA - AS AIPGM         *
      * 5030-CHECK-QUOTA, FOR AIBQ-USERID                             *
      *****************************************************************
       6030-CHECK-QUOTA.
      *
           MOVE 'N' TO WS-QUOTA-SW.
           MOVE AIBQ-USERID TO AIQTA-USERID.
      *
           EXEC CICS READ
               FILE('AIQTA')
               INTO(AIQTA-RECORD)
               RIDFLD(AIQTA-USERID)
               LENGTH(AIQTA-LENGTH)
               UPDATE
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE AIBQ-USERID      TO AIQTA-USERID
               MOVE WS-DEFAULT-ALLOW TO AIQTA-ALLOWANCE
               MOVE 1                TO AIQTA-USED
               EXEC CICS ASKTIME
                   ABSTIME(AIQTA-UPD-TIME)
               END-EXEC
               EXEC CICS WRITE
                   FILE('AIQTA')
                   FROM(AIQTA-RECORD)
                   RIDFLD(AIQTA-USERID)
                   LENGTH(AIQTA-LENGTH)
                   NOHANDLE
               END-EXEC
               GO TO 6030-EXIT
           END-IF.
      *
           IF AIQTA-USED NOT < AIQTA-ALLOWANCE
               EXEC CICS UNLOCK
                   FILE('AIQTA')
               END-EXEC
               MOVE 'Y' TO WS-QUOTA-SW
               GO TO 6030-EXIT
           END-IF.
      *
           ADD 1 TO AIQTA-USED.
      *
           EXEC CICS ASKTIME
               ABSTIME(AIQTA-UPD-TIME)
           END-EXEC.
      *
           EXEC CICS REWRITE
               FILE('AIQTA')
               FROM(AIQTA-RECORD)
               LENGTH(AIQTA-LENGTH)
           END-EXEC.
      *
       6030-EXIT.
           EXIT.
      *
      *****************************************************************
      * IS THE SERVICE OPEN RIGHT NOW BY THE AICAL CALENDAR - THE     *
      * WEEKDAY HOURS, A HOLIDAY, OR A MAINTENANCE WINDOW COVERING    *
      * THIS MINUTE. A WEEKDAY WITH NO ENTRY, OR A CALENDAR THAT      *
      * CANNOT BE READ, LEAVES THE SERVICE OPEN - AS IN AIPGM         *
      *****************************************************************
       6035-CHECK-CALENDAR.
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
               GO TO 6035-EXIT
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
               GO TO 6035-EXIT
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
               GO TO 6035-EXIT
           END-IF.
      *
           MOVE 'N' TO WS-CAL-BR-SW.
      *
           PERFORM 6036-CHECK-ONE-WINDOW THRU 6036-EXIT
               UNTIL CAL-BR-DONE.
      *
           EXEC CICS ENDBR
               FILE('AICAL')
           END-EXEC.
      *
       6035-EXIT.
           EXIT.
      *
       6036-CHECK-ONE-WINDOW.
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
               GO TO 6036-EXIT
           END-IF.
      *
           IF AICAL-START NOT > WS-CAL-NOW-HHMM
               AND AICAL-END > WS-CAL-NOW-HHMM
               MOVE 'N' TO WS-CAL-SW
               MOVE 'Y' TO WS-CAL-BR-SW
           END-IF.
      *
       6036-EXIT.
           EXIT.
      *
      *****************************************************************
      * CHECK THE BRIDGE HEARTBEAT ON THE AIHB TS QUEUE - SETS        *
      * BRIDGE-DOWN WHEN IT IS MISSING OR OLDER THAN WS-HB-STALE-MS   *
      *****************************************************************
       6040-CHECK-HEARTBEAT.
      *
           MOVE 'N' TO WS-HB-SW.
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
               GO TO 6040-EXIT
           END-IF.
      *
           IF WS-NOW - WS-HB-TIME NOT > WS-HB-STALE-MS
               MOVE 'Y' TO WS-HB-SW
           END-IF.
      *
       6040-EXIT.
           EXIT.
      *
      *****************************************************************
      * CHECK AND BUMP THE AIQD BACKLOG COUNT UNDER THE AIQD ENQ - AS *
      * AIPGM 5050-CHECK-BACKLOG. BACKLOG-FULL LEAVES IT UNTOUCHED    *
      *****************************************************************
       6050-CHECK-BACKLOG.
      *
           MOVE 'N' TO WS-BACKLOG-SW.
      *
           EXEC CICS ENQ
               RESOURCE(WS-BACKLOG-ENQ)
               LENGTH(4)
           END-EXEC.
      *
           EXEC CICS READQ TS
               QUEUE('AIQD')
               INTO(WS-BACKLOG-COUNT)
               LENGTH(WS-BACKLOG-LENGTH)
               ITEM(1)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 0 TO WS-BACKLOG-COUNT
           END-IF.
      *
           IF WS-BACKLOG-COUNT NOT < WS-MAX-BACKLOG
               MOVE 'Y' TO WS-BACKLOG-SW
               EXEC CICS DEQ
                   RESOURCE(WS-BACKLOG-ENQ)
                   LENGTH(4)
               END-EXEC
               GO TO 6050-EXIT
           END-IF.
      *
           ADD 1 TO WS-BACKLOG-COUNT.
      *
           EXEC CICS WRITEQ TS
               QUEUE('AIQD')
               FROM(WS-BACKLOG-COUNT)
               LENGTH(WS-BACKLOG-LENGTH)
               ITEM(1)
               REWRITE
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               EXEC CICS WRITEQ TS
                   QUEUE('AIQD')
                   FROM(WS-BACKLOG-COUNT)
                   LENGTH(WS-BACKLOG-LENGTH)
               END-EXEC
           END-IF.
      *
           EXEC CICS DEQ
               RESOURCE(WS-BACKLOG-ENQ)
               LENGTH(4)
           END-EXEC.
      *
       6050-EXIT.
           EXIT.
      *
      *****************************************************************
      * RELEASE ONE SLOT IN THE AIQD BACKLOG COUNT                    *
      *****************************************************************
       6060-DECR-BACKLOG.
      *
           EXEC CICS ENQ
               RESOURCE(WS-BACKLOG-ENQ)
               LENGTH(4)
           END-EXEC.
      *
           EXEC CICS READQ TS
               QUEUE('AIQD')
               INTO(WS-BACKLOG-COUNT)
               LENGTH(WS-BACKLOG-LENGTH)
               ITEM(1)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP = 0
               IF WS-BACKLOG-COUNT > 0
                   SUBTRACT 1 FROM WS-BACKLOG-COUNT
               END-IF
               EXEC CICS WRITEQ TS
                   QUEUE('AIQD')
                   FROM(WS-BACKLOG-COUNT)
                   LENGTH(WS-BACKLOG-LENGTH)
                   ITEM(1)
                   REWRITE
                   NOHANDLE
               END-EXEC
           END-IF.
      *
           EXEC CICS DEQ
               RESOURCE(WS-BACKLOG-ENQ)
               LENGTH(4)
           END-EXEC.
      *
       6060-EXIT.
           EXIT.
      *
      *****************************************************************
      * CLAIM A FREE AIPN SLOT FOR THE QUESTION JUST SENT, SO THE     *
      * AIOP DASHBOARD AND THE AIMN MONITOR SEE IT WAITING            *
      *****************************************************************
       6070-REGISTER-PENDING.
      *
           EXEC CICS ENQ
               RESOURCE(WS-PEND-ENQ)
               LENGTH(4)
           END-EXEC.
      *
           MOVE 'N' TO WS-PEND-DONE-SW.
      *
           PERFORM 6075-REG-ONE-SLOT THRU 6075-EXIT
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-SLOT-MAX
               OR PEND-DONE.
      *
           EXEC CICS DEQ
               RESOURCE(WS-PEND-ENQ)
               LENGTH(4)
           END-EXEC.
      *
       6070-EXIT.
           EXIT.
      *
       6075-REG-ONE-SLOT.
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
               MOVE 'A'             TO AIPN-FLAG
               MOVE WS-BAT-TERM     TO AIPN-TERM
               MOVE AIBQ-SEQ        TO AIPN-SEQ
               MOVE AIBQ-START-TIME TO AIPN-START-TIME
               EXEC CICS WRITEQ TS
                   QUEUE('AIPN')
                   FROM(AIPN-RECORD)
                   LENGTH(AIPN-LENGTH)
                   NOHANDLE
               END-EXEC
               MOVE 'Y' TO WS-PEND-DONE-SW
               GO TO 6075-EXIT
           END-IF.
      *
           IF AIPN-FREE
               MOVE 'A'             TO AIPN-FLAG
               MOVE WS-BAT-TERM     TO AIPN-TERM
               MOVE AIBQ-SEQ        TO AIPN-SEQ
               MOVE AIBQ-START-TIME TO AIPN-START-TIME
               EXEC CICS WRITEQ TS
                   QUEUE('AIPN')
                   FROM(AIPN-RECORD)
                   LENGTH(AIPN-LENGTH)
                   ITEM(WS-PEND-SUB)
                   REWRITE
                   NOHANDLE
               END-EXEC
               MOVE 'Y' TO WS-PEND-DONE-SW
           END-IF.
      *
       6075-EXIT.
           EXIT.
      *
      *****************************************************************
      * FREE THE AIPN SLOT OF THE BATCH QUESTION WHOSE TOKEN SEQUENCE *
      * IS IN AIBQ-SEQ                                                *
      *****************************************************************
       6080-DEREG-PENDING.
      *
           EXEC CICS ENQ
               RESOURCE(WS-PEND-ENQ)
               LENGTH(4)
           END-EXEC.
      *
           MOVE 'N' TO WS-PEND-DONE-SW.
      *
           PERFORM 6085-DEREG-ONE-SLOT THRU 6085-EXIT
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-SLOT-MAX
               OR PEND-DONE.
      *
           EXEC CICS DEQ
               RESOURCE(WS-PEND-ENQ)
               LENGTH(4)
           END-EXEC.
      *
       6080-EXIT.
           EXIT.
      *
       6085-DEREG-ONE-SLOT.
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
               GO TO 6085-EXIT
           END-IF.
      *
           IF AIPN-ACTIVE
               AND AIPN-TERM = WS-BAT-TERM
               AND AIPN-SEQ = AIBQ-SEQ
               MOVE SPACE TO AIPN-FLAG
               EXEC CICS WRITEQ TS
                   QUEUE('AIPN')
                   FROM(AIPN-RECORD)
                   LENGTH(AIPN-LENGTH)
                   ITEM(WS-PEND-SUB)
                   REWRITE
                   NOHANDLE
               END-EXEC
               MOVE 'Y' TO WS-PEND-DONE-SW
           END-IF.
      *
       6085-EXIT.
           EXIT.
      *
      *****************************************************************
      * BUMP THE AITO RUNNING TIMEOUT COUNT                           *
      *****************************************************************
       6090-COUNT-TIMEOUT.
      *
           EXEC CICS ENQ
               RESOURCE(WS-TIMEOUT-ENQ)
               LENGTH(4)
           END-EXEC.
      *
           EXEC CICS READQ TS
               QUEUE('AITO')
               INTO(WS-TIMEOUT-TODAY)
               LENGTH(WS-TIMEOUT-LENGTH)
               ITEM(1)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 0 TO WS-TIMEOUT-TODAY
           END-IF.
      *
           ADD 1 TO WS-TIMEOUT-TODAY.
      *
           EXEC CICS WRITEQ TS
               QUEUE('AITO')
               FROM(WS-TIMEOUT-TODAY)
               LENGTH(WS-TIMEOUT-LENGTH)
               ITEM(1)
               REWRITE
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               EXEC CICS WRITEQ TS
                   QUEUE('AITO')
                   FROM(WS-TIMEOUT-TODAY)
                   LENGTH(WS-TIMEOUT-LENGTH)
               END-EXEC
           END-IF.
      *
           EXEC CICS DEQ
               RESOURCE(WS-TIMEOUT-ENQ)
               LENGTH(4)
           END-EXEC.
      *
       6090-EXIT.
           EXIT.
      *
      *****************************************************************
      * A BATCH QUESTION HAS TIMED OUT - FILE THE SAME PLACEHOLDER    *
      * HISTORY ENTRY AIPGM 5095-FILE-TIMEOUT DOES AND CLAIM AN AILT  *
      * SLOT UNDER ITS TOKEN, SO THE LATE ANSWER IS BANKED AND FILED  *
      * OVER THE PLACEHOLDER BY WHICHEVER TASK DRAINS IT OFF AIQI     *
      *****************************************************************
       6095-FILE-TIMEOUT.
      *
           MOVE SPACES TO WS-RESPONSE.
           MOVE 'TIMED OUT - AWAITING A LATE ANSWER' TO WS-RESPONSE.
           MOVE 01 TO AIBQ-SEG-TOT.
      *
           PERFORM 6200-FILE-HISTORY THRU 6200-EXIT.
      *
           EXEC CICS ENQ
               RESOURCE(WS-LATE-ENQ)
               LENGTH(4)
           END-EXEC.
      *
           MOVE 'N' TO WS-LATE-DONE-SW.
      *
           PERFORM 6096-REG-LATE-SLOT THRU 6096-EXIT
               VARYING WS-LATE-SUB FROM 1 BY 1
               UNTIL WS-LATE-SUB > WS-SLOT-MAX
               OR LATE-DONE.
      *
           EXEC CICS DEQ
               RESOURCE(WS-LATE-ENQ)
               LENGTH(4)
           END-EXEC.
      *
       6095-EXIT.
           EXIT.
      *
       6096-REG-LATE-SLOT.
      *
           MOVE AILT-LENGTH TO WS-LATE-LEN.
      *
           EXEC CICS READQ TS
               QUEUE('AILT')
               INTO(AILT-RECORD)
               LENGTH(WS-LATE-LEN)
               ITEM(WS-LATE-SUB)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               PERFORM 6097-BUILD-LATE-SLOT THRU 6097-EXIT
               EXEC CICS WRITEQ TS
                   QUEUE('AILT')
                   FROM(AILT-RECORD)
                   LENGTH(AILT-LENGTH)
                   NOHANDLE
               END-EXEC
               MOVE 'Y' TO WS-LATE-DONE-SW
               GO TO 6096-EXIT
           END-IF.
      *
           IF AILT-FREE
               PERFORM 6097-BUILD-LATE-SLOT THRU 6097-EXIT
               EXEC CICS WRITEQ TS
                   QUEUE('AILT')
                   FROM(AILT-RECORD)
                   LENGTH(AILT-LENGTH)
                   ITEM(WS-LATE-SUB)
                   REWRITE
                   NOHANDLE
               END-EXEC
               MOVE 'Y' TO WS-LATE-DONE-SW
           END-IF.
      *
       6096-EXIT.
           EXIT.
      *
       6097-BUILD-LATE-SLOT.
      *
           MOVE 'W'            TO AILT-FLAG.
           MOVE WS-BAT-TERM    TO AILT-TERM.
           MOVE AIBQ-SEQ       TO AILT-SEQ.
           MOVE AIBQ-USERID    TO AILT-USER.
           MOVE AIBQ-HIST-TIME TO AILT-HIST-TIME.
           MOVE 0              TO AILT-SEG-RECEIVED.
           MOVE 1              TO AILT-SEG-TOTAL.
           MOVE SPACES         TO AILT-RESPONSE.
      *
       6097-EXIT.
           EXIT.
      *
      *****************************************************************
      * FILE WS-RESPONSE AGAINST THE QUESTION IN THE REQUESTER'S      *
      * AIHIST, WHERE PF7/PF8 ON AIMP WILL FIND IT, AND KEEP ITS KEY  *
      * TIME ON THE AIBQ RECORD. THE REQUESTER MAY BE ASKING ONLINE   *
      * IN THE SAME MILLISECOND, SO A DUPLICATE KEY IS TRIED ONCE     *
      * MORE A MILLISECOND LATER                                      *
      *****************************************************************
       6200-FILE-HISTORY.
      *
           EXEC CICS ASKTIME
               ABSTIME(WS-HIST-TIME)
           END-EXEC.
      *
           MOVE AIBQ-USERID   TO AIHIST-USER.
           MOVE WS-HIST-TIME  TO AIHIST-TIME.
           MOVE AIBQ-QUESTION TO AIHIST-QUESTION.
           MOVE WS-RESPONSE   TO AIHIST-RESPONSE.
           MOVE AIBQ-SEG-TOT  TO AIHIST-SEG-TOT.
           MOVE SPACE         TO AIHIST-RATING.
      *
           EXEC CICS WRITE
               FILE('AIHIST')
               FROM(AIHIST-RECORD)
               RIDFLD(AIHIST-KEY)
               LENGTH(AIHIST-LENGTH)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               ADD 1 TO WS-HIST-TIME
               MOVE WS-HIST-TIME TO AIHIST-TIME
               EXEC CICS WRITE
                   FILE('AIHIST')
                   FROM(AIHIST-RECORD)
                   RIDFLD(AIHIST-KEY)
                   LENGTH(AIHIST-LENGTH)
                   NOHANDLE
               END-EXEC
           END-IF.
      *
           MOVE WS-HIST-TIME TO AIBQ-HIST-TIME.
      *
       6200-EXIT.
           EXIT.
      *
      *****************************************************************
      * WRITE THE AILOG AUDIT RECORD FOR THE QUESTION ON AIBQ-RECORD  *
      * UNDER ITS REQUESTER'S USERID - CALLER SETS AILOG-STATUS AND   *
      * WS-RESPONSE FIRST                                             *
      *****************************************************************
       6900-WRITE-AUDIT-LOG.
      *
           EXEC CICS ASKTIME
               ABSTIME(AILOG-END-TIME)
           END-EXEC.
      *
           MOVE AIBQ-USERID     TO AILOG-USERID.
           MOVE WS-BAT-TERM     TO AILOG-TERMID.
           MOVE AIBQ-QUESTION   TO AILOG-QUESTION.
           MOVE WS-RESPONSE     TO AILOG-RESPONSE.
           MOVE AIBQ-WAIT-COUNT TO AILOG-WAIT-COUNT.
           MOVE AIBQ-START-TIME TO AILOG-START-TIME.
      *
           EXEC CICS WRITEQ TD
               QUEUE('AILOG')
               FROM(AILOG-RECORD)
               LENGTH(AILOG-LENGTH)
           END-EXEC.
      *
       6900-EXIT.
           EXIT.
      *
      *****************************************************************
      * BANK ONE LATE ANSWER SEGMENT INTO ITS AILT SLOT - AS AIPGM    *
      * 5170-CAPTURE-LATE, SO A LATE ANSWER THIS RUNNER DRAINS OFF    *
      * AIQI REACHES ITS OWNER'S HISTORY JUST THE SAME                *
      *****************************************************************
       7170-CAPTURE-LATE.
      *
           MOVE 'N' TO WS-LATE-SW.
      *
           EXEC CICS ENQ
               RESOURCE(WS-LATE-ENQ)
               LENGTH(4)
           END-EXEC.
      *
           MOVE 'N' TO WS-LATE-DONE-SW.
      *
           PERFORM 7175-TRY-LATE-SLOT THRU 7175-EXIT
               VARYING WS-LATE-SUB FROM 1 BY 1
               UNTIL WS-LATE-SUB > WS-SLOT-MAX
               OR LATE-DONE
               OR LATE-CAPTURED.
      *
           EXEC CICS DEQ
               RESOURCE(WS-LATE-ENQ)
               LENGTH(4)
           END-EXEC.
      *
       7170-EXIT.
           EXIT.
      *
       7175-TRY-LATE-SLOT.
      *
           MOVE AILT-LENGTH TO WS-LATE-LEN.
      *
           EXEC CICS READQ TS
               QUEUE('AILT')
               INTO(AILT-RECORD)
               LENGTH(WS-LATE-LEN)
               ITEM(WS-LATE-SUB)
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT = 0
               MOVE 'Y' TO WS-LATE-DONE-SW
               GO TO 7175-EXIT
           END-IF.
      *
           IF NOT AILT-WAITING
               OR AILT-TERM NOT = WS-AIQI-TERM
               OR AILT-SEQ NOT = WS-AIQI-SEQ
               GO TO 7175-EXIT
           END-IF.
      *
           ADD 1 TO AILT-SEG-RECEIVED.
           MOVE WS-AIQI-SEG-TOT TO AILT-SEG-TOTAL.
           IF AILT-SEG-TOTAL > WS-MAX-SEGMENTS
               MOVE WS-MAX-SEGMENTS TO AILT-SEG-TOTAL
           END-IF.
           IF WS-AIQI-SEG-NUM > 0 AND WS-AIQI-SEG-NUM
               NOT > WS-MAX-SEGMENTS
               MOVE WS-AIQI-RESPONSE
                   TO AILT-RESP-SEG(WS-AIQI-SEG-NUM)
           END-IF.
      *
           IF AILT-SEG-RECEIVED >= AILT-SEG-TOTAL
               PERFORM 7180-FILE-LATE-ANSWER THRU 7180-EXIT
               MOVE 'D' TO AILT-FLAG
           END-IF.
      *
           EXEC CICS WRITEQ TS
               QUEUE('AILT')
               FROM(AILT-RECORD)
               LENGTH(AILT-LENGTH)
               ITEM(WS-LATE-SUB)
               REWRITE
               NOHANDLE
           END-EXEC.
      *
           MOVE 'Y' TO WS-LATE-SW.
      *
       7175-EXIT.
           EXIT.
      *
      *****************************************************************
      * THE LATE ANSWER IS COMPLETE - LAY IT OVER THE PLACEHOLDER     *
      * HISTORY RECORD, OR FILE IT FRESH IF THAT RECORD IS GONE       *
      *****************************************************************
       7180-FILE-LATE-ANSWER.
      *
           MOVE AILT-USER      TO AIHIST-USER.
           MOVE AILT-HIST-TIME TO AIHIST-TIME.
      *
           EXEC CICS READ
               FILE('AIHIST')
               INTO(AIHIST-RECORD)
               RIDFLD(AIHIST-KEY)
               LENGTH(AIHIST-LENGTH)
               UPDATE
               NOHANDLE
           END-EXEC.
      *
           IF EIBRESP = 0
               MOVE AILT-RESPONSE  TO AIHIST-RESPONSE
               MOVE AILT-SEG-TOTAL TO AIHIST-SEG-TOT
               EXEC CICS REWRITE
                   FILE('AIHIST')
                   FROM(AIHIST-RECORD)
                   LENGTH(AIHIST-LENGTH)
                   NOHANDLE
               END-EXEC
           ELSE
               MOVE AILT-USER      TO AIHIST-USER
               MOVE AILT-HIST-TIME TO AIHIST-TIME
               MOVE SPACES         TO AIHIST-QUESTION
               MOVE AILT-RESPONSE  TO AIHIST-RESPONSE
               MOVE AILT-SEG-TOTAL TO AIHIST-SEG-TOT
               MOVE SPACE          TO AIHIST-RATING
               EXEC CICS WRITE
                   FILE('AIHIST')
                   FROM(AIHIST-RECORD)
                   RIDFLD(AIHIST-KEY)
                   LENGTH(AIHIST-LENGTH)
                   NOHANDLE
               END-EXEC
           END-IF.
      *
       7180-EXIT.
           EXIT.
      *
      *****************************************************************
      * ARM THE NEXT CYCLE                                            *
      *****************************************************************
       8000-REARM-TIMER.
      *
           EXEC CICS START
               TRANSID('AIBT')
               INTERVAL(WS-NEXT-HMS)
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
