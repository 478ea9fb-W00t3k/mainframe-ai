000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AICHB01.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  AI MAINFRAME ASSISTANT PROJECT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900* AICHB01 - MONTHLY DEPARTMENTAL CHARGEBACK                      *
001000*                                                                *
001100* READS THE MONTH'S AILOG EXTRACTS (THE DAILY FILES CONCATENATED *
001200* ON THE AILOG DD) AGAINST THE AIAUTH FILE, WHERE AIAD KEEPS     *
001300* EACH USERID'S DEPARTMENT COST CENTER, AND PRODUCES:            *
001400*     - A CHARGEBACK REPORT BY COST CENTER WITH A LINE PER       *
001500*       USERID: QUESTIONS ANSWERED, TIMED OUT AND BLOCKED,       *
001600*       TOTAL ELAPSED SECONDS AND THE CHARGE                     *
001700*     - AN EXCEPTIONS SECTION FOR USERIDS WITH NO COST CENTER    *
001800*       OR NOT ON AIAUTH AT ALL - THEIR USAGE IS SHOWN, NOT      *
001900*       DROPPED, BUT CANNOT BE CHARGED TO ANYBODY                *
002000*     - THE GENERAL-LEDGER INTERFACE FILE ON THE GLOUT DD: ONE   *
002100*       DEBIT PER COST CENTER, ONE BALANCING CREDIT TO THE       *
002200*       RECOVERY COST CENTER, AND A TRAILER WITH RECORD COUNT    *
002300*       AND TOTALS FOR THE ACCOUNTING FEED TO BALANCE AGAINST    *
002400*                                                                *
002500* ANSWERED AND TIMED-OUT QUESTIONS ARE CHARGED AT THE RATE ON    *
002600* THE CONTROL CARD - BOTH WENT OUT TO THE EXTERNAL SERVICE.      *
002700* A BLOCKED QUESTION NEVER LEFT THE MAINFRAME AND IS COUNTED     *
002800* BUT NOT CHARGED. ELAPSED SECONDS COVER ANSWERED AND TIMED-OUT  *
002810* QUESTIONS ALIKE. A QUESTION REFUSED OUTSIDE THE AICAL SERVICE  *
002820* HOURS (STATUS H) IS LEFT OFF THE STATEMENT ALTOGETHER.         *
003000*                                                                *
003100* CONTROL CARD ON THE CHBCTL DD (OPTIONAL, '*' IN COL 1 FOR A    *
003200* COMMENT):                                                      *
003300*     COLS  1-6   CHARGE PERIOD YYYYMM - DEFAULT LAST MONTH      *
003400*     COLS  8-13  RATE PER QUESTION 9999V99 - DEFAULT 1.00       *
003500*     COLS 15-24  DEPARTMENT EXPENSE ACCOUNT                     *
003600*     COLS 26-31  RECOVERY COST CENTER                           *
003700*     COLS 33-42  RECOVERY ACCOUNT                               *
003800* AILOG RECORDS STARTED OUTSIDE THE PERIOD ARE COUNTED AND       *
003900* SKIPPED, SO AN EXTRA DAY ON THE CONCATENATION DOES NO HARM.    *
004000*                                                                *
004100* MODIFICATION HISTORY                                           *
004200*   2026-10-15  OSG  ORIGINAL PROGRAM                            *
004210*   2026-10-15  OSG  AIAUTH ROLE FLAGS REPLACE THE ADMIN FLAG    *
004220*   2026-10-15  OSG  OUT-OF-HOURS REFUSALS NOT COUNTED           *
004300*                                                                *
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT AILOG-FILE   ASSIGN TO AILOG
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT AIAUTH-FILE  ASSIGN TO AIAUTH
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS AIAUTH-USERID
005700         FILE STATUS IS WS-AUTH-STATUS.
005800     SELECT CONTROL-FILE ASSIGN TO CHBCTL
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT REPORT-FILE  ASSIGN TO RPTOUT
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT GL-FILE      ASSIGN TO GLOUT
006300         ORGANIZATION IS SEQUENTIAL.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  AILOG-FILE
006700     RECORDING MODE IS F.
006800 01  AILOG-RECORD.
006900     05  AILOG-USERID         PIC X(08).
007000     05  AILOG-TERMID         PIC X(04).
007100     05  AILOG-QUESTION       PIC X(216).
007200     05  AILOG-RESPONSE       PIC X(3040).
007300     05  AILOG-WAIT-COUNT     PIC 9(02).
007400     05  AILOG-START-TIME     PIC S9(15) COMP-3.
007500     05  AILOG-END-TIME       PIC S9(15) COMP-3.
007600     05  AILOG-STATUS         PIC X(01).
007700         88  AILOG-OK         VALUE 'O'.
007800         88  AILOG-TIMEOUT    VALUE 'T'.
007900         88  AILOG-BLOCKED    VALUE 'B'.
007910         88  AILOG-CLOSED     VALUE 'H'.
008000*
008100 FD  AIAUTH-FILE.
008200 01  AIAUTH-RECORD.
008300     05  AIAUTH-USERID        PIC X(08).
008400     05  AIAUTH-STATUS        PIC X(01).
008500         88  AIAUTH-ALLOWED   VALUE 'A'.
008600         88  AIAUTH-DENIED    VALUE 'D'.
008610     05  AIAUTH-ROLES.
008620         10  AIAUTH-ROLE-SEC  PIC X(01).
008630         10  AIAUTH-ROLE-OPR  PIC X(01).
008640         10  AIAUTH-ROLE-RVW  PIC X(01).
008650         10  AIAUTH-ROLE-FAQ  PIC X(01).
008900     05  AIAUTH-UPD-USER      PIC X(08).
009000     05  AIAUTH-UPD-TIME      PIC S9(15) COMP-3.
009100     05  AIAUTH-COST-CTR      PIC X(06).
009200*
009300 FD  CONTROL-FILE
009400     RECORDING MODE IS F.
009500 01  CONTROL-CARD.
009600     05  CTL-PERIOD           PIC X(06).
009700     05  FILLER               PIC X(01).
009800     05  CTL-RATE             PIC X(06).
009900     05  FILLER               PIC X(01).
010000     05  CTL-EXP-ACCT         PIC X(10).
010100     05  FILLER               PIC X(01).
010200     05  CTL-REC-CCTR         PIC X(06).
010300     05  FILLER               PIC X(01).
010400     05  CTL-REC-ACCT         PIC X(10).
010500     05  FILLER               PIC X(38).
010600*
010700 FD  REPORT-FILE
010800     RECORDING MODE IS F.
010900 01  PRINT-LINE.
011000     05  PRINT-CTL             PIC X(01).
011100     05  PRINT-DATA            PIC X(132).
011200*
011300* GENERAL-LEDGER INTERFACE - FIXED 80-BYTE RECORDS. A 'D' DETAIL
011400* RECORD CARRIES ONE DEBIT OR CREDIT; THE SINGLE 'T' TRAILER AT
011500* THE END CARRIES THE RECORD COUNT AND BOTH SIDES' TOTALS
011600*
011700 FD  GL-FILE
011800     RECORDING MODE IS F.
011900 01  GL-RECORD.
012000     05  GL-REC-TYPE          PIC X(01).
012100         88  GL-DETAIL        VALUE 'D'.
012200         88  GL-TRAILER       VALUE 'T'.
012300     05  GL-PERIOD            PIC 9(06).
012400     05  GL-COST-CTR          PIC X(06).
012500     05  GL-ACCOUNT           PIC X(10).
012600     05  GL-DR-CR             PIC X(01).
012700         88  GL-DEBIT         VALUE 'D'.
012800         88  GL-CREDIT        VALUE 'C'.
012900     05  GL-AMOUNT            PIC 9(09)V9(02).
013000     05  GL-QUANTITY          PIC 9(07).
013100     05  GL-SOURCE            PIC X(08).
013200     05  GL-DESC              PIC X(24).
013300     05  FILLER               PIC X(06).
013400 01  GL-TRAILER-RECORD REDEFINES GL-RECORD.
013500     05  GL-TRL-TYPE          PIC X(01).
013600     05  GL-TRL-PERIOD        PIC 9(06).
013700     05  GL-TRL-COUNT         PIC 9(07).
013800     05  GL-TRL-DEBITS        PIC 9(11)V9(02).
013900     05  GL-TRL-CREDITS       PIC 9(11)V9(02).
014000     05  GL-TRL-SOURCE        PIC X(08).
014100     05  FILLER               PIC X(32).
014200 WORKING-STORAGE SECTION.
014300*
014400* SWITCHES
014500*
014600 01  WS-SWITCHES.
014700     05  WS-EOF-SW            PIC X(01) VALUE 'N'.
014800         88  EOF-YES          VALUE 'Y'.
014900         88  EOF-NO           VALUE 'N'.
015000     05  WS-CTL-EOF-SW        PIC X(01) VALUE 'N'.
015100         88  CTL-EOF-YES      VALUE 'Y'.
015200         88  CTL-EOF-NO       VALUE 'N'.
015300     05  WS-FOUND-SW          PIC X(01) VALUE 'N'.
015400         88  TBL-FOUND        VALUE 'Y'.
015500         88  TBL-NOT-FOUND    VALUE 'N'.
015600     05  WS-SWAP-SW           PIC X(01) VALUE 'N'.
015700         88  SWAP-MADE        VALUE 'Y'.
015800         88  SWAP-NONE        VALUE 'N'.
015900     05  WS-YEAR-DONE-SW      PIC X(01) VALUE 'N'.
016000         88  YEAR-DONE        VALUE 'Y'.
016100         88  YEAR-NOT-DONE    VALUE 'N'.
016200     05  WS-MONTH-DONE-SW     PIC X(01) VALUE 'N'.
016300         88  MONTH-DONE       VALUE 'Y'.
016400         88  MONTH-NOT-DONE   VALUE 'N'.
016500     05  WS-AUTH-STATUS       PIC X(02) VALUE '00'.
016600*
016700* CHARGE PARAMETERS - DEFAULTS, OVERRIDDEN FROM THE CHBCTL CARD
016800*
016900 01  WS-PARMS.
017000     05  WS-PERIOD            PIC 9(06) VALUE 0.
017100     05  WS-PERIOD-X REDEFINES WS-PERIOD.
017200         10  WS-PERIOD-YEAR   PIC 9(04).
017300         10  WS-PERIOD-MONTH  PIC 9(02).
017400     05  WS-RATE              PIC 9(04)V9(02) VALUE 1.00.
017500     05  WS-RATE-X REDEFINES WS-RATE
017600                              PIC X(06).
017700     05  WS-EXP-ACCT          PIC X(10) VALUE '6405000000'.
017800     05  WS-REC-CCTR          PIC X(06) VALUE 'IT0100'.
017900     05  WS-REC-ACCT          PIC X(10) VALUE '4905000000'.
018000     05  WS-TODAY             PIC 9(08) VALUE 0.
018100     05  WS-TODAY-X REDEFINES WS-TODAY.
018200         10  WS-TODAY-YEAR    PIC 9(04).
018300         10  WS-TODAY-MONTH   PIC 9(02).
018400         10  WS-TODAY-DAY     PIC 9(02).
018500     05  WS-REC-PERIOD        PIC 9(06) VALUE 0.
018600*
018700* USERID TABLE - ONE ENTRY PER USERID SEEN IN THE PERIOD. THE
018800* COST CENTER COMES FROM AIAUTH WHEN THE USERID IS FIRST SEEN;
018900* THE SORT KEY PUTS THE TABLE IN COST CENTER, USERID ORDER FOR
019000* THE CONTROL BREAKS
019100*
019200 01  WS-USER-TABLE.
019300     05  WS-USER-MAX          PIC 9(03) COMP VALUE 500.
019400     05  WS-USER-COUNT        PIC 9(03) COMP VALUE ZERO.
019500     05  WS-USER-ENTRY OCCURS 500 TIMES.
019600         10  WS-USER-KEY.
019700             15  WS-USER-CCTR PIC X(06).
019800             15  WS-USER-ID   PIC X(08).
019900         10  WS-USER-EXC      PIC X(01).
020000             88  USER-CHARGEABLE  VALUE ' '.
020100             88  USER-NOT-ON-AUTH VALUE 'N'.
020200             88  USER-NO-CCTR     VALUE 'C'.
020300         10  WS-USER-OCOUNT   PIC 9(07) COMP.
020400         10  WS-USER-TCOUNT   PIC 9(07) COMP.
020500         10  WS-USER-BCOUNT   PIC 9(07) COMP.
020600         10  WS-USER-SECS     PIC 9(09)V9(02) COMP-3.
020700*
020800 01  WS-USER-HOLD.
020900     05  WS-HOLD-KEY          PIC X(14).
021000     05  WS-HOLD-EXC          PIC X(01).
021100     05  WS-HOLD-OCOUNT       PIC 9(07) COMP.
021200     05  WS-HOLD-TCOUNT       PIC 9(07) COMP.
021300     05  WS-HOLD-BCOUNT       PIC 9(07) COMP.
021400     05  WS-HOLD-SECS         PIC 9(09)V9(02) COMP-3.
021500*
021600* ABSTIME-TO-DATE CONVERSION - THE SAME WALK DOWN THE YEARS AND
021700* MONTHS AIRPT04 USES FOR ITS TRAIL DATES
021800*
021900 01  WS-DATE-WORK.
022000     05  WS-ABS-IN            PIC S9(15) COMP-3 VALUE 0.
022100     05  WS-REM-DAYS          PIC S9(09) COMP VALUE 0.
022200     05  WS-CUR-YEAR          PIC 9(04) VALUE 0.
022300     05  WS-CUR-MONTH         PIC 9(02) VALUE 0.
022400     05  WS-YEAR-DAYS         PIC 9(03) COMP VALUE 0.
022500     05  WS-MONTH-LEN         PIC 9(03) COMP VALUE 0.
022600     05  WS-LEAP-QUOT         PIC 9(05) COMP VALUE 0.
022700     05  WS-LEAP-REM          PIC 9(05) COMP VALUE 0.
022800     05  WS-OUT-DATE          PIC 9(08) VALUE 0.
022900     05  WS-OUT-DATE-X REDEFINES WS-OUT-DATE.
023000         10  WS-OUT-YEAR      PIC 9(04).
023100         10  WS-OUT-MONTH     PIC 9(02).
023200         10  WS-OUT-DAY       PIC 9(02).
023300*
023400* DAYS IN EACH MONTH (NON-LEAP)
023500*
023600 01  WS-MONTH-LEN-VALUES.
023700     05  FILLER               PIC 9(03) VALUE 031.
023800     05  FILLER               PIC 9(03) VALUE 028.
023900     05  FILLER               PIC 9(03) VALUE 031.
024000     05  FILLER               PIC 9(03) VALUE 030.
024100     05  FILLER               PIC 9(03) VALUE 031.
024200     05  FILLER               PIC 9(03) VALUE 030.
024300     05  FILLER               PIC 9(03) VALUE 031.
024400     05  FILLER               PIC 9(03) VALUE 031.
024500     05  FILLER               PIC 9(03) VALUE 030.
024600     05  FILLER               PIC 9(03) VALUE 031.
024700     05  FILLER               PIC 9(03) VALUE 030.
024800     05  FILLER               PIC 9(03) VALUE 031.
024900 01  WS-MONTH-LEN-TABLE REDEFINES WS-MONTH-LEN-VALUES.
025000     05  WS-MONTH-LENS        PIC 9(03) OCCURS 12 TIMES.
025100*
025200* ACCUMULATORS
025300*
025400 01  WS-COUNTERS.
025500     05  WS-REC-COUNT         PIC 9(07) COMP VALUE ZERO.
025600     05  WS-OUTSIDE-COUNT     PIC 9(07) COMP VALUE ZERO.
025700     05  WS-OVER-COUNT        PIC 9(07) COMP VALUE ZERO.
025800     05  WS-ELAPSED-MS        PIC S9(15) COMP-3 VALUE ZERO.
025900     05  WS-ELAPSED-SEC       PIC 9(07)V9(02) VALUE ZERO.
026000     05  WS-CHARGE            PIC 9(09)V9(02) VALUE ZERO.
026100     05  WS-SUB               PIC 9(03) COMP VALUE ZERO.
026200     05  WS-SUB2              PIC 9(03) COMP VALUE ZERO.
026300     05  WS-PASS-END          PIC 9(03) COMP VALUE ZERO.
026400     05  WS-GL-COUNT          PIC 9(07) COMP VALUE ZERO.
026500     05  WS-GL-DEBITS         PIC 9(11)V9(02) VALUE ZERO.
026600     05  WS-GL-CREDITS        PIC 9(11)V9(02) VALUE ZERO.
026700     05  WS-EXC-USERS         PIC 9(05) COMP VALUE ZERO.
026800*
026900* CONTROL-BREAK TOTALS - CURRENT COST CENTER, WHOLE CHARGE RUN,
027000* AND THE UNCHARGEABLE EXCEPTIONS
027100*
027200 01  WS-BREAK-WORK.
027300     05  WS-PREV-CCTR         PIC X(06) VALUE SPACES.
027400     05  WS-CC-OCOUNT         PIC 9(07) COMP VALUE ZERO.
027500     05  WS-CC-TCOUNT         PIC 9(07) COMP VALUE ZERO.
027600     05  WS-CC-BCOUNT         PIC 9(07) COMP VALUE ZERO.
027700     05  WS-CC-SECS           PIC 9(09)V9(02) VALUE ZERO.
027800     05  WS-CC-CHARGE         PIC 9(09)V9(02) VALUE ZERO.
027900     05  WS-CC-USERS          PIC 9(05) COMP VALUE ZERO.
028000     05  WS-CC-COUNT          PIC 9(05) COMP VALUE ZERO.
028100     05  WS-GT-OCOUNT         PIC 9(07) COMP VALUE ZERO.
028200     05  WS-GT-TCOUNT         PIC 9(07) COMP VALUE ZERO.
028300     05  WS-GT-BCOUNT         PIC 9(07) COMP VALUE ZERO.
028400     05  WS-GT-SECS           PIC 9(09)V9(02) VALUE ZERO.
028500     05  WS-GT-CHARGE         PIC 9(11)V9(02) VALUE ZERO.
028600     05  WS-EX-OCOUNT         PIC 9(07) COMP VALUE ZERO.
028700     05  WS-EX-TCOUNT         PIC 9(07) COMP VALUE ZERO.
028800     05  WS-EX-BCOUNT         PIC 9(07) COMP VALUE ZERO.
028900     05  WS-EX-SECS           PIC 9(09)V9(02) VALUE ZERO.
029000*
029100* REPORT LINES
029200*
029300 01  WS-HEADING-1.
029400     05  FILLER               PIC X(40)
029500         VALUE 'AI ASSISTANT MONTHLY CHARGEBACK'.
029600     05  FILLER               PIC X(08) VALUE 'PERIOD '.
029700     05  WS-H1-PERIOD         PIC 9(06).
029800 01  WS-HEADING-2.
029900     05  FILLER               PIC X(40) VALUE ALL '-'.
030000 01  WS-RATE-LINE.
030100     05  FILLER               PIC X(24)
030200         VALUE 'RATE PER QUESTION . . . '.
030300     05  WS-RATE-OUT          PIC Z,ZZ9.99.
030400 01  WS-CHG-COL-LINE.
030500     05  FILLER               PIC X(10) VALUE 'COST CTR'.
030600     05  FILLER               PIC X(10) VALUE 'USERID'.
030700     05  FILLER               PIC X(10) VALUE '  ANSWERED'.
030800     05  FILLER               PIC X(10) VALUE ' TIMED OUT'.
030900     05  FILLER               PIC X(10) VALUE '   BLOCKED'.
031000     05  FILLER               PIC X(16) VALUE '   ELAPSED SECS'.
031100     05  FILLER               PIC X(16) VALUE '          CHARGE'.
031200 01  WS-CHG-LINE.
031300     05  WS-CL-CCTR           PIC X(06).
031400     05  FILLER               PIC X(04) VALUE SPACES.
031500     05  WS-CL-USERID         PIC X(08).
031600     05  FILLER               PIC X(02) VALUE SPACES.
031700     05  WS-CL-OCOUNT         PIC ZZZ,ZZZ,ZZ9.
031800     05  WS-CL-TCOUNT         PIC ZZZ,ZZ9.
031900     05  FILLER               PIC X(01) VALUE SPACES.
032000     05  WS-CL-BCOUNT         PIC ZZZ,ZZ9.
032100     05  FILLER               PIC X(01) VALUE SPACES.
032200     05  WS-CL-SECS           PIC ZZZ,ZZZ,ZZ9.99.
032300     05  FILLER               PIC X(02) VALUE SPACES.
032400     05  WS-CL-CHARGE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
032500 01  WS-CC-DASH-LINE.
032600     05  FILLER               PIC X(20) VALUE SPACES.
032700     05  FILLER               PIC X(72) VALUE ALL '-'.
032800 01  WS-GL-RECON-LINE.
032900     05  FILLER               PIC X(24)
033000         VALUE 'GL RECORDS WRITTEN  . . '.
033100     05  WS-GLR-COUNT         PIC ZZZ,ZZ9.
033200     05  FILLER               PIC X(04) VALUE SPACES.
033300     05  FILLER               PIC X(08) VALUE 'DEBITS '.
033400     05  WS-GLR-DEBITS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
033500     05  FILLER               PIC X(04) VALUE SPACES.
033600     05  FILLER               PIC X(08) VALUE 'CREDITS '.
033700     05  WS-GLR-CREDITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
033800 01  WS-REC-LINE.
033900     05  FILLER               PIC X(24)
034000         VALUE 'AILOG RECORDS IN PERIOD '.
034100     05  WS-REC-OUT           PIC ZZZ,ZZ9.
034200 01  WS-OUTSIDE-LINE.
034300     05  FILLER               PIC X(24)
034400         VALUE 'OUTSIDE PERIOD SKIPPED  '.
034500     05  WS-OUTSIDE-OUT       PIC ZZZ,ZZ9.
034600 01  WS-CCCNT-LINE.
034700     05  FILLER               PIC X(24)
034800         VALUE 'COST CENTERS CHARGED  . '.
034900     05  WS-CCCNT-OUT         PIC ZZZ,ZZ9.
035000 01  WS-OVER-LINE.
035100     05  FILLER               PIC X(24)
035200         VALUE 'USERID TABLE OVERFLOW . '.
035300     05  WS-OVER-OUT          PIC ZZZ,ZZ9.
035400 01  WS-EXC-HEADING.
035500     05  FILLER               PIC X(50)
035600         VALUE 'EXCEPTIONS - USAGE THAT COULD NOT BE CHARGED'.
035700 01  WS-EXC-COL-LINE.
035800     05  FILLER               PIC X(10) VALUE 'USERID'.
035900     05  FILLER               PIC X(16) VALUE 'REASON'.
036000     05  FILLER               PIC X(10) VALUE '  ANSWERED'.
036100     05  FILLER               PIC X(10) VALUE ' TIMED OUT'.
036200     05  FILLER               PIC X(10) VALUE '   BLOCKED'.
036300     05  FILLER               PIC X(16) VALUE '   ELAPSED SECS'.
036400 01  WS-EXC-LINE.
036500     05  WS-XL-USERID         PIC X(08).
036600     05  FILLER               PIC X(02) VALUE SPACES.
036700     05  WS-XL-REASON         PIC X(14).
036800     05  WS-XL-OCOUNT         PIC ZZZ,ZZZ,ZZ9.
036900     05  WS-XL-TCOUNT         PIC ZZZ,ZZ9.
037000     05  FILLER               PIC X(01) VALUE SPACES.
037100     05  WS-XL-BCOUNT         PIC ZZZ,ZZ9.
037200     05  FILLER               PIC X(01) VALUE SPACES.
037300     05  WS-XL-SECS           PIC ZZZ,ZZZ,ZZ9.99.
037400 01  WS-NOEXC-LINE.
037500     05  FILLER               PIC X(40)
037600         VALUE 'EVERY USERID HAS A COST CENTER'.
037700 01  WS-BLANK-LINE            PIC X(01) VALUE SPACE.
037800 PROCEDURE DIVISION.
037900******************************************************************
038000* MAINLINE                                                       *
038100******************************************************************
038200 0000-MAINLINE.
038300*
038400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038500*
038600     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
038700         UNTIL EOF-YES.
038800*
038900     PERFORM 4000-SORT-USERS THRU 4000-EXIT.
039000     PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
039100     PERFORM 8500-PRINT-EXCEPTIONS THRU 8500-EXIT.
039200     PERFORM 8800-FINISH-GL THRU 8800-EXIT.
039300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039400*
039500     STOP RUN.
039600*
039700******************************************************************
039800* INITIALIZE - OPEN FILES, TAKE THE CONTROL CARD, PRIME THE READ *
039900******************************************************************
040000 1000-INITIALIZE.
040100*
040200     OPEN INPUT  AILOG-FILE.
040300     OPEN INPUT  AIAUTH-FILE.
040400     OPEN INPUT  CONTROL-FILE.
040500     OPEN OUTPUT REPORT-FILE.
040600     OPEN OUTPUT GL-FILE.
040700*
040800* THE DEFAULT PERIOD IS LAST MONTH - THE JOB NORMALLY RUNS IN
040900* THE FIRST DAYS OF THE MONTH AFTER THE ONE BEING CHARGED
041000*
041100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
041200*
041300     IF WS-TODAY-MONTH = 1
041400         COMPUTE WS-PERIOD-YEAR = WS-TODAY-YEAR - 1
041500         MOVE 12 TO WS-PERIOD-MONTH
041600     ELSE
041700         MOVE WS-TODAY-YEAR TO WS-PERIOD-YEAR
041800         COMPUTE WS-PERIOD-MONTH = WS-TODAY-MONTH - 1
041900     END-IF.
042000*
042100     PERFORM 1200-READ-CONTROL THRU 1200-EXIT
042200         UNTIL CTL-EOF-YES.
042300*
042400     PERFORM 1100-READ-AILOG THRU 1100-EXIT.
042500*
042600 1000-EXIT.
042700     EXIT.
042800*
042900 1100-READ-AILOG.
043000*
043100     READ AILOG-FILE
043200         AT END
043300             MOVE 'Y' TO WS-EOF-SW
043400     END-READ.
043500*
043600 1100-EXIT.
043700     EXIT.
043800*
043900******************************************************************
044000* TAKE ONE CONTROL CARD - A BLANK OR NON-NUMERIC FIELD LEAVES    *
044100* ITS DEFAULT IN PLACE                                           *
044200******************************************************************
044300 1200-READ-CONTROL.
044400*
044500     READ CONTROL-FILE
044600         AT END
044700             MOVE 'Y' TO WS-CTL-EOF-SW
044800             GO TO 1200-EXIT
044900     END-READ.
045000*
045100     IF CONTROL-CARD(1:1) = '*'
045200         GO TO 1200-EXIT
045300     END-IF.
045400*
045500     IF CTL-PERIOD NUMERIC
045600         MOVE CTL-PERIOD TO WS-PERIOD
045700     END-IF.
045800*
045900     IF CTL-RATE NUMERIC
046000         MOVE CTL-RATE TO WS-RATE-X
046100     END-IF.
046200*
046300     IF CTL-EXP-ACCT NOT = SPACES
046400         MOVE CTL-EXP-ACCT TO WS-EXP-ACCT
046500     END-IF.
046600*
046700     IF CTL-REC-CCTR NOT = SPACES
046800         MOVE CTL-REC-CCTR TO WS-REC-CCTR
046900     END-IF.
047000*
047100     IF CTL-REC-ACCT NOT = SPACES
047200         MOVE CTL-REC-ACCT TO WS-REC-ACCT
047300     END-IF.
047400*
047500 1200-EXIT.
047600     EXIT.
047700*
047800******************************************************************
047900* PROCESS ONE AILOG RECORD - SKIP IT IF IT STARTED OUTSIDE THE   *
048000* PERIOD, OTHERWISE ADD IT TO ITS USERID'S TOTALS                *
048100******************************************************************
048200 2000-PROCESS-RECORD.
048300*
048400     MOVE AILOG-START-TIME TO WS-ABS-IN.
048500     PERFORM 3500-ABS-TO-DATE THRU 3500-EXIT.
048600     COMPUTE WS-REC-PERIOD = WS-OUT-YEAR * 100 + WS-OUT-MONTH.
048700*
048800     IF WS-REC-PERIOD NOT = WS-PERIOD
048900         ADD 1 TO WS-OUTSIDE-COUNT
049000         PERFORM 1100-READ-AILOG THRU 1100-EXIT
049100         GO TO 2000-EXIT
049200     END-IF.
049300*
049400     ADD 1 TO WS-REC-COUNT.
049500*
049600     PERFORM 2100-FIND-USER THRU 2100-EXIT.
049700*
049800     IF TBL-NOT-FOUND
049900         ADD 1 TO WS-OVER-COUNT
050000         PERFORM 1100-READ-AILOG THRU 1100-EXIT
050100         GO TO 2000-EXIT
050200     END-IF.
050300*
050400* THE BRIDGE WAS BUSY FOR AN ANSWERED QUESTION AND FOR ONE THAT
050410* TIMED OUT ALIKE; A BLOCKED QUESTION NEVER REACHED IT, AND ONE
050420* REFUSED OUTSIDE SERVICE HOURS NEVER GOT PAST THE CALENDAR
050600*
050700     EVALUATE TRUE
050800         WHEN AILOG-OK
050900             ADD 1 TO WS-USER-OCOUNT(WS-SUB)
051000         WHEN AILOG-TIMEOUT
051100             ADD 1 TO WS-USER-TCOUNT(WS-SUB)
051110         WHEN AILOG-CLOSED
051120             CONTINUE
051200         WHEN OTHER
051300             ADD 1 TO WS-USER-BCOUNT(WS-SUB)
051400     END-EVALUATE.
051500*
051600     IF AILOG-OK OR AILOG-TIMEOUT
051700         COMPUTE WS-ELAPSED-MS =
051800             AILOG-END-TIME - AILOG-START-TIME
051900         IF WS-ELAPSED-MS < 0
052000             MOVE 0 TO WS-ELAPSED-MS
052100         END-IF
052200         COMPUTE WS-ELAPSED-SEC = WS-ELAPSED-MS / 1000
052300         ADD WS-ELAPSED-SEC TO WS-USER-SECS(WS-SUB)
052400     END-IF.
052500*
052600     PERFORM 1100-READ-AILOG THRU 1100-EXIT.
052700*
052800 2000-EXIT.
052900     EXIT.
053000*
053100******************************************************************
053200* FIND THE USERID IN THE TABLE, ADDING IT (WITH ITS COST CENTER  *
053300* FROM AIAUTH) THE FIRST TIME IT IS SEEN. LEAVES WS-SUB ON THE   *
053400* ENTRY, OR TBL-NOT-FOUND WHEN THE TABLE IS FULL                 *
053500******************************************************************
053600 2100-FIND-USER.
053700*
053800     MOVE 'N' TO WS-FOUND-SW.
053900*
054000     PERFORM 2110-SEARCH-USER THRU 2110-EXIT
054100         VARYING WS-SUB FROM 1 BY 1
054200         UNTIL WS-SUB > WS-USER-COUNT
054300         OR TBL-FOUND.
054400*
054500     IF TBL-FOUND
054600         SUBTRACT 1 FROM WS-SUB
054700         GO TO 2100-EXIT
054800     END-IF.
054900*
055000     IF WS-USER-COUNT < WS-USER-MAX
055100         PERFORM 2200-ADD-USER THRU 2200-EXIT
055200         MOVE WS-USER-COUNT TO WS-SUB
055300         MOVE 'Y' TO WS-FOUND-SW
055400     END-IF.
055500*
055600 2100-EXIT.
055700     EXIT.
055800*
055900 2110-SEARCH-USER.
056000*
056100     IF WS-USER-ID(WS-SUB) = AILOG-USERID
056200         MOVE 'Y' TO WS-FOUND-SW
056300     END-IF.
056400*
056500 2110-EXIT.
056600     EXIT.
056700*
056800 2200-ADD-USER.
056900*
057000     ADD 1 TO WS-USER-COUNT.
057100     MOVE AILOG-USERID TO WS-USER-ID(WS-USER-COUNT).
057200     MOVE SPACES       TO WS-USER-CCTR(WS-USER-COUNT).
057300     MOVE SPACE        TO WS-USER-EXC(WS-USER-COUNT).
057400     MOVE 0            TO WS-USER-OCOUNT(WS-USER-COUNT).
057500     MOVE 0            TO WS-USER-TCOUNT(WS-USER-COUNT).
057600     MOVE 0            TO WS-USER-BCOUNT(WS-USER-COUNT).
057700     MOVE 0            TO WS-USER-SECS(WS-USER-COUNT).
057800*
057900     MOVE AILOG-USERID TO AIAUTH-USERID.
058000     READ AIAUTH-FILE
058100         INVALID KEY
058200             MOVE 'N' TO WS-USER-EXC(WS-USER-COUNT)
058300             GO TO 2200-EXIT
058400     END-READ.
058500*
058600     IF AIAUTH-COST-CTR = SPACES
058700         MOVE 'C' TO WS-USER-EXC(WS-USER-COUNT)
058800     ELSE
058900         MOVE AIAUTH-COST-CTR TO WS-USER-CCTR(WS-USER-COUNT)
059000     END-IF.
059100*
059200 2200-EXIT.
059300     EXIT.
059400*
059500******************************************************************
059600* TURN THE ABSTIME IN WS-ABS-IN INTO A YYYYMMDD DATE - DAYS      *
059700* SINCE 1900-01-01 WALKED DOWN THROUGH THE YEARS AND MONTHS.     *
059800* GOOD FOR 1900-2099; 1900 ITSELF IS NOT A LEAP YEAR             *
059900******************************************************************
060000 3500-ABS-TO-DATE.
060100*
060200     COMPUTE WS-REM-DAYS = WS-ABS-IN / 86400000.
060300     IF WS-REM-DAYS < 0
060400         MOVE 0 TO WS-REM-DAYS
060500     END-IF.
060600*
060700     MOVE 1900 TO WS-CUR-YEAR.
060800     MOVE 'N'  TO WS-YEAR-DONE-SW.
060900*
061000     PERFORM 3510-SUB-ONE-YEAR THRU 3510-EXIT
061100         UNTIL YEAR-DONE.
061200*
061300     MOVE 1   TO WS-CUR-MONTH.
061400     MOVE 'N' TO WS-MONTH-DONE-SW.
061500*
061600     PERFORM 3520-SUB-ONE-MONTH THRU 3520-EXIT
061700         UNTIL MONTH-DONE.
061800*
061900     MOVE WS-CUR-YEAR  TO WS-OUT-YEAR.
062000     MOVE WS-CUR-MONTH TO WS-OUT-MONTH.
062100     COMPUTE WS-OUT-DAY = WS-REM-DAYS + 1.
062200*
062300 3500-EXIT.
062400     EXIT.
062500*
062600 3510-SUB-ONE-YEAR.
062700*
062800     PERFORM 3530-YEAR-LENGTH THRU 3530-EXIT.
062900*
063000     IF WS-REM-DAYS NOT < WS-YEAR-DAYS
063100         SUBTRACT WS-YEAR-DAYS FROM WS-REM-DAYS
063200         ADD 1 TO WS-CUR-YEAR
063300     ELSE
063400         MOVE 'Y' TO WS-YEAR-DONE-SW
063500     END-IF.
063600*
063700 3510-EXIT.
063800     EXIT.
063900*
064000 3520-SUB-ONE-MONTH.
064100*
064200     MOVE WS-MONTH-LENS(WS-CUR-MONTH) TO WS-MONTH-LEN.
064300*
064400* FEBRUARY OF A LEAP YEAR RUNS A DAY LONG
064500*
064600     IF WS-CUR-MONTH = 2
064700         PERFORM 3530-YEAR-LENGTH THRU 3530-EXIT
064800         IF WS-YEAR-DAYS = 366
064900             ADD 1 TO WS-MONTH-LEN
065000         END-IF
065100     END-IF.
065200*
065300     IF WS-REM-DAYS NOT < WS-MONTH-LEN
065400         AND WS-CUR-MONTH < 12
065500         SUBTRACT WS-MONTH-LEN FROM WS-REM-DAYS
065600         ADD 1 TO WS-CUR-MONTH
065700     ELSE
065800         MOVE 'Y' TO WS-MONTH-DONE-SW
065900     END-IF.
066000*
066100 3520-EXIT.
066200     EXIT.
066300*
066400 3530-YEAR-LENGTH.
066500*
066600     MOVE 365 TO WS-YEAR-DAYS.
066700*
066800     DIVIDE WS-CUR-YEAR BY 4
066900         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
067000     IF WS-LEAP-REM = 0 AND WS-CUR-YEAR NOT = 1900
067100         MOVE 366 TO WS-YEAR-DAYS
067200     END-IF.
067300*
067400 3530-EXIT.
067500     EXIT.
067600*
067700******************************************************************
067800* PUT THE USERID TABLE IN COST CENTER, USERID ORDER - A PLAIN    *
067900* EXCHANGE SORT, REPEATED UNTIL A PASS MAKES NO SWAP. THE TABLE  *
068000* IS SMALL ENOUGH THAT NOTHING CLEVERER IS WORTH IT              *
068100******************************************************************
068200 4000-SORT-USERS.
068300*
068400     MOVE WS-USER-COUNT TO WS-PASS-END.
068500     MOVE 'Y' TO WS-SWAP-SW.
068600*
068700     PERFORM 4100-SORT-PASS THRU 4100-EXIT
068800         UNTIL SWAP-NONE OR WS-PASS-END < 2.
068900*
069000 4000-EXIT.
069100     EXIT.
069200*
069300 4100-SORT-PASS.
069400*
069500     MOVE 'N' TO WS-SWAP-SW.
069600*
069700     PERFORM 4110-COMPARE-PAIR THRU 4110-EXIT
069800         VARYING WS-SUB FROM 1 BY 1
069900         UNTIL WS-SUB NOT < WS-PASS-END.
070000*
070100     SUBTRACT 1 FROM WS-PASS-END.
070200*
070300 4100-EXIT.
070400     EXIT.
070500*
070600 4110-COMPARE-PAIR.
070700*
070800     COMPUTE WS-SUB2 = WS-SUB + 1.
070900*
071000     IF WS-USER-KEY(WS-SUB) NOT > WS-USER-KEY(WS-SUB2)
071100         GO TO 4110-EXIT
071200     END-IF.
071300*
071400     MOVE WS-USER-KEY(WS-SUB)    TO WS-HOLD-KEY.
071500     MOVE WS-USER-EXC(WS-SUB)    TO WS-HOLD-EXC.
071600     MOVE WS-USER-OCOUNT(WS-SUB) TO WS-HOLD-OCOUNT.
071700     MOVE WS-USER-TCOUNT(WS-SUB) TO WS-HOLD-TCOUNT.
071800     MOVE WS-USER-BCOUNT(WS-SUB) TO WS-HOLD-BCOUNT.
071900     MOVE WS-USER-SECS(WS-SUB)   TO WS-HOLD-SECS.
072000*
072100     MOVE WS-USER-ENTRY(WS-SUB2) TO WS-USER-ENTRY(WS-SUB).
072200*
072300     MOVE WS-HOLD-KEY    TO WS-USER-KEY(WS-SUB2).
072400     MOVE WS-HOLD-EXC    TO WS-USER-EXC(WS-SUB2).
072500     MOVE WS-HOLD-OCOUNT TO WS-USER-OCOUNT(WS-SUB2).
072600     MOVE WS-HOLD-TCOUNT TO WS-USER-TCOUNT(WS-SUB2).
072700     MOVE WS-HOLD-BCOUNT TO WS-USER-BCOUNT(WS-SUB2).
072800     MOVE WS-HOLD-SECS   TO WS-USER-SECS(WS-SUB2).
072900*
073000     MOVE 'Y' TO WS-SWAP-SW.
073100*
073200 4110-EXIT.
073300     EXIT.
073400*
073500******************************************************************
073600* PRODUCE THE CHARGEBACK SECTION - ONE LINE PER USERID WITH A    *
073700* SUBTOTAL AND A GL DEBIT AT EACH CHANGE OF COST CENTER          *
073800******************************************************************
073900 8000-PRODUCE-REPORT.
074000*
074100     MOVE WS-PERIOD      TO WS-H1-PERIOD.
074200     MOVE '1'            TO PRINT-CTL.
074300     MOVE WS-HEADING-1   TO PRINT-DATA.
074400     WRITE PRINT-LINE.
074500*
074600     MOVE ' '            TO PRINT-CTL.
074700     MOVE WS-HEADING-2   TO PRINT-DATA.
074800     WRITE PRINT-LINE.
074900*
075000     MOVE WS-RATE        TO WS-RATE-OUT.
075100     MOVE ' '            TO PRINT-CTL.
075200     MOVE WS-RATE-LINE   TO PRINT-DATA.
075300     WRITE PRINT-LINE.
075400*
075500     MOVE ' '            TO PRINT-CTL.
075600     MOVE WS-BLANK-LINE  TO PRINT-DATA.
075700     WRITE PRINT-LINE.
075800*
075900     MOVE ' '             TO PRINT-CTL.
076000     MOVE WS-CHG-COL-LINE TO PRINT-DATA.
076100     WRITE PRINT-LINE.
076200*
076300     MOVE SPACES TO WS-PREV-CCTR.
076400*
076500     PERFORM 8100-PRINT-USER-LINE THRU 8100-EXIT
076600         VARYING WS-SUB FROM 1 BY 1
076700         UNTIL WS-SUB > WS-USER-COUNT.
076800*
076900     IF WS-PREV-CCTR NOT = SPACES
077000         PERFORM 8200-CLOSE-COST-CTR THRU 8200-EXIT
077100     END-IF.
077200*
077300* GRAND TOTAL OF EVERYTHING CHARGED
077400*
077500     MOVE ' '             TO PRINT-CTL.
077600     MOVE WS-BLANK-LINE   TO PRINT-DATA.
077700     WRITE PRINT-LINE.
077800*
077900     MOVE SPACES          TO WS-CHG-LINE.
078000     MOVE 'TOTAL'         TO WS-CL-CCTR.
078100     MOVE WS-GT-OCOUNT    TO WS-CL-OCOUNT.
078200     MOVE WS-GT-TCOUNT    TO WS-CL-TCOUNT.
078300     MOVE WS-GT-BCOUNT    TO WS-CL-BCOUNT.
078400     MOVE WS-GT-SECS      TO WS-CL-SECS.
078500     MOVE WS-GT-CHARGE    TO WS-CL-CHARGE.
078600     MOVE ' '             TO PRINT-CTL.
078700     MOVE WS-CHG-LINE     TO PRINT-DATA.
078800     WRITE PRINT-LINE.
078900*
079000     MOVE ' '             TO PRINT-CTL.
079100     MOVE WS-BLANK-LINE   TO PRINT-DATA.
079200     WRITE PRINT-LINE.
079300*
079400     MOVE WS-REC-COUNT    TO WS-REC-OUT.
079500     MOVE ' '             TO PRINT-CTL.
079600     MOVE WS-REC-LINE     TO PRINT-DATA.
079700     WRITE PRINT-LINE.
079800*
079900     MOVE WS-OUTSIDE-COUNT TO WS-OUTSIDE-OUT.
080000     MOVE ' '              TO PRINT-CTL.
080100     MOVE WS-OUTSIDE-LINE  TO PRINT-DATA.
080200     WRITE PRINT-LINE.
080300*
080400     MOVE WS-CC-COUNT     TO WS-CCCNT-OUT.
080500     MOVE ' '             TO PRINT-CTL.
080600     MOVE WS-CCCNT-LINE   TO PRINT-DATA.
080700     WRITE PRINT-LINE.
080800*
080900     IF WS-OVER-COUNT > 0
081000         MOVE WS-OVER-COUNT TO WS-OVER-OUT
081100         MOVE ' '           TO PRINT-CTL
081200         MOVE WS-OVER-LINE  TO PRINT-DATA
081300         WRITE PRINT-LINE
081400     END-IF.
081500*
081600 8000-EXIT.
081700     EXIT.
081800*
081900 8100-PRINT-USER-LINE.
082000*
082100* EXCEPTIONS ARE LEFT FOR THEIR OWN SECTION
082200*
082300     IF NOT USER-CHARGEABLE(WS-SUB)
082400         GO TO 8100-EXIT
082500     END-IF.
082600*
082700     IF WS-USER-CCTR(WS-SUB) NOT = WS-PREV-CCTR
082800         IF WS-PREV-CCTR NOT = SPACES
082900             PERFORM 8200-CLOSE-COST-CTR THRU 8200-EXIT
083000         END-IF
083100         MOVE WS-USER-CCTR(WS-SUB) TO WS-PREV-CCTR
083200         MOVE 0 TO WS-CC-OCOUNT
083300         MOVE 0 TO WS-CC-TCOUNT
083400         MOVE 0 TO WS-CC-BCOUNT
083500         MOVE 0 TO WS-CC-SECS
083600         MOVE 0 TO WS-CC-CHARGE
083700         MOVE 0 TO WS-CC-USERS
083800     END-IF.
083900*
084000     COMPUTE WS-CHARGE = (WS-USER-OCOUNT(WS-SUB)
084100         + WS-USER-TCOUNT(WS-SUB)) * WS-RATE.
084200*
084300     ADD 1                      TO WS-CC-USERS.
084400     ADD WS-USER-OCOUNT(WS-SUB) TO WS-CC-OCOUNT.
084500     ADD WS-USER-TCOUNT(WS-SUB) TO WS-CC-TCOUNT.
084600     ADD WS-USER-BCOUNT(WS-SUB) TO WS-CC-BCOUNT.
084700     ADD WS-USER-SECS(WS-SUB)   TO WS-CC-SECS.
084800     ADD WS-CHARGE              TO WS-CC-CHARGE.
084900*
085000     MOVE SPACES                 TO WS-CHG-LINE.
085100     MOVE WS-USER-CCTR(WS-SUB)   TO WS-CL-CCTR.
085200     MOVE WS-USER-ID(WS-SUB)     TO WS-CL-USERID.
085300     MOVE WS-USER-OCOUNT(WS-SUB) TO WS-CL-OCOUNT.
085400     MOVE WS-USER-TCOUNT(WS-SUB) TO WS-CL-TCOUNT.
085500     MOVE WS-USER-BCOUNT(WS-SUB) TO WS-CL-BCOUNT.
085600     MOVE WS-USER-SECS(WS-SUB)   TO WS-CL-SECS.
085700     MOVE WS-CHARGE              TO WS-CL-CHARGE.
085800     MOVE ' '                    TO PRINT-CTL.
085900     MOVE WS-CHG-LINE            TO PRINT-DATA.
086000     WRITE PRINT-LINE.
086100*
086200 8100-EXIT.
086300     EXIT.
086400*
086500******************************************************************
086600* END OF ONE COST CENTER - SUBTOTAL LINE, ROLL INTO THE GRAND    *
086700* TOTAL, AND ONE GL DEBIT FOR THE DEPARTMENT                     *
086800******************************************************************
086900 8200-CLOSE-COST-CTR.
087000*
087100     MOVE ' '             TO PRINT-CTL.
087200     MOVE WS-CC-DASH-LINE TO PRINT-DATA.
087300     WRITE PRINT-LINE.
087400*
087500     MOVE SPACES          TO WS-CHG-LINE.
087600     MOVE WS-PREV-CCTR    TO WS-CL-CCTR.
087700     MOVE 'SUBTOTAL'      TO WS-CL-USERID.
087800     MOVE WS-CC-OCOUNT    TO WS-CL-OCOUNT.
087900     MOVE WS-CC-TCOUNT    TO WS-CL-TCOUNT.
088000     MOVE WS-CC-BCOUNT    TO WS-CL-BCOUNT.
088100     MOVE WS-CC-SECS      TO WS-CL-SECS.
088200     MOVE WS-CC-CHARGE    TO WS-CL-CHARGE.
088300     MOVE ' '             TO PRINT-CTL.
088400     MOVE WS-CHG-LINE     TO PRINT-DATA.
088500     WRITE PRINT-LINE.
088600*
088700     MOVE ' '             TO PRINT-CTL.
088800     MOVE WS-BLANK-LINE   TO PRINT-DATA.
088900     WRITE PRINT-LINE.
089000*
089100     ADD 1                TO WS-CC-COUNT.
089200     ADD WS-CC-OCOUNT     TO WS-GT-OCOUNT.
089300     ADD WS-CC-TCOUNT     TO WS-GT-TCOUNT.
089400     ADD WS-CC-BCOUNT     TO WS-GT-BCOUNT.
089500     ADD WS-CC-SECS       TO WS-GT-SECS.
089600     ADD WS-CC-CHARGE     TO WS-GT-CHARGE.
089700*
089800     MOVE SPACES          TO GL-RECORD.
089900     MOVE 'D'             TO GL-REC-TYPE.
090000     MOVE WS-PERIOD       TO GL-PERIOD.
090100     MOVE WS-PREV-CCTR    TO GL-COST-CTR.
090200     MOVE WS-EXP-ACCT     TO GL-ACCOUNT.
090300     MOVE 'D'             TO GL-DR-CR.
090400     MOVE WS-CC-CHARGE    TO GL-AMOUNT.
090500     COMPUTE GL-QUANTITY = WS-CC-OCOUNT + WS-CC-TCOUNT.
090600     MOVE 'AICHB01'       TO GL-SOURCE.
090700     MOVE 'AI ASSISTANT USAGE'   TO GL-DESC.
090800     WRITE GL-RECORD.
090900*
091000     ADD 1                TO WS-GL-COUNT.
091100     ADD WS-CC-CHARGE     TO WS-GL-DEBITS.
091200*
091300 8200-EXIT.
091400     EXIT.
091500*
091600******************************************************************
091700* EXCEPTIONS - USERIDS NOT ON AIAUTH OR WITH NO COST CENTER.     *
091800* THEIR USAGE IS SHOWN SO IT CAN BE CHASED, BUT NOT CHARGED      *
091900******************************************************************
092000 8500-PRINT-EXCEPTIONS.
092100*
092200     MOVE ' '             TO PRINT-CTL.
092300     MOVE WS-BLANK-LINE   TO PRINT-DATA.
092400     WRITE PRINT-LINE.
092500*
092600     MOVE ' '             TO PRINT-CTL.
092700     MOVE WS-EXC-HEADING  TO PRINT-DATA.
092800     WRITE PRINT-LINE.
092900*
093000     MOVE ' '             TO PRINT-CTL.
093100     MOVE WS-HEADING-2    TO PRINT-DATA.
093200     WRITE PRINT-LINE.
093300*
093400     MOVE ' '             TO PRINT-CTL.
093500     MOVE WS-EXC-COL-LINE TO PRINT-DATA.
093600     WRITE PRINT-LINE.
093700*
093800     PERFORM 8510-PRINT-ONE-EXC THRU 8510-EXIT
093900         VARYING WS-SUB FROM 1 BY 1
094000         UNTIL WS-SUB > WS-USER-COUNT.
094100*
094200     IF WS-EXC-USERS = 0
094300         MOVE ' '           TO PRINT-CTL
094400         MOVE WS-NOEXC-LINE TO PRINT-DATA
094500         WRITE PRINT-LINE
094600         GO TO 8500-EXIT
094700     END-IF.
094800*
094900     MOVE SPACES          TO WS-EXC-LINE.
095000     MOVE 'TOTAL'         TO WS-XL-USERID.
095100     MOVE WS-EX-OCOUNT    TO WS-XL-OCOUNT.
095200     MOVE WS-EX-TCOUNT    TO WS-XL-TCOUNT.
095300     MOVE WS-EX-BCOUNT    TO WS-XL-BCOUNT.
095400     MOVE WS-EX-SECS      TO WS-XL-SECS.
095500     MOVE ' '             TO PRINT-CTL.
095600     MOVE WS-EXC-LINE     TO PRINT-DATA.
095700     WRITE PRINT-LINE.
095800*
095900 8500-EXIT.
096000     EXIT.
096100*
096200 8510-PRINT-ONE-EXC.
096300*
096400     IF USER-CHARGEABLE(WS-SUB)
096500         GO TO 8510-EXIT
096600     END-IF.
096700*
096800     ADD 1 TO WS-EXC-USERS.
096900     ADD WS-USER-OCOUNT(WS-SUB) TO WS-EX-OCOUNT.
097000     ADD WS-USER-TCOUNT(WS-SUB) TO WS-EX-TCOUNT.
097100     ADD WS-USER-BCOUNT(WS-SUB) TO WS-EX-BCOUNT.
097200     ADD WS-USER-SECS(WS-SUB)   TO WS-EX-SECS.
097300*
097400     MOVE SPACES                 TO WS-EXC-LINE.
097500     MOVE WS-USER-ID(WS-SUB)     TO WS-XL-USERID.
097600*
097700     IF USER-NOT-ON-AUTH(WS-SUB)
097800         MOVE 'NOT ON AIAUTH'  TO WS-XL-REASON
097900     ELSE
098000         MOVE 'NO COST CENTER' TO WS-XL-REASON
098100     END-IF.
098200*
098300     MOVE WS-USER-OCOUNT(WS-SUB) TO WS-XL-OCOUNT.
098400     MOVE WS-USER-TCOUNT(WS-SUB) TO WS-XL-TCOUNT.
098500     MOVE WS-USER-BCOUNT(WS-SUB) TO WS-XL-BCOUNT.
098600     MOVE WS-USER-SECS(WS-SUB)   TO WS-XL-SECS.
098700     MOVE ' '                    TO PRINT-CTL.
098800     MOVE WS-EXC-LINE            TO PRINT-DATA.
098900     WRITE PRINT-LINE.
099000*
099100 8510-EXIT.
099200     EXIT.
099300*
099400******************************************************************
099500* CLOSE OFF THE GL FILE - ONE CREDIT TO THE RECOVERY COST CENTER *
099600* FOR EVERYTHING DEBITED, THEN THE TRAILER. THE CONTROL FIGURES  *
099700* ARE ALSO PRINTED SO THE FEED CAN BE TICKED AGAINST THE LISTING *
099800******************************************************************
099900 8800-FINISH-GL.
100000*
100100     IF WS-GL-COUNT > 0
100200         MOVE SPACES          TO GL-RECORD
100300         MOVE 'D'             TO GL-REC-TYPE
100400         MOVE WS-PERIOD       TO GL-PERIOD
100500         MOVE WS-REC-CCTR     TO GL-COST-CTR
100600         MOVE WS-REC-ACCT     TO GL-ACCOUNT
100700         MOVE 'C'             TO GL-DR-CR
100800         MOVE WS-GL-DEBITS    TO GL-AMOUNT
100900         COMPUTE GL-QUANTITY = WS-GT-OCOUNT + WS-GT-TCOUNT
101000         MOVE 'AICHB01'       TO GL-SOURCE
101100         MOVE 'AI ASSISTANT RECOVERY' TO GL-DESC
101200         WRITE GL-RECORD
101300         ADD 1                TO WS-GL-COUNT
101400         ADD WS-GL-DEBITS     TO WS-GL-CREDITS
101500     END-IF.
101600*
101700     MOVE SPACES          TO GL-TRAILER-RECORD.
101800     MOVE 'T'             TO GL-TRL-TYPE.
101900     MOVE WS-PERIOD       TO GL-TRL-PERIOD.
102000     MOVE WS-GL-COUNT     TO GL-TRL-COUNT.
102100     MOVE WS-GL-DEBITS    TO GL-TRL-DEBITS.
102200     MOVE WS-GL-CREDITS   TO GL-TRL-CREDITS.
102300     MOVE 'AICHB01'       TO GL-TRL-SOURCE.
102400     WRITE GL-RECORD.
102500*
102600     MOVE ' '             TO PRINT-CTL.
102700     MOVE WS-BLANK-LINE   TO PRINT-DATA.
102800     WRITE PRINT-LINE.
102900*
103000     MOVE WS-GL-COUNT     TO WS-GLR-COUNT.
103100     MOVE WS-GL-DEBITS    TO WS-GLR-DEBITS.
103200     MOVE WS-GL-CREDITS   TO WS-GLR-CREDITS.
103300     MOVE ' '              TO PRINT-CTL.
103400     MOVE WS-GL-RECON-LINE TO PRINT-DATA.
103500     WRITE PRINT-LINE.
103600*
103700 8800-EXIT.
103800     EXIT.
103900*
104000******************************************************************
104100* TERMINATE - CLOSE FILES                                        *
104200******************************************************************
104300 9000-TERMINATE.
104400*
104500     CLOSE AILOG-FILE.
104600     CLOSE AIAUTH-FILE.
104700     CLOSE CONTROL-FILE.
104800     CLOSE REPORT-FILE.
104900     CLOSE GL-FILE.
105000*
105100 9000-EXIT.
105200     EXIT.
