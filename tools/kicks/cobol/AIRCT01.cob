000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AIRCT01.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  AI MAINFRAME ASSISTANT PROJECT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900* AIRCT01 - QUARTERLY ACCESS RECERTIFICATION LISTING             *
001000*                                                                *
001100* ACCESS TO AIMP IS GRANTED ON AIAD AND STAYS UNTIL SOMEBODY     *
001200* TAKES IT AWAY. THIS JOB GIVES SECURITY THE LIST TO RECERTIFY   *
001300* FROM: EVERY USERID ALLOWED ON AIAUTH, WITH ITS COST CENTER,    *
001400* THE ROLES IT HOLDS, THE LAST DAY IT USED THE ASSISTANT, THE    *
001500* NUMBER OF QUESTIONS IT ASKED IN THE PERIOD AND ITS AIQTA       *
001600* DAILY ALLOWANCE.                                               *
001700*                                                                *
001800* LAST USE IS THE LATEST OF ITS AILOG RECORDS (THE PERIOD'S      *
001900* DAILY EXTRACTS CONCATENATED ON THE AILOG DD) AND ITS AIHIST    *
002000* KEY TIMES - AIHIST ALSO HOLDS THE QUESTIONS ANSWERED FROM      *
002100* AIFAQ, WHICH ARE NOT AUDITED ON AILOG. THE QUESTION COUNT IS   *
002200* THE USERID'S AILOG RECORDS IN THE PERIOD.                      *
002300*                                                                *
002400* A USERID IDLE FOR MORE THAN THE THRESHOLD ON THE CONTROL CARD  *
002500* IS FLAGGED IDLE. ONE THAT HAS NEVER USED THE ASSISTANT IS      *
002600* MEASURED FROM ITS LAST AIAUTH UPDATE, SO A USERID ADDED LAST   *
002700* WEEK IS NOT FLAGGED. A USERID HOLDING ANY ROLE (SECURITY       *
002800* ADMINISTRATOR, OPERATOR, EXPERT REVIEWER, FAQ CURATOR) IS      *
002900* MARKED '>>' IN THE MARGIN AND FLAGGED ROLES, SINCE THOSE ARE   *
003000* THE GRANTS THAT MATTER MOST. THE IDLE USERIDS ARE LISTED AGAIN *
003100* AT THE END AND PUNCHED TO THE RCTSUS DD AS SUSPENSION CARDS    *
003200* FOR AIRCT02; SECURITY REMOVES THE CARDS OF ANY USERID THE      *
003300* MANAGERS RECERTIFY, ADDS ANY OTHER USERID NOT RECERTIFIED, AND *
003400* RUNS AIRCT02 WITH WHAT IS LEFT.                                *
003500*                                                                *
003600* CONTROL CARD ON THE RCTCTL DD (OPTIONAL):                      *
003700*     COLS  1-8   LAST DAY OF THE PERIOD YYYYMMDD - DEFAULT      *
003800*                 TODAY                                          *
003900*     COLS 10-12  DAYS IN THE PERIOD - DEFAULT 091               *
004000*     COLS 14-16  IDLE THRESHOLD IN DAYS - DEFAULT 090           *
004100* ACTIVITY AFTER THE LAST DAY OF THE PERIOD IS IGNORED.          *
004200*                                                                *
004300* RETURN CODE 0 - NORMAL                                         *
004400*             4 - IDLE USERIDS FLAGGED                           *
004500*             8 - USER TABLE FULL - SOME USERIDS NOT LISTED      *
004600*                                                                *
004700* MODIFICATION HISTORY                                           *
004800*   2026-10-15  OSG  ORIGINAL PROGRAM                            *
004900*                                                                *
005000******************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER.   IBM-370.
005400 OBJECT-COMPUTER.   IBM-370.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT CONTROL-FILE ASSIGN TO RCTCTL
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT AIAUTH-FILE  ASSIGN TO AIAUTH
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS AIAUTH-USERID
006300         FILE STATUS IS WS-AUTH-STATUS.
006400     SELECT AIQTA-FILE   ASSIGN TO AIQTA
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS AIQTA-USERID
006800         FILE STATUS IS WS-QTA-STATUS.
006900     SELECT AILOG-FILE   ASSIGN TO AILOG
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT AIHIST-FILE  ASSIGN TO AIHIST
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS AIHIST-KEY
007500         FILE STATUS IS WS-HIST-STATUS.
007600     SELECT SUSPEND-FILE ASSIGN TO RCTSUS
007700         ORGANIZATION IS SEQUENTIAL.
007800     SELECT REPORT-FILE  ASSIGN TO RPTOUT
007900         ORGANIZATION IS SEQUENTIAL.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  CONTROL-FILE
008300     RECORDING MODE IS F.
008400 01  CONTROL-CARD.
008500     05  CTL-END-DATE         PIC X(08).
008600     05  FILLER               PIC X(01).
008700     05  CTL-DAYS             PIC X(03).
008800     05  FILLER               PIC X(01).
008900     05  CTL-IDLE             PIC X(03).
009000     05  FILLER               PIC X(64).
009100*
009200 FD  AIAUTH-FILE.
009300 01  AIAUTH-RECORD.
009400     05  AIAUTH-USERID        PIC X(08).
009500     05  AIAUTH-STATUS        PIC X(01).
009600         88  AIAUTH-ALLOWED   VALUE 'A'.
009700         88  AIAUTH-DENIED    VALUE 'D'.
009800     05  AIAUTH-ROLES.
009900         10  AIAUTH-ROLE-SEC  PIC X(01).
010000             88  AIAUTH-IS-SECADM    VALUE 'Y'.
010100         10  AIAUTH-ROLE-OPR  PIC X(01).
010200             88  AIAUTH-IS-OPERATOR  VALUE 'Y'.
010300         10  AIAUTH-ROLE-RVW  PIC X(01).
010400             88  AIAUTH-IS-REVIEWER  VALUE 'Y'.
010500         10  AIAUTH-ROLE-FAQ  PIC X(01).
010600             88  AIAUTH-IS-CURATOR   VALUE 'Y'.
010700     05  AIAUTH-UPD-USER      PIC X(08).
010800     05  AIAUTH-UPD-TIME      PIC S9(15) COMP-3.
010900     05  AIAUTH-COST-CTR      PIC X(06).
011000*
011100 FD  AIQTA-FILE.
011200 01  AIQTA-RECORD.
011300     05  AIQTA-USERID         PIC X(08).
011400     05  AIQTA-ALLOWANCE      PIC 9(05).
011500     05  AIQTA-USED           PIC 9(05).
011600     05  AIQTA-UPD-TIME       PIC S9(15) COMP-3.
011700*
011800 FD  AILOG-FILE
011900     RECORDING MODE IS F.
012000 01  AILOG-RECORD.
012100     05  AILOG-USERID         PIC X(08).
012200     05  AILOG-TERMID         PIC X(04).
012300     05  AILOG-QUESTION       PIC X(216).
012400     05  AILOG-RESPONSE       PIC X(3040).
012500     05  AILOG-WAIT-COUNT     PIC 9(02).
012600     05  AILOG-START-TIME     PIC S9(15) COMP-3.
012700     05  AILOG-END-TIME       PIC S9(15) COMP-3.
012800     05  AILOG-STATUS         PIC X(01).
012900*
013000 FD  AIHIST-FILE.
013100 01  AIHIST-RECORD.
013200     05  AIHIST-KEY.
013300         10  AIHIST-USER      PIC X(08).
013400         10  AIHIST-TIME      PIC S9(15) COMP-3.
013500     05  AIHIST-QUESTION      PIC X(216).
013600     05  AIHIST-RESPONSE      PIC X(3040).
013700     05  AIHIST-SEG-TOT       PIC 9(02).
013800     05  AIHIST-RATING        PIC X(01).
013900*
014000* ONE SUSPENSION CARD FOR AIRCT02 - USERID IN COLS 1-8; THE
014100* REST IS THERE FOR WHOEVER EDITS THE DECK
014200*
014300 FD  SUSPEND-FILE
014400     RECORDING MODE IS F.
014500 01  SUSPEND-CARD.
014600     05  SUS-USERID           PIC X(08).
014700     05  FILLER               PIC X(01).
014800     05  SUS-NOTE             PIC X(71).
014900*
015000 FD  REPORT-FILE
015100     RECORDING MODE IS F.
015200 01  PRINT-LINE.
015300     05  PRINT-CTL             PIC X(01).
015400     05  PRINT-DATA            PIC X(132).
015500 WORKING-STORAGE SECTION.
015600*
015700* SWITCHES
015800*
015900 01  WS-SWITCHES.
016000     05  WS-AUTH-EOF-SW       PIC X(01) VALUE 'N'.
016100         88  AUTH-EOF-YES     VALUE 'Y'.
016200     05  WS-EOF-SW            PIC X(01) VALUE 'N'.
016300         88  EOF-YES          VALUE 'Y'.
016400     05  WS-HIST-EOF-SW       PIC X(01) VALUE 'N'.
016500         88  HIST-EOF-YES     VALUE 'Y'.
016600     05  WS-FOUND-SW          PIC X(01) VALUE 'N'.
016700         88  TBL-FOUND        VALUE 'Y'.
016800         88  TBL-NOT-FOUND    VALUE 'N'.
016900     05  WS-YEAR-DONE-SW      PIC X(01) VALUE 'N'.
017000         88  YEAR-DONE        VALUE 'Y'.
017100     05  WS-MONTH-DONE-SW     PIC X(01) VALUE 'N'.
017200         88  MONTH-DONE       VALUE 'Y'.
017300     05  WS-AUTH-STATUS       PIC X(02) VALUE '00'.
017400     05  WS-QTA-STATUS        PIC X(02) VALUE '00'.
017500     05  WS-HIST-STATUS       PIC X(02) VALUE '00'.
017600*
017700* RUN SETTINGS FROM THE CONTROL CARD
017800*
017900 01  WS-SETTINGS.
018000     05  WS-PERIOD-DAYS       PIC 9(03) VALUE 091.
018100     05  WS-IDLE-DAYS         PIC 9(03) VALUE 090.
018200     05  WS-CARD-NUM          PIC X(03).
018300     05  WS-CARD-NUM-9 REDEFINES WS-CARD-NUM
018400                              PIC 9(03).
018500*
018600* THE PERIOD AND ITS ABSTIME RANGE - DAYS SINCE 1900-01-01 TIMES
018700* MILLISECONDS PER DAY, THE SAME ARITHMETIC AS AIREC01
018800*
018900 01  WS-DATE-WORK.
019000     05  WS-TODAY             PIC 9(08) VALUE 0.
019100     05  WS-END-DATE          PIC 9(08) VALUE 0.
019200     05  WS-END-DATE-X REDEFINES WS-END-DATE.
019300         10  WS-END-YEAR      PIC 9(04).
019400         10  WS-END-MONTH     PIC 9(02).
019500         10  WS-END-DAY       PIC 9(02).
019600     05  WS-START-DATE        PIC 9(08) VALUE 0.
019700     05  WS-CARD-DATE         PIC X(08).
019800     05  WS-CARD-DATE-9 REDEFINES WS-CARD-DATE
019900                              PIC 9(08).
020000     05  WS-DAYS-1900         PIC 9(09) COMP VALUE 0.
020100     05  WS-LEAP-COUNT        PIC 9(05) COMP VALUE 0.
020200     05  WS-LEAP-QUOT         PIC 9(05) COMP VALUE 0.
020300     05  WS-LEAP-REM          PIC 9(05) COMP VALUE 0.
020400     05  WS-PERIOD-START      PIC S9(15) COMP-3 VALUE 0.
020500     05  WS-PERIOD-END        PIC S9(15) COMP-3 VALUE 0.
020600     05  WS-REF-TIME          PIC S9(15) COMP-3 VALUE 0.
020700     05  WS-IDLE-CALC         PIC S9(09) COMP VALUE 0.
020800     05  WS-ABS-IN            PIC S9(15) COMP-3 VALUE 0.
020900     05  WS-REM-DAYS          PIC S9(09) COMP VALUE 0.
021000     05  WS-CUR-YEAR          PIC 9(04) VALUE 0.
021100     05  WS-CUR-MONTH         PIC 9(02) VALUE 0.
021200     05  WS-YEAR-DAYS         PIC 9(03) COMP VALUE 0.
021300     05  WS-MONTH-LEN         PIC 9(03) COMP VALUE 0.
021400     05  WS-OUT-DATE          PIC 9(08) VALUE 0.
021500     05  WS-OUT-DATE-X REDEFINES WS-OUT-DATE.
021600         10  WS-OUT-YEAR      PIC 9(04).
021700         10  WS-OUT-MONTH     PIC 9(02).
021800         10  WS-OUT-DAY       PIC 9(02).
021900*
022000* DAYS BEFORE THE FIRST OF EACH MONTH IN A NON-LEAP YEAR
022100*
022200 01  WS-MONTH-DAYS-VALUES.
022300     05  FILLER               PIC 9(03) VALUE 000.
022400     05  FILLER               PIC 9(03) VALUE 031.
022500     05  FILLER               PIC 9(03) VALUE 059.
022600     05  FILLER               PIC 9(03) VALUE 090.
022700     05  FILLER               PIC 9(03) VALUE 120.
022800     05  FILLER               PIC 9(03) VALUE 151.
022900     05  FILLER               PIC 9(03) VALUE 181.
023000     05  FILLER               PIC 9(03) VALUE 212.
023100     05  FILLER               PIC 9(03) VALUE 243.
023200     05  FILLER               PIC 9(03) VALUE 273.
023300     05  FILLER               PIC 9(03) VALUE 304.
023400     05  FILLER               PIC 9(03) VALUE 334.
023500 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
023600     05  WS-MONTH-DAYS        PIC 9(03) OCCURS 12 TIMES.
023700*
023800* DAYS IN EACH MONTH (NON-LEAP)
023900*
024000 01  WS-MONTH-LEN-VALUES.
024100     05  FILLER               PIC 9(03) VALUE 031.
024200     05  FILLER               PIC 9(03) VALUE 028.
024300     05  FILLER               PIC 9(03) VALUE 031.
024400     05  FILLER               PIC 9(03) VALUE 030.
024500     05  FILLER               PIC 9(03) VALUE 031.
024600     05  FILLER               PIC 9(03) VALUE 030.
024700     05  FILLER               PIC 9(03) VALUE 031.
024800     05  FILLER               PIC 9(03) VALUE 031.
024900     05  FILLER               PIC 9(03) VALUE 030.
025000     05  FILLER               PIC 9(03) VALUE 031.
025100     05  FILLER               PIC 9(03) VALUE 030.
025200     05  FILLER               PIC 9(03) VALUE 031.
025300 01  WS-MONTH-LEN-TABLE REDEFINES WS-MONTH-LEN-VALUES.
025400     05  WS-MONTH-LENS        PIC 9(03) OCCURS 12 TIMES.
025500*
025600* USER TABLE - EVERY USERID ALLOWED ON AIAUTH, IN KEY ORDER
025700*
025800 01  WS-USER-TABLE.
025900     05  WS-USER-MAX          PIC 9(04) COMP VALUE 3000.
026000     05  WS-USER-COUNT        PIC 9(04) COMP VALUE ZERO.
026100     05  WS-USER-ENTRY OCCURS 3000 TIMES.
026200         10  WS-USER-ID       PIC X(08).
026300         10  WS-USER-CCTR     PIC X(06).
026400         10  WS-USER-ROLES    PIC X(04).
026500         10  WS-USER-UPD-TIME PIC S9(15) COMP-3.
026600         10  WS-USER-LAST     PIC S9(15) COMP-3.
026700         10  WS-USER-QCOUNT   PIC 9(07) COMP.
026800         10  WS-USER-IDLE     PIC 9(05) COMP.
026900         10  WS-USER-IDLE-SW  PIC X(01).
027000             88  USER-IS-IDLE VALUE 'Y'.
027100*
027200 01  WS-USER-KEY              PIC X(08).
027300 01  WS-HIST-USER             PIC X(08) VALUE LOW-VALUES.
027400 01  WS-ROLE-BYTES            PIC X(04).
027500 01  WS-NO-ROLES              PIC X(04) VALUE 'NNNN'.
027600*
027700* SUBSCRIPTS
027800*
027900 01  WS-SUBSCRIPTS.
028000     05  WS-SUB               PIC 9(04) COMP VALUE 0.
028100     05  WS-LAST-SUB          PIC 9(04) COMP VALUE 0.
028200*
028300* ACCUMULATORS
028400*
028500 01  WS-COUNTERS.
028600     05  WS-AUTH-READ         PIC 9(07) COMP VALUE ZERO.
028700     05  WS-SUSPENDED-COUNT   PIC 9(07) COMP VALUE ZERO.
028800     05  WS-LOG-COUNT         PIC 9(07) COMP VALUE ZERO.
028900     05  WS-LATE-COUNT        PIC 9(07) COMP VALUE ZERO.
029000     05  WS-HIST-COUNT        PIC 9(07) COMP VALUE ZERO.
029100     05  WS-IDLE-COUNT        PIC 9(07) COMP VALUE ZERO.
029200     05  WS-NEVER-COUNT       PIC 9(07) COMP VALUE ZERO.
029300     05  WS-ROLE-COUNT        PIC 9(07) COMP VALUE ZERO.
029400     05  WS-OVER-COUNT        PIC 9(07) COMP VALUE ZERO.
029500*
029600* REPORT LINES
029700*
029800 01  WS-HEADING-1.
029900     05  FILLER               PIC X(40)
030000         VALUE 'AI ASSISTANT ACCESS RECERTIFICATION'.
030100     05  FILLER               PIC X(08) VALUE 'PERIOD '.
030200     05  WS-H1-START          PIC 9(08).
030300     05  FILLER               PIC X(04) VALUE ' TO '.
030400     05  WS-H1-END            PIC 9(08).
030500     05  FILLER               PIC X(08) VALUE '   IDLE '.
030600     05  WS-H1-IDLE           PIC ZZ9.
030700     05  FILLER               PIC X(05) VALUE ' DAYS'.
030800 01  WS-HEADING-2.
030900     05  FILLER               PIC X(40) VALUE ALL '-'.
031000 01  WS-COL-LINE.
031100     05  FILLER               PIC X(03) VALUE SPACES.
031200     05  FILLER               PIC X(10) VALUE 'USERID'.
031300     05  FILLER               PIC X(08) VALUE 'CCTR'.
031400     05  FILLER               PIC X(17) VALUE 'ROLES'.
031500     05  FILLER               PIC X(10) VALUE 'LAST USED'.
031600     05  FILLER               PIC X(05) VALUE ' IDLE'.
031700     05  FILLER               PIC X(13) VALUE '    QUESTIONS'.
031800     05  FILLER               PIC X(11) VALUE '  ALLOWANCE'.
031900     05  FILLER               PIC X(02) VALUE SPACES.
032000     05  FILLER               PIC X(05) VALUE 'FLAGS'.
032100 01  WS-USER-LINE.
032200     05  WS-UL-MARK           PIC X(02).
032300     05  FILLER               PIC X(01) VALUE SPACE.
032400     05  WS-UL-USERID         PIC X(08).
032500     05  FILLER               PIC X(02) VALUE SPACES.
032600     05  WS-UL-CCTR           PIC X(06).
032700     05  FILLER               PIC X(02) VALUE SPACES.
032800     05  WS-UL-ROLES          PIC X(15).
032900     05  FILLER               PIC X(02) VALUE SPACES.
033000     05  WS-UL-LAST           PIC X(08).
033100     05  FILLER               PIC X(02) VALUE SPACES.
033200     05  WS-UL-IDLE           PIC ZZZZ9.
033300     05  FILLER               PIC X(04) VALUE SPACES.
033400     05  WS-UL-QCOUNT         PIC Z,ZZZ,ZZ9.
033500     05  FILLER               PIC X(05) VALUE SPACES.
033600     05  WS-UL-ALLOW          PIC X(06).
033700     05  FILLER               PIC X(02) VALUE SPACES.
033800     05  WS-UL-FLAGS          PIC X(22).
033900 01  WS-ALLOW-EDIT            PIC ZZ,ZZ9.
034000 01  WS-IDLE-HEAD.
034100     05  FILLER               PIC X(22)
034200         VALUE 'USERIDS IDLE MORE THAN'.
034300     05  WS-IH-DAYS           PIC ZZZ9.
034400     05  FILLER               PIC X(40)
034500         VALUE ' DAYS - WRITTEN TO RCTSUS FOR AIRCT02'.
034600 01  WS-NONE-LINE             PIC X(40)
034700         VALUE '    NONE'.
034800 01  WS-TOTAL-HEAD            PIC X(40)
034900         VALUE 'RUN TOTALS'.
035000 01  WS-COUNT-LINE.
035100     05  WS-CL-LABEL          PIC X(24).
035200     05  WS-CL-COUNT          PIC Z,ZZZ,ZZ9.
035300 01  WS-BLANK-LINE            PIC X(01) VALUE SPACE.
035400 PROCEDURE DIVISION.
035500******************************************************************
035600* MAINLINE                                                       *
035700******************************************************************
035800 0000-MAINLINE.
035900*
036000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036100*
036200     PERFORM 2000-LOAD-USERS THRU 2000-EXIT
036300         UNTIL AUTH-EOF-YES.
036400*
036500     PERFORM 3000-PROCESS-LOG THRU 3000-EXIT
036600         UNTIL EOF-YES.
036700*
036800     PERFORM 4000-PROCESS-HISTORY THRU 4000-EXIT
036900         UNTIL HIST-EOF-YES.
037000*
037100     PERFORM 6000-PRINT-LISTING THRU 6000-EXIT.
037200     PERFORM 7000-PRINT-IDLE THRU 7000-EXIT.
037300     PERFORM 8000-PRODUCE-TOTALS THRU 8000-EXIT.
037400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037500*
037600     IF WS-OVER-COUNT > 0
037700         MOVE 8 TO RETURN-CODE
037800     ELSE
037900         IF WS-IDLE-COUNT > 0
038000             MOVE 4 TO RETURN-CODE
038100         END-IF
038200     END-IF.
038300*
038400     STOP RUN.
038500*
038600******************************************************************
038700* INITIALIZE - SETTLE THE PERIOD, OPEN FILES, PRIME THE READS    *
038800******************************************************************
038900 1000-INITIALIZE.
039000*
039100     OPEN INPUT  CONTROL-FILE.
039200     OPEN INPUT  AIAUTH-FILE.
039300     OPEN INPUT  AIQTA-FILE.
039400     OPEN INPUT  AILOG-FILE.
039500     OPEN INPUT  AIHIST-FILE.
039600     OPEN OUTPUT SUSPEND-FILE.
039700     OPEN OUTPUT REPORT-FILE.
039800*
039900     PERFORM 1100-GET-SETTINGS THRU 1100-EXIT.
040000     PERFORM 1200-COMPUTE-RANGE THRU 1200-EXIT.
040100*
040200     PERFORM 1300-READ-AIAUTH THRU 1300-EXIT.
040300     PERFORM 1400-READ-LOG THRU 1400-EXIT.
040400     PERFORM 1500-READ-HISTORY THRU 1500-EXIT.
040500*
040600 1000-EXIT.
040700     EXIT.
040800*
040900******************************************************************
041000* THE CONTROL CARD - A MISSING CARD, OR A BLANK OR INVALID       *
041100* FIELD, LEAVES THAT SETTING AT ITS DEFAULT                      *
041200******************************************************************
041300 1100-GET-SETTINGS.
041400*
041500     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
041600     MOVE WS-TODAY TO WS-END-DATE.
041700*
041800     READ CONTROL-FILE
041900         AT END
042000             GO TO 1100-EXIT
042100     END-READ.
042200*
042300     MOVE CTL-END-DATE TO WS-CARD-DATE.
042400     IF WS-CARD-DATE NUMERIC
042500         MOVE WS-CARD-DATE-9 TO WS-END-DATE
042600         IF WS-END-YEAR < 1901 OR WS-END-YEAR > 2099
042700             OR WS-END-MONTH < 1 OR WS-END-MONTH > 12
042800             OR WS-END-DAY < 1 OR WS-END-DAY > 31
042900             MOVE WS-TODAY TO WS-END-DATE
043000         END-IF
043100     END-IF.
043200*
043300     MOVE CTL-DAYS TO WS-CARD-NUM.
043400     IF WS-CARD-NUM NUMERIC AND WS-CARD-NUM-9 > 0
043500         MOVE WS-CARD-NUM-9 TO WS-PERIOD-DAYS
043600     END-IF.
043700*
043800     MOVE CTL-IDLE TO WS-CARD-NUM.
043900     IF WS-CARD-NUM NUMERIC AND WS-CARD-NUM-9 > 0
044000         MOVE WS-CARD-NUM-9 TO WS-IDLE-DAYS
044100     END-IF.
044200*
044300 1100-EXIT.
044400     EXIT.
044500*
044600******************************************************************
044700* TURN THE PERIOD INTO ITS ABSTIME RANGE - FROM THE START OF THE *
044800* FIRST DAY TO THE END OF THE LAST                               *
044900******************************************************************
045000 1200-COMPUTE-RANGE.
045100*
045200     COMPUTE WS-LEAP-COUNT = (WS-END-YEAR - 1) / 4 - 475.
045300*
045400     COMPUTE WS-DAYS-1900 =
045500         (WS-END-YEAR - 1900) * 365
045600         + WS-LEAP-COUNT
045700         + WS-MONTH-DAYS(WS-END-MONTH)
045800         + WS-END-DAY - 1.
045900*
046000* IN A LEAP YEAR THE MONTH TABLE IS ONE DAY SHORT FROM MARCH ON
046100*
046200     DIVIDE WS-END-YEAR BY 4
046300         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
046400     IF WS-LEAP-REM = 0 AND WS-END-MONTH > 2
046500         ADD 1 TO WS-DAYS-1900
046600     END-IF.
046700*
046800     COMPUTE WS-PERIOD-END =
046900         (WS-DAYS-1900 + 1) * 86400000 - 1.
047000     COMPUTE WS-PERIOD-START =
047100         (WS-DAYS-1900 - WS-PERIOD-DAYS + 1) * 86400000.
047200*
047300     MOVE WS-PERIOD-START TO WS-ABS-IN.
047400     PERFORM 3500-ABS-TO-DATE THRU 3500-EXIT.
047500     MOVE WS-OUT-DATE TO WS-START-DATE.
047600*
047700 1200-EXIT.
047800     EXIT.
047900*
048000 1300-READ-AIAUTH.
048100*
048200     READ AIAUTH-FILE NEXT
048300         AT END
048400             MOVE 'Y' TO WS-AUTH-EOF-SW
048500     END-READ.
048600*
048700 1300-EXIT.
048800     EXIT.
048900*
049000 1400-READ-LOG.
049100*
049200     READ AILOG-FILE
049300         AT END
049400             MOVE 'Y' TO WS-EOF-SW
049500     END-READ.
049600*
049700 1400-EXIT.
049800     EXIT.
049900*
050000 1500-READ-HISTORY.
050100*
050200     READ AIHIST-FILE NEXT
050300         AT END
050400             MOVE 'Y' TO WS-HIST-EOF-SW
050500     END-READ.
050600*
050700 1500-EXIT.
050800     EXIT.
050900*
051000******************************************************************
051100* AIAUTH PASS - TABLE EVERY ALLOWED USERID; SUSPENDED ONES ARE   *
051200* ONLY COUNTED                                                   *
051300******************************************************************
051400 2000-LOAD-USERS.
051500*
051600     ADD 1 TO WS-AUTH-READ.
051700*
051800     IF NOT AIAUTH-ALLOWED
051900         ADD 1 TO WS-SUSPENDED-COUNT
052000         PERFORM 1300-READ-AIAUTH THRU 1300-EXIT
052100         GO TO 2000-EXIT
052200     END-IF.
052300*
052400     IF WS-USER-COUNT NOT < WS-USER-MAX
052500         ADD 1 TO WS-OVER-COUNT
052600         PERFORM 1300-READ-AIAUTH THRU 1300-EXIT
052700         GO TO 2000-EXIT
052800     END-IF.
052900*
053000     ADD 1 TO WS-USER-COUNT.
053100     MOVE WS-USER-COUNT   TO WS-SUB.
053200     MOVE AIAUTH-USERID   TO WS-USER-ID(WS-SUB).
053300     MOVE AIAUTH-COST-CTR TO WS-USER-CCTR(WS-SUB).
053400     MOVE AIAUTH-ROLES    TO WS-USER-ROLES(WS-SUB).
053500     MOVE AIAUTH-UPD-TIME TO WS-USER-UPD-TIME(WS-SUB).
053600     MOVE 0               TO WS-USER-LAST(WS-SUB).
053700     MOVE 0               TO WS-USER-QCOUNT(WS-SUB).
053800     MOVE 0               TO WS-USER-IDLE(WS-SUB).
053900     MOVE 'N'             TO WS-USER-IDLE-SW(WS-SUB).
054000*
054100     PERFORM 1300-READ-AIAUTH THRU 1300-EXIT.
054200*
054300 2000-EXIT.
054400     EXIT.
054500*
054600******************************************************************
054700* FIND WS-USER-KEY IN THE USER TABLE - LEAVES WS-SUB ON IT, OR   *
054800* ZERO WHEN THE USERID IS NOT ALLOWED ON AIAUTH                  *
054900******************************************************************
055000 2100-FIND-USER.
055100*
055200     MOVE 'N' TO WS-FOUND-SW.
055300*
055400     PERFORM 2110-SEARCH-USER THRU 2110-EXIT
055500         VARYING WS-SUB FROM 1 BY 1
055600         UNTIL WS-SUB > WS-USER-COUNT
055700         OR TBL-FOUND.
055800*
055900     IF TBL-FOUND
056000         SUBTRACT 1 FROM WS-SUB
056100     ELSE
056200         MOVE 0 TO WS-SUB
056300     END-IF.
056400*
056500 2100-EXIT.
056600     EXIT.
056700*
056800 2110-SEARCH-USER.
056900*
057000     IF WS-USER-ID(WS-SUB) = WS-USER-KEY
057100         MOVE 'Y' TO WS-FOUND-SW
057200     END-IF.
057300*
057400 2110-EXIT.
057500     EXIT.
057600*
057700******************************************************************
057800* AILOG PASS - LATEST USE AND THE PERIOD'S QUESTION COUNT        *
057900******************************************************************
058000 3000-PROCESS-LOG.
058100*
058200     ADD 1 TO WS-LOG-COUNT.
058300*
058400     IF AILOG-START-TIME > WS-PERIOD-END
058500         ADD 1 TO WS-LATE-COUNT
058600         PERFORM 1400-READ-LOG THRU 1400-EXIT
058700         GO TO 3000-EXIT
058800     END-IF.
058900*
059000     MOVE AILOG-USERID TO WS-USER-KEY.
059100     PERFORM 2100-FIND-USER THRU 2100-EXIT.
059200*
059300     IF WS-SUB = 0
059400         PERFORM 1400-READ-LOG THRU 1400-EXIT
059500         GO TO 3000-EXIT
059600     END-IF.
059700*
059800     IF AILOG-START-TIME > WS-USER-LAST(WS-SUB)
059900         MOVE AILOG-START-TIME TO WS-USER-LAST(WS-SUB)
060000     END-IF.
060100*
060200     IF AILOG-START-TIME NOT < WS-PERIOD-START
060300         ADD 1 TO WS-USER-QCOUNT(WS-SUB)
060400     END-IF.
060500*
060600     PERFORM 1400-READ-LOG THRU 1400-EXIT.
060700*
060800 3000-EXIT.
060900     EXIT.
061000*
061100******************************************************************
061200* ABSTIME IN WS-ABS-IN TO DATE (WS-OUT-DATE)                     *
061300******************************************************************
061400 3500-ABS-TO-DATE.
061500*
061600     COMPUTE WS-REM-DAYS = WS-ABS-IN / 86400000.
061700     IF WS-REM-DAYS < 0
061800         MOVE 0 TO WS-REM-DAYS
061900     END-IF.
062000*
062100     MOVE 1900 TO WS-CUR-YEAR.
062200     MOVE 'N'  TO WS-YEAR-DONE-SW.
062300*
062400     PERFORM 3510-SUB-ONE-YEAR THRU 3510-EXIT
062500         UNTIL YEAR-DONE.
062600*
062700     MOVE 1   TO WS-CUR-MONTH.
062800     MOVE 'N' TO WS-MONTH-DONE-SW.
062900*
063000     PERFORM 3520-SUB-ONE-MONTH THRU 3520-EXIT
063100         UNTIL MONTH-DONE.
063200*
063300     MOVE WS-CUR-YEAR  TO WS-OUT-YEAR.
063400     MOVE WS-CUR-MONTH TO WS-OUT-MONTH.
063500     COMPUTE WS-OUT-DAY = WS-REM-DAYS + 1.
063600*
063700 3500-EXIT.
063800     EXIT.
063900*
064000 3510-SUB-ONE-YEAR.
064100*
064200     PERFORM 3530-YEAR-LENGTH THRU 3530-EXIT.
064300*
064400     IF WS-REM-DAYS NOT < WS-YEAR-DAYS
064500         SUBTRACT WS-YEAR-DAYS FROM WS-REM-DAYS
064600         ADD 1 TO WS-CUR-YEAR
064700     ELSE
064800         MOVE 'Y' TO WS-YEAR-DONE-SW
064900     END-IF.
065000*
065100 3510-EXIT.
065200     EXIT.
065300*
065400 3520-SUB-ONE-MONTH.
065500*
065600     MOVE WS-MONTH-LENS(WS-CUR-MONTH) TO WS-MONTH-LEN.
065700*
065800* FEBRUARY OF A LEAP YEAR RUNS A DAY LONG
065900*
066000     IF WS-CUR-MONTH = 2
066100         PERFORM 3530-YEAR-LENGTH THRU 3530-EXIT
066200         IF WS-YEAR-DAYS = 366
066300             ADD 1 TO WS-MONTH-LEN
066400         END-IF
066500     END-IF.
066600*
066700     IF WS-REM-DAYS NOT < WS-MONTH-LEN
066800         AND WS-CUR-MONTH < 12
066900         SUBTRACT WS-MONTH-LEN FROM WS-REM-DAYS
067000         ADD 1 TO WS-CUR-MONTH
067100     ELSE
067200         MOVE 'Y' TO WS-MONTH-DONE-SW
067300     END-IF.
067400*
067500 3520-EXIT.
067600     EXIT.
067700*
067800******************************************************************
067900* DAYS IN WS-CUR-YEAR - 1900 IS NOT A LEAP YEAR, 2000 IS         *
068000******************************************************************
068100 3530-YEAR-LENGTH.
068200*
068300     DIVIDE WS-CUR-YEAR BY 4
068400         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
068500*
068600     IF WS-LEAP-REM = 0 AND WS-CUR-YEAR NOT = 1900
068700         MOVE 366 TO WS-YEAR-DAYS
068800     ELSE
068900         MOVE 365 TO WS-YEAR-DAYS
069000     END-IF.
069100*
069200 3530-EXIT.
069300     EXIT.
069400*
069500******************************************************************
069600* AIHIST PASS - THE KEY TIME OF EVERY RECORD IS A USE. AIHIST IS *
069700* IN USERID ORDER, SO THE TABLE IS ONLY SEARCHED WHEN THE USERID *
069800* CHANGES                                                        *
069900******************************************************************
070000 4000-PROCESS-HISTORY.
070100*
070200     ADD 1 TO WS-HIST-COUNT.
070300*
070400     IF AIHIST-USER NOT = WS-HIST-USER
070500         MOVE AIHIST-USER TO WS-HIST-USER
070600         MOVE AIHIST-USER TO WS-USER-KEY
070700         PERFORM 2100-FIND-USER THRU 2100-EXIT
070800         MOVE WS-SUB TO WS-LAST-SUB
070900     END-IF.
071000*
071100     IF WS-LAST-SUB = 0
071200         OR AIHIST-TIME > WS-PERIOD-END
071300         PERFORM 1500-READ-HISTORY THRU 1500-EXIT
071400         GO TO 4000-EXIT
071500     END-IF.
071600*
071700     IF AIHIST-TIME > WS-USER-LAST(WS-LAST-SUB)
071800         MOVE AIHIST-TIME TO WS-USER-LAST(WS-LAST-SUB)
071900     END-IF.
072000*
072100     PERFORM 1500-READ-HISTORY THRU 1500-EXIT.
072200*
072300 4000-EXIT.
072400     EXIT.
072500*
072600******************************************************************
072700* THE LISTING - ONE LINE PER ALLOWED USERID                      *
072800******************************************************************
072900 6000-PRINT-LISTING.
073000*
073100     MOVE WS-START-DATE  TO WS-H1-START.
073200     MOVE WS-END-DATE    TO WS-H1-END.
073300     MOVE WS-IDLE-DAYS   TO WS-H1-IDLE.
073400     MOVE '1'            TO PRINT-CTL.
073500     MOVE WS-HEADING-1   TO PRINT-DATA.
073600     WRITE PRINT-LINE.
073700*
073800     MOVE ' '            TO PRINT-CTL.
073900     MOVE WS-HEADING-2   TO PRINT-DATA.
074000     WRITE PRINT-LINE.
074100*
074200     MOVE ' '            TO PRINT-CTL.
074300     MOVE WS-COL-LINE    TO PRINT-DATA.
074400     WRITE PRINT-LINE.
074500*
074600     IF WS-USER-COUNT = 0
074700         MOVE ' '            TO PRINT-CTL
074800         MOVE WS-NONE-LINE   TO PRINT-DATA
074900         WRITE PRINT-LINE
075000         GO TO 6000-EXIT
075100     END-IF.
075200*
075300     PERFORM 6100-PRINT-ONE-USER THRU 6100-EXIT
075400         VARYING WS-SUB FROM 1 BY 1
075500         UNTIL WS-SUB > WS-USER-COUNT.
075600*
075700 6000-EXIT.
075800     EXIT.
075900*
076000 6100-PRINT-ONE-USER.
076100*
076200     PERFORM 6200-MEASURE-IDLE THRU 6200-EXIT.
076300     PERFORM 6300-BUILD-LINE THRU 6300-EXIT.
076400*
076500     IF WS-UL-MARK NOT = SPACES
076600         ADD 1 TO WS-ROLE-COUNT
076700     END-IF.
076800*
076900     MOVE ' '            TO PRINT-CTL.
077000     MOVE WS-USER-LINE   TO PRINT-DATA.
077100     WRITE PRINT-LINE.
077200*
077300 6100-EXIT.
077400     EXIT.
077500*
077600******************************************************************
077700* DAYS IDLE AT THE END OF THE PERIOD - FROM THE LAST USE, OR FOR *
077800* A USERID THAT NEVER USED THE ASSISTANT FROM ITS LAST AIAUTH    *
077900* UPDATE. A RECORD UNTOUCHED SINCE THE INITIAL LOAD HAS NEITHER  *
078000* AND COUNTS AS IDLE                                             *
078100******************************************************************
078200 6200-MEASURE-IDLE.
078300*
078400     IF WS-USER-LAST(WS-SUB) > 0
078500         MOVE WS-USER-LAST(WS-SUB) TO WS-REF-TIME
078600     ELSE
078700         ADD 1 TO WS-NEVER-COUNT
078800         MOVE WS-USER-UPD-TIME(WS-SUB) TO WS-REF-TIME
078900     END-IF.
079000*
079100     IF WS-REF-TIME = 0
079200         MOVE 99999 TO WS-USER-IDLE(WS-SUB)
079300     ELSE
079400         COMPUTE WS-IDLE-CALC =
079500             (WS-PERIOD-END - WS-REF-TIME) / 86400000
079600         IF WS-IDLE-CALC < 0
079700             MOVE 0 TO WS-IDLE-CALC
079800         END-IF
079900         IF WS-IDLE-CALC > 99999
080000             MOVE 99999 TO WS-IDLE-CALC
080100         END-IF
080200         MOVE WS-IDLE-CALC TO WS-USER-IDLE(WS-SUB)
080300     END-IF.
080400*
080500     IF WS-USER-IDLE(WS-SUB) > WS-IDLE-DAYS
080600         MOVE 'Y' TO WS-USER-IDLE-SW(WS-SUB)
080700         ADD 1 TO WS-IDLE-COUNT
080800     END-IF.
080900*
081000 6200-EXIT.
081100     EXIT.
081200*
081300******************************************************************
081400* BUILD THE LISTING LINE FOR THE USERID AT WS-SUB                *
081500******************************************************************
081600 6300-BUILD-LINE.
081700*
081800     MOVE SPACES                TO WS-UL-MARK.
081900     MOVE WS-USER-ID(WS-SUB)    TO WS-UL-USERID.
082000     MOVE WS-USER-CCTR(WS-SUB)  TO WS-UL-CCTR.
082100     MOVE WS-USER-QCOUNT(WS-SUB) TO WS-UL-QCOUNT.
082200     MOVE WS-USER-IDLE(WS-SUB)  TO WS-UL-IDLE.
082300     MOVE SPACES                TO WS-UL-ROLES.
082400     MOVE SPACES                TO WS-UL-FLAGS.
082500*
082600     IF WS-USER-LAST(WS-SUB) > 0
082700         MOVE WS-USER-LAST(WS-SUB) TO WS-ABS-IN
082800         PERFORM 3500-ABS-TO-DATE THRU 3500-EXIT
082900         MOVE WS-OUT-DATE TO WS-UL-LAST
083000     ELSE
083100         MOVE 'NEVER'     TO WS-UL-LAST
083200     END-IF.
083300*
083400     MOVE WS-USER-ROLES(WS-SUB) TO WS-ROLE-BYTES.
083500     IF WS-ROLE-BYTES(1:1) = 'Y'
083600         MOVE 'SEC' TO WS-UL-ROLES(1:3)
083700     END-IF.
083800     IF WS-ROLE-BYTES(2:1) = 'Y'
083900         MOVE 'OPR' TO WS-UL-ROLES(5:3)
084000     END-IF.
084100     IF WS-ROLE-BYTES(3:1) = 'Y'
084200         MOVE 'RVW' TO WS-UL-ROLES(9:3)
084300     END-IF.
084400     IF WS-ROLE-BYTES(4:1) = 'Y'
084500         MOVE 'FAQ' TO WS-UL-ROLES(13:3)
084600     END-IF.
084700*
084800     IF WS-UL-ROLES NOT = SPACES
084900         MOVE '>>'    TO WS-UL-MARK
085000         MOVE 'ROLES' TO WS-UL-FLAGS(1:5)
085100     END-IF.
085200*
085300     IF USER-IS-IDLE(WS-SUB)
085400         MOVE 'IDLE' TO WS-UL-FLAGS(7:4)
085500     END-IF.
085600*
085700     IF WS-USER-LAST(WS-SUB) = 0
085800         MOVE 'NEVER USED' TO WS-UL-FLAGS(12:10)
085900     END-IF.
086000*
086100     MOVE WS-USER-ID(WS-SUB) TO AIQTA-USERID.
086200     READ AIQTA-FILE
086300         INVALID KEY
086400             MOVE 'NONE' TO WS-UL-ALLOW
086500             GO TO 6300-EXIT
086600     END-READ.
086700*
086800     MOVE AIQTA-ALLOWANCE TO WS-ALLOW-EDIT.
086900     MOVE WS-ALLOW-EDIT   TO WS-UL-ALLOW.
087000*
087100 6300-EXIT.
087200     EXIT.
087300*
087400******************************************************************
087500* THE IDLE USERIDS AGAIN, EACH PUNCHED AS A SUSPENSION CARD      *
087600******************************************************************
087700 7000-PRINT-IDLE.
087800*
087900     MOVE ' '            TO PRINT-CTL.
088000     MOVE WS-BLANK-LINE  TO PRINT-DATA.
088100     WRITE PRINT-LINE.
088200*
088300     MOVE WS-IDLE-DAYS   TO WS-IH-DAYS.
088400     MOVE ' '            TO PRINT-CTL.
088500     MOVE WS-IDLE-HEAD   TO PRINT-DATA.
088600     WRITE PRINT-LINE.
088700*
088800     MOVE ' '            TO PRINT-CTL.
088900     MOVE WS-HEADING-2   TO PRINT-DATA.
089000     WRITE PRINT-LINE.
089100*
089200     IF WS-IDLE-COUNT = 0
089300         MOVE ' '            TO PRINT-CTL
089400         MOVE WS-NONE-LINE   TO PRINT-DATA
089500         WRITE PRINT-LINE
089600         GO TO 7000-EXIT
089700     END-IF.
089800*
089900     PERFORM 7100-PRINT-ONE-IDLE THRU 7100-EXIT
090000         VARYING WS-SUB FROM 1 BY 1
090100         UNTIL WS-SUB > WS-USER-COUNT.
090200*
090300 7000-EXIT.
090400     EXIT.
090500*
090600 7100-PRINT-ONE-IDLE.
090700*
090800     IF NOT USER-IS-IDLE(WS-SUB)
090900         GO TO 7100-EXIT
091000     END-IF.
091100*
091200     PERFORM 6300-BUILD-LINE THRU 6300-EXIT.
091300*
091400     MOVE ' '            TO PRINT-CTL.
091500     MOVE WS-USER-LINE   TO PRINT-DATA.
091600     WRITE PRINT-LINE.
091700*
091800     MOVE SPACES             TO SUSPEND-CARD.
091900     MOVE WS-USER-ID(WS-SUB) TO SUS-USERID.
092000     MOVE WS-USER-LINE(12:70) TO SUS-NOTE.
092100     WRITE SUSPEND-CARD.
092200*
092300 7100-EXIT.
092400     EXIT.
092500*
092600******************************************************************
092700* RUN TOTALS                                                     *
092800******************************************************************
092900 8000-PRODUCE-TOTALS.
093000*
093100     MOVE ' '            TO PRINT-CTL.
093200     MOVE WS-BLANK-LINE  TO PRINT-DATA.
093300     WRITE PRINT-LINE.
093400*
093500     MOVE ' '            TO PRINT-CTL.
093600     MOVE WS-TOTAL-HEAD  TO PRINT-DATA.
093700     WRITE PRINT-LINE.
093800*
093900     MOVE ' '            TO PRINT-CTL.
094000     MOVE WS-HEADING-2   TO PRINT-DATA.
094100     WRITE PRINT-LINE.
094200*
094300     MOVE 'AIAUTH RECORDS READ . . ' TO WS-CL-LABEL.
094400     MOVE WS-AUTH-READ TO WS-CL-COUNT.
094500     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
094600*
094700     MOVE '  ALREADY SUSPENDED . . ' TO WS-CL-LABEL.
094800     MOVE WS-SUSPENDED-COUNT TO WS-CL-COUNT.
094900     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
095000*
095100     MOVE '  ALLOWED - LISTED  . . ' TO WS-CL-LABEL.
095200     MOVE WS-USER-COUNT TO WS-CL-COUNT.
095300     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
095400*
095500     MOVE '  HOLDING ROLES . . . . ' TO WS-CL-LABEL.
095600     MOVE WS-ROLE-COUNT TO WS-CL-COUNT.
095700     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
095800*
095900     MOVE '  NEVER USED  . . . . . ' TO WS-CL-LABEL.
096000     MOVE WS-NEVER-COUNT TO WS-CL-COUNT.
096100     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
096200*
096300     MOVE '  IDLE - FLAGGED  . . . ' TO WS-CL-LABEL.
096400     MOVE WS-IDLE-COUNT TO WS-CL-COUNT.
096500     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
096600*
096700     MOVE 'AILOG RECORDS READ  . . ' TO WS-CL-LABEL.
096800     MOVE WS-LOG-COUNT TO WS-CL-COUNT.
096900     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
097000*
097100     MOVE '  AFTER THE PERIOD  . . ' TO WS-CL-LABEL.
097200     MOVE WS-LATE-COUNT TO WS-CL-COUNT.
097300     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
097400*
097500     MOVE 'AIHIST RECORDS READ . . ' TO WS-CL-LABEL.
097600     MOVE WS-HIST-COUNT TO WS-CL-COUNT.
097700     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
097800*
097900     IF WS-OVER-COUNT > 0
098000         MOVE 'NOT LISTED - TABLE FULL ' TO WS-CL-LABEL
098100         MOVE WS-OVER-COUNT TO WS-CL-COUNT
098200         PERFORM 8100-PRINT-COUNT THRU 8100-EXIT
098300     END-IF.
098400*
098500 8000-EXIT.
098600     EXIT.
098700*
098800 8100-PRINT-COUNT.
098900*
099000     MOVE ' '            TO PRINT-CTL.
099100     MOVE WS-COUNT-LINE  TO PRINT-DATA.
099200     WRITE PRINT-LINE.
099300*
099400 8100-EXIT.
099500     EXIT.
099600*
099700******************************************************************
099800* TERMINATE - CLOSE FILES                                        *
099900******************************************************************
100000 9000-TERMINATE.
100100*
100200     CLOSE CONTROL-FILE.
100300     CLOSE AIAUTH-FILE.
100400     CLOSE AIQTA-FILE.
100500     CLOSE AILOG-FILE.
100600     CLOSE AIHIST-FILE.
100700     CLOSE SUSPEND-FILE.
100800     CLOSE REPORT-FILE.
100900*
101000 9000-EXIT.
101100     EXIT.
