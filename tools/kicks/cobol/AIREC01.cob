000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AIREC01.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  AI MAINFRAME ASSISTANT PROJECT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900* AIREC01 - NIGHTLY QUOTA / AUDIT / HISTORY RECONCILIATION       *
001000*                                                                *
001100* EVERY QUESTION THAT GOES OUT TO THE BRIDGE LEAVES THREE        *
001200* TRACES: 5030-CHECK-QUOTA BUMPS AIQTA-USED, 5900-WRITE-AUDIT-   *
001300* LOG WRITES AN AILOG RECORD (STATUS O OR T), AND AN AIHIST      *
001400* RECORD IS FILED - THE ANSWER, OR THE TIMEOUT PLACEHOLDER A     *
001500* LATE ANSWER IS LAID OVER. THIS JOB CHECKS THAT THE THREE       *
001600* AGREE, PER USERID, FOR ONE DAY:                                *
001700*     - AIQTA-USED AGAINST THE DAY'S AILOG O + T RECORDS         *
001800*       (A BLOCKED QUESTION, STATUS B, IS NEVER CHARGED)         *
001810*       (NOR IS ONE REFUSED OUT OF HOURS, STATUS H)              *
001900*     - EACH AILOG O/T RECORD AGAINST THE AIHIST RECORD FILED    *
002000*       BETWEEN ITS START AND END TIMES                          *
002100*     - EACH AIHIST RECORD KEYED INSIDE THE DAY AGAINST AILOG.   *
002200*       A FAQ ANSWER (QUESTION ON AIFAQ) AND AN EXPERT           *
002300*       CORRECTION DELIVERED BY AIRV (CORRECTED AIESC ENTRY FOR  *
002400*       THE SAME USERID AND QUESTION) ARE FILED WITHOUT AN AUDIT *
002500*       RECORD BY DESIGN, AND ARE COUNTED BUT NOT FLAGGED        *
002600* EVERY MISMATCH IS PRINTED WITH ITS LIKELY CAUSE AND WRITTEN    *
002700* TO THE RECEXC EXCEPTION FILE. AN EXCEPTION RECORD CARRIES THE  *
002800* USERID IN COLS 1-8 AND AN ALLOWANCE IN COLS 10-14, THE SAME    *
002900* POSITIONS AS A QTACTL CARD, SO THE DESK CAN EDIT IT STRAIGHT   *
003000* INTO THE NEXT AIRST01 DECK. FOR A QUESTION CHARGED BUT NEVER   *
003100* AUDITED THE ALLOWANCE SHOWN IS THE CURRENT ONE PLUS THE        *
003200* CHARGES TO GIVE BACK; OTHERWISE IT IS THE CURRENT ALLOWANCE.   *
003300*                                                                *
003400* MUST RUN AFTER THE DAY'S AILOG EXTRACT AND BEFORE AIRST01      *
003500* ZEROES THE USED COUNTS. THE DAY DEFAULTS TO TODAY; A RUN THAT  *
003600* SLIPS PAST MIDNIGHT NEEDS THE DATE ON THE RECCTL CARD          *
003700* (YYYYMMDD IN COLS 1-8).                                        *
003800*                                                                *
003900* RETURN CODE 0 - ALL USERIDS IN BALANCE                         *
004000*             4 - MISMATCHES FOUND, SEE THE REPORT AND RECEXC    *
004100*             8 - A WORK TABLE OVERFLOWED, RECONCILIATION IS     *
004200*                 INCOMPLETE                                     *
004300*                                                                *
004400* MODIFICATION HISTORY                                           *
004500*   2026-10-15  OSG  ORIGINAL PROGRAM                            *
004510*   2026-10-15  OSG  OUT-OF-HOURS REFUSALS NOT COUNTED           *
004600*                                                                *
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT CONTROL-FILE ASSIGN TO RECCTL
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT AILOG-FILE   ASSIGN TO AILOG
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT AIQTA-FILE   ASSIGN TO AIQTA
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS AIQTA-USERID
006200         FILE STATUS IS WS-QTA-STATUS.
006300     SELECT AIHIST-FILE  ASSIGN TO AIHIST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS AIHIST-KEY
006700         FILE STATUS IS WS-HIST-STATUS.
006800     SELECT AIFAQ-FILE   ASSIGN TO AIFAQ
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS AIFAQ-QUESTION
007200         FILE STATUS IS WS-FAQ-STATUS.
007300     SELECT AIESC-FILE   ASSIGN TO AIESC
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS AIESC-KEY
007700         FILE STATUS IS WS-ESC-STATUS.
007800     SELECT REPORT-FILE  ASSIGN TO RPTOUT
007900         ORGANIZATION IS SEQUENTIAL.
008000     SELECT EXCEPT-FILE  ASSIGN TO RECEXC
008100         ORGANIZATION IS SEQUENTIAL.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CONTROL-FILE
008500     RECORDING MODE IS F.
008600 01  CONTROL-CARD.
008700     05  CTL-DATE             PIC X(08).
008800     05  FILLER               PIC X(72).
008900*
009000 FD  AILOG-FILE
009100     RECORDING MODE IS F.
009200 01  AILOG-RECORD.
009300     05  AILOG-USERID         PIC X(08).
009400     05  AILOG-TERMID         PIC X(04).
009500     05  AILOG-QUESTION       PIC X(216).
009600     05  AILOG-RESPONSE       PIC X(3040).
009700     05  AILOG-WAIT-COUNT     PIC 9(02).
009800     05  AILOG-START-TIME     PIC S9(15) COMP-3.
009900     05  AILOG-END-TIME       PIC S9(15) COMP-3.
010000     05  AILOG-STATUS         PIC X(01).
010100         88  AILOG-OK         VALUE 'O'.
010200         88  AILOG-TIMEOUT    VALUE 'T'.
010300         88  AILOG-BLOCKED    VALUE 'B'.
010310         88  AILOG-CLOSED     VALUE 'H'.
010400*
010500 FD  AIQTA-FILE.
010600 01  AIQTA-RECORD.
010700     05  AIQTA-USERID         PIC X(08).
010800     05  AIQTA-ALLOWANCE      PIC 9(05).
010900     05  AIQTA-USED           PIC 9(05).
011000     05  AIQTA-UPD-TIME       PIC S9(15) COMP-3.
011100*
011200 FD  AIHIST-FILE.
011300 01  AIHIST-RECORD.
011400     05  AIHIST-KEY.
011500         10  AIHIST-USER      PIC X(08).
011600         10  AIHIST-TIME      PIC S9(15) COMP-3.
011700     05  AIHIST-QUESTION      PIC X(216).
011800     05  AIHIST-RESPONSE      PIC X(3040).
011900     05  AIHIST-SEG-TOT       PIC 9(02).
012000     05  AIHIST-RATING        PIC X(01).
012100*
012200 FD  AIFAQ-FILE.
012300 01  AIFAQ-RECORD.
012400     05  AIFAQ-QUESTION       PIC X(216).
012500     05  AIFAQ-RESPONSE       PIC X(3040).
012600     05  AIFAQ-SEG-TOT        PIC 9(02).
012700     05  AIFAQ-UPD-USER       PIC X(08).
012800     05  AIFAQ-UPD-TIME       PIC S9(15) COMP-3.
012900*
013000 FD  AIESC-FILE.
013100 01  AIESC-RECORD.
013200     05  AIESC-KEY.
013300         10  AIESC-USER       PIC X(08).
013400         10  AIESC-TIME       PIC S9(15) COMP-3.
013500     05  AIESC-STATUS         PIC X(01).
013600         88  AIESC-OPEN       VALUE 'O'.
013700         88  AIESC-CORRECTED  VALUE 'C'.
013800     05  AIESC-NOTIFY         PIC X(01).
013900     05  AIESC-QUESTION       PIC X(216).
014000     05  AIESC-ANSWER         PIC X(3040).
014100     05  AIESC-ASEG-TOT       PIC 9(02).
014200     05  AIESC-CORRECT        PIC X(3040).
014300     05  AIESC-CSEG-TOT       PIC 9(02).
014400     05  AIESC-REVIEWER       PIC X(08).
014500     05  AIESC-REV-TIME       PIC S9(15) COMP-3.
014600*
014700 FD  REPORT-FILE
014800     RECORDING MODE IS F.
014900 01  PRINT-LINE.
015000     05  PRINT-CTL             PIC X(01).
015100     05  PRINT-DATA            PIC X(132).
015200*
015300* EXCEPTION FILE - ONE 80-BYTE RECORD PER USERID PER CAUSE. COLS
015400* 1-8 AND 10-14 LINE UP WITH THE AIRST01 QTACTL CARD
015500*
015600 FD  EXCEPT-FILE
015700     RECORDING MODE IS F.
015800 01  EXCEPT-RECORD.
015900     05  EXC-USERID           PIC X(08).
016000     05  FILLER               PIC X(01).
016100     05  EXC-ALLOWANCE        PIC 9(05).
016200     05  FILLER               PIC X(01).
016300     05  EXC-DATE             PIC 9(08).
016400     05  FILLER               PIC X(01).
016500     05  EXC-CAUSE            PIC X(02).
016600         88  EXC-CHG-NO-AUDIT VALUE 'CA'.
016700         88  EXC-AUD-NO-CHG   VALUE 'AC'.
016800         88  EXC-AUD-NO-HIST  VALUE 'AH'.
016900         88  EXC-HIST-NO-AUD  VALUE 'HA'.
017000     05  FILLER               PIC X(01).
017100     05  EXC-COUNT            PIC 9(05).
017200     05  FILLER               PIC X(01).
017300     05  EXC-USED             PIC 9(05).
017400     05  FILLER               PIC X(01).
017500     05  EXC-AUD-O            PIC 9(05).
017600     05  FILLER               PIC X(01).
017700     05  EXC-AUD-T            PIC 9(05).
017800     05  FILLER               PIC X(01).
017900     05  EXC-AUD-B            PIC 9(05).
018000     05  FILLER               PIC X(01).
018100     05  EXC-HIST             PIC 9(05).
018200     05  FILLER               PIC X(01).
018300     05  EXC-CUR-ALLOW        PIC 9(05).
018400     05  FILLER               PIC X(12).
018500 WORKING-STORAGE SECTION.
018600*
018700* SWITCHES
018800*
018900 01  WS-SWITCHES.
019000     05  WS-EOF-SW            PIC X(01) VALUE 'N'.
019100         88  EOF-YES          VALUE 'Y'.
019200         88  EOF-NO           VALUE 'N'.
019300     05  WS-CTL-EOF-SW        PIC X(01) VALUE 'N'.
019400         88  CTL-EOF-YES      VALUE 'Y'.
019500         88  CTL-EOF-NO       VALUE 'N'.
019600     05  WS-FOUND-SW          PIC X(01) VALUE 'N'.
019700         88  TBL-FOUND        VALUE 'Y'.
019800         88  TBL-NOT-FOUND    VALUE 'N'.
019900     05  WS-SWAP-SW           PIC X(01) VALUE 'N'.
020000         88  SWAP-MADE        VALUE 'Y'.
020100         88  SWAP-NONE        VALUE 'N'.
020200     05  WS-ESC-DONE-SW       PIC X(01) VALUE 'N'.
020300         88  ESC-DONE         VALUE 'Y'.
020400         88  ESC-MORE         VALUE 'N'.
020500     05  WS-QTA-PASS-SW       PIC X(01) VALUE 'N'.
020600         88  QTA-PASS-DONE    VALUE 'Y'.
020700     05  WS-QTA-STATUS        PIC X(02) VALUE '00'.
020800     05  WS-HIST-STATUS       PIC X(02) VALUE '00'.
020900     05  WS-FAQ-STATUS        PIC X(02) VALUE '00'.
021000     05  WS-ESC-STATUS        PIC X(02) VALUE '00'.
021100*
021200* THE DAY BEING RECONCILED AND ITS ABSTIME RANGE. THE LEAP COUNT
021300* FORMULA IS THE ONE AIARC01 USES FOR ITS CUTOFF
021400*
021500 01  WS-DATE-WORK.
021600     05  WS-TODAY             PIC 9(08) VALUE 0.
021700     05  WS-RUN-DATE          PIC 9(08) VALUE 0.
021800     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
021900         10  WS-RUN-YEAR      PIC 9(04).
022000         10  WS-RUN-MONTH     PIC 9(02).
022100         10  WS-RUN-DAY       PIC 9(02).
022200     05  WS-CARD-DATE         PIC X(08).
022300     05  WS-CARD-DATE-9 REDEFINES WS-CARD-DATE
022400                              PIC 9(08).
022500     05  WS-DAYS-1900         PIC 9(09) COMP VALUE 0.
022600     05  WS-LEAP-COUNT        PIC 9(05) COMP VALUE 0.
022700     05  WS-LEAP-QUOT         PIC 9(05) COMP VALUE 0.
022800     05  WS-LEAP-REM          PIC 9(05) COMP VALUE 0.
022900     05  WS-DAY-START         PIC S9(15) COMP-3 VALUE 0.
023000     05  WS-DAY-END           PIC S9(15) COMP-3 VALUE 0.
023100*
023200* TIME-OF-DAY BREAKDOWN FOR THE MISMATCH LINES
023300*
023400 01  WS-TOD-WORK.
023500     05  WS-TOD-ABS           PIC S9(15) COMP-3 VALUE 0.
023600     05  WS-TOD-SECS          PIC 9(07) COMP VALUE 0.
023700     05  WS-TOD-REST          PIC 9(07) COMP VALUE 0.
023800     05  WS-TOD-HH            PIC 9(02) VALUE 0.
023900     05  WS-TOD-MM            PIC 9(02) VALUE 0.
024000     05  WS-TOD-SS            PIC 9(02) VALUE 0.
024100     05  WS-TOD-OUT.
024200         10  WS-TOD-OUT-HH    PIC 9(02).
024300         10  FILLER           PIC X(01) VALUE ':'.
024400         10  WS-TOD-OUT-MM    PIC 9(02).
024500         10  FILLER           PIC X(01) VALUE ':'.
024600         10  WS-TOD-OUT-SS    PIC 9(02).
024700*
024800* DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP)
024900*
025000 01  WS-MONTH-DAYS-VALUES.
025100     05  FILLER               PIC 9(03) VALUE 000.
025200     05  FILLER               PIC 9(03) VALUE 031.
025300     05  FILLER               PIC 9(03) VALUE 059.
025400     05  FILLER               PIC 9(03) VALUE 090.
025500     05  FILLER               PIC 9(03) VALUE 120.
025600     05  FILLER               PIC 9(03) VALUE 151.
025700     05  FILLER               PIC 9(03) VALUE 181.
025800     05  FILLER               PIC 9(03) VALUE 212.
025900     05  FILLER               PIC 9(03) VALUE 243.
026000     05  FILLER               PIC 9(03) VALUE 273.
026100     05  FILLER               PIC 9(03) VALUE 304.
026200     05  FILLER               PIC 9(03) VALUE 334.
026300 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
026400     05  WS-MONTH-DAYS        PIC 9(03) OCCURS 12 TIMES.
026500*
026600* PER-USERID TOTALS FROM ALL THREE SOURCES
026700*
026800 01  WS-USER-TABLE.
026900     05  WS-USER-MAX          PIC 9(03) COMP VALUE 500.
027000     05  WS-USER-COUNT        PIC 9(03) COMP VALUE ZERO.
027100     05  WS-USER-ENTRY OCCURS 500 TIMES.
027200         10  WS-USER-ID       PIC X(08).
027300         10  WS-USER-QTA-SW   PIC X(01).
027400             88  USER-ON-QTA  VALUE 'Y'.
027500         10  WS-USER-ALLOW    PIC 9(05).
027600         10  WS-USER-USED     PIC 9(05).
027700         10  WS-USER-OCOUNT   PIC 9(05) COMP.
027800         10  WS-USER-TCOUNT   PIC 9(05) COMP.
027900         10  WS-USER-BCOUNT   PIC 9(05) COMP.
028000         10  WS-USER-HIST     PIC 9(05) COMP.
028100         10  WS-USER-FAQ      PIC 9(05) COMP.
028200         10  WS-USER-CORR     PIC 9(05) COMP.
028300         10  WS-USER-NOAUD    PIC 9(05) COMP.
028400         10  WS-USER-NOHIST   PIC 9(05) COMP.
028500*
028600 01  WS-USER-KEY              PIC X(08).
028700 01  WS-USER-HOLD             PIC X(51).
028800*
028900* EVERY CHARGED (O/T) AILOG RECORD OF THE DAY, WAITING FOR THE
029000* AIHIST RECORD FILED WHILE IT WAS IN FLIGHT
029100*
029200 01  WS-AUDIT-TABLE.
029300     05  WS-AUDIT-MAX         PIC 9(04) COMP VALUE 3000.
029400     05  WS-AUDIT-COUNT       PIC 9(04) COMP VALUE ZERO.
029500     05  WS-AUDIT-ENTRY OCCURS 3000 TIMES.
029600         10  WS-AUDIT-USER    PIC X(08).
029700         10  WS-AUDIT-START   PIC S9(15) COMP-3.
029800         10  WS-AUDIT-END     PIC S9(15) COMP-3.
029900         10  WS-AUDIT-PAIR-SW PIC X(01).
030000             88  AUDIT-PAIRED VALUE 'Y'.
030100*
030200* AIHIST RECORDS OF THE DAY THAT NOTHING ACCOUNTS FOR
030300*
030400 01  WS-ORPHAN-TABLE.
030500     05  WS-ORPHAN-MAX        PIC 9(03) COMP VALUE 500.
030600     05  WS-ORPHAN-COUNT      PIC 9(03) COMP VALUE ZERO.
030700     05  WS-ORPHAN-ENTRY OCCURS 500 TIMES.
030800         10  WS-ORPHAN-USER   PIC X(08).
030900         10  WS-ORPHAN-TIME   PIC S9(15) COMP-3.
031000*
031100* ACCUMULATORS
031200*
031300 01  WS-COUNTERS.
031400     05  WS-LOG-COUNT         PIC 9(07) COMP VALUE ZERO.
031500     05  WS-LOG-OUTSIDE       PIC 9(07) COMP VALUE ZERO.
031600     05  WS-HIST-READ         PIC 9(07) COMP VALUE ZERO.
031700     05  WS-HIST-DAY          PIC 9(07) COMP VALUE ZERO.
031800     05  WS-QTA-READ          PIC 9(07) COMP VALUE ZERO.
031900     05  WS-OVER-COUNT        PIC 9(07) COMP VALUE ZERO.
032000     05  WS-BAL-USERS         PIC 9(05) COMP VALUE ZERO.
032100     05  WS-MIS-USERS         PIC 9(05) COMP VALUE ZERO.
032200     05  WS-TOT-CA            PIC 9(07) COMP VALUE ZERO.
032300     05  WS-TOT-AC            PIC 9(07) COMP VALUE ZERO.
032400     05  WS-TOT-AH            PIC 9(07) COMP VALUE ZERO.
032500     05  WS-TOT-HA            PIC 9(07) COMP VALUE ZERO.
032600     05  WS-EXC-WRITTEN       PIC 9(07) COMP VALUE ZERO.
032700     05  WS-CHARGED           PIC 9(05) COMP VALUE ZERO.
032800     05  WS-DIFF              PIC 9(05) COMP VALUE ZERO.
032900     05  WS-SUB               PIC 9(03) COMP VALUE ZERO.
033000     05  WS-SUB2              PIC 9(03) COMP VALUE ZERO.
033100     05  WS-PASS-END          PIC 9(03) COMP VALUE ZERO.
033200     05  WS-ASUB              PIC 9(04) COMP VALUE ZERO.
033300     05  WS-OSUB              PIC 9(03) COMP VALUE ZERO.
033400*
033500* REPORT LINES
033600*
033700 01  WS-HEADING-1.
033800     05  FILLER               PIC X(40)
033900         VALUE 'AI ASSISTANT QUOTA/AUDIT/HISTORY RECON'.
034000     05  FILLER               PIC X(06) VALUE 'DATE '.
034100     05  WS-H1-DATE           PIC 9(08).
034200 01  WS-HEADING-2.
034300     05  FILLER               PIC X(40) VALUE ALL '-'.
034400 01  WS-QTA-LINE.
034500     05  FILLER               PIC X(24)
034600         VALUE 'AIQTA RECORDS READ  . . '.
034700     05  WS-QTA-OUT           PIC ZZZ,ZZ9.
034800 01  WS-LOG-LINE.
034900     05  FILLER               PIC X(24)
035000         VALUE 'AILOG RECORDS FOR DAY . '.
035100     05  WS-LOG-OUT           PIC ZZZ,ZZ9.
035200 01  WS-LOGOUT-LINE.
035300     05  FILLER               PIC X(24)
035400         VALUE 'AILOG OTHER DAYS SKIPPED'.
035500     05  WS-LOGOUT-OUT        PIC ZZZ,ZZ9.
035600 01  WS-HIST-LINE.
035700     05  FILLER               PIC X(24)
035800         VALUE 'AIHIST RECORDS FOR DAY  '.
035900     05  WS-HIST-OUT          PIC ZZZ,ZZ9.
036000 01  WS-USER-HEADING.
036100     05  FILLER               PIC X(30)
036200         VALUE 'RECONCILIATION BY USERID'.
036300 01  WS-USER-COL-LINE.
036400     05  FILLER               PIC X(10) VALUE 'USERID'.
036500     05  FILLER               PIC X(07) VALUE '  ALLOW'.
036600     05  FILLER               PIC X(07) VALUE '   USED'.
036700     05  FILLER               PIC X(07) VALUE '  LOG O'.
036800     05  FILLER               PIC X(07) VALUE '  LOG T'.
036900     05  FILLER               PIC X(07) VALUE '  LOG B'.
037000     05  FILLER               PIC X(07) VALUE '   HIST'.
037100     05  FILLER               PIC X(07) VALUE '    FAQ'.
037200     05  FILLER               PIC X(07) VALUE '   CORR'.
037300     05  FILLER               PIC X(12) VALUE '   RESULT'.
037400 01  WS-USER-LINE.
037500     05  WS-UL-USERID         PIC X(08).
037600     05  FILLER               PIC X(02) VALUE SPACES.
037700     05  WS-UL-ALLOW          PIC ZZ,ZZ9.
037800     05  FILLER               PIC X(01) VALUE SPACES.
037900     05  WS-UL-USED           PIC ZZ,ZZ9.
038000     05  FILLER               PIC X(01) VALUE SPACES.
038100     05  WS-UL-OCOUNT         PIC ZZ,ZZ9.
038200     05  FILLER               PIC X(01) VALUE SPACES.
038300     05  WS-UL-TCOUNT         PIC ZZ,ZZ9.
038400     05  FILLER               PIC X(01) VALUE SPACES.
038500     05  WS-UL-BCOUNT         PIC ZZ,ZZ9.
038600     05  FILLER               PIC X(01) VALUE SPACES.
038700     05  WS-UL-HIST           PIC ZZ,ZZ9.
038800     05  FILLER               PIC X(01) VALUE SPACES.
038900     05  WS-UL-FAQ            PIC ZZ,ZZ9.
039000     05  FILLER               PIC X(01) VALUE SPACES.
039100     05  WS-UL-CORR           PIC ZZ,ZZ9.
039200     05  FILLER               PIC X(03) VALUE SPACES.
039300     05  WS-UL-RESULT         PIC X(08).
039400 01  WS-MIS-HEADING.
039500     05  FILLER               PIC X(30)
039600         VALUE 'MISMATCHES'.
039700 01  WS-MIS-COL-LINE.
039800     05  FILLER               PIC X(10) VALUE 'USERID'.
039900     05  FILLER               PIC X(30) VALUE 'CAUSE'.
040000     05  FILLER               PIC X(08) VALUE '  COUNT'.
040100     05  FILLER               PIC X(10) VALUE 'TIME'.
040200     05  FILLER               PIC X(40) VALUE 'LIKELY REASON'.
040300 01  WS-MIS-LINE.
040400     05  WS-ML-USERID         PIC X(08).
040500     05  FILLER               PIC X(02) VALUE SPACES.
040600     05  WS-ML-CAUSE          PIC X(28).
040700     05  FILLER               PIC X(02) VALUE SPACES.
040800     05  WS-ML-COUNT          PIC ZZ,ZZ9.
040900     05  FILLER               PIC X(02) VALUE SPACES.
041000     05  WS-ML-TIME           PIC X(08).
041100     05  FILLER               PIC X(02) VALUE SPACES.
041200     05  WS-ML-REASON         PIC X(44).
041300 01  WS-NOMIS-LINE.
041400     05  FILLER               PIC X(40)
041500         VALUE 'NO MISMATCHES - ALL USERIDS IN BALANCE'.
041600 01  WS-BAL-LINE.
041700     05  FILLER               PIC X(24)
041800         VALUE 'USERIDS IN BALANCE  . . '.
041900     05  WS-BAL-OUT           PIC ZZZ,ZZ9.
042000 01  WS-MISU-LINE.
042100     05  FILLER               PIC X(24)
042200         VALUE 'USERIDS WITH MISMATCHES '.
042300     05  WS-MISU-OUT          PIC ZZZ,ZZ9.
042400 01  WS-TOTCA-LINE.
042500     05  FILLER               PIC X(24)
042600         VALUE 'CHARGED, NOT AUDITED  . '.
042700     05  WS-TOTCA-OUT         PIC ZZZ,ZZ9.
042800 01  WS-TOTAC-LINE.
042900     05  FILLER               PIC X(24)
043000         VALUE 'AUDITED, NOT CHARGED  . '.
043100     05  WS-TOTAC-OUT         PIC ZZZ,ZZ9.
043200 01  WS-TOTAH-LINE.
043300     05  FILLER               PIC X(24)
043400         VALUE 'AUDITED, NO HISTORY . . '.
043500     05  WS-TOTAH-OUT         PIC ZZZ,ZZ9.
043600 01  WS-TOTHA-LINE.
043700     05  FILLER               PIC X(24)
043800         VALUE 'HISTORY, NO AUDIT . . . '.
043900     05  WS-TOTHA-OUT         PIC ZZZ,ZZ9.
044000 01  WS-EXCW-LINE.
044100     05  FILLER               PIC X(24)
044200         VALUE 'EXCEPTION RECORDS . . . '.
044300     05  WS-EXCW-OUT          PIC ZZZ,ZZ9.
044400 01  WS-OVER-LINE.
044500     05  FILLER               PIC X(24)
044600         VALUE 'TABLE OVERFLOWS . . . . '.
044700     05  WS-OVER-OUT          PIC ZZZ,ZZ9.
044800     05  FILLER               PIC X(40)
044900         VALUE '  - RECONCILIATION IS INCOMPLETE'.
045000 01  WS-BLANK-LINE            PIC X(01) VALUE SPACE.
045100 PROCEDURE DIVISION.
045200******************************************************************
045300* MAINLINE                                                       *
045400******************************************************************
045500 0000-MAINLINE.
045600*
045700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
045800*
045900     PERFORM 2000-LOAD-QUOTA THRU 2000-EXIT
046000         UNTIL EOF-YES.
046100     MOVE 'Y' TO WS-QTA-PASS-SW.
046200*
046300     MOVE 'N' TO WS-EOF-SW.
046400     PERFORM 1100-READ-AILOG THRU 1100-EXIT.
046500     PERFORM 3000-LOAD-AUDIT THRU 3000-EXIT
046600         UNTIL EOF-YES.
046700*
046800     MOVE 'N' TO WS-EOF-SW.
046900     PERFORM 1200-READ-AIHIST THRU 1200-EXIT.
047000     PERFORM 4000-MATCH-HISTORY THRU 4000-EXIT
047100         UNTIL EOF-YES.
047200*
047300     PERFORM 5000-SORT-USERS THRU 5000-EXIT.
047400     PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
047500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
047600*
047700     STOP RUN.
047800*
047900******************************************************************
048000* INITIALIZE - OPEN FILES, FIX THE DAY AND ITS ABSTIME RANGE     *
048100******************************************************************
048200 1000-INITIALIZE.
048300*
048400     OPEN INPUT  CONTROL-FILE.
048500     OPEN INPUT  AILOG-FILE.
048600     OPEN INPUT  AIQTA-FILE.
048700     OPEN INPUT  AIHIST-FILE.
048800     OPEN INPUT  AIFAQ-FILE.
048900     OPEN INPUT  AIESC-FILE.
049000     OPEN OUTPUT REPORT-FILE.
049100     OPEN OUTPUT EXCEPT-FILE.
049200*
049300     PERFORM 1300-GET-DATE THRU 1300-EXIT.
049400     PERFORM 1400-COMPUTE-RANGE THRU 1400-EXIT.
049500     PERFORM 1150-READ-AIQTA THRU 1150-EXIT.
049600*
049700 1000-EXIT.
049800     EXIT.
049900*
050000 1100-READ-AILOG.
050100*
050200     READ AILOG-FILE
050300         AT END
050400             MOVE 'Y' TO WS-EOF-SW
050500     END-READ.
050600*
050700 1100-EXIT.
050800     EXIT.
050900*
051000 1150-READ-AIQTA.
051100*
051200     READ AIQTA-FILE NEXT
051300         AT END
051400             MOVE 'Y' TO WS-EOF-SW
051500     END-READ.
051600*
051700 1150-EXIT.
051800     EXIT.
051900*
052000 1200-READ-AIHIST.
052100*
052200     READ AIHIST-FILE
052300         AT END
052400             MOVE 'Y' TO WS-EOF-SW
052500     END-READ.
052600*
052700 1200-EXIT.
052800     EXIT.
052900*
053000******************************************************************
053100* THE DAY COMES FROM THE RECCTL CARD - A MISSING, BLANK OR       *
053200* INVALID DATE FALLS BACK TO TODAY                               *
053300******************************************************************
053400 1300-GET-DATE.
053500*
053600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
053700     MOVE WS-TODAY TO WS-RUN-DATE.
053800*
053900     READ CONTROL-FILE
054000         AT END
054100             MOVE 'Y' TO WS-CTL-EOF-SW
054200             GO TO 1300-EXIT
054300     END-READ.
054400*
054500     MOVE CTL-DATE TO WS-CARD-DATE.
054600*
054700     IF WS-CARD-DATE NOT NUMERIC
054800         GO TO 1300-EXIT
054900     END-IF.
055000*
055100     MOVE WS-CARD-DATE-9 TO WS-RUN-DATE.
055200*
055300     IF WS-RUN-YEAR < 1901 OR WS-RUN-YEAR > 2099
055400         OR WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
055500         OR WS-RUN-DAY < 1 OR WS-RUN-DAY > 31
055600         MOVE WS-TODAY TO WS-RUN-DATE
055700     END-IF.
055800*
055900 1300-EXIT.
056000     EXIT.
056100*
056200******************************************************************
056300* TURN THE DAY INTO ITS ABSTIME RANGE - DAYS SINCE 1900-01-01    *
056400* TIMES MILLISECONDS PER DAY, THE SAME ARITHMETIC AS AIARC01     *
056500******************************************************************
056600 1400-COMPUTE-RANGE.
056700*
056800     COMPUTE WS-LEAP-COUNT = (WS-RUN-YEAR - 1) / 4 - 475.
056900*
057000     COMPUTE WS-DAYS-1900 =
057100         (WS-RUN-YEAR - 1900) * 365
057200         + WS-LEAP-COUNT
057300         + WS-MONTH-DAYS(WS-RUN-MONTH)
057400         + WS-RUN-DAY - 1.
057500*
057600* IN A LEAP YEAR THE MONTH TABLE IS ONE DAY SHORT FROM MARCH ON
057700*
057800     DIVIDE WS-RUN-YEAR BY 4
057900         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
058000     IF WS-LEAP-REM = 0 AND WS-RUN-MONTH > 2
058100         ADD 1 TO WS-DAYS-1900
058200     END-IF.
058300*
058400     COMPUTE WS-DAY-START = WS-DAYS-1900 * 86400000.
058500     COMPUTE WS-DAY-END   = WS-DAY-START + 86400000 - 1.
058600*
058700 1400-EXIT.
058800     EXIT.
058900*
059000******************************************************************
059100* AIQTA PASS - EVERY QUOTA RECORD WITH A CHARGE ON IT TODAY      *
059200******************************************************************
059300 2000-LOAD-QUOTA.
059400*
059500     ADD 1 TO WS-QTA-READ.
059600*
059700     IF AIQTA-USED = 0
059800         PERFORM 1150-READ-AIQTA THRU 1150-EXIT
059900         GO TO 2000-EXIT
060000     END-IF.
060100*
060200     MOVE AIQTA-USERID TO WS-USER-KEY.
060300     PERFORM 2100-FIND-USER THRU 2100-EXIT.
060400*
060500     IF WS-SUB NOT = 0
060600         MOVE 'Y'             TO WS-USER-QTA-SW(WS-SUB)
060700         MOVE AIQTA-ALLOWANCE TO WS-USER-ALLOW(WS-SUB)
060800         MOVE AIQTA-USED      TO WS-USER-USED(WS-SUB)
060900     END-IF.
061000*
061100     PERFORM 1150-READ-AIQTA THRU 1150-EXIT.
061200*
061300 2000-EXIT.
061400     EXIT.
061500*
061600******************************************************************
061700* FIND OR ADD THE USERID IN WS-USER-KEY - LEAVES WS-SUB ON ITS   *
061800* ENTRY, OR ZERO WHEN THE TABLE IS FULL                          *
061900******************************************************************
062000 2100-FIND-USER.
062100*
062200     MOVE 'N' TO WS-FOUND-SW.
062300*
062400     PERFORM 2110-SEARCH-USER THRU 2110-EXIT
062500         VARYING WS-SUB FROM 1 BY 1
062600         UNTIL WS-SUB > WS-USER-COUNT
062700         OR TBL-FOUND.
062800*
062900     IF TBL-FOUND
063000         SUBTRACT 1 FROM WS-SUB
063100         GO TO 2100-EXIT
063200     END-IF.
063300*
063400     IF WS-USER-COUNT NOT < WS-USER-MAX
063500         ADD 1 TO WS-OVER-COUNT
063600         MOVE 0 TO WS-SUB
063700         GO TO 2100-EXIT
063800     END-IF.
063900*
064000     ADD 1 TO WS-USER-COUNT.
064100     MOVE WS-USER-COUNT     TO WS-SUB.
064200     MOVE WS-USER-KEY TO WS-USER-ID(WS-SUB).
064300     MOVE 'N'               TO WS-USER-QTA-SW(WS-SUB).
064400     MOVE 0 TO WS-USER-ALLOW(WS-SUB).
064500     MOVE 0 TO WS-USER-USED(WS-SUB).
064600     MOVE 0 TO WS-USER-OCOUNT(WS-SUB).
064700     MOVE 0 TO WS-USER-TCOUNT(WS-SUB).
064800     MOVE 0 TO WS-USER-BCOUNT(WS-SUB).
064900     MOVE 0 TO WS-USER-HIST(WS-SUB).
065000     MOVE 0 TO WS-USER-FAQ(WS-SUB).
065100     MOVE 0 TO WS-USER-CORR(WS-SUB).
065200     MOVE 0 TO WS-USER-NOAUD(WS-SUB).
065300     MOVE 0 TO WS-USER-NOHIST(WS-SUB).
065400*
065500     IF QTA-PASS-DONE
065600         PERFORM 2120-GET-QUOTA THRU 2120-EXIT
065700     END-IF.
065800*
065900 2100-EXIT.
066000     EXIT.
066100*
066200 2110-SEARCH-USER.
066300*
066400     IF WS-USER-ID(WS-SUB) = WS-USER-KEY
066500         MOVE 'Y' TO WS-FOUND-SW
066600     END-IF.
066700*
066800 2110-EXIT.
066900     EXIT.
067000*
067100* A USERID FIRST SEEN ON AILOG OR AIHIST HAD NOTHING CHARGED, OR
067200* NO QUOTA RECORD AT ALL - PICK UP ITS ALLOWANCE IF IT HAS ONE
067300*
067400 2120-GET-QUOTA.
067500*
067600     MOVE WS-USER-KEY TO AIQTA-USERID.
067700     READ AIQTA-FILE
067800         KEY IS AIQTA-USERID
067900         INVALID KEY
068000             GO TO 2120-EXIT
068100     END-READ.
068200*
068300     MOVE 'Y'             TO WS-USER-QTA-SW(WS-SUB).
068400     MOVE AIQTA-ALLOWANCE TO WS-USER-ALLOW(WS-SUB).
068500     MOVE AIQTA-USED      TO WS-USER-USED(WS-SUB).
068600*
068700 2120-EXIT.
068800     EXIT.
068900*
069000******************************************************************
069100* AILOG PASS - COUNT EACH RECORD OF THE DAY BY STATUS AND TABLE  *
069200* EVERY CHARGED ONE FOR THE HISTORY MATCH                        *
069300******************************************************************
069400 3000-LOAD-AUDIT.
069500*
069600     IF AILOG-START-TIME < WS-DAY-START
069700         OR AILOG-START-TIME > WS-DAY-END
069800         ADD 1 TO WS-LOG-OUTSIDE
069900         PERFORM 1100-READ-AILOG THRU 1100-EXIT
070000         GO TO 3000-EXIT
070100     END-IF.
070200*
070300     ADD 1 TO WS-LOG-COUNT.
070400*
070500     MOVE AILOG-USERID TO WS-USER-KEY.
070600     PERFORM 2100-FIND-USER THRU 2100-EXIT.
070700*
070800     IF WS-SUB = 0
070900         PERFORM 1100-READ-AILOG THRU 1100-EXIT
071000         GO TO 3000-EXIT
071100     END-IF.
071200*
071300     EVALUATE TRUE
071400         WHEN AILOG-OK
071500             ADD 1 TO WS-USER-OCOUNT(WS-SUB)
071600         WHEN AILOG-TIMEOUT
071700             ADD 1 TO WS-USER-TCOUNT(WS-SUB)
071710         WHEN AILOG-CLOSED
071720             CONTINUE
071800         WHEN OTHER
071900             ADD 1 TO WS-USER-BCOUNT(WS-SUB)
072000     END-EVALUATE.
072100*
072200     IF AILOG-OK OR AILOG-TIMEOUT
072300         IF WS-AUDIT-COUNT < WS-AUDIT-MAX
072400             ADD 1 TO WS-AUDIT-COUNT
072500             MOVE AILOG-USERID
072600                 TO WS-AUDIT-USER(WS-AUDIT-COUNT)
072700             MOVE AILOG-START-TIME
072800                 TO WS-AUDIT-START(WS-AUDIT-COUNT)
072900             MOVE AILOG-END-TIME
073000                 TO WS-AUDIT-END(WS-AUDIT-COUNT)
073100             MOVE 'N' TO WS-AUDIT-PAIR-SW(WS-AUDIT-COUNT)
073200         ELSE
073300             ADD 1 TO WS-OVER-COUNT
073400         END-IF
073500     END-IF.
073600*
073700     PERFORM 1100-READ-AILOG THRU 1100-EXIT.
073800*
073900 3000-EXIT.
074000     EXIT.
074100*
074200******************************************************************
074300* AIHIST PASS - EACH RECORD KEYED INSIDE THE DAY IS PAIRED WITH  *
074400* THE AUDIT RECORD IT WAS FILED UNDER, OR ACCOUNTED FOR AS A     *
074500* FAQ ANSWER OR AN EXPERT CORRECTION, OR ELSE TABLED AS HISTORY  *
074600* WITH NO AUDIT                                                  *
074700******************************************************************
074800 4000-MATCH-HISTORY.
074900*
075000     ADD 1 TO WS-HIST-READ.
075100*
075200     IF AIHIST-TIME < WS-DAY-START
075300         OR AIHIST-TIME > WS-DAY-END
075400         PERFORM 1200-READ-AIHIST THRU 1200-EXIT
075500         GO TO 4000-EXIT
075600     END-IF.
075700*
075800     ADD 1 TO WS-HIST-DAY.
075900*
076000     MOVE AIHIST-USER TO WS-USER-KEY.
076100     PERFORM 2100-FIND-USER THRU 2100-EXIT.
076200*
076300     IF WS-SUB = 0
076400         PERFORM 1200-READ-AIHIST THRU 1200-EXIT
076500         GO TO 4000-EXIT
076600     END-IF.
076700*
076800     ADD 1 TO WS-USER-HIST(WS-SUB).
076900*
077000* THE ANSWER (OR TIMEOUT PLACEHOLDER) IS FILED BEFORE THE AUDIT
077100* RECORD IS STAMPED, SO ITS KEY TIME FALLS BETWEEN THE AUDIT
077200* RECORD'S START AND END TIMES
077300*
077400     MOVE 'N' TO WS-FOUND-SW.
077500     PERFORM 4100-PAIR-AUDIT THRU 4100-EXIT
077600         VARYING WS-ASUB FROM 1 BY 1
077700         UNTIL WS-ASUB > WS-AUDIT-COUNT
077800         OR TBL-FOUND.
077900*
078000     IF TBL-FOUND
078100         PERFORM 1200-READ-AIHIST THRU 1200-EXIT
078200         GO TO 4000-EXIT
078300     END-IF.
078400*
078500* A FAQ ANSWER IS FILED WITH NO CHARGE AND NO AUDIT RECORD
078600*
078700     MOVE AIHIST-QUESTION TO AIFAQ-QUESTION.
078800     READ AIFAQ-FILE
078900         INVALID KEY
079000             CONTINUE
079100         NOT INVALID KEY
079200             MOVE 'Y' TO WS-FOUND-SW
079300     END-READ.
079400*
079500     IF TBL-FOUND
079600         ADD 1 TO WS-USER-FAQ(WS-SUB)
079700         PERFORM 1200-READ-AIHIST THRU 1200-EXIT
079800         GO TO 4000-EXIT
079900     END-IF.
080000*
080100* NOR IS A CORRECTION AIRV DELIVERS INTO THE ASKER'S HISTORY
080200*
080300     PERFORM 4200-CHECK-CORRECTION THRU 4200-EXIT.
080400*
080500     IF TBL-FOUND
080600         ADD 1 TO WS-USER-CORR(WS-SUB)
080700         PERFORM 1200-READ-AIHIST THRU 1200-EXIT
080800         GO TO 4000-EXIT
080900     END-IF.
081000*
081100     ADD 1 TO WS-USER-NOAUD(WS-SUB).
081200*
081300     IF WS-ORPHAN-COUNT < WS-ORPHAN-MAX
081400         ADD 1 TO WS-ORPHAN-COUNT
081500         MOVE AIHIST-USER TO WS-ORPHAN-USER(WS-ORPHAN-COUNT)
081600         MOVE AIHIST-TIME TO WS-ORPHAN-TIME(WS-ORPHAN-COUNT)
081700     ELSE
081800         ADD 1 TO WS-OVER-COUNT
081900     END-IF.
082000*
082100     PERFORM 1200-READ-AIHIST THRU 1200-EXIT.
082200*
082300 4000-EXIT.
082400     EXIT.
082500*
082600 4100-PAIR-AUDIT.
082700*
082800     IF WS-AUDIT-USER(WS-ASUB) = AIHIST-USER
082900         AND NOT AUDIT-PAIRED(WS-ASUB)
083000         AND AIHIST-TIME NOT < WS-AUDIT-START(WS-ASUB)
083100         AND AIHIST-TIME NOT > WS-AUDIT-END(WS-ASUB)
083200         MOVE 'Y' TO WS-AUDIT-PAIR-SW(WS-ASUB)
083300         MOVE 'Y' TO WS-FOUND-SW
083400     END-IF.
083500*
083600 4100-EXIT.
083700     EXIT.
083800*
083900******************************************************************
084000* LOOK FOR A CORRECTED ESCALATION OF THE SAME USERID AND         *
084100* QUESTION, REVIEWED NO MORE THAN A MINUTE BEFORE THIS HISTORY   *
084200* RECORD WAS FILED                                               *
084300******************************************************************
084400 4200-CHECK-CORRECTION.
084500*
084600     MOVE 'N' TO WS-FOUND-SW.
084700     MOVE 'N' TO WS-ESC-DONE-SW.
084800*
084900     MOVE AIHIST-USER TO AIESC-USER.
085000     MOVE 0           TO AIESC-TIME.
085100*
085200     START AIESC-FILE KEY NOT < AIESC-KEY
085300         INVALID KEY
085400             GO TO 4200-EXIT
085500     END-START.
085600*
085700     PERFORM 4210-CHECK-ONE-ESC THRU 4210-EXIT
085800         UNTIL ESC-DONE OR TBL-FOUND.
085900*
086000 4200-EXIT.
086100     EXIT.
086200*
086300 4210-CHECK-ONE-ESC.
086400*
086500     READ AIESC-FILE NEXT
086600         AT END
086700             MOVE 'Y' TO WS-ESC-DONE-SW
086800             GO TO 4210-EXIT
086900     END-READ.
087000*
087100     IF AIESC-USER NOT = AIHIST-USER
087200         MOVE 'Y' TO WS-ESC-DONE-SW
087300         GO TO 4210-EXIT
087400     END-IF.
087500*
087600     IF AIESC-CORRECTED
087700         AND AIESC-QUESTION = AIHIST-QUESTION
087800         AND AIESC-REV-TIME NOT > AIHIST-TIME
087900         AND AIHIST-TIME - AIESC-REV-TIME < 60000
088000         MOVE 'Y' TO WS-FOUND-SW
088100     END-IF.
088200*
088300 4210-EXIT.
088400     EXIT.
088500*
088600******************************************************************
088700* PUT THE USERID TABLE IN USERID ORDER - A PLAIN EXCHANGE SORT,  *
088800* REPEATED UNTIL A PASS MAKES NO SWAP                            *
088900******************************************************************
089000 5000-SORT-USERS.
089100*
089200     MOVE WS-USER-COUNT TO WS-PASS-END.
089300     MOVE 'Y' TO WS-SWAP-SW.
089400*
089500     PERFORM 5100-SORT-PASS THRU 5100-EXIT
089600         UNTIL SWAP-NONE OR WS-PASS-END < 2.
089700*
089800 5000-EXIT.
089900     EXIT.
090000*
090100 5100-SORT-PASS.
090200*
090300     MOVE 'N' TO WS-SWAP-SW.
090400*
090500     PERFORM 5110-COMPARE-PAIR THRU 5110-EXIT
090600         VARYING WS-SUB FROM 1 BY 1
090700         UNTIL WS-SUB NOT < WS-PASS-END.
090800*
090900     SUBTRACT 1 FROM WS-PASS-END.
091000*
091100 5100-EXIT.
091200     EXIT.
091300*
091400 5110-COMPARE-PAIR.
091500*
091600     COMPUTE WS-SUB2 = WS-SUB + 1.
091700*
091800     IF WS-USER-ID(WS-SUB) NOT > WS-USER-ID(WS-SUB2)
091900         GO TO 5110-EXIT
092000     END-IF.
092100*
092200     MOVE WS-USER-ENTRY(WS-SUB)  TO WS-USER-HOLD.
092300     MOVE WS-USER-ENTRY(WS-SUB2) TO WS-USER-ENTRY(WS-SUB).
092400     MOVE WS-USER-HOLD           TO WS-USER-ENTRY(WS-SUB2).
092500     MOVE 'Y' TO WS-SWAP-SW.
092600*
092700 5110-EXIT.
092800     EXIT.
092900*
093000******************************************************************
093100* PRODUCE THE REPORT - RUN TOTALS, ONE LINE PER USERID, THEN     *
093200* EVERY MISMATCH                                                 *
093300******************************************************************
093400 8000-PRODUCE-REPORT.
093500*
093600     MOVE WS-RUN-DATE    TO WS-H1-DATE.
093700     MOVE '1'            TO PRINT-CTL.
093800     MOVE WS-HEADING-1   TO PRINT-DATA.
093900     WRITE PRINT-LINE.
094000*
094100     MOVE ' '            TO PRINT-CTL.
094200     MOVE WS-HEADING-2   TO PRINT-DATA.
094300     WRITE PRINT-LINE.
094400*
094500     MOVE ' '            TO PRINT-CTL.
094600     MOVE WS-BLANK-LINE  TO PRINT-DATA.
094700     WRITE PRINT-LINE.
094800*
094900     MOVE WS-QTA-READ    TO WS-QTA-OUT.
095000     MOVE ' '            TO PRINT-CTL.
095100     MOVE WS-QTA-LINE    TO PRINT-DATA.
095200     WRITE PRINT-LINE.
095300*
095400     MOVE WS-LOG-COUNT   TO WS-LOG-OUT.
095500     MOVE ' '            TO PRINT-CTL.
095600     MOVE WS-LOG-LINE    TO PRINT-DATA.
095700     WRITE PRINT-LINE.
095800*
095900     MOVE WS-LOG-OUTSIDE TO WS-LOGOUT-OUT.
096000     MOVE ' '            TO PRINT-CTL.
096100     MOVE WS-LOGOUT-LINE TO PRINT-DATA.
096200     WRITE PRINT-LINE.
096300*
096400     MOVE WS-HIST-DAY    TO WS-HIST-OUT.
096500     MOVE ' '            TO PRINT-CTL.
096600     MOVE WS-HIST-LINE   TO PRINT-DATA.
096700     WRITE PRINT-LINE.
096800*
096900     MOVE ' '            TO PRINT-CTL.
097000     MOVE WS-BLANK-LINE  TO PRINT-DATA.
097100     WRITE PRINT-LINE.
097200*
097300     MOVE ' '             TO PRINT-CTL.
097400     MOVE WS-USER-HEADING TO PRINT-DATA.
097500     WRITE PRINT-LINE.
097600*
097700     MOVE ' '              TO PRINT-CTL.
097800     MOVE WS-USER-COL-LINE TO PRINT-DATA.
097900     WRITE PRINT-LINE.
098000*
098100     PERFORM 8100-PRINT-USER-LINE THRU 8100-EXIT
098200         VARYING WS-SUB FROM 1 BY 1
098300         UNTIL WS-SUB > WS-USER-COUNT.
098400*
098500     MOVE ' '            TO PRINT-CTL.
098600     MOVE WS-BLANK-LINE  TO PRINT-DATA.
098700     WRITE PRINT-LINE.
098800*
098900     MOVE ' '            TO PRINT-CTL.
099000     MOVE WS-MIS-HEADING TO PRINT-DATA.
099100     WRITE PRINT-LINE.
099200*
099300     IF WS-MIS-USERS = 0
099400         MOVE ' '           TO PRINT-CTL
099500         MOVE WS-NOMIS-LINE TO PRINT-DATA
099600         WRITE PRINT-LINE
099700     ELSE
099800         MOVE ' '             TO PRINT-CTL
099900         MOVE WS-MIS-COL-LINE TO PRINT-DATA
100000         WRITE PRINT-LINE
100100         PERFORM 8200-PRINT-MISMATCHES THRU 8200-EXIT
100200             VARYING WS-SUB FROM 1 BY 1
100300             UNTIL WS-SUB > WS-USER-COUNT
100400     END-IF.
100500*
100600     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT.
100700*
100800 8000-EXIT.
100900     EXIT.
101000*
101100******************************************************************
101200* ONE USERID - WORK OUT ITS AUDIT RECORDS THAT NEVER FOUND A     *
101300* HISTORY RECORD, DECIDE WHETHER IT BALANCES, AND PRINT IT       *
101400******************************************************************
101500 8100-PRINT-USER-LINE.
101600*
101700     MOVE 0 TO WS-USER-NOHIST(WS-SUB).
101800     PERFORM 8110-COUNT-NOHIST THRU 8110-EXIT
101900         VARYING WS-ASUB FROM 1 BY 1
102000         UNTIL WS-ASUB > WS-AUDIT-COUNT.
102100*
102200     COMPUTE WS-CHARGED =
102300         WS-USER-OCOUNT(WS-SUB) + WS-USER-TCOUNT(WS-SUB).
102400*
102500     MOVE SPACES                 TO WS-USER-LINE.
102600     MOVE WS-USER-ID(WS-SUB)     TO WS-UL-USERID.
102700     MOVE WS-USER-ALLOW(WS-SUB)  TO WS-UL-ALLOW.
102800     MOVE WS-USER-USED(WS-SUB)   TO WS-UL-USED.
102900     MOVE WS-USER-OCOUNT(WS-SUB) TO WS-UL-OCOUNT.
103000     MOVE WS-USER-TCOUNT(WS-SUB) TO WS-UL-TCOUNT.
103100     MOVE WS-USER-BCOUNT(WS-SUB) TO WS-UL-BCOUNT.
103200     MOVE WS-USER-HIST(WS-SUB)   TO WS-UL-HIST.
103300     MOVE WS-USER-FAQ(WS-SUB)    TO WS-UL-FAQ.
103400     MOVE WS-USER-CORR(WS-SUB)   TO WS-UL-CORR.
103500*
103600     IF WS-USER-USED(WS-SUB) = WS-CHARGED
103700         AND WS-USER-NOHIST(WS-SUB) = 0
103800         AND WS-USER-NOAUD(WS-SUB) = 0
103900         MOVE 'OK'       TO WS-UL-RESULT
104000         ADD 1 TO WS-BAL-USERS
104100     ELSE
104200         MOVE 'MISMATCH' TO WS-UL-RESULT
104300         ADD 1 TO WS-MIS-USERS
104400     END-IF.
104500*
104600     MOVE ' '          TO PRINT-CTL.
104700     MOVE WS-USER-LINE TO PRINT-DATA.
104800     WRITE PRINT-LINE.
104900*
105000 8100-EXIT.
105100     EXIT.
105200*
105300 8110-COUNT-NOHIST.
105400*
105500     IF WS-AUDIT-USER(WS-ASUB) = WS-USER-ID(WS-SUB)
105600         AND NOT AUDIT-PAIRED(WS-ASUB)
105700         ADD 1 TO WS-USER-NOHIST(WS-SUB)
105800     END-IF.
105900*
106000 8110-EXIT.
106100     EXIT.
106200*
106300******************************************************************
106400* EVERY MISMATCH FOR ONE USERID - THE CHARGE DIFFERENCE AS ONE   *
106500* LINE, THEN EACH UNMATCHED AUDIT AND HISTORY RECORD BY TIME.    *
106600* ONE EXCEPTION RECORD GOES OUT PER CAUSE                        *
106700******************************************************************
106800 8200-PRINT-MISMATCHES.
106900*
107000     COMPUTE WS-CHARGED =
107100         WS-USER-OCOUNT(WS-SUB) + WS-USER-TCOUNT(WS-SUB).
107200*
107300     IF WS-USER-USED(WS-SUB) > WS-CHARGED
107400         COMPUTE WS-DIFF = WS-USER-USED(WS-SUB) - WS-CHARGED
107500         ADD WS-DIFF TO WS-TOT-CA
107600         MOVE SPACES             TO WS-MIS-LINE
107700         MOVE WS-USER-ID(WS-SUB) TO WS-ML-USERID
107800         MOVE 'CHARGED BUT NEVER AUDITED' TO WS-ML-CAUSE
107900         MOVE WS-DIFF            TO WS-ML-COUNT
108000         MOVE 'LOST IN FLIGHT - SEE THE AIRC RECLAIM LIST'
108100             TO WS-ML-REASON
108200         MOVE ' '                TO PRINT-CTL
108300         MOVE WS-MIS-LINE        TO PRINT-DATA
108400         WRITE PRINT-LINE
108500         MOVE 'CA' TO EXC-CAUSE
108600         PERFORM 8400-WRITE-EXCEPTION THRU 8400-EXIT
108700     END-IF.
108800*
108900     IF WS-CHARGED > WS-USER-USED(WS-SUB)
109000         COMPUTE WS-DIFF = WS-CHARGED - WS-USER-USED(WS-SUB)
109100         ADD WS-DIFF TO WS-TOT-AC
109200         MOVE SPACES             TO WS-MIS-LINE
109300         MOVE WS-USER-ID(WS-SUB) TO WS-ML-USERID
109400         MOVE 'AUDITED BUT NEVER CHARGED' TO WS-ML-CAUSE
109500         MOVE WS-DIFF            TO WS-ML-COUNT
109600         IF USER-ON-QTA(WS-SUB)
109700             MOVE 'USED COUNT RESET OR CHANGED DURING THE DAY'
109800                 TO WS-ML-REASON
109900         ELSE
110000             MOVE 'NO AIQTA RECORD FOR THIS USERID'
110100                 TO WS-ML-REASON
110200         END-IF
110300         MOVE ' '                TO PRINT-CTL
110400         MOVE WS-MIS-LINE        TO PRINT-DATA
110500         WRITE PRINT-LINE
110600         MOVE 'AC' TO EXC-CAUSE
110700         PERFORM 8400-WRITE-EXCEPTION THRU 8400-EXIT
110800     END-IF.
110900*
111000     IF WS-USER-NOHIST(WS-SUB) > 0
111100         ADD WS-USER-NOHIST(WS-SUB) TO WS-TOT-AH
111200         PERFORM 8210-PRINT-NOHIST THRU 8210-EXIT
111300             VARYING WS-ASUB FROM 1 BY 1
111400             UNTIL WS-ASUB > WS-AUDIT-COUNT
111500         MOVE WS-USER-NOHIST(WS-SUB) TO WS-DIFF
111600         MOVE 'AH' TO EXC-CAUSE
111700         PERFORM 8400-WRITE-EXCEPTION THRU 8400-EXIT
111800     END-IF.
111900*
112000     IF WS-USER-NOAUD(WS-SUB) > 0
112100         ADD WS-USER-NOAUD(WS-SUB) TO WS-TOT-HA
112200         PERFORM 8220-PRINT-NOAUDIT THRU 8220-EXIT
112300             VARYING WS-OSUB FROM 1 BY 1
112400             UNTIL WS-OSUB > WS-ORPHAN-COUNT
112500         MOVE WS-USER-NOAUD(WS-SUB) TO WS-DIFF
112600         MOVE 'HA' TO EXC-CAUSE
112700         PERFORM 8400-WRITE-EXCEPTION THRU 8400-EXIT
112800     END-IF.
112900*
113000 8200-EXIT.
113100     EXIT.
113200*
113300 8210-PRINT-NOHIST.
113400*
113500     IF WS-AUDIT-USER(WS-ASUB) NOT = WS-USER-ID(WS-SUB)
113600         OR AUDIT-PAIRED(WS-ASUB)
113700         GO TO 8210-EXIT
113800     END-IF.
113900*
114000     MOVE WS-AUDIT-START(WS-ASUB) TO WS-TOD-ABS.
114100     PERFORM 8300-FORMAT-TIME THRU 8300-EXIT.
114200*
114300     MOVE SPACES             TO WS-MIS-LINE.
114400     MOVE WS-USER-ID(WS-SUB) TO WS-ML-USERID.
114500     MOVE 'AUDITED BUT NO HISTORY' TO WS-ML-CAUSE.
114600     MOVE 1                  TO WS-ML-COUNT.
114700     MOVE WS-TOD-OUT         TO WS-ML-TIME.
114800     MOVE 'AIHIST WRITE FAILED OR RECORD DELETED SINCE'
114900         TO WS-ML-REASON.
115000     MOVE ' '                TO PRINT-CTL.
115100     MOVE WS-MIS-LINE        TO PRINT-DATA.
115200     WRITE PRINT-LINE.
115300*
115400 8210-EXIT.
115500     EXIT.
115600*
115700 8220-PRINT-NOAUDIT.
115800*
115900     IF WS-ORPHAN-USER(WS-OSUB) NOT = WS-USER-ID(WS-SUB)
116000         GO TO 8220-EXIT
116100     END-IF.
116200*
116300     MOVE WS-ORPHAN-TIME(WS-OSUB) TO WS-TOD-ABS.
116400     PERFORM 8300-FORMAT-TIME THRU 8300-EXIT.
116500*
116600     MOVE SPACES             TO WS-MIS-LINE.
116700     MOVE WS-USER-ID(WS-SUB) TO WS-ML-USERID.
116800     MOVE 'HISTORY WITH NO AUDIT' TO WS-ML-CAUSE.
116900     MOVE 1                  TO WS-ML-COUNT.
117000     MOVE WS-TOD-OUT         TO WS-ML-TIME.
117100     MOVE 'AILOG RECORD LOST BEFORE THE EXTRACT'
117200         TO WS-ML-REASON.
117300     MOVE ' '                TO PRINT-CTL.
117400     MOVE WS-MIS-LINE        TO PRINT-DATA.
117500     WRITE PRINT-LINE.
117600*
117700 8220-EXIT.
117800     EXIT.
117900*
118000******************************************************************
118100* ABSTIME IN WS-TOD-ABS TO HH:MM:SS WITHIN THE DAY               *
118200******************************************************************
118300 8300-FORMAT-TIME.
118400*
118500     COMPUTE WS-TOD-SECS = (WS-TOD-ABS - WS-DAY-START) / 1000.
118600*
118700     DIVIDE WS-TOD-SECS BY 3600
118800         GIVING WS-TOD-HH REMAINDER WS-TOD-REST.
118900     DIVIDE WS-TOD-REST BY 60
119000         GIVING WS-TOD-MM REMAINDER WS-TOD-SS.
119100*
119200     MOVE WS-TOD-HH TO WS-TOD-OUT-HH.
119300     MOVE WS-TOD-MM TO WS-TOD-OUT-MM.
119400     MOVE WS-TOD-SS TO WS-TOD-OUT-SS.
119500*
119600 8300-EXIT.
119700     EXIT.
119800*
119900******************************************************************
120000* ONE EXCEPTION RECORD - CALLER SETS EXC-CAUSE AND WS-DIFF. A    *
120100* CHARGE NEVER AUDITED IS OFFERED BACK ON THE ALLOWANCE          *
120200******************************************************************
120300 8400-WRITE-EXCEPTION.
120400*
120500     MOVE SPACES                 TO EXCEPT-RECORD.
120600     MOVE WS-USER-ID(WS-SUB)     TO EXC-USERID.
120700     MOVE WS-RUN-DATE            TO EXC-DATE.
120800     MOVE WS-DIFF                TO EXC-COUNT.
120900     MOVE WS-USER-USED(WS-SUB)   TO EXC-USED.
121000     MOVE WS-USER-OCOUNT(WS-SUB) TO EXC-AUD-O.
121100     MOVE WS-USER-TCOUNT(WS-SUB) TO EXC-AUD-T.
121200     MOVE WS-USER-BCOUNT(WS-SUB) TO EXC-AUD-B.
121300     MOVE WS-USER-HIST(WS-SUB)   TO EXC-HIST.
121400     MOVE WS-USER-ALLOW(WS-SUB)  TO EXC-CUR-ALLOW.
121500*
121600     IF EXC-CHG-NO-AUDIT
121700         COMPUTE EXC-ALLOWANCE = WS-USER-ALLOW(WS-SUB) + WS-DIFF
121800     ELSE
121900         MOVE WS-USER-ALLOW(WS-SUB) TO EXC-ALLOWANCE
122000     END-IF.
122100*
122200     WRITE EXCEPT-RECORD.
122300     ADD 1 TO WS-EXC-WRITTEN.
122400*
122500 8400-EXIT.
122600     EXIT.
122700*
122800******************************************************************
122900* RUN TOTALS AND THE RETURN CODE FOR THE SCHEDULER               *
123000******************************************************************
123100 8500-PRINT-TOTALS.
123200*
123300     MOVE ' '            TO PRINT-CTL.
123400     MOVE WS-BLANK-LINE  TO PRINT-DATA.
123500     WRITE PRINT-LINE.
123600*
123700     MOVE WS-BAL-USERS   TO WS-BAL-OUT.
123800     MOVE ' '            TO PRINT-CTL.
123900     MOVE WS-BAL-LINE    TO PRINT-DATA.
124000     WRITE PRINT-LINE.
124100*
124200     MOVE WS-MIS-USERS   TO WS-MISU-OUT.
124300     MOVE ' '            TO PRINT-CTL.
124400     MOVE WS-MISU-LINE   TO PRINT-DATA.
124500     WRITE PRINT-LINE.
124600*
124700     MOVE WS-TOT-CA      TO WS-TOTCA-OUT.
124800     MOVE ' '            TO PRINT-CTL.
124900     MOVE WS-TOTCA-LINE  TO PRINT-DATA.
125000     WRITE PRINT-LINE.
125100*
125200     MOVE WS-TOT-AC      TO WS-TOTAC-OUT.
125300     MOVE ' '            TO PRINT-CTL.
125400     MOVE WS-TOTAC-LINE  TO PRINT-DATA.
125500     WRITE PRINT-LINE.
125600*
125700     MOVE WS-TOT-AH      TO WS-TOTAH-OUT.
125800     MOVE ' '            TO PRINT-CTL.
125900     MOVE WS-TOTAH-LINE  TO PRINT-DATA.
126000     WRITE PRINT-LINE.
126100*
126200     MOVE WS-TOT-HA      TO WS-TOTHA-OUT.
126300     MOVE ' '            TO PRINT-CTL.
126400     MOVE WS-TOTHA-LINE  TO PRINT-DATA.
126500     WRITE PRINT-LINE.
126600*
126700     MOVE WS-EXC-WRITTEN TO WS-EXCW-OUT.
126800     MOVE ' '            TO PRINT-CTL.
126900     MOVE WS-EXCW-LINE   TO PRINT-DATA.
127000     WRITE PRINT-LINE.
127100*
127200     IF WS-OVER-COUNT > 0
127300         MOVE WS-OVER-COUNT TO WS-OVER-OUT
127400         MOVE ' '           TO PRINT-CTL
127500         MOVE WS-OVER-LINE  TO PRINT-DATA
127600         WRITE PRINT-LINE
127700         MOVE 8 TO RETURN-CODE
127800         GO TO 8500-EXIT
127900     END-IF.
128000*
128100     IF WS-MIS-USERS > 0
128200         MOVE 4 TO RETURN-CODE
128300     ELSE
128400         MOVE 0 TO RETURN-CODE
128500     END-IF.
128600*
128700 8500-EXIT.
128800     EXIT.
128900*
129000******************************************************************
129100* TERMINATE - CLOSE FILES                                        *
129200******************************************************************
129300 9000-TERMINATE.
129400*
129500     CLOSE CONTROL-FILE.
129600     CLOSE AILOG-FILE.
129700     CLOSE AIQTA-FILE.
129800     CLOSE AIHIST-FILE.
129900     CLOSE AIFAQ-FILE.
130000     CLOSE AIESC-FILE.
130100     CLOSE REPORT-FILE.
130200     CLOSE EXCEPT-FILE.
130300*
130400 9000-EXIT.
130500     EXIT.
