000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AIFAQ01.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  AI MAINFRAME ASSISTANT PROJECT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900* AIFAQ01 - WEEKLY FAQ CANDIDATE REPORT                          *
001000*                                                                *
001100* FINDS THE QUESTIONS THAT KEEP GOING OUT TO THE BRIDGE AND      *
001200* WOULD BE BETTER ANSWERED FROM THE CURATED AIFAQ FILE. READS    *
001300* THE PERIOD'S AILOG EXTRACTS (THE DAILY FILES CONCATENATED ON   *
001400* THE AILOG DD) AND GROUPS THE QUESTIONS BY THEIR NORMALIZED     *
001500* TEXT - FOLDED TO UPPER CASE, RUNS OF BLANKS CUT TO ONE,        *
001600* LEADING BLANKS AND TRAILING PUNCTUATION (. ? ! , ; :) DROPPED  *
001700* - SO THAT WORDINGS DIFFERING ONLY IN THOSE WAYS COUNT AS ONE   *
001800* QUESTION. BLOCKED QUESTIONS (AILOG STATUS B) ARE NEVER         *
001900* CANDIDATES AND ARE SKIPPED.                                    *
002000*                                                                *
002100* THE GROUPS ARE RANKED BY HOW MANY DISTINCT USERIDS ASKED THEM, *
002200* THEN BY HOW OFTEN. A GROUP WHOSE NORMALIZED TEXT IS ALREADY ON *
002300* AIFAQ IS LEFT OUT. FOR EACH GROUP THE WHOLE OF AIHIST IS       *
002400* SEARCHED FOR THE BEST-RATED ANSWER TO ANY OF ITS WORDINGS -    *
002500* ONE RATED HELPFUL (PF5) BEFORE AN UNRATED ONE, AN UNRATED ONE  *
002600* BEFORE ONE RATED UNHELPFUL (PF6), THE LATEST OF EQUALS - AND   *
002700* THE REPORT SHOWS IT WITH THE GROUP'S RATING COUNTS.            *
002800*                                                                *
002900* THE TOP CANDIDATES THAT HAVE AN ANSWER ARE ALSO WRITTEN TO THE *
003000* FAQCAND FILE, WITH THE ANSWER AND UP TO FIVE OF THE GROUP'S    *
003100* WORDINGS, MOST ASKED FIRST. THE FAQ CURATOR REVIEWS THE REPORT *
003200* AND PROMOTES THE CHOSEN CANDIDATES FROM THAT FILE WITH AIFAQ02 *
003300* BY RANK NUMBER, INSTEAD OF FINDING EACH ONE ON AIMP.           *
003400*                                                                *
003500* THE JOB ALSO LISTS EVERY AIFAQ ENTRY THAT NO QUESTION IN THE   *
003600* PERIOD MATCHED, SO THE CURATOR CAN RETIRE IT. A FAQ ANSWER IS  *
003700* NOT AUDITED ON AILOG, SO THE PERIOD'S AIHIST RECORDS COUNT AS  *
003800* MATCHES AS WELL AS ITS AILOG RECORDS.                          *
003900*                                                                *
004000* CONTROL CARD ON THE FAQCTL DD (OPTIONAL):                      *
004100*     COLS  1-8   LAST DAY OF THE PERIOD YYYYMMDD - DEFAULT      *
004200*                 TODAY                                          *
004300*     COLS 10-11  DAYS IN THE PERIOD - DEFAULT 07                *
004400*     COLS 13-15  CANDIDATES TO REPORT AND FILE - DEFAULT 025    *
004500*     COLS 17-18  FEWEST DISTINCT USERIDS FOR A CANDIDATE -      *
004600*                 DEFAULT 02                                     *
004700* AILOG AND AIHIST RECORDS STARTED OUTSIDE THE PERIOD ARE        *
004800* SKIPPED, SO AN EXTRA DAY ON THE CONCATENATION DOES NO HARM.    *
004900*                                                                *
005000* RETURN CODE 0 - NORMAL                                         *
005100*             4 - A TABLE FILLED AND SOME QUESTIONS OR AIFAQ     *
005200*                 ENTRIES WERE NOT COUNTED                       *
005300*                                                                *
005400* MODIFICATION HISTORY                                           *
005500*   2026-10-15  OSG  ORIGINAL PROGRAM                            *
005600*                                                                *
005700******************************************************************
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER.   IBM-370.
006100 OBJECT-COMPUTER.   IBM-370.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT CONTROL-FILE ASSIGN TO FAQCTL
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT AILOG-FILE   ASSIGN TO AILOG
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT AIHIST-FILE  ASSIGN TO AIHIST
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS AIHIST-KEY
007200         FILE STATUS IS WS-HIST-STATUS.
007300     SELECT AIFAQ-FILE   ASSIGN TO AIFAQ
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS SEQUENTIAL
007600         RECORD KEY IS AIFAQ-QUESTION
007700         FILE STATUS IS WS-FAQ-STATUS.
007800     SELECT CAND-FILE    ASSIGN TO FAQCAND
007900         ORGANIZATION IS SEQUENTIAL.
008000     SELECT REPORT-FILE  ASSIGN TO RPTOUT
008100         ORGANIZATION IS SEQUENTIAL.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CONTROL-FILE
008500     RECORDING MODE IS F.
008600 01  CONTROL-CARD.
008700     05  CTL-END-DATE         PIC X(08).
008800     05  FILLER               PIC X(01).
008900     05  CTL-DAYS             PIC X(02).
009000     05  FILLER               PIC X(01).
009100     05  CTL-TOP              PIC X(03).
009200     05  FILLER               PIC X(01).
009300     05  CTL-MIN-USERS        PIC X(02).
009400     05  FILLER               PIC X(62).
009500*
009600 FD  AILOG-FILE
009700     RECORDING MODE IS F.
009800 01  AILOG-RECORD.
009900     05  AILOG-USERID         PIC X(08).
010000     05  AILOG-TERMID         PIC X(04).
010100     05  AILOG-QUESTION       PIC X(216).
010200     05  AILOG-RESPONSE       PIC X(3040).
010300     05  AILOG-WAIT-COUNT     PIC 9(02).
010400     05  AILOG-START-TIME     PIC S9(15) COMP-3.
010500     05  AILOG-END-TIME       PIC S9(15) COMP-3.
010600     05  AILOG-STATUS         PIC X(01).
010700         88  AILOG-OK         VALUE 'O'.
010800         88  AILOG-TIMEOUT    VALUE 'T'.
010900         88  AILOG-BLOCKED    VALUE 'B'.
011000         88  AILOG-CLOSED     VALUE 'H'.
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
012100         88  AIHIST-HELPFUL   VALUE 'H'.
012200         88  AIHIST-UNHELPFUL VALUE 'U'.
012300         88  AIHIST-UNRATED   VALUE ' '.
012400*
012500 FD  AIFAQ-FILE.
012600 01  AIFAQ-RECORD.
012700     05  AIFAQ-QUESTION       PIC X(216).
012800     05  AIFAQ-RESPONSE       PIC X(3040).
012900     05  AIFAQ-SEG-TOT        PIC 9(02).
013000     05  AIFAQ-UPD-USER       PIC X(08).
013100     05  AIFAQ-UPD-TIME       PIC S9(15) COMP-3.
013200*
013300* ONE FAQ CANDIDATE FOR AIFAQ02 - ITS RANK ON THE REPORT, THE
013400* COUNTS IT WAS RANKED ON, THE BEST-RATED ANSWER AND THE AIHIST
013500* RECORD IT CAME FROM, AND THE WORDINGS TO FILE IT UNDER
013600*
013700 FD  CAND-FILE
013800     RECORDING MODE IS F.
013900 01  CAND-RECORD.
014000     05  CAND-RANK            PIC 9(03).
014100     05  CAND-USERS           PIC 9(05).
014200     05  CAND-ASKED           PIC 9(05).
014300     05  CAND-HELPFUL         PIC 9(05).
014400     05  CAND-UNHELPFUL       PIC 9(05).
014500     05  CAND-ANS-RATING      PIC X(01).
014600     05  CAND-ANS-USER        PIC X(08).
014700     05  CAND-ANS-TIME        PIC S9(15) COMP-3.
014800     05  CAND-SEG-TOT         PIC 9(02).
014900     05  CAND-RESPONSE        PIC X(3040).
015000     05  CAND-VAR-COUNT       PIC 9(02).
015100     05  CAND-VARIANT         PIC X(216) OCCURS 5 TIMES.
015200     05  FILLER               PIC X(20).
015300*
015400 FD  REPORT-FILE
015500     RECORDING MODE IS F.
015600 01  PRINT-LINE.
015700     05  PRINT-CTL             PIC X(01).
015800     05  PRINT-DATA            PIC X(132).
015900 WORKING-STORAGE SECTION.
016000*
016100* SWITCHES
016200*
016300 01  WS-SWITCHES.
016400     05  WS-EOF-SW            PIC X(01) VALUE 'N'.
016500         88  EOF-YES          VALUE 'Y'.
016600         88  EOF-NO           VALUE 'N'.
016700     05  WS-HIST-EOF-SW       PIC X(01) VALUE 'N'.
016800         88  HIST-EOF-YES     VALUE 'Y'.
016900         88  HIST-EOF-NO      VALUE 'N'.
017000     05  WS-FAQ-EOF-SW        PIC X(01) VALUE 'N'.
017100         88  FAQ-EOF-YES      VALUE 'Y'.
017200         88  FAQ-EOF-NO       VALUE 'N'.
017300     05  WS-FOUND-SW          PIC X(01) VALUE 'N'.
017400         88  TBL-FOUND        VALUE 'Y'.
017500         88  TBL-NOT-FOUND    VALUE 'N'.
017600     05  WS-SWAP-SW           PIC X(01) VALUE 'N'.
017700         88  SWAP-MADE        VALUE 'Y'.
017800         88  SWAP-NONE        VALUE 'N'.
017900     05  WS-TRIM-SW           PIC X(01) VALUE 'N'.
018000         88  TRIM-DONE        VALUE 'Y'.
018100         88  TRIM-MORE        VALUE 'N'.
018200     05  WS-YEAR-DONE-SW      PIC X(01) VALUE 'N'.
018300         88  YEAR-DONE        VALUE 'Y'.
018400     05  WS-MONTH-DONE-SW     PIC X(01) VALUE 'N'.
018500         88  MONTH-DONE       VALUE 'Y'.
018600     05  WS-HIST-STATUS       PIC X(02) VALUE '00'.
018700     05  WS-FAQ-STATUS        PIC X(02) VALUE '00'.
018800*
018900* RUN SETTINGS FROM THE CONTROL CARD
019000*
019100 01  WS-SETTINGS.
019200     05  WS-PERIOD-DAYS       PIC 9(02) VALUE 07.
019300     05  WS-TOP-MAX           PIC 9(03) VALUE 025.
019400     05  WS-MIN-USERS         PIC 9(02) VALUE 02.
019500     05  WS-CARD-NUM          PIC X(03).
019600     05  WS-CARD-NUM-9 REDEFINES WS-CARD-NUM
019700                              PIC 9(03).
019800     05  WS-CARD-NUM2         PIC X(02).
019900     05  WS-CARD-NUM2-9 REDEFINES WS-CARD-NUM2
020000                              PIC 9(02).
020100*
020200* THE PERIOD AND ITS ABSTIME RANGE - DAYS SINCE 1900-01-01 TIMES
020300* MILLISECONDS PER DAY, THE SAME ARITHMETIC AS AIREC01
020400*
020500 01  WS-DATE-WORK.
020600     05  WS-TODAY             PIC 9(08) VALUE 0.
020700     05  WS-END-DATE          PIC 9(08) VALUE 0.
020800     05  WS-END-DATE-X REDEFINES WS-END-DATE.
020900         10  WS-END-YEAR      PIC 9(04).
021000         10  WS-END-MONTH     PIC 9(02).
021100         10  WS-END-DAY       PIC 9(02).
021200     05  WS-START-DATE        PIC 9(08) VALUE 0.
021300     05  WS-CARD-DATE         PIC X(08).
021400     05  WS-CARD-DATE-9 REDEFINES WS-CARD-DATE
021500                              PIC 9(08).
021600     05  WS-DAYS-1900         PIC 9(09) COMP VALUE 0.
021700     05  WS-LEAP-COUNT        PIC 9(05) COMP VALUE 0.
021800     05  WS-PERIOD-START      PIC S9(15) COMP-3 VALUE 0.
021900     05  WS-PERIOD-END        PIC S9(15) COMP-3 VALUE 0.
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
023400* DAYS BEFORE THE FIRST OF EACH MONTH IN A NON-LEAP YEAR
023500*
023600 01  WS-MONTH-DAYS-VALUES.
023700     05  FILLER               PIC 9(03) VALUE 000.
023800     05  FILLER               PIC 9(03) VALUE 031.
023900     05  FILLER               PIC 9(03) VALUE 059.
024000     05  FILLER               PIC 9(03) VALUE 090.
024100     05  FILLER               PIC 9(03) VALUE 120.
024200     05  FILLER               PIC 9(03) VALUE 151.
024300     05  FILLER               PIC 9(03) VALUE 181.
024400     05  FILLER               PIC 9(03) VALUE 212.
024500     05  FILLER               PIC 9(03) VALUE 243.
024600     05  FILLER               PIC 9(03) VALUE 273.
024700     05  FILLER               PIC 9(03) VALUE 304.
024800     05  FILLER               PIC 9(03) VALUE 334.
024900 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
025000     05  WS-MONTH-DAYS        PIC 9(03) OCCURS 12 TIMES.
025100*
025200* DAYS IN EACH MONTH (NON-LEAP)
025300*
025400 01  WS-MONTH-LEN-VALUES.
025500     05  FILLER               PIC 9(03) VALUE 031.
025600     05  FILLER               PIC 9(03) VALUE 028.
025700     05  FILLER               PIC 9(03) VALUE 031.
025800     05  FILLER               PIC 9(03) VALUE 030.
025900     05  FILLER               PIC 9(03) VALUE 031.
026000     05  FILLER               PIC 9(03) VALUE 030.
026100     05  FILLER               PIC 9(03) VALUE 031.
026200     05  FILLER               PIC 9(03) VALUE 031.
026300     05  FILLER               PIC 9(03) VALUE 030.
026400     05  FILLER               PIC 9(03) VALUE 031.
026500     05  FILLER               PIC 9(03) VALUE 030.
026600     05  FILLER               PIC 9(03) VALUE 031.
026700 01  WS-MONTH-LEN-TABLE REDEFINES WS-MONTH-LEN-VALUES.
026800     05  WS-MONTH-LENS        PIC 9(03) OCCURS 12 TIMES.
026900*
027000* QUESTION NORMALIZATION - WS-NORM-IN IS REDUCED TO WS-NORM-OUT
027100*
027200 01  WS-NORM-WORK.
027300     05  WS-NORM-IN           PIC X(216).
027400     05  WS-NORM-OUT          PIC X(216).
027500     05  WS-NORM-IN-SUB       PIC 9(03) COMP VALUE 0.
027600     05  WS-NORM-LEN          PIC 9(03) COMP VALUE 0.
027700     05  WS-NORM-CHAR         PIC X(01).
027800         88  NORM-TRAILER     VALUES ' ' '.' '?' '!' ','
027900                                     ';' ':'.
028000 01  WS-LOWER-CASE            PIC X(26)
028100         VALUE 'abcdefghijklmnopqrstuvwxyz'.
028200 01  WS-UPPER-CASE            PIC X(26)
028300         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
028400*
028500* THE TEXT AIPGM AND AIBAT FILE IN AIHIST FOR A QUESTION THAT
028600* TIMED OUT - NEVER AN ANSWER WORTH OFFERING
028700*
028800 01  WS-PLACEHOLDER           PIC X(40)
028900         VALUE 'TIMED OUT - AWAITING A LATE ANSWER'.
029000*
029100* QUESTION GROUPS - ONE ENTRY PER NORMALIZED QUESTION ASKED IN
029200* THE PERIOD, WITH THE AIHIST KEY OF ITS BEST ANSWER SO FAR.
029300* THE SCORE IS 3 FOR AN ANSWER RATED HELPFUL, 2 UNRATED, 1
029400* UNHELPFUL, 0 NONE FOUND
029500*
029600 01  WS-GRP-TABLE.
029700     05  WS-GRP-MAX           PIC 9(04) COMP VALUE 500.
029800     05  WS-GRP-COUNT         PIC 9(04) COMP VALUE ZERO.
029900     05  WS-GRP-ENTRY OCCURS 500 TIMES.
030000         10  WS-GRP-NORM      PIC X(216).
030100         10  WS-GRP-ASKED     PIC 9(07) COMP.
030200         10  WS-GRP-USERS     PIC 9(05) COMP.
030300         10  WS-GRP-HELP      PIC 9(05) COMP.
030400         10  WS-GRP-UNHELP    PIC 9(05) COMP.
030500         10  WS-GRP-FAQ-SW    PIC X(01).
030600             88  GRP-ON-FAQ   VALUE 'Y'.
030700         10  WS-GRP-SCORE     PIC 9(01).
030800         10  WS-GRP-BEST-USER PIC X(08).
030900         10  WS-GRP-BEST-TIME PIC S9(15) COMP-3.
031000         10  WS-GRP-BEST-RATING PIC X(01).
031100*
031200* THE EXACT WORDINGS OF EACH GROUP AND HOW OFTEN EACH WAS ASKED
031300*
031400 01  WS-VAR-TABLE.
031500     05  WS-VAR-MAX           PIC 9(04) COMP VALUE 1000.
031600     05  WS-VAR-COUNT         PIC 9(04) COMP VALUE ZERO.
031700     05  WS-VAR-ENTRY OCCURS 1000 TIMES.
031800         10  WS-VAR-GRP       PIC 9(04) COMP.
031900         10  WS-VAR-TEXT      PIC X(216).
032000         10  WS-VAR-ASKED     PIC 9(07) COMP.
032100         10  WS-VAR-TAKEN     PIC X(01).
032200*
032300* EACH DISTINCT USERID THAT ASKED EACH GROUP
032400*
032500 01  WS-PAIR-TABLE.
032600     05  WS-PAIR-MAX          PIC 9(04) COMP VALUE 5000.
032700     05  WS-PAIR-COUNT        PIC 9(04) COMP VALUE ZERO.
032800     05  WS-PAIR-ENTRY OCCURS 5000 TIMES.
032900         10  WS-PAIR-GRP      PIC 9(04) COMP.
033000         10  WS-PAIR-USER     PIC X(08).
033100*
033200* THE AIFAQ ENTRIES, NORMALIZED, AND HOW MANY QUESTIONS IN THE
033300* PERIOD MATCHED EACH
033400*
033500 01  WS-FAQ-TABLE.
033600     05  WS-FAQ-MAX           PIC 9(04) COMP VALUE 500.
033700     05  WS-FAQ-COUNT         PIC 9(04) COMP VALUE ZERO.
033800     05  WS-FAQ-ENTRY OCCURS 500 TIMES.
033900         10  WS-FAQ-NORM      PIC X(216).
034000         10  WS-FAQ-KEY       PIC X(216).
034100         10  WS-FAQ-HITS      PIC 9(07) COMP.
034200         10  WS-FAQ-UPD-USER  PIC X(08).
034300         10  WS-FAQ-UPD-TIME  PIC S9(15) COMP-3.
034400*
034500* CANDIDATE GROUPS IN RANK ORDER - SUBSCRIPTS INTO THE GROUP
034600* TABLE, SORTED SO THE GROUPS THEMSELVES NEVER MOVE
034700*
034800 01  WS-RANK-TABLE.
034900     05  WS-RANK-COUNT        PIC 9(04) COMP VALUE ZERO.
035000     05  WS-RANK-GRP          PIC 9(04) COMP OCCURS 500 TIMES.
035100*
035200* SUBSCRIPTS AND HOLD AREAS
035300*
035400 01  WS-SUBSCRIPTS.
035500     05  WS-SUB               PIC 9(04) COMP VALUE 0.
035600     05  WS-SUB2              PIC 9(04) COMP VALUE 0.
035700     05  WS-GRP               PIC 9(04) COMP VALUE 0.
035800     05  WS-VAR               PIC 9(04) COMP VALUE 0.
035900     05  WS-RANK              PIC 9(04) COMP VALUE 0.
036000     05  WS-PASS-END          PIC 9(04) COMP VALUE 0.
036100     05  WS-HOLD-GRP          PIC 9(04) COMP VALUE 0.
036200     05  WS-BEST-VAR          PIC 9(04) COMP VALUE 0.
036300     05  WS-BEST-ASKED        PIC 9(07) COMP VALUE 0.
036400     05  WS-GRP-VARS          PIC 9(04) COMP VALUE 0.
036500     05  WS-SCORE             PIC 9(01) VALUE 0.
036600     05  WS-LINE-SUB          PIC 9(02) COMP VALUE 0.
036700     05  WS-LINE-MAX          PIC 9(02) COMP VALUE 0.
036800*
036900* THE QUESTION AND ANSWER AS PRINTED
037000*
037100 01  WS-PRT-QUESTION          PIC X(216).
037200 01  WS-PRT-Q-LINES REDEFINES WS-PRT-QUESTION.
037300     05  WS-PRT-Q-LINE        PIC X(72) OCCURS 3.
037400 01  WS-PRT-RESPONSE          PIC X(3040).
037500 01  WS-PRT-R-LINES REDEFINES WS-PRT-RESPONSE.
037600     05  WS-PRT-R-LINE        PIC X(76) OCCURS 40.
037700*
037800* ACCUMULATORS
037900*
038000 01  WS-COUNTERS.
038100     05  WS-LOG-COUNT         PIC 9(07) COMP VALUE ZERO.
038200     05  WS-OUTSIDE-COUNT     PIC 9(07) COMP VALUE ZERO.
038300     05  WS-BLOCKED-COUNT     PIC 9(07) COMP VALUE ZERO.
038400     05  WS-USED-COUNT        PIC 9(07) COMP VALUE ZERO.
038500     05  WS-HIST-COUNT        PIC 9(07) COMP VALUE ZERO.
038600     05  WS-ONFAQ-COUNT       PIC 9(07) COMP VALUE ZERO.
038700     05  WS-FEW-COUNT         PIC 9(07) COMP VALUE ZERO.
038800     05  WS-CAND-COUNT        PIC 9(07) COMP VALUE ZERO.
038900     05  WS-NOANS-COUNT       PIC 9(07) COMP VALUE ZERO.
039000     05  WS-UNUSED-COUNT      PIC 9(07) COMP VALUE ZERO.
039100     05  WS-GRP-OVER          PIC 9(07) COMP VALUE ZERO.
039200     05  WS-VAR-OVER          PIC 9(07) COMP VALUE ZERO.
039300     05  WS-PAIR-OVER         PIC 9(07) COMP VALUE ZERO.
039400     05  WS-FAQ-OVER          PIC 9(07) COMP VALUE ZERO.
039500*
039600* REPORT LINES
039700*
039800 01  WS-HEADING-1.
039900     05  FILLER               PIC X(40)
040000         VALUE 'AI ASSISTANT FAQ CANDIDATE REPORT'.
040100     05  FILLER               PIC X(08) VALUE 'PERIOD '.
040200     05  WS-H1-START          PIC 9(08).
040300     05  FILLER               PIC X(04) VALUE ' TO '.
040400     05  WS-H1-END            PIC 9(08).
040500 01  WS-HEADING-2.
040600     05  FILLER               PIC X(40) VALUE ALL '-'.
040700 01  WS-CAND-HEAD             PIC X(60)
040800         VALUE 'QUESTIONS ASKED MOST WIDELY AND NOT YET ON AIFAQ'.
040900 01  WS-UNUSED-HEAD           PIC X(60)
041000         VALUE 'AIFAQ ENTRIES NO QUESTION IN THE PERIOD MATCHED'.
041100 01  WS-NONE-LINE             PIC X(40)
041200         VALUE '    NONE'.
041300 01  WS-RANK-LINE.
041400     05  FILLER               PIC X(05) VALUE 'RANK '.
041500     05  WS-RL-RANK           PIC ZZ9.
041600     05  FILLER               PIC X(11) VALUE '   USERIDS '.
041700     05  WS-RL-USERS          PIC ZZ,ZZ9.
041800     05  FILLER               PIC X(09) VALUE '   ASKED '.
041900     05  WS-RL-ASKED          PIC ZZ,ZZ9.
042000     05  FILLER               PIC X(12) VALUE '   WORDINGS '.
042100     05  WS-RL-VARS           PIC ZZ9.
042200     05  FILLER               PIC X(11) VALUE '   HELPFUL '.
042300     05  WS-RL-HELP           PIC ZZ,ZZ9.
042400     05  FILLER               PIC X(13) VALUE '   UNHELPFUL '.
042500     05  WS-RL-UNHELP         PIC ZZ,ZZ9.
042600 01  WS-Q-LINE.
042700     05  FILLER               PIC X(04) VALUE SPACES.
042800     05  FILLER               PIC X(04) VALUE 'Q:  '.
042900     05  WS-QL-TEXT           PIC X(72).
043000 01  WS-SRC-LINE.
043100     05  FILLER               PIC X(04) VALUE SPACES.
043200     05  FILLER               PIC X(24)
043300         VALUE 'BEST ANSWER - AIHIST OF '.
043400     05  WS-SL-USER           PIC X(08).
043500     05  FILLER               PIC X(04) VALUE ' ON '.
043600     05  WS-SL-DATE           PIC 9(08).
043700     05  FILLER               PIC X(02) VALUE SPACES.
043800     05  WS-SL-RATING         PIC X(16).
043900 01  WS-A-LINE.
044000     05  FILLER               PIC X(04) VALUE SPACES.
044100     05  WS-AL-TAG            PIC X(04).
044200     05  WS-AL-TEXT           PIC X(76).
044300 01  WS-NOANS-LINE            PIC X(60)
044400         VALUE '    NO ANSWER ON AIHIST - NOT WRITTEN TO FAQCAND'.
044500 01  WS-UNUSED-LINE.
044600     05  FILLER               PIC X(04) VALUE SPACES.
044700     05  WS-UL-TEXT           PIC X(72).
044800     05  FILLER               PIC X(02) VALUE SPACES.
044900     05  WS-UL-USER           PIC X(08).
045000     05  FILLER               PIC X(01) VALUE SPACE.
045100     05  WS-UL-DATE           PIC 9(08).
045200 01  WS-TOTAL-HEAD            PIC X(40)
045300         VALUE 'RUN TOTALS'.
045400 01  WS-COUNT-LINE.
045500     05  WS-CL-LABEL          PIC X(24).
045600     05  WS-CL-COUNT          PIC Z,ZZZ,ZZ9.
045700 01  WS-BLANK-LINE            PIC X(01) VALUE SPACE.
045800 PROCEDURE DIVISION.
045900******************************************************************
046000* MAINLINE                                                       *
046100******************************************************************
046200 0000-MAINLINE.
046300*
046400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
046500*
046600     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
046700         UNTIL EOF-YES.
046800*
046900     PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT
047000         UNTIL HIST-EOF-YES.
047100*
047200     PERFORM 4000-MATCH-FAQ THRU 4000-EXIT
047300         VARYING WS-GRP FROM 1 BY 1
047400         UNTIL WS-GRP > WS-GRP-COUNT.
047500*
047600     PERFORM 5000-RANK-GROUPS THRU 5000-EXIT.
047700*
047800     PERFORM 6000-REPORT-CANDIDATES THRU 6000-EXIT.
047900     PERFORM 7000-REPORT-UNUSED THRU 7000-EXIT.
048000     PERFORM 8000-PRODUCE-TOTALS THRU 8000-EXIT.
048100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
048200*
048300     IF WS-GRP-OVER > 0 OR WS-VAR-OVER > 0
048400         OR WS-PAIR-OVER > 0 OR WS-FAQ-OVER > 0
048500         MOVE 4 TO RETURN-CODE
048600     END-IF.
048700*
048800     STOP RUN.
048900*
049000******************************************************************
049100* INITIALIZE - SETTLE THE PERIOD, OPEN FILES, TABLE THE AIFAQ    *
049200* ENTRIES AND PRIME THE AILOG READ                               *
049300******************************************************************
049400 1000-INITIALIZE.
049500*
049600     OPEN INPUT  CONTROL-FILE.
049700     OPEN INPUT  AILOG-FILE.
049800     OPEN INPUT  AIHIST-FILE.
049900     OPEN INPUT  AIFAQ-FILE.
050000     OPEN OUTPUT CAND-FILE.
050100     OPEN OUTPUT REPORT-FILE.
050200*
050300     PERFORM 1100-GET-SETTINGS THRU 1100-EXIT.
050400     PERFORM 1200-COMPUTE-RANGE THRU 1200-EXIT.
050500*
050600     PERFORM 1300-LOAD-FAQ THRU 1300-EXIT
050700         UNTIL FAQ-EOF-YES.
050800*
050900     PERFORM 1400-READ-LOG THRU 1400-EXIT.
051000     PERFORM 1500-READ-HISTORY THRU 1500-EXIT.
051100*
051200 1000-EXIT.
051300     EXIT.
051400*
051500******************************************************************
051600* THE CONTROL CARD - A MISSING CARD, OR A BLANK OR INVALID       *
051700* FIELD, LEAVES THAT SETTING AT ITS DEFAULT                      *
051800******************************************************************
051900 1100-GET-SETTINGS.
052000*
052100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
052200     MOVE WS-TODAY TO WS-END-DATE.
052300*
052400     READ CONTROL-FILE
052500         AT END
052600             GO TO 1100-EXIT
052700     END-READ.
052800*
052900     MOVE CTL-END-DATE TO WS-CARD-DATE.
053000     IF WS-CARD-DATE NUMERIC
053100         MOVE WS-CARD-DATE-9 TO WS-END-DATE
053200         IF WS-END-YEAR < 1901 OR WS-END-YEAR > 2099
053300             OR WS-END-MONTH < 1 OR WS-END-MONTH > 12
053400             OR WS-END-DAY < 1 OR WS-END-DAY > 31
053500             MOVE WS-TODAY TO WS-END-DATE
053600         END-IF
053700     END-IF.
053800*
053900     MOVE CTL-DAYS TO WS-CARD-NUM2.
054000     IF WS-CARD-NUM2 NUMERIC AND WS-CARD-NUM2-9 > 0
054100         MOVE WS-CARD-NUM2-9 TO WS-PERIOD-DAYS
054200     END-IF.
054300*
054400     MOVE CTL-TOP TO WS-CARD-NUM.
054500     IF WS-CARD-NUM NUMERIC AND WS-CARD-NUM-9 > 0
054600         MOVE WS-CARD-NUM-9 TO WS-TOP-MAX
054700     END-IF.
054800*
054900     MOVE CTL-MIN-USERS TO WS-CARD-NUM2.
055000     IF WS-CARD-NUM2 NUMERIC AND WS-CARD-NUM2-9 > 0
055100         MOVE WS-CARD-NUM2-9 TO WS-MIN-USERS
055200     END-IF.
055300*
055400 1100-EXIT.
055500     EXIT.
055600*
055700******************************************************************
055800* TURN THE PERIOD INTO ITS ABSTIME RANGE - FROM THE START OF THE *
055900* FIRST DAY TO THE END OF THE LAST                               *
056000******************************************************************
056100 1200-COMPUTE-RANGE.
056200*
056300     COMPUTE WS-LEAP-COUNT = (WS-END-YEAR - 1) / 4 - 475.
056400*
056500     COMPUTE WS-DAYS-1900 =
056600         (WS-END-YEAR - 1900) * 365
056700         + WS-LEAP-COUNT
056800         + WS-MONTH-DAYS(WS-END-MONTH)
056900         + WS-END-DAY - 1.
057000*
057100* IN A LEAP YEAR THE MONTH TABLE IS ONE DAY SHORT FROM MARCH ON
057200*
057300     DIVIDE WS-END-YEAR BY 4
057400         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
057500     IF WS-LEAP-REM = 0 AND WS-END-MONTH > 2
057600         ADD 1 TO WS-DAYS-1900
057700     END-IF.
057800*
057900     COMPUTE WS-PERIOD-END =
058000         (WS-DAYS-1900 + 1) * 86400000 - 1.
058100     COMPUTE WS-PERIOD-START =
058200         (WS-DAYS-1900 - WS-PERIOD-DAYS + 1) * 86400000.
058300*
058400     MOVE WS-PERIOD-START TO WS-ABS-IN.
058500     PERFORM 3500-ABS-TO-DATE THRU 3500-EXIT.
058600     MOVE WS-OUT-DATE TO WS-START-DATE.
058700*
058800 1200-EXIT.
058900     EXIT.
059000*
059100******************************************************************
059200* TABLE ONE AIFAQ ENTRY WITH ITS NORMALIZED TEXT                 *
059300******************************************************************
059400 1300-LOAD-FAQ.
059500*
059600     READ AIFAQ-FILE NEXT
059700         AT END
059800             MOVE 'Y' TO WS-FAQ-EOF-SW
059900             GO TO 1300-EXIT
060000     END-READ.
060100*
060200     IF WS-FAQ-COUNT NOT < WS-FAQ-MAX
060300         ADD 1 TO WS-FAQ-OVER
060400         GO TO 1300-EXIT
060500     END-IF.
060600*
060700     ADD 1 TO WS-FAQ-COUNT.
060800     MOVE AIFAQ-QUESTION TO WS-NORM-IN.
060900     PERFORM 2500-NORMALIZE THRU 2500-EXIT.
061000*
061100     MOVE WS-NORM-OUT    TO WS-FAQ-NORM(WS-FAQ-COUNT).
061200     MOVE AIFAQ-QUESTION TO WS-FAQ-KEY(WS-FAQ-COUNT).
061300     MOVE 0              TO WS-FAQ-HITS(WS-FAQ-COUNT).
061400     MOVE AIFAQ-UPD-USER TO WS-FAQ-UPD-USER(WS-FAQ-COUNT).
061500     MOVE AIFAQ-UPD-TIME TO WS-FAQ-UPD-TIME(WS-FAQ-COUNT).
061600*
061700 1300-EXIT.
061800     EXIT.
061900*
062000 1400-READ-LOG.
062100*
062200     READ AILOG-FILE
062300         AT END
062400             MOVE 'Y' TO WS-EOF-SW
062500     END-READ.
062600*
062700 1400-EXIT.
062800     EXIT.
062900*
063000 1500-READ-HISTORY.
063100*
063200     READ AIHIST-FILE NEXT
063300         AT END
063400             MOVE 'Y' TO WS-HIST-EOF-SW
063500     END-READ.
063600*
063700 1500-EXIT.
063800     EXIT.
063900*
064000******************************************************************
064100* ONE AILOG RECORD - COUNT ITS QUESTION AGAINST ITS GROUP, ITS   *
064200* WORDING AND ITS USERID                                         *
064300******************************************************************
064400 2000-PROCESS-LOG.
064500*
064600     ADD 1 TO WS-LOG-COUNT.
064700*
064800     IF AILOG-START-TIME < WS-PERIOD-START
064900         OR AILOG-START-TIME > WS-PERIOD-END
065000         ADD 1 TO WS-OUTSIDE-COUNT
065100         PERFORM 1400-READ-LOG THRU 1400-EXIT
065200         GO TO 2000-EXIT
065300     END-IF.
065400*
065500     IF AILOG-BLOCKED
065600         ADD 1 TO WS-BLOCKED-COUNT
065700         PERFORM 1400-READ-LOG THRU 1400-EXIT
065800         GO TO 2000-EXIT
065900     END-IF.
066000*
066100     MOVE AILOG-QUESTION TO WS-NORM-IN.
066200     PERFORM 2500-NORMALIZE THRU 2500-EXIT.
066300*
066400     IF WS-NORM-OUT = SPACES
066500         PERFORM 1400-READ-LOG THRU 1400-EXIT
066600         GO TO 2000-EXIT
066700     END-IF.
066800*
066900     ADD 1 TO WS-USED-COUNT.
067000*
067100     PERFORM 2100-FIND-GROUP THRU 2100-EXIT.
067200*
067300     IF WS-GRP = 0
067400         IF WS-GRP-COUNT NOT < WS-GRP-MAX
067500             ADD 1 TO WS-GRP-OVER
067600             PERFORM 1400-READ-LOG THRU 1400-EXIT
067700             GO TO 2000-EXIT
067800         END-IF
067900         ADD 1 TO WS-GRP-COUNT
068000         MOVE WS-GRP-COUNT TO WS-GRP
068100         MOVE WS-NORM-OUT  TO WS-GRP-NORM(WS-GRP)
068200         MOVE 0            TO WS-GRP-ASKED(WS-GRP)
068300         MOVE 0            TO WS-GRP-USERS(WS-GRP)
068400         MOVE 0            TO WS-GRP-HELP(WS-GRP)
068500         MOVE 0            TO WS-GRP-UNHELP(WS-GRP)
068600         MOVE 'N'          TO WS-GRP-FAQ-SW(WS-GRP)
068700         MOVE 0            TO WS-GRP-SCORE(WS-GRP)
068800         MOVE SPACES       TO WS-GRP-BEST-USER(WS-GRP)
068900         MOVE 0            TO WS-GRP-BEST-TIME(WS-GRP)
069000         MOVE SPACE        TO WS-GRP-BEST-RATING(WS-GRP)
069100     END-IF.
069200*
069300     ADD 1 TO WS-GRP-ASKED(WS-GRP).
069400*
069500     PERFORM 2200-COUNT-WORDING THRU 2200-EXIT.
069600     PERFORM 2300-COUNT-USERID THRU 2300-EXIT.
069700*
069800     PERFORM 1400-READ-LOG THRU 1400-EXIT.
069900*
070000 2000-EXIT.
070100     EXIT.
070200*
070300******************************************************************
070400* FIND THE GROUP FOR WS-NORM-OUT - LEAVES WS-GRP ON IT, OR ZERO  *
070500******************************************************************
070600 2100-FIND-GROUP.
070700*
070800     MOVE 'N' TO WS-FOUND-SW.
070900*
071000     PERFORM 2110-SEARCH-GROUP THRU 2110-EXIT
071100         VARYING WS-GRP FROM 1 BY 1
071200         UNTIL WS-GRP > WS-GRP-COUNT
071300         OR TBL-FOUND.
071400*
071500     IF TBL-FOUND
071600         SUBTRACT 1 FROM WS-GRP
071700     ELSE
071800         MOVE 0 TO WS-GRP
071900     END-IF.
072000*
072100 2100-EXIT.
072200     EXIT.
072300*
072400 2110-SEARCH-GROUP.
072500*
072600     IF WS-GRP-NORM(WS-GRP) = WS-NORM-OUT
072700         MOVE 'Y' TO WS-FOUND-SW
072800     END-IF.
072900*
073000 2110-EXIT.
073100     EXIT.
073200*
073300******************************************************************
073400* COUNT THE EXACT WORDING OF THE QUESTION WITHIN ITS GROUP       *
073500******************************************************************
073600 2200-COUNT-WORDING.
073700*
073800     MOVE 'N' TO WS-FOUND-SW.
073900*
074000     PERFORM 2210-SEARCH-WORDING THRU 2210-EXIT
074100         VARYING WS-VAR FROM 1 BY 1
074200         UNTIL WS-VAR > WS-VAR-COUNT
074300         OR TBL-FOUND.
074400*
074500     IF TBL-FOUND
074600         SUBTRACT 1 FROM WS-VAR
074700         ADD 1 TO WS-VAR-ASKED(WS-VAR)
074800         GO TO 2200-EXIT
074900     END-IF.
075000*
075100     IF WS-VAR-COUNT NOT < WS-VAR-MAX
075200         ADD 1 TO WS-VAR-OVER
075300         GO TO 2200-EXIT
075400     END-IF.
075500*
075600     ADD 1 TO WS-VAR-COUNT.
075700     MOVE WS-GRP         TO WS-VAR-GRP(WS-VAR-COUNT).
075800     MOVE AILOG-QUESTION TO WS-VAR-TEXT(WS-VAR-COUNT).
075900     MOVE 1              TO WS-VAR-ASKED(WS-VAR-COUNT).
076000     MOVE 'N'            TO WS-VAR-TAKEN(WS-VAR-COUNT).
076100*
076200 2200-EXIT.
076300     EXIT.
076400*
076500 2210-SEARCH-WORDING.
076600*
076700     IF WS-VAR-GRP(WS-VAR) = WS-GRP
076800         AND WS-VAR-TEXT(WS-VAR) = AILOG-QUESTION
076900         MOVE 'Y' TO WS-FOUND-SW
077000     END-IF.
077100*
077200 2210-EXIT.
077300     EXIT.
077400*
077500******************************************************************
077600* COUNT THE USERID AGAINST THE GROUP THE FIRST TIME IT ASKS IT   *
077700******************************************************************
077800 2300-COUNT-USERID.
077900*
078000     MOVE 'N' TO WS-FOUND-SW.
078100*
078200     PERFORM 2310-SEARCH-PAIR THRU 2310-EXIT
078300         VARYING WS-SUB FROM 1 BY 1
078400         UNTIL WS-SUB > WS-PAIR-COUNT
078500         OR TBL-FOUND.
078600*
078700     IF TBL-FOUND
078800         GO TO 2300-EXIT
078900     END-IF.
079000*
079100     IF WS-PAIR-COUNT NOT < WS-PAIR-MAX
079200         ADD 1 TO WS-PAIR-OVER
079300         GO TO 2300-EXIT
079400     END-IF.
079500*
079600     ADD 1 TO WS-PAIR-COUNT.
079700     MOVE WS-GRP       TO WS-PAIR-GRP(WS-PAIR-COUNT).
079800     MOVE AILOG-USERID TO WS-PAIR-USER(WS-PAIR-COUNT).
079900     ADD 1 TO WS-GRP-USERS(WS-GRP).
080000*
080100 2300-EXIT.
080200     EXIT.
080300*
080400 2310-SEARCH-PAIR.
080500*
080600     IF WS-PAIR-GRP(WS-SUB) = WS-GRP
080700         AND WS-PAIR-USER(WS-SUB) = AILOG-USERID
080800         MOVE 'Y' TO WS-FOUND-SW
080900     END-IF.
081000*
081100 2310-EXIT.
081200     EXIT.
081300*
081400******************************************************************
081500* NORMALIZE WS-NORM-IN INTO WS-NORM-OUT - UPPER CASE, NO LEADING *
081600* BLANKS, ONE BLANK BETWEEN WORDS, NO TRAILING PUNCTUATION       *
081700******************************************************************
081800 2500-NORMALIZE.
081900*
082000     INSPECT WS-NORM-IN
082100         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
082200     INSPECT WS-NORM-IN
082300         REPLACING ALL LOW-VALUE BY SPACE.
082400*
082500     MOVE SPACES TO WS-NORM-OUT.
082600     MOVE 0      TO WS-NORM-LEN.
082700*
082800     PERFORM 2510-COPY-ONE-CHAR THRU 2510-EXIT
082900         VARYING WS-NORM-IN-SUB FROM 1 BY 1
083000         UNTIL WS-NORM-IN-SUB > 216.
083100*
083200     MOVE 'N' TO WS-TRIM-SW.
083300*
083400     PERFORM 2520-TRIM-ONE-CHAR THRU 2520-EXIT
083500         UNTIL TRIM-DONE.
083600*
083700 2500-EXIT.
083800     EXIT.
083900*
084000 2510-COPY-ONE-CHAR.
084100*
084200     MOVE WS-NORM-IN(WS-NORM-IN-SUB:1) TO WS-NORM-CHAR.
084300*
084400* A BLANK IS KEPT ONLY AFTER A NON-BLANK
084500*
084600     IF WS-NORM-CHAR = SPACE
084700         IF WS-NORM-LEN = 0
084800             GO TO 2510-EXIT
084900         END-IF
085000         IF WS-NORM-OUT(WS-NORM-LEN:1) = SPACE
085100             GO TO 2510-EXIT
085200         END-IF
085300     END-IF.
085400*
085500     ADD 1 TO WS-NORM-LEN.
085600     MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1).
085700*
085800 2510-EXIT.
085900     EXIT.
086000*
086100 2520-TRIM-ONE-CHAR.
086200*
086300     IF WS-NORM-LEN = 0
086400         MOVE 'Y' TO WS-TRIM-SW
086500         GO TO 2520-EXIT
086600     END-IF.
086700*
086800     MOVE WS-NORM-OUT(WS-NORM-LEN:1) TO WS-NORM-CHAR.
086900*
087000     IF NORM-TRAILER
087100         MOVE SPACE TO WS-NORM-OUT(WS-NORM-LEN:1)
087200         SUBTRACT 1 FROM WS-NORM-LEN
087300     ELSE
087400         MOVE 'Y' TO WS-TRIM-SW
087500     END-IF.
087600*
087700 2520-EXIT.
087800     EXIT.
087900*
088000******************************************************************
088100* ONE AIHIST RECORD - A RECORD FILED IN THE PERIOD COUNTS AS A   *
088200* MATCH FOR THE AIFAQ ENTRY IT MATCHES; ANY RECORD WITH A REAL   *
088300* ANSWER IS WEIGHED AS THE BEST ANSWER FOR ITS GROUP             *
088400******************************************************************
088500 3000-SCAN-HISTORY.
088600*
088700     ADD 1 TO WS-HIST-COUNT.
088800*
088900     IF AIHIST-RESPONSE = SPACES
089000         OR AIHIST-RESPONSE = WS-PLACEHOLDER
089100         PERFORM 1500-READ-HISTORY THRU 1500-EXIT
089200         GO TO 3000-EXIT
089300     END-IF.
089400*
089500     MOVE AIHIST-QUESTION TO WS-NORM-IN.
089600     PERFORM 2500-NORMALIZE THRU 2500-EXIT.
089700*
089800     IF WS-NORM-OUT = SPACES
089900         PERFORM 1500-READ-HISTORY THRU 1500-EXIT
090000         GO TO 3000-EXIT
090100     END-IF.
090200*
090300     IF AIHIST-TIME NOT < WS-PERIOD-START
090400         AND AIHIST-TIME NOT > WS-PERIOD-END
090500         PERFORM 3100-COUNT-FAQ-HIT THRU 3100-EXIT
090600     END-IF.
090700*
090800     PERFORM 2100-FIND-GROUP THRU 2100-EXIT.
090900*
091000     IF WS-GRP NOT = 0
091100         PERFORM 3200-WEIGH-ANSWER THRU 3200-EXIT
091200     END-IF.
091300*
091400     PERFORM 1500-READ-HISTORY THRU 1500-EXIT.
091500*
091600 3000-EXIT.
091700     EXIT.
091800*
091900 3100-COUNT-FAQ-HIT.
092000*
092100     MOVE 'N' TO WS-FOUND-SW.
092200*
092300     PERFORM 3110-SEARCH-FAQ THRU 3110-EXIT
092400         VARYING WS-SUB FROM 1 BY 1
092500         UNTIL WS-SUB > WS-FAQ-COUNT
092600         OR TBL-FOUND.
092700*
092800     IF TBL-FOUND
092900         SUBTRACT 1 FROM WS-SUB
093000         ADD 1 TO WS-FAQ-HITS(WS-SUB)
093100     END-IF.
093200*
093300 3100-EXIT.
093400     EXIT.
093500*
093600 3110-SEARCH-FAQ.
093700*
093800     IF WS-FAQ-NORM(WS-SUB) = WS-NORM-OUT
093900         MOVE 'Y' TO WS-FOUND-SW
094000     END-IF.
094100*
094200 3110-EXIT.
094300     EXIT.
094400*
094500******************************************************************
094600* COUNT THE RATING AND KEEP THE ANSWER IF IT BEATS THE GROUP'S   *
094700* BEST SO FAR - HELPFUL OVER UNRATED OVER UNHELPFUL, THE LATER   *
094800* OF TWO EQUALS                                                  *
094900******************************************************************
095000 3200-WEIGH-ANSWER.
095100*
095200     EVALUATE TRUE
095300         WHEN AIHIST-HELPFUL
095400             MOVE 3 TO WS-SCORE
095500             ADD 1 TO WS-GRP-HELP(WS-GRP)
095600         WHEN AIHIST-UNHELPFUL
095700             MOVE 1 TO WS-SCORE
095800             ADD 1 TO WS-GRP-UNHELP(WS-GRP)
095900         WHEN OTHER
096000             MOVE 2 TO WS-SCORE
096100     END-EVALUATE.
096200*
096300     IF WS-SCORE < WS-GRP-SCORE(WS-GRP)
096400         GO TO 3200-EXIT
096500     END-IF.
096600*
096700     IF WS-SCORE = WS-GRP-SCORE(WS-GRP)
096800         AND AIHIST-TIME < WS-GRP-BEST-TIME(WS-GRP)
096900         GO TO 3200-EXIT
097000     END-IF.
097100*
097200     MOVE WS-SCORE      TO WS-GRP-SCORE(WS-GRP).
097300     MOVE AIHIST-USER   TO WS-GRP-BEST-USER(WS-GRP).
097400     MOVE AIHIST-TIME   TO WS-GRP-BEST-TIME(WS-GRP).
097500     MOVE AIHIST-RATING TO WS-GRP-BEST-RATING(WS-GRP).
097600*
097700 3200-EXIT.
097800     EXIT.
097900*
098000******************************************************************
098100* ABSTIME IN WS-ABS-IN TO DATE (WS-OUT-DATE)                     *
098200******************************************************************
098300 3500-ABS-TO-DATE.
098400*
098500     COMPUTE WS-REM-DAYS = WS-ABS-IN / 86400000.
098600     IF WS-REM-DAYS < 0
098700         MOVE 0 TO WS-REM-DAYS
098800     END-IF.
098900*
099000     MOVE 1900 TO WS-CUR-YEAR.
099100     MOVE 'N'  TO WS-YEAR-DONE-SW.
099200*
099300     PERFORM 3510-SUB-ONE-YEAR THRU 3510-EXIT
099400         UNTIL YEAR-DONE.
099500*
099600     MOVE 1   TO WS-CUR-MONTH.
099700     MOVE 'N' TO WS-MONTH-DONE-SW.
099800*
099900     PERFORM 3520-SUB-ONE-MONTH THRU 3520-EXIT
100000         UNTIL MONTH-DONE.
100100*
100200     MOVE WS-CUR-YEAR  TO WS-OUT-YEAR.
100300     MOVE WS-CUR-MONTH TO WS-OUT-MONTH.
100400     COMPUTE WS-OUT-DAY = WS-REM-DAYS + 1.
100500*
100600 3500-EXIT.
100700     EXIT.
100800*
100900 3510-SUB-ONE-YEAR.
101000*
101100     PERFORM 3530-YEAR-LENGTH THRU 3530-EXIT.
101200*
101300     IF WS-REM-DAYS NOT < WS-YEAR-DAYS
101400         SUBTRACT WS-YEAR-DAYS FROM WS-REM-DAYS
101500         ADD 1 TO WS-CUR-YEAR
101600     ELSE
101700         MOVE 'Y' TO WS-YEAR-DONE-SW
101800     END-IF.
101900*
102000 3510-EXIT.
102100     EXIT.
102200*
102300 3520-SUB-ONE-MONTH.
102400*
102500     MOVE WS-MONTH-LENS(WS-CUR-MONTH) TO WS-MONTH-LEN.
102600*
102700* FEBRUARY OF A LEAP YEAR RUNS A DAY LONG
102800*
102900     IF WS-CUR-MONTH = 2
103000         PERFORM 3530-YEAR-LENGTH THRU 3530-EXIT
103100         IF WS-YEAR-DAYS = 366
103200             ADD 1 TO WS-MONTH-LEN
103300         END-IF
103400     END-IF.
103500*
103600     IF WS-REM-DAYS NOT < WS-MONTH-LEN
103700         AND WS-CUR-MONTH < 12
103800         SUBTRACT WS-MONTH-LEN FROM WS-REM-DAYS
103900         ADD 1 TO WS-CUR-MONTH
104000     ELSE
104100         MOVE 'Y' TO WS-MONTH-DONE-SW
104200     END-IF.
104300*
104400 3520-EXIT.
104500     EXIT.
104600*
104700******************************************************************
104800* DAYS IN WS-CUR-YEAR - 1900 IS NOT A LEAP YEAR, 2000 IS         *
104900******************************************************************
105000 3530-YEAR-LENGTH.
105100*
105200     DIVIDE WS-CUR-YEAR BY 4
105300         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
105400*
105500     IF WS-LEAP-REM = 0 AND WS-CUR-YEAR NOT = 1900
105600         MOVE 366 TO WS-YEAR-DAYS
105700     ELSE
105800         MOVE 365 TO WS-YEAR-DAYS
105900     END-IF.
106000*
106100 3530-EXIT.
106200     EXIT.
106300*
106400******************************************************************
106500* A GROUP WHOSE NORMALIZED TEXT IS ON AIFAQ IS ALREADY CACHED -  *
106600* MARK IT SO IT IS LEFT OFF THE CANDIDATES, AND COUNT ITS        *
106700* QUESTIONS AS MATCHES FOR THAT AIFAQ ENTRY                      *
106800******************************************************************
106900 4000-MATCH-FAQ.
107000*
107100     MOVE WS-GRP-NORM(WS-GRP) TO WS-NORM-OUT.
107200*
107300     MOVE 'N' TO WS-FOUND-SW.
107400*
107500     PERFORM 3110-SEARCH-FAQ THRU 3110-EXIT
107600         VARYING WS-SUB FROM 1 BY 1
107700         UNTIL WS-SUB > WS-FAQ-COUNT
107800         OR TBL-FOUND.
107900*
108000     IF TBL-FOUND
108100         SUBTRACT 1 FROM WS-SUB
108200         ADD WS-GRP-ASKED(WS-GRP) TO WS-FAQ-HITS(WS-SUB)
108300         MOVE 'Y' TO WS-GRP-FAQ-SW(WS-GRP)
108400         ADD 1 TO WS-ONFAQ-COUNT
108500     END-IF.
108600*
108700 4000-EXIT.
108800     EXIT.
108900*
109000******************************************************************
109100* RANK THE GROUPS NOT ON AIFAQ THAT ENOUGH USERIDS ASKED - MOST  *
109200* USERIDS FIRST, THEN MOST ASKED. A PLAIN EXCHANGE SORT OF THE   *
109300* SUBSCRIPTS, AS IN AICHB01                                      *
109400******************************************************************
109500 5000-RANK-GROUPS.
109600*
109700     PERFORM 5100-TABLE-ONE-GROUP THRU 5100-EXIT
109800         VARYING WS-GRP FROM 1 BY 1
109900         UNTIL WS-GRP > WS-GRP-COUNT.
110000*
110100     MOVE WS-RANK-COUNT TO WS-PASS-END.
110200     MOVE 'Y' TO WS-SWAP-SW.
110300*
110400     PERFORM 5200-SORT-PASS THRU 5200-EXIT
110500         UNTIL SWAP-NONE OR WS-PASS-END < 2.
110600*
110700 5000-EXIT.
110800     EXIT.
110900*
111000 5100-TABLE-ONE-GROUP.
111100*
111200     IF GRP-ON-FAQ(WS-GRP)
111300         GO TO 5100-EXIT
111400     END-IF.
111500*
111600     IF WS-GRP-USERS(WS-GRP) < WS-MIN-USERS
111700         ADD 1 TO WS-FEW-COUNT
111800         GO TO 5100-EXIT
111900     END-IF.
112000*
112100     ADD 1 TO WS-RANK-COUNT.
112200     MOVE WS-GRP TO WS-RANK-GRP(WS-RANK-COUNT).
112300*
112400 5100-EXIT.
112500     EXIT.
112600*
112700 5200-SORT-PASS.
112800*
112900     MOVE 'N' TO WS-SWAP-SW.
113000*
113100     PERFORM 5210-COMPARE-PAIR THRU 5210-EXIT
113200         VARYING WS-SUB FROM 1 BY 1
113300         UNTIL WS-SUB NOT < WS-PASS-END.
113400*
113500     SUBTRACT 1 FROM WS-PASS-END.
113600*
113700 5200-EXIT.
113800     EXIT.
113900*
114000 5210-COMPARE-PAIR.
114100*
114200     COMPUTE WS-SUB2 = WS-SUB + 1.
114300     MOVE WS-RANK-GRP(WS-SUB)  TO WS-GRP.
114400     MOVE WS-RANK-GRP(WS-SUB2) TO WS-HOLD-GRP.
114500*
114600     IF WS-GRP-USERS(WS-GRP) > WS-GRP-USERS(WS-HOLD-GRP)
114700         GO TO 5210-EXIT
114800     END-IF.
114900*
115000     IF WS-GRP-USERS(WS-GRP) = WS-GRP-USERS(WS-HOLD-GRP)
115100         AND WS-GRP-ASKED(WS-GRP)
115200             NOT < WS-GRP-ASKED(WS-HOLD-GRP)
115300         GO TO 5210-EXIT
115400     END-IF.
115500*
115600     MOVE WS-HOLD-GRP TO WS-RANK-GRP(WS-SUB).
115700     MOVE WS-GRP      TO WS-RANK-GRP(WS-SUB2).
115800*
115900     MOVE 'Y' TO WS-SWAP-SW.
116000*
116100 5210-EXIT.
116200     EXIT.
116300*
116400******************************************************************
116500* THE CANDIDATE SECTION - THE TOP-RANKED GROUPS WITH THEIR MOST  *
116600* ASKED WORDING AND BEST ANSWER, EACH ONE WITH AN ANSWER ALSO    *
116700* WRITTEN TO FAQCAND                                             *
116800******************************************************************
116900 6000-REPORT-CANDIDATES.
117000*
117100     MOVE WS-START-DATE  TO WS-H1-START.
117200     MOVE WS-END-DATE    TO WS-H1-END.
117300     MOVE '1'            TO PRINT-CTL.
117400     MOVE WS-HEADING-1   TO PRINT-DATA.
117500     WRITE PRINT-LINE.
117600*
117700     MOVE ' '            TO PRINT-CTL.
117800     MOVE WS-HEADING-2   TO PRINT-DATA.
117900     WRITE PRINT-LINE.
118000*
118100     MOVE ' '            TO PRINT-CTL.
118200     MOVE WS-BLANK-LINE  TO PRINT-DATA.
118300     WRITE PRINT-LINE.
118400*
118500     MOVE ' '            TO PRINT-CTL.
118600     MOVE WS-CAND-HEAD   TO PRINT-DATA.
118700     WRITE PRINT-LINE.
118800*
118900     IF WS-RANK-COUNT = 0
119000         MOVE ' '            TO PRINT-CTL
119100         MOVE WS-NONE-LINE   TO PRINT-DATA
119200         WRITE PRINT-LINE
119300         GO TO 6000-EXIT
119400     END-IF.
119500*
119600     PERFORM 6100-REPORT-ONE-GROUP THRU 6100-EXIT
119700         VARYING WS-RANK FROM 1 BY 1
119800         UNTIL WS-RANK > WS-RANK-COUNT
119900         OR WS-RANK > WS-TOP-MAX.
120000*
120100 6000-EXIT.
120200     EXIT.
120300*
120400 6100-REPORT-ONE-GROUP.
120500*
120600     MOVE WS-RANK-GRP(WS-RANK) TO WS-GRP.
120700*
120800     MOVE SPACES TO CAND-RECORD.
120900     MOVE 0      TO CAND-VAR-COUNT.
121000     MOVE 0      TO WS-GRP-VARS.
121100*
121200     PERFORM 6110-COUNT-WORDINGS THRU 6110-EXIT
121300         VARYING WS-VAR FROM 1 BY 1
121400         UNTIL WS-VAR > WS-VAR-COUNT.
121500*
121600* THE FIVE MOST ASKED WORDINGS, MOST ASKED FIRST
121700*
121800     PERFORM 6120-TAKE-WORDING THRU 6120-EXIT
121900         UNTIL CAND-VAR-COUNT NOT < 5
122000         OR CAND-VAR-COUNT NOT < WS-GRP-VARS.
122100*
122200     MOVE ' '            TO PRINT-CTL.
122300     MOVE WS-BLANK-LINE  TO PRINT-DATA.
122400     WRITE PRINT-LINE.
122500*
122600     MOVE WS-RANK              TO WS-RL-RANK.
122700     MOVE WS-GRP-USERS(WS-GRP) TO WS-RL-USERS.
122800     MOVE WS-GRP-ASKED(WS-GRP) TO WS-RL-ASKED.
122900     MOVE WS-GRP-VARS          TO WS-RL-VARS.
123000     MOVE WS-GRP-HELP(WS-GRP)  TO WS-RL-HELP.
123100     MOVE WS-GRP-UNHELP(WS-GRP) TO WS-RL-UNHELP.
123200     MOVE ' '                  TO PRINT-CTL.
123300     MOVE WS-RANK-LINE         TO PRINT-DATA.
123400     WRITE PRINT-LINE.
123500*
123600     MOVE CAND-VARIANT(1) TO WS-PRT-QUESTION.
123700*
123800     PERFORM 6130-PRINT-Q-LINE THRU 6130-EXIT
123900         VARYING WS-LINE-SUB FROM 1 BY 1
124000         UNTIL WS-LINE-SUB > 3.
124100*
124200     IF WS-GRP-SCORE(WS-GRP) = 0
124300         PERFORM 6150-NO-ANSWER THRU 6150-EXIT
124400         GO TO 6100-EXIT
124500     END-IF.
124600*
124700     MOVE WS-GRP-BEST-USER(WS-GRP) TO AIHIST-USER.
124800     MOVE WS-GRP-BEST-TIME(WS-GRP) TO AIHIST-TIME.
124900*
125000     READ AIHIST-FILE
125100         INVALID KEY
125200             PERFORM 6150-NO-ANSWER THRU 6150-EXIT
125300             GO TO 6100-EXIT
125400     END-READ.
125500*
125600     MOVE AIHIST-TIME TO WS-ABS-IN.
125700     PERFORM 3500-ABS-TO-DATE THRU 3500-EXIT.
125800*
125900     MOVE AIHIST-USER TO WS-SL-USER.
126000     MOVE WS-OUT-DATE TO WS-SL-DATE.
126100     EVALUATE TRUE
126200         WHEN AIHIST-HELPFUL
126300             MOVE 'RATED HELPFUL'   TO WS-SL-RATING
126400         WHEN AIHIST-UNHELPFUL
126500             MOVE 'RATED UNHELPFUL' TO WS-SL-RATING
126600         WHEN OTHER
126700             MOVE 'NOT RATED'       TO WS-SL-RATING
126800     END-EVALUATE.
126900     MOVE ' '         TO PRINT-CTL.
127000     MOVE WS-SRC-LINE TO PRINT-DATA.
127100     WRITE PRINT-LINE.
127200*
127300     MOVE AIHIST-RESPONSE TO WS-PRT-RESPONSE.
127400     MOVE AIHIST-SEG-TOT  TO WS-LINE-MAX.
127500     IF WS-LINE-MAX < 1 OR WS-LINE-MAX > 4
127600         MOVE 4 TO WS-LINE-MAX
127700     END-IF.
127800     COMPUTE WS-LINE-MAX = WS-LINE-MAX * 10.
127900     MOVE 'A:  ' TO WS-AL-TAG.
128000*
128100     PERFORM 6140-PRINT-A-LINE THRU 6140-EXIT
128200         VARYING WS-LINE-SUB FROM 1 BY 1
128300         UNTIL WS-LINE-SUB > WS-LINE-MAX.
128400*
128500     MOVE WS-RANK              TO CAND-RANK.
128600     MOVE WS-GRP-USERS(WS-GRP) TO CAND-USERS.
128700     MOVE WS-GRP-ASKED(WS-GRP) TO CAND-ASKED.
128800     MOVE WS-GRP-HELP(WS-GRP)  TO CAND-HELPFUL.
128900     MOVE WS-GRP-UNHELP(WS-GRP) TO CAND-UNHELPFUL.
129000     MOVE AIHIST-RATING        TO CAND-ANS-RATING.
129100     MOVE AIHIST-USER          TO CAND-ANS-USER.
129200     MOVE AIHIST-TIME          TO CAND-ANS-TIME.
129300     MOVE AIHIST-SEG-TOT       TO CAND-SEG-TOT.
129400     MOVE AIHIST-RESPONSE      TO CAND-RESPONSE.
129500*
129600     WRITE CAND-RECORD.
129700     ADD 1 TO WS-CAND-COUNT.
129800*
129900 6100-EXIT.
130000     EXIT.
130100*
130200 6110-COUNT-WORDINGS.
130300*
130400     IF WS-VAR-GRP(WS-VAR) = WS-GRP
130500         ADD 1 TO WS-GRP-VARS
130600     END-IF.
130700*
130800 6110-EXIT.
130900     EXIT.
131000*
131100 6120-TAKE-WORDING.
131200*
131300     MOVE 0 TO WS-BEST-VAR.
131400     MOVE 0 TO WS-BEST-ASKED.
131500*
131600     PERFORM 6125-CHECK-WORDING THRU 6125-EXIT
131700         VARYING WS-VAR FROM 1 BY 1
131800         UNTIL WS-VAR > WS-VAR-COUNT.
131900*
132000* FEWER WORDINGS TABLED THAN COUNTED - THE TABLE FILLED
132100*
132200     IF WS-BEST-VAR = 0
132300         MOVE WS-GRP-VARS TO CAND-VAR-COUNT
132400         GO TO 6120-EXIT
132500     END-IF.
132600*
132700     MOVE 'Y' TO WS-VAR-TAKEN(WS-BEST-VAR).
132800     ADD 1 TO CAND-VAR-COUNT.
132900     MOVE WS-VAR-TEXT(WS-BEST-VAR)
133000         TO CAND-VARIANT(CAND-VAR-COUNT).
133100*
133200 6120-EXIT.
133300     EXIT.
133400*
133500 6125-CHECK-WORDING.
133600*
133700     IF WS-VAR-GRP(WS-VAR) = WS-GRP
133800         AND WS-VAR-TAKEN(WS-VAR) = 'N'
133900         AND WS-VAR-ASKED(WS-VAR) > WS-BEST-ASKED
134000         MOVE WS-VAR                TO WS-BEST-VAR
134100         MOVE WS-VAR-ASKED(WS-VAR)  TO WS-BEST-ASKED
134200     END-IF.
134300*
134400 6125-EXIT.
134500     EXIT.
134600*
134700 6130-PRINT-Q-LINE.
134800*
134900     IF WS-PRT-Q-LINE(WS-LINE-SUB) = SPACES
135000         GO TO 6130-EXIT
135100     END-IF.
135200*
135300     MOVE WS-PRT-Q-LINE(WS-LINE-SUB) TO WS-QL-TEXT.
135400     MOVE ' '            TO PRINT-CTL.
135500     MOVE WS-Q-LINE      TO PRINT-DATA.
135600     WRITE PRINT-LINE.
135700*
135800 6130-EXIT.
135900     EXIT.
136000*
136100 6140-PRINT-A-LINE.
136200*
136300     IF WS-PRT-R-LINE(WS-LINE-SUB) = SPACES
136400         GO TO 6140-EXIT
136500     END-IF.
136600*
136700     MOVE WS-PRT-R-LINE(WS-LINE-SUB) TO WS-AL-TEXT.
136800     MOVE ' '            TO PRINT-CTL.
136900     MOVE WS-A-LINE      TO PRINT-DATA.
137000     WRITE PRINT-LINE.
137100*
137200     MOVE SPACES TO WS-AL-TAG.
137300*
137400 6140-EXIT.
137500     EXIT.
137600*
137700 6150-NO-ANSWER.
137800*
137900     ADD 1 TO WS-NOANS-COUNT.
138000*
138100     MOVE ' '            TO PRINT-CTL.
138200     MOVE WS-NOANS-LINE  TO PRINT-DATA.
138300     WRITE PRINT-LINE.
138400*
138500 6150-EXIT.
138600     EXIT.
138700*
138800******************************************************************
138900* THE RETIREMENT SECTION - AIFAQ ENTRIES WITH NO MATCH IN THE    *
139000* PERIOD, WITH WHO LAST SET THEM UP AND WHEN                     *
139100******************************************************************
139200 7000-REPORT-UNUSED.
139300*
139400     MOVE ' '            TO PRINT-CTL.
139500     MOVE WS-BLANK-LINE  TO PRINT-DATA.
139600     WRITE PRINT-LINE.
139700*
139800     MOVE ' '            TO PRINT-CTL.
139900     MOVE WS-UNUSED-HEAD TO PRINT-DATA.
140000     WRITE PRINT-LINE.
140100*
140200     PERFORM 7100-REPORT-ONE-FAQ THRU 7100-EXIT
140300         VARYING WS-SUB FROM 1 BY 1
140400         UNTIL WS-SUB > WS-FAQ-COUNT.
140500*
140600     IF WS-UNUSED-COUNT = 0
140700         MOVE ' '            TO PRINT-CTL
140800         MOVE WS-NONE-LINE   TO PRINT-DATA
140900         WRITE PRINT-LINE
141000     END-IF.
141100*
141200 7000-EXIT.
141300     EXIT.
141400*
141500 7100-REPORT-ONE-FAQ.
141600*
141700     IF WS-FAQ-HITS(WS-SUB) > 0
141800         GO TO 7100-EXIT
141900     END-IF.
142000*
142100     ADD 1 TO WS-UNUSED-COUNT.
142200*
142300     MOVE WS-FAQ-UPD-TIME(WS-SUB) TO WS-ABS-IN.
142400     PERFORM 3500-ABS-TO-DATE THRU 3500-EXIT.
142500*
142600     MOVE WS-FAQ-KEY(WS-SUB)      TO WS-PRT-QUESTION.
142700     MOVE WS-PRT-Q-LINE(1)        TO WS-UL-TEXT.
142800     MOVE WS-FAQ-UPD-USER(WS-SUB) TO WS-UL-USER.
142900     MOVE WS-OUT-DATE             TO WS-UL-DATE.
143000     MOVE ' '                     TO PRINT-CTL.
143100     MOVE WS-UNUSED-LINE          TO PRINT-DATA.
143200     WRITE PRINT-LINE.
143300*
143400     MOVE SPACES TO WS-UL-USER.
143500     MOVE 0      TO WS-UL-DATE.
143600*
143700     PERFORM 7110-PRINT-MORE-KEY THRU 7110-EXIT
143800         VARYING WS-LINE-SUB FROM 2 BY 1
143900         UNTIL WS-LINE-SUB > 3.
144000*
144100 7100-EXIT.
144200     EXIT.
144300*
144400 7110-PRINT-MORE-KEY.
144500*
144600     IF WS-PRT-Q-LINE(WS-LINE-SUB) = SPACES
144700         GO TO 7110-EXIT
144800     END-IF.
144900*
145000     MOVE WS-PRT-Q-LINE(WS-LINE-SUB) TO WS-QL-TEXT.
145100     MOVE ' '            TO PRINT-CTL.
145200     MOVE WS-Q-LINE      TO PRINT-DATA.
145300     MOVE SPACES         TO PRINT-DATA(1:8).
145400     WRITE PRINT-LINE.
145500*
145600 7110-EXIT.
145700     EXIT.
145800*
145900******************************************************************
146000* RUN TOTALS                                                     *
146100******************************************************************
146200 8000-PRODUCE-TOTALS.
146300*
146400     MOVE ' '            TO PRINT-CTL.
146500     MOVE WS-BLANK-LINE  TO PRINT-DATA.
146600     WRITE PRINT-LINE.
146700*
146800     MOVE ' '            TO PRINT-CTL.
146900     MOVE WS-TOTAL-HEAD  TO PRINT-DATA.
147000     WRITE PRINT-LINE.
147100*
147200     MOVE ' '            TO PRINT-CTL.
147300     MOVE WS-HEADING-2   TO PRINT-DATA.
147400     WRITE PRINT-LINE.
147500*
147600     MOVE 'AILOG RECORDS READ  . . ' TO WS-CL-LABEL.
147700     MOVE WS-LOG-COUNT TO WS-CL-COUNT.
147800     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
147900*
148000     MOVE '  OUTSIDE THE PERIOD  . ' TO WS-CL-LABEL.
148100     MOVE WS-OUTSIDE-COUNT TO WS-CL-COUNT.
148200     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
148300*
148400     MOVE '  BLOCKED - SKIPPED . . ' TO WS-CL-LABEL.
148500     MOVE WS-BLOCKED-COUNT TO WS-CL-COUNT.
148600     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
148700*
148800     MOVE '  QUESTIONS GROUPED . . ' TO WS-CL-LABEL.
148900     MOVE WS-USED-COUNT TO WS-CL-COUNT.
149000     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
149100*
149200     MOVE 'QUESTION GROUPS . . . . ' TO WS-CL-LABEL.
149300     MOVE WS-GRP-COUNT TO WS-CL-COUNT.
149400     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
149500*
149600     MOVE '  ALREADY ON AIFAQ  . . ' TO WS-CL-LABEL.
149700     MOVE WS-ONFAQ-COUNT TO WS-CL-COUNT.
149800     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
149900*
150000     MOVE '  TOO FEW USERIDS . . . ' TO WS-CL-LABEL.
150100     MOVE WS-FEW-COUNT TO WS-CL-COUNT.
150200     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
150300*
150400     MOVE '  RANKED CANDIDATES . . ' TO WS-CL-LABEL.
150500     MOVE WS-RANK-COUNT TO WS-CL-COUNT.
150600     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
150700*
150800     MOVE 'AIHIST RECORDS READ . . ' TO WS-CL-LABEL.
150900     MOVE WS-HIST-COUNT TO WS-CL-COUNT.
151000     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
151100*
151200     MOVE 'CANDIDATES TO FAQCAND . ' TO WS-CL-LABEL.
151300     MOVE WS-CAND-COUNT TO WS-CL-COUNT.
151400     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
151500*
151600     MOVE 'LISTED WITH NO ANSWER . ' TO WS-CL-LABEL.
151700     MOVE WS-NOANS-COUNT TO WS-CL-COUNT.
151800     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
151900*
152000     MOVE 'AIFAQ ENTRIES . . . . . ' TO WS-CL-LABEL.
152100     MOVE WS-FAQ-COUNT TO WS-CL-COUNT.
152200     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
152300*
152400     MOVE '  NOT MATCHED . . . . . ' TO WS-CL-LABEL.
152500     MOVE WS-UNUSED-COUNT TO WS-CL-COUNT.
152600     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
152700*
152800     IF WS-GRP-OVER > 0
152900         MOVE 'GROUP TABLE FULL  . . . ' TO WS-CL-LABEL
153000         MOVE WS-GRP-OVER TO WS-CL-COUNT
153100         PERFORM 8100-PRINT-COUNT THRU 8100-EXIT
153200     END-IF.
153300*
153400     IF WS-VAR-OVER > 0
153500         MOVE 'WORDING TABLE FULL  . . ' TO WS-CL-LABEL
153600         MOVE WS-VAR-OVER TO WS-CL-COUNT
153700         PERFORM 8100-PRINT-COUNT THRU 8100-EXIT
153800     END-IF.
153900*
154000     IF WS-PAIR-OVER > 0
154100         MOVE 'USERID TABLE FULL . . . ' TO WS-CL-LABEL
154200         MOVE WS-PAIR-OVER TO WS-CL-COUNT
154300         PERFORM 8100-PRINT-COUNT THRU 8100-EXIT
154400     END-IF.
154500*
154600     IF WS-FAQ-OVER > 0
154700         MOVE 'AIFAQ TABLE FULL  . . . ' TO WS-CL-LABEL
154800         MOVE WS-FAQ-OVER TO WS-CL-COUNT
154900         PERFORM 8100-PRINT-COUNT THRU 8100-EXIT
155000     END-IF.
155100*
155200 8000-EXIT.
155300     EXIT.
155400*
155500 8100-PRINT-COUNT.
155600*
155700     MOVE ' '            TO PRINT-CTL.
155800     MOVE WS-COUNT-LINE  TO PRINT-DATA.
155900     WRITE PRINT-LINE.
156000*
156100 8100-EXIT.
156200     EXIT.
156300*
156400******************************************************************
156500* TERMINATE - CLOSE FILES                                        *
156600******************************************************************
156700 9000-TERMINATE.
156800*
156900     CLOSE CONTROL-FILE.
157000     CLOSE AILOG-FILE.
157100     CLOSE AIHIST-FILE.
157200     CLOSE AIFAQ-FILE.
157300     CLOSE CAND-FILE.
157400     CLOSE REPORT-FILE.
157500*
157600 9000-EXIT.
157700     EXIT.
