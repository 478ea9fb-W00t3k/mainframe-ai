000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AICAL01.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  AI MAINFRAME ASSISTANT PROJECT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900* AICAL01 - SERVICE CALENDAR FILE LOAD                           *
001000*                                                                *
001100* THE BRIDGE CONTRACT ONLY COVERS STAFFED HOURS. AIPGM REFUSES   *
001200* A QUESTION THAT WOULD GO TO THE BRIDGE OUTSIDE THOSE HOURS,    *
001300* BEFORE ANY QUOTA IS CHARGED, AND TELLS THE USER WHEN SERVICE   *
001400* RESUMES; AIOP SHOWS WHETHER THE SERVICE IS OPEN AND WHEN IT    *
001500* NEXT CHANGES. BOTH READ THE AICAL CLUSTER THIS JOB LOADS FROM  *
001600* CARD-IMAGE DEFINITIONS ON THE CALCTL DD - SAME ARRANGEMENT AS  *
001700* THE AITPL01 AND AIBLK01 LOADS.                                 *
001800*                                                                *
001900* CARD FORMAT:                                                   *
002000*   '*' IN COL 1            COMMENT, IGNORED                     *
002100*   'W' IN COL 1            NORMAL HOURS FOR ONE WEEKDAY: DAY    *
002200*                           NAME (SUN MON TUE WED THU FRI SAT)   *
002300*                           IN COLS 3-5, OPENING HHMM IN COLS    *
002400*                           12-15, CLOSING HHMM IN COLS 17-20    *
002500*   'H' IN COL 1            HOLIDAY, CLOSED ALL DAY: DATE        *
002600*                           YYYYMMDD IN COLS 3-10                *
002700*   'M' IN COL 1            MAINTENANCE WINDOW: DATE YYYYMMDD    *
002800*                           IN COLS 3-10, START HHMM IN COLS     *
002900*                           12-15, END HHMM IN COLS 17-20        *
003000*   DESCRIPTION IN COLS 22-51 ON ANY OF THE THREE                *
003100*   'D' IN COL 2            REMOVES THE ENTRY INSTEAD - A 'W'    *
003200*                           OR 'H' CARD NEEDS ONLY ITS DAY OR    *
003300*                           DATE, AN 'M' CARD ITS DATE AND START *
003400*                                                                *
003500* TIMES ARE 0000-2400 ON THE 24-HOUR CLOCK. A CLOSING OR END     *
003600* TIME IS THE FIRST MINUTE NO LONGER COVERED, SO 0800 1800 IS    *
003700* OPEN UNTIL 17:59 AND 0000 2400 IS OPEN ROUND THE CLOCK. EQUAL  *
003800* OPENING AND CLOSING TIMES CLOSE THE WEEKDAY ALL DAY. A WINDOW  *
003900* CANNOT RUN PAST MIDNIGHT - CODE ONE THAT DOES AS TWO CARDS.    *
004000* A WEEKDAY WITH NO 'W' ENTRY IS OPEN ROUND THE CLOCK, SO AN     *
004100* EMPTY CALENDAR NEVER SHUTS THE SERVICE.                        *
004200*                                                                *
004300* AN ENTRY ALREADY ON THE CLUSTER IS REPLACED, SO THE DECK IS    *
004400* ALWAYS THE MASTER COPY. A REJECTED CARD IS LISTED WITH THE     *
004500* REASON AND NOTHING IS LOADED FROM IT.                          *
004600*                                                                *
004700* RETURN CODE 0 - EVERY CARD LOADED                              *
004800*             4 - ONE OR MORE CARDS REJECTED                     *
004900*                                                                *
005000* MODIFICATION HISTORY                                           *
005100*   2026-10-15  OSG  ORIGINAL PROGRAM                            *
005200*                                                                *
005300******************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-370.
005700 OBJECT-COMPUTER.   IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT CONTROL-FILE ASSIGN TO CALCTL
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT AICAL-FILE   ASSIGN TO AICAL
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS AICAL-KEY
006600         FILE STATUS IS WS-CAL-STATUS.
006700     SELECT REPORT-FILE  ASSIGN TO RPTOUT
006800         ORGANIZATION IS SEQUENTIAL.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  CONTROL-FILE
007200     RECORDING MODE IS F.
007300 01  CONTROL-CARD.
007400     05  CTL-TYPE             PIC X(01).
007500     05  CTL-ACTION           PIC X(01).
007600         88  CTL-DELETE       VALUE 'D'.
007700         88  CTL-LOAD         VALUE SPACE.
007800     05  CTL-DATE             PIC X(08).
007900     05  CTL-DAY-FIELDS REDEFINES CTL-DATE.
008000         10  CTL-DAY-NAME     PIC X(03).
008100         10  CTL-DAY-REST     PIC X(05).
008200     05  FILLER               PIC X(01).
008300     05  CTL-TIME-1           PIC X(04).
008400     05  FILLER               PIC X(01).
008500     05  CTL-TIME-2           PIC X(04).
008600     05  FILLER               PIC X(01).
008700     05  CTL-DESC             PIC X(30).
008800     05  FILLER               PIC X(29).
008900*
009000* ONE CALENDAR ENTRY. THE KEY ORDERS THE WINDOWS OF A DATE BY
009100* START TIME SO AIPGM AND AIOPS CAN BROWSE THEM IN ONE PASS
009200*
009300 FD  AICAL-FILE.
009400 01  AICAL-RECORD.
009500     05  AICAL-KEY.
009600         10  AICAL-TYPE       PIC X(01).
009700             88  AICAL-WEEKDAY VALUE 'W'.
009800             88  AICAL-HOLIDAY VALUE 'H'.
009900             88  AICAL-MAINT  VALUE 'M'.
010000         10  AICAL-DATE       PIC 9(08).
010100         10  AICAL-FROM       PIC 9(04).
010200     05  AICAL-START          PIC 9(04).
010300     05  AICAL-END            PIC 9(04).
010400     05  AICAL-DESC           PIC X(30).
010500*
010600 FD  REPORT-FILE
010700     RECORDING MODE IS F.
010800 01  PRINT-LINE.
010900     05  PRINT-CTL             PIC X(01).
011000     05  PRINT-DATA            PIC X(132).
011100 WORKING-STORAGE SECTION.
011200*
011300* SWITCHES
011400*
011500 01  WS-SWITCHES.
011600     05  WS-CTL-EOF-SW        PIC X(01) VALUE 'N'.
011700         88  CTL-EOF-YES      VALUE 'Y'.
011800         88  CTL-EOF-NO       VALUE 'N'.
011900     05  WS-CAL-STATUS        PIC X(02) VALUE '00'.
012000     05  WS-CARD-OK-SW        PIC X(01) VALUE 'Y'.
012100         88  CARD-OK          VALUE 'Y'.
012200         88  CARD-BAD         VALUE 'N'.
012300*
012400* CARD WORK FIELDS - A TIME IS CHECKED AS HHMM, A DATE AS
012500* YYYYMMDD, EACH THROUGH ITS OWN REDEFINITION
012600*
012700 01  WS-CARD-WORK.
012800     05  WS-TIME-TEST         PIC X(04).
012900     05  WS-TIME-VAL REDEFINES WS-TIME-TEST
013000                              PIC 9(04).
013100     05  WS-TIME-PARTS REDEFINES WS-TIME-TEST.
013200         10  WS-TIME-HH       PIC 9(02).
013300         10  WS-TIME-MM       PIC 9(02).
013400     05  WS-DATE-TEST         PIC X(08).
013500     05  WS-DATE-VAL REDEFINES WS-DATE-TEST
013600                              PIC 9(08).
013700     05  WS-DATE-PARTS REDEFINES WS-DATE-TEST.
013800         10  WS-DATE-YYYY     PIC 9(04).
013900         10  WS-DATE-MM       PIC 9(02).
014000         10  WS-DATE-DD       PIC 9(02).
014100     05  WS-TIME-1            PIC 9(04) VALUE 0.
014200     05  WS-TIME-2            PIC 9(04) VALUE 0.
014300     05  WS-DOW               PIC 9(02) COMP VALUE 0.
014400     05  WS-DAY-SUB           PIC 9(02) COMP VALUE 0.
014500     05  WS-REASON            PIC X(30) VALUE SPACES.
014600*
014700* WEEKDAY NAMES IN CICS DAY-OF-WEEK ORDER, SUNDAY = 0
014800*
014900 01  WS-DAY-NAME-VALUES.
015000     05  FILLER               PIC X(21)
015100         VALUE 'SUNMONTUEWEDTHUFRISAT'.
015200 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
015300     05  WS-DAY-NAME          PIC X(03) OCCURS 7 TIMES.
015400*
015500* ACCUMULATORS
015600*
015700 01  WS-COUNTERS.
015800     05  WS-CARD-COUNT        PIC 9(05) COMP VALUE ZERO.
015900     05  WS-LOAD-COUNT        PIC 9(05) COMP VALUE ZERO.
016000     05  WS-REPL-COUNT        PIC 9(05) COMP VALUE ZERO.
016100     05  WS-DEL-COUNT         PIC 9(05) COMP VALUE ZERO.
016200     05  WS-BAD-COUNT         PIC 9(05) COMP VALUE ZERO.
016300*
016400* REPORT LINES
016500*
016600 01  WS-HEADING-1.
016700     05  FILLER               PIC X(40)
016800         VALUE 'AI ASSISTANT SERVICE CALENDAR LOAD'.
016900 01  WS-HEADING-2.
017000     05  FILLER               PIC X(40) VALUE ALL '-'.
017100 01  WS-REJECT-LINE.
017200     05  FILLER               PIC X(10) VALUE 'REJECTED  '.
017300     05  WS-RJ-CARD           PIC X(51).
017400     05  FILLER               PIC X(02) VALUE SPACES.
017500     05  WS-RJ-REASON         PIC X(30).
017600 01  WS-CARD-LINE.
017700     05  FILLER               PIC X(24)
017800         VALUE 'CARDS READ  . . . . . . '.
017900     05  WS-CARD-OUT          PIC ZZ,ZZ9.
018000 01  WS-LOAD-LINE.
018100     05  FILLER               PIC X(24)
018200         VALUE 'ENTRIES ADDED . . . . . '.
018300     05  WS-LOAD-OUT          PIC ZZ,ZZ9.
018400 01  WS-REPL-LINE.
018500     05  FILLER               PIC X(24)
018600         VALUE 'ENTRIES REPLACED  . . . '.
018700     05  WS-REPL-OUT          PIC ZZ,ZZ9.
018800 01  WS-DEL-LINE.
018900     05  FILLER               PIC X(24)
019000         VALUE 'ENTRIES REMOVED . . . . '.
019100     05  WS-DEL-OUT           PIC ZZ,ZZ9.
019200 01  WS-BAD-LINE.
019300     05  FILLER               PIC X(24)
019400         VALUE 'CARDS REJECTED  . . . . '.
019500     05  WS-BAD-OUT           PIC ZZ,ZZ9.
019600 01  WS-BLANK-LINE            PIC X(01) VALUE SPACE.
019700 PROCEDURE DIVISION.
019800******************************************************************
019900* MAINLINE                                                       *
020000******************************************************************
020100 0000-MAINLINE.
020200*
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020400*
020500     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
020600         UNTIL CTL-EOF-YES.
020700*
020800     PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
020900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021000*
021100     IF WS-BAD-COUNT > 0
021200         MOVE 4 TO RETURN-CODE
021300     END-IF.
021400*
021500     STOP RUN.
021600*
021700******************************************************************
021800* INITIALIZE - OPEN FILES, START THE LISTING AND PRIME THE CARD  *
021900* READ - REJECTED CARDS ARE LISTED AS THEY ARE MET               *
022000******************************************************************
022100 1000-INITIALIZE.
022200*
022300     OPEN INPUT  CONTROL-FILE.
022400     OPEN I-O    AICAL-FILE.
022500     OPEN OUTPUT REPORT-FILE.
022600*
022700     MOVE '1'            TO PRINT-CTL.
022800     MOVE WS-HEADING-1   TO PRINT-DATA.
022900     WRITE PRINT-LINE.
023000*
023100     MOVE ' '            TO PRINT-CTL.
023200     MOVE WS-HEADING-2   TO PRINT-DATA.
023300     WRITE PRINT-LINE.
023400*
023500     MOVE ' '            TO PRINT-CTL.
023600     MOVE WS-BLANK-LINE  TO PRINT-DATA.
023700     WRITE PRINT-LINE.
023800*
023900     PERFORM 1100-READ-CARD THRU 1100-EXIT.
024000*
024100 1000-EXIT.
024200     EXIT.
024300*
024400 1100-READ-CARD.
024500*
024600     READ CONTROL-FILE
024700         AT END
024800             MOVE 'Y' TO WS-CTL-EOF-SW
024900     END-READ.
025000*
025100 1100-EXIT.
025200     EXIT.
025300*
025400******************************************************************
025500* PROCESS ONE CARD                                               *
025600******************************************************************
025700 2000-PROCESS-CARD.
025800*
025900     IF CTL-TYPE = '*'
026000         PERFORM 1100-READ-CARD THRU 1100-EXIT
026100         GO TO 2000-EXIT
026200     END-IF.
026300*
026400     ADD 1 TO WS-CARD-COUNT.
026500*
026600     MOVE 'Y'    TO WS-CARD-OK-SW.
026700     MOVE SPACES TO WS-REASON.
026800*
026900     IF NOT CTL-DELETE AND NOT CTL-LOAD
027000         MOVE 'N' TO WS-CARD-OK-SW
027100         MOVE 'COL 2 MUST BE BLANK OR D' TO WS-REASON
027200     ELSE
027300         EVALUATE CTL-TYPE
027400             WHEN 'W'
027500                 PERFORM 2100-WEEKDAY-CARD THRU 2100-EXIT
027600             WHEN 'H'
027700                 PERFORM 2200-HOLIDAY-CARD THRU 2200-EXIT
027800             WHEN 'M'
027900                 PERFORM 2300-WINDOW-CARD THRU 2300-EXIT
028000             WHEN OTHER
028100                 MOVE 'N' TO WS-CARD-OK-SW
028200                 MOVE 'CARD TYPE NOT W, H OR M' TO WS-REASON
028300         END-EVALUATE
028400     END-IF.
028500*
028600     IF CARD-BAD
028700         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
028800         PERFORM 1100-READ-CARD THRU 1100-EXIT
028900         GO TO 2000-EXIT
029000     END-IF.
029100*
029200     IF CTL-DELETE
029300         PERFORM 3100-REMOVE-ENTRY THRU 3100-EXIT
029400     ELSE
029500         PERFORM 3000-STORE-ENTRY THRU 3000-EXIT
029600     END-IF.
029700*
029800     PERFORM 1100-READ-CARD THRU 1100-EXIT.
029900*
030000 2000-EXIT.
030100     EXIT.
030200*
030300******************************************************************
030400* A W CARD - NORMAL OPENING AND CLOSING TIME FOR ONE WEEKDAY.    *
030500* THE DAY NUMBER, SUNDAY = 0, GOES IN THE DATE PART OF THE KEY   *
030600******************************************************************
030700 2100-WEEKDAY-CARD.
030800*
030900     MOVE 99 TO WS-DOW.
031000     PERFORM 2110-MATCH-DAY-NAME THRU 2110-EXIT
031100         VARYING WS-DAY-SUB FROM 1 BY 1
031200         UNTIL WS-DAY-SUB > 7.
031300*
031400     IF WS-DOW = 99 OR CTL-DAY-REST NOT = SPACES
031500         MOVE 'N' TO WS-CARD-OK-SW
031600         MOVE 'DAY NAME NOT SUN-SAT' TO WS-REASON
031700         GO TO 2100-EXIT
031800     END-IF.
031900*
032000     MOVE SPACES  TO AICAL-RECORD.
032100     MOVE 'W'     TO AICAL-TYPE.
032200     MOVE WS-DOW  TO AICAL-DATE.
032300     MOVE 0       TO AICAL-FROM.
032400*
032500     IF CTL-DELETE
032600         GO TO 2100-EXIT
032700     END-IF.
032800*
032900     PERFORM 2400-CHECK-TIMES THRU 2400-EXIT.
033000*
033100     IF CARD-BAD
033200         GO TO 2100-EXIT
033300     END-IF.
033400*
033500     IF WS-TIME-1 > WS-TIME-2
033600         MOVE 'N' TO WS-CARD-OK-SW
033700         MOVE 'CLOSING TIME BEFORE OPENING' TO WS-REASON
033800         GO TO 2100-EXIT
033900     END-IF.
034000*
034100     MOVE WS-TIME-1 TO AICAL-START.
034200     MOVE WS-TIME-2 TO AICAL-END.
034300     MOVE CTL-DESC  TO AICAL-DESC.
034400*
034500 2100-EXIT.
034600     EXIT.
034700*
034800 2110-MATCH-DAY-NAME.
034900*
035000     IF CTL-DAY-NAME = WS-DAY-NAME(WS-DAY-SUB)
035100         COMPUTE WS-DOW = WS-DAY-SUB - 1
035200     END-IF.
035300*
035400 2110-EXIT.
035500     EXIT.
035600*
035700******************************************************************
035800* AN H CARD - A DATE THE SERVICE IS CLOSED ALL DAY               *
035900******************************************************************
036000 2200-HOLIDAY-CARD.
036100*
036200     PERFORM 2500-CHECK-DATE THRU 2500-EXIT.
036300*
036400     IF CARD-BAD
036500         GO TO 2200-EXIT
036600     END-IF.
036700*
036800     MOVE SPACES      TO AICAL-RECORD.
036900     MOVE 'H'         TO AICAL-TYPE.
037000     MOVE WS-DATE-VAL TO AICAL-DATE.
037100     MOVE 0           TO AICAL-FROM.
037200     MOVE 0           TO AICAL-START.
037300     MOVE 0           TO AICAL-END.
037400     MOVE CTL-DESC    TO AICAL-DESC.
037500*
037600 2200-EXIT.
037700     EXIT.
037800*
037900******************************************************************
038000* AN M CARD - A MAINTENANCE WINDOW INSIDE ONE DATE. THE START    *
038100* TIME IS PART OF THE KEY, SO A DATE MAY CARRY SEVERAL WINDOWS   *
038200******************************************************************
038300 2300-WINDOW-CARD.
038400*
038500     PERFORM 2500-CHECK-DATE THRU 2500-EXIT.
038600*
038700     IF CARD-BAD
038800         GO TO 2300-EXIT
038900     END-IF.
039000*
039100     IF CTL-DELETE
039200         MOVE '0000' TO CTL-TIME-2
039300     END-IF.
039400*
039500     PERFORM 2400-CHECK-TIMES THRU 2400-EXIT.
039600*
039700     IF CARD-BAD
039800         GO TO 2300-EXIT
039900     END-IF.
040000*
040100     IF NOT CTL-DELETE
040200         AND WS-TIME-1 NOT < WS-TIME-2
040300         MOVE 'N' TO WS-CARD-OK-SW
040400         MOVE 'WINDOW END NOT AFTER START' TO WS-REASON
040500         GO TO 2300-EXIT
040600     END-IF.
040700*
040800     MOVE SPACES      TO AICAL-RECORD.
040900     MOVE 'M'         TO AICAL-TYPE.
041000     MOVE WS-DATE-VAL TO AICAL-DATE.
041100     MOVE WS-TIME-1   TO AICAL-FROM.
041200     MOVE WS-TIME-1   TO AICAL-START.
041300     MOVE WS-TIME-2   TO AICAL-END.
041400     MOVE CTL-DESC    TO AICAL-DESC.
041500*
041600 2300-EXIT.
041700     EXIT.
041800*
041900******************************************************************
042000* CHECK BOTH HHMM FIELDS - HOURS 00-24, MINUTES 00-59, AND       *
042100* NOTHING PAST 2400                                              *
042200******************************************************************
042300 2400-CHECK-TIMES.
042400*
042500     MOVE CTL-TIME-1 TO WS-TIME-TEST.
042600     PERFORM 2410-CHECK-ONE-TIME THRU 2410-EXIT.
042700     IF CARD-BAD
042800         GO TO 2400-EXIT
042900     END-IF.
043000     MOVE WS-TIME-VAL TO WS-TIME-1.
043100*
043200     MOVE CTL-TIME-2 TO WS-TIME-TEST.
043300     PERFORM 2410-CHECK-ONE-TIME THRU 2410-EXIT.
043400     IF CARD-BAD
043500         GO TO 2400-EXIT
043600     END-IF.
043700     MOVE WS-TIME-VAL TO WS-TIME-2.
043800*
043900 2400-EXIT.
044000     EXIT.
044100*
044200 2410-CHECK-ONE-TIME.
044300*
044400     IF WS-TIME-TEST NOT NUMERIC
044500         MOVE 'N' TO WS-CARD-OK-SW
044600         MOVE 'TIME NOT NUMERIC HHMM' TO WS-REASON
044700         GO TO 2410-EXIT
044800     END-IF.
044900*
045000     IF WS-TIME-MM > 59 OR WS-TIME-VAL > 2400
045100         MOVE 'N' TO WS-CARD-OK-SW
045200         MOVE 'TIME NOT 0000-2400' TO WS-REASON
045300     END-IF.
045400*
045500 2410-EXIT.
045600     EXIT.
045700*
045800******************************************************************
045900* CHECK THE YYYYMMDD DATE IN COLS 3-10                           *
046000******************************************************************
046100 2500-CHECK-DATE.
046200*
046300     MOVE CTL-DATE TO WS-DATE-TEST.
046400*
046500     IF WS-DATE-TEST NOT NUMERIC
046600         MOVE 'N' TO WS-CARD-OK-SW
046700         MOVE 'DATE NOT NUMERIC YYYYMMDD' TO WS-REASON
046800         GO TO 2500-EXIT
046900     END-IF.
047000*
047100     IF WS-DATE-YYYY < 2000
047200         OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
047300         OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
047400         MOVE 'N' TO WS-CARD-OK-SW
047500         MOVE 'DATE NOT A VALID YYYYMMDD' TO WS-REASON
047600     END-IF.
047700*
047800 2500-EXIT.
047900     EXIT.
048000*
048100******************************************************************
048200* LIST A REJECTED CARD WITH THE REASON                           *
048300******************************************************************
048400 2900-REJECT-CARD.
048500*
048600     ADD 1 TO WS-BAD-COUNT.
048700*
048800     MOVE CONTROL-CARD(1:51) TO WS-RJ-CARD.
048900     MOVE WS-REASON          TO WS-RJ-REASON.
049000     MOVE ' '                TO PRINT-CTL.
049100     MOVE WS-REJECT-LINE     TO PRINT-DATA.
049200     WRITE PRINT-LINE.
049300*
049400 2900-EXIT.
049500     EXIT.
049600*
049700******************************************************************
049800* WRITE THE ENTRY BUILT FROM THE CARD - ONE ALREADY THERE IS     *
049900* REPLACED                                                       *
050000******************************************************************
050100 3000-STORE-ENTRY.
050200*
050300     WRITE AICAL-RECORD
050400         INVALID KEY
050500             REWRITE AICAL-RECORD
050600             ADD 1 TO WS-REPL-COUNT
050700         NOT INVALID KEY
050800             ADD 1 TO WS-LOAD-COUNT
050900     END-WRITE.
051000*
051100 3000-EXIT.
051200     EXIT.
051300*
051400******************************************************************
051500* REMOVE THE ENTRY NAMED BY A 'D' CARD - ONE NOT ON THE CLUSTER  *
051600* IS REJECTED SO A MISTYPED DATE DOES NOT PASS UNNOTICED         *
051700******************************************************************
051800 3100-REMOVE-ENTRY.
051900*
052000     DELETE AICAL-FILE RECORD
052100         INVALID KEY
052200             MOVE 'NO SUCH ENTRY TO REMOVE' TO WS-REASON
052300             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
052400         NOT INVALID KEY
052500             ADD 1 TO WS-DEL-COUNT
052600     END-DELETE.
052700*
052800 3100-EXIT.
052900     EXIT.
053000*
053100******************************************************************
053200* PRODUCE THE PRINTED TOTALS                                     *
053300******************************************************************
053400 8000-PRODUCE-REPORT.
053500*
053600     MOVE ' '            TO PRINT-CTL.
053700     MOVE WS-BLANK-LINE  TO PRINT-DATA.
053800     WRITE PRINT-LINE.
053900*
054000     MOVE WS-CARD-COUNT  TO WS-CARD-OUT.
054100     MOVE ' '            TO PRINT-CTL.
054200     MOVE WS-CARD-LINE   TO PRINT-DATA.
054300     WRITE PRINT-LINE.
054400*
054500     MOVE WS-LOAD-COUNT  TO WS-LOAD-OUT.
054600     MOVE ' '            TO PRINT-CTL.
054700     MOVE WS-LOAD-LINE   TO PRINT-DATA.
054800     WRITE PRINT-LINE.
054900*
055000     MOVE WS-REPL-COUNT  TO WS-REPL-OUT.
055100     MOVE ' '            TO PRINT-CTL.
055200     MOVE WS-REPL-LINE   TO PRINT-DATA.
055300     WRITE PRINT-LINE.
055400*
055500     MOVE WS-DEL-COUNT   TO WS-DEL-OUT.
055600     MOVE ' '            TO PRINT-CTL.
055700     MOVE WS-DEL-LINE    TO PRINT-DATA.
055800     WRITE PRINT-LINE.
055900*
056000     MOVE WS-BAD-COUNT   TO WS-BAD-OUT.
056100     MOVE ' '            TO PRINT-CTL.
056200     MOVE WS-BAD-LINE    TO PRINT-DATA.
056300     WRITE PRINT-LINE.
056400*
056500 8000-EXIT.
056600     EXIT.
056700*
056800******************************************************************
056900* TERMINATE - CLOSE FILES                                        *
057000******************************************************************
057100 9000-TERMINATE.
057200*
057300     CLOSE CONTROL-FILE.
057400     CLOSE AICAL-FILE.
057500     CLOSE REPORT-FILE.
057600*
057700 9000-EXIT.
057800     EXIT.
