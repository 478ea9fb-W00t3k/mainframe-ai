000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AIRPT05.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  AI MAINFRAME ASSISTANT PROJECT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900* AIRPT05 - PIPELINE INCIDENT REPORT                             *
001000*                                                                *
001100* THE AIMN MONITOR WRITES AN 'R' RECORD TO THE AIMA TD QUEUE     *
001200* WHEN ONE OF ITS CHECKS CROSSES ITS LIMIT AND A 'C' RECORD WHEN *
001300* THE INCIDENT CLOSES. THE CLOSE RECORD CARRIES THE INCIDENT     *
001400* START TIME, THE WORST FIGURE SEEN AND WHY IT CLOSED, SO EVERY  *
001500* INCIDENT CAN BE LISTED FROM ITS CLOSE RECORD ALONE. FROM THE   *
001600* PERIOD'S AIMA EXTRACT THIS JOB PRINTS, FOR THE MONTHLY SERVICE *
001700* REVIEW:                                                        *
001800*     - EVERY CLOSED INCIDENT: THE CHECK, START AND END DATE AND *
001900*       TIME, DURATION, WORST FIGURE, LIMIT IN FORCE, AND WHY IT *
002000*       CLOSED (RECOVERED, SERVICE HOURS ENDED, MONITOR STOPPED) *
002100*     - INCIDENTS STILL OPEN AT THE END OF THE EXTRACT           *
002200*     - A SUMMARY BY CHECK: INCIDENTS, TOTAL AND LONGEST         *
002300*       DURATION                                                 *
002400*                                                                *
002500* INTENDED TO RUN IN THE AIRPT01 MOULD AGAINST THE MONTH'S AIMA  *
002600* EXTRACT. AN INCIDENT IS REPORTED IN THE EXTRACT THAT HOLDS ITS *
002700* CLOSE RECORD, SO ONE SPANNING TWO EXTRACTS SHOWS AS STILL OPEN *
002800* IN THE FIRST AND IN FULL IN THE SECOND.                        *
002900*                                                                *
003000* MODIFICATION HISTORY                                           *
003100*   2026-10-15  OSG  ORIGINAL PROGRAM                            *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT AIMA-FILE    ASSIGN TO AIMA
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT REPORT-FILE  ASSIGN TO RPTOUT
004300         ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  AIMA-FILE
004700     RECORDING MODE IS F.
004800 01  AIMA-RECORD.
004900     05  AIMA-EVENT           PIC X(01).
005000         88  AIMA-RAISED      VALUE 'R'.
005100         88  AIMA-CLEARED     VALUE 'C'.
005200     05  AIMA-CHECK           PIC X(08).
005300     05  AIMA-VALUE           PIC 9(07).
005400     05  AIMA-LIMIT           PIC 9(07).
005500     05  AIMA-START-TIME      PIC S9(15) COMP-3.
005600     05  AIMA-TIME            PIC S9(15) COMP-3.
005700     05  AIMA-TEXT            PIC X(40).
005800*
005900 FD  REPORT-FILE
006000     RECORDING MODE IS F.
006100 01  PRINT-LINE.
006200     05  PRINT-CTL             PIC X(01).
006300     05  PRINT-DATA            PIC X(132).
006400 WORKING-STORAGE SECTION.
006500*
006600* SWITCHES
006700*
006800 01  WS-SWITCHES.
006900     05  WS-EOF-SW            PIC X(01) VALUE 'N'.
007000         88  EOF-YES          VALUE 'Y'.
007100         88  EOF-NO           VALUE 'N'.
007200     05  WS-FOUND-SW          PIC X(01) VALUE 'N'.
007300         88  TBL-FOUND        VALUE 'Y'.
007400         88  TBL-NOT-FOUND    VALUE 'N'.
007500     05  WS-YEAR-DONE-SW      PIC X(01) VALUE 'N'.
007600         88  YEAR-DONE        VALUE 'Y'.
007700         88  YEAR-NOT-DONE    VALUE 'N'.
007800     05  WS-MONTH-DONE-SW     PIC X(01) VALUE 'N'.
007900         88  MONTH-DONE       VALUE 'Y'.
008000         88  MONTH-NOT-DONE   VALUE 'N'.
008100*
008200* OPEN-INCIDENT TABLE - THE RAISE RECORD OF EVERY INCIDENT NOT
008300* YET CLOSED, AT MOST ONE PER CHECK
008400*
008500 01  WS-OPEN-TABLE.
008600     05  WS-OPEN-MAX          PIC 9(03) COMP VALUE 20.
008700     05  WS-OPEN-COUNT        PIC 9(03) COMP VALUE ZERO.
008800     05  WS-OPEN-ENTRY OCCURS 20 TIMES.
008900         10  WS-OPEN-CHECK    PIC X(08).
009000         10  WS-OPEN-START    PIC S9(15) COMP-3.
009100         10  WS-OPEN-VALUE    PIC 9(07).
009200         10  WS-OPEN-LIMIT    PIC 9(07).
009300         10  WS-OPEN-TEXT     PIC X(40).
009400*
009500* SUMMARY TABLE - INCIDENTS AND DURATIONS PER CHECK
009600*
009700 01  WS-CHECK-TABLE.
009800     05  WS-CHK-MAX           PIC 9(03) COMP VALUE 20.
009900     05  WS-CHK-COUNT         PIC 9(03) COMP VALUE ZERO.
010000     05  WS-CHK-ENTRY OCCURS 20 TIMES.
010100         10  WS-CHK-NAME      PIC X(08).
010200         10  WS-CHK-INCIDENTS PIC 9(05) COMP.
010300         10  WS-CHK-TOTAL-SEC PIC 9(09) COMP.
010400         10  WS-CHK-LONG-SEC  PIC 9(09) COMP.
010500*
010600* ABSTIME-TO-DATE CONVERSION - THE SAME WALK AIRPT04 USES: DAYS
010700* SINCE 1900-01-01 TAKEN BACK DOWN TO YEAR, MONTH AND DAY, WITH
010800* THE LEFTOVER MILLISECONDS GIVING THE TIME OF DAY
010900*
011000 01  WS-DATE-WORK.
011100     05  WS-ABS-IN            PIC S9(15) COMP-3 VALUE 0.
011200     05  WS-DAY-MS            PIC S9(15) COMP-3 VALUE 0.
011300     05  WS-REM-DAYS          PIC S9(09) COMP VALUE 0.
011400     05  WS-CUR-YEAR          PIC 9(04) VALUE 0.
011500     05  WS-CUR-MONTH         PIC 9(02) VALUE 0.
011600     05  WS-YEAR-DAYS         PIC 9(03) COMP VALUE 0.
011700     05  WS-MONTH-LEN         PIC 9(03) COMP VALUE 0.
011800     05  WS-LEAP-QUOT         PIC 9(05) COMP VALUE 0.
011900     05  WS-LEAP-REM          PIC 9(05) COMP VALUE 0.
012000     05  WS-DAY-SECS          PIC 9(05) COMP VALUE 0.
012100     05  WS-OUT-DATE          PIC 9(08) VALUE 0.
012200     05  WS-OUT-DATE-X REDEFINES WS-OUT-DATE.
012300         10  WS-OUT-YEAR      PIC 9(04).
012400         10  WS-OUT-MONTH     PIC 9(02).
012500         10  WS-OUT-DAY       PIC 9(02).
012600     05  WS-OUT-TIME.
012700         10  WS-OUT-HH        PIC 9(02).
012800         10  FILLER           PIC X(01) VALUE ':'.
012900         10  WS-OUT-MM        PIC 9(02).
013000         10  FILLER           PIC X(01) VALUE ':'.
013100         10  WS-OUT-SS        PIC 9(02).
013200*
013300* DAYS IN EACH MONTH (NON-LEAP)
013400*
013500 01  WS-MONTH-LEN-VALUES.
013600     05  FILLER               PIC 9(03) VALUE 031.
013700     05  FILLER               PIC 9(03) VALUE 028.
013800     05  FILLER               PIC 9(03) VALUE 031.
013900     05  FILLER               PIC 9(03) VALUE 030.
014000     05  FILLER               PIC 9(03) VALUE 031.
014100     05  FILLER               PIC 9(03) VALUE 030.
014200     05  FILLER               PIC 9(03) VALUE 031.
014300     05  FILLER               PIC 9(03) VALUE 031.
014400     05  FILLER               PIC 9(03) VALUE 030.
014500     05  FILLER               PIC 9(03) VALUE 031.
014600     05  FILLER               PIC 9(03) VALUE 030.
014700     05  FILLER               PIC 9(03) VALUE 031.
014800 01  WS-MONTH-LEN-TABLE REDEFINES WS-MONTH-LEN-VALUES.
014900     05  WS-MONTH-LENS        PIC 9(03) OCCURS 12 TIMES.
015000*
015100* DURATION WORK - SECONDS BROKEN DOWN TO HOURS, MINUTES AND
015200* SECONDS FOR PRINTING
015300*
015400 01  WS-DUR-WORK.
015500     05  WS-DUR-MS            PIC S9(15) COMP-3 VALUE 0.
015600     05  WS-DUR-SECS          PIC 9(09) COMP VALUE 0.
015700     05  WS-DUR-HH            PIC 9(05) COMP VALUE 0.
015800     05  WS-DUR-REM           PIC 9(05) COMP VALUE 0.
015900     05  WS-DUR-MM            PIC 9(02) VALUE 0.
016000     05  WS-DUR-SS            PIC 9(02) VALUE 0.
016100     05  WS-DUR-OUT.
016200         10  WS-DUR-OUT-HH    PIC ZZZ9.
016300         10  FILLER           PIC X(01) VALUE ':'.
016400         10  WS-DUR-OUT-MM    PIC 9(02).
016500         10  FILLER           PIC X(01) VALUE ':'.
016600         10  WS-DUR-OUT-SS    PIC 9(02).
016700*
016800* ACCUMULATORS
016900*
017000 01  WS-COUNTERS.
017100     05  WS-REC-COUNT         PIC 9(07) COMP VALUE ZERO.
017200     05  WS-RAISED-COUNT      PIC 9(07) COMP VALUE ZERO.
017300     05  WS-CLOSED-COUNT      PIC 9(07) COMP VALUE ZERO.
017400     05  WS-STILL-COUNT       PIC 9(07) COMP VALUE ZERO.
017500     05  WS-OTHER-COUNT       PIC 9(07) COMP VALUE ZERO.
017600     05  WS-OVER-COUNT        PIC 9(07) COMP VALUE ZERO.
017700     05  WS-SUB               PIC 9(03) COMP VALUE ZERO.
017800     05  WS-HIT               PIC 9(03) COMP VALUE ZERO.
017900*
018000* REPORT LINES
018100*
018200 01  WS-HEADING-1.
018300     05  FILLER               PIC X(40)
018400         VALUE 'AI ASSISTANT PIPELINE INCIDENT REPORT'.
018500 01  WS-HEADING-2.
018600     05  FILLER               PIC X(40) VALUE ALL '-'.
018700 01  WS-INC-HEADING.
018800     05  FILLER               PIC X(40)
018900         VALUE 'INCIDENTS CLOSED ON THE AIMA EXTRACT'.
019000 01  WS-INC-COL-LINE.
019100     05  FILLER               PIC X(10) VALUE 'CHECK'.
019200     05  FILLER               PIC X(19) VALUE 'STARTED'.
019300     05  FILLER               PIC X(19) VALUE 'ENDED'.
019400     05  FILLER               PIC X(11) VALUE '  DURATION'.
019500     05  FILLER               PIC X(09) VALUE '    WORST'.
019600     05  FILLER               PIC X(09) VALUE '    LIMIT'.
019700     05  FILLER               PIC X(20) VALUE '  CLOSED BECAUSE'.
019800 01  WS-INC-LINE.
019900     05  WS-IL-CHECK          PIC X(08).
020000     05  FILLER               PIC X(02) VALUE SPACES.
020100     05  WS-IL-START-DATE     PIC 9(08).
020200     05  FILLER               PIC X(01) VALUE SPACE.
020300     05  WS-IL-START-TIME     PIC X(08).
020400     05  FILLER               PIC X(02) VALUE SPACES.
020500     05  WS-IL-END-DATE       PIC 9(08).
020600     05  FILLER               PIC X(01) VALUE SPACE.
020700     05  WS-IL-END-TIME       PIC X(08).
020800     05  FILLER               PIC X(02) VALUE SPACES.
020900     05  WS-IL-DURATION       PIC X(10).
021000     05  FILLER               PIC X(01) VALUE SPACE.
021100     05  WS-IL-WORST          PIC Z(06)9.
021200     05  FILLER               PIC X(02) VALUE SPACES.
021300     05  WS-IL-LIMIT          PIC Z(06)9.
021400     05  FILLER               PIC X(02) VALUE SPACES.
021500     05  WS-IL-REASON         PIC X(40).
021600 01  WS-NOINC-LINE.
021700     05  FILLER               PIC X(40)
021800         VALUE 'NO INCIDENTS CLOSED'.
021900 01  WS-OPEN-HEADING.
022000     05  FILLER               PIC X(40)
022100         VALUE 'INCIDENTS STILL OPEN AT END OF EXTRACT'.
022200 01  WS-OPEN-COL-LINE.
022300     05  FILLER               PIC X(10) VALUE 'CHECK'.
022400     05  FILLER               PIC X(19) VALUE 'STARTED'.
022500     05  FILLER               PIC X(09) VALUE '   FIGURE'.
022600     05  FILLER               PIC X(09) VALUE '    LIMIT'.
022700     05  FILLER               PIC X(20) VALUE '  DESCRIPTION'.
022800 01  WS-OPEN-LINE.
022900     05  WS-OL-CHECK          PIC X(08).
023000     05  FILLER               PIC X(02) VALUE SPACES.
023100     05  WS-OL-START-DATE     PIC 9(08).
023200     05  FILLER               PIC X(01) VALUE SPACE.
023300     05  WS-OL-START-TIME     PIC X(08).
023400     05  FILLER               PIC X(02) VALUE SPACES.
023500     05  WS-OL-VALUE          PIC Z(06)9.
023600     05  FILLER               PIC X(02) VALUE SPACES.
023700     05  WS-OL-LIMIT          PIC Z(06)9.
023800     05  FILLER               PIC X(02) VALUE SPACES.
023900     05  WS-OL-TEXT           PIC X(40).
024000 01  WS-NOOPEN-LINE.
024100     05  FILLER               PIC X(40)
024200         VALUE 'NO INCIDENT LEFT OPEN'.
024300 01  WS-SUM-HEADING.
024400     05  FILLER               PIC X(40)
024500         VALUE 'CLOSED INCIDENTS BY CHECK'.
024600 01  WS-SUM-COL-LINE.
024700     05  FILLER               PIC X(10) VALUE 'CHECK'.
024800     05  FILLER               PIC X(11) VALUE 'INCIDENTS'.
024900     05  FILLER               PIC X(13) VALUE 'TOTAL TIME'.
025000     05  FILLER               PIC X(13) VALUE 'LONGEST'.
025100 01  WS-SUM-LINE.
025200     05  WS-SL-CHECK          PIC X(08).
025300     05  FILLER               PIC X(02) VALUE SPACES.
025400     05  WS-SL-INCIDENTS      PIC ZZ,ZZ9.
025500     05  FILLER               PIC X(04) VALUE SPACES.
025600     05  WS-SL-TOTAL          PIC X(10).
025700     05  FILLER               PIC X(03) VALUE SPACES.
025800     05  WS-SL-LONGEST        PIC X(10).
025900 01  WS-REC-LINE.
026000     05  FILLER               PIC X(24)
026100         VALUE 'ALERT RECORDS READ  . . '.
026200     05  WS-REC-OUT           PIC ZZZ,ZZ9.
026300 01  WS-RAISED-LINE.
026400     05  FILLER               PIC X(24)
026500         VALUE 'INCIDENTS RAISED  . . . '.
026600     05  WS-RAISED-OUT        PIC ZZZ,ZZ9.
026700 01  WS-CLOSED-LINE.
026800     05  FILLER               PIC X(24)
026900         VALUE 'INCIDENTS CLOSED  . . . '.
027000     05  WS-CLOSED-OUT        PIC ZZZ,ZZ9.
027100 01  WS-STILL-LINE.
027200     05  FILLER               PIC X(24)
027300         VALUE 'STILL OPEN  . . . . . . '.
027400     05  WS-STILL-OUT         PIC ZZZ,ZZ9.
027500 01  WS-OTHER-LINE.
027600     05  FILLER               PIC X(24)
027700         VALUE 'UNRECOGNISED RECORDS  . '.
027800     05  WS-OTHER-OUT         PIC ZZZ,ZZ9.
027900 01  WS-OVER-LINE.
028000     05  FILLER               PIC X(24)
028100         VALUE 'NOT TABLED - TABLE FULL '.
028200     05  WS-OVER-OUT          PIC ZZZ,ZZ9.
028300 01  WS-BLANK-LINE            PIC X(01) VALUE SPACE.
028400 PROCEDURE DIVISION.
028500******************************************************************
028600* MAINLINE                                                       *
028700******************************************************************
028800 0000-MAINLINE.
028900*
029000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029100*
029200     PERFORM 2000-PROCESS-ALERT THRU 2000-EXIT
029300         UNTIL EOF-YES.
029400*
029500     PERFORM 7000-PRINT-STILL-OPEN THRU 7000-EXIT.
029600     PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT.
029700     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
029800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029900*
030000     STOP RUN.
030100*
030200******************************************************************
030300* INITIALIZE - OPEN FILES, PRINT THE INCIDENT HEADINGS, PRIME    *
030400* THE READ                                                       *
030500******************************************************************
030600 1000-INITIALIZE.
030700*
030800     OPEN INPUT  AIMA-FILE.
030900     OPEN OUTPUT REPORT-FILE.
031000*
031100     MOVE '1'            TO PRINT-CTL.
031200     MOVE WS-HEADING-1   TO PRINT-DATA.
031300     WRITE PRINT-LINE.
031400*
031500     MOVE ' '            TO PRINT-CTL.
031600     MOVE WS-HEADING-2   TO PRINT-DATA.
031700     WRITE PRINT-LINE.
031800*
031900     MOVE ' '            TO PRINT-CTL.
032000     MOVE WS-BLANK-LINE  TO PRINT-DATA.
032100     WRITE PRINT-LINE.
032200*
032300     MOVE ' '             TO PRINT-CTL.
032400     MOVE WS-INC-HEADING  TO PRINT-DATA.
032500     WRITE PRINT-LINE.
032600*
032700     MOVE ' '             TO PRINT-CTL.
032800     MOVE WS-INC-COL-LINE TO PRINT-DATA.
032900     WRITE PRINT-LINE.
033000*
033100     PERFORM 1100-READ-AIMA THRU 1100-EXIT.
033200*
033300 1000-EXIT.
033400     EXIT.
033500*
033600 1100-READ-AIMA.
033700*
033800     READ AIMA-FILE
033900         AT END
034000             MOVE 'Y' TO WS-EOF-SW
034100     END-READ.
034200*
034300 1100-EXIT.
034400     EXIT.
034500*
034600******************************************************************
034700* PROCESS ONE ALERT RECORD - A RAISE IS HELD UNTIL ITS CLOSE     *
034800* TURNS UP, A CLOSE PRINTS THE INCIDENT                          *
034900******************************************************************
035000 2000-PROCESS-ALERT.
035100*
035200     ADD 1 TO WS-REC-COUNT.
035300*
035400     EVALUATE TRUE
035500         WHEN AIMA-RAISED
035600             ADD 1 TO WS-RAISED-COUNT
035700             PERFORM 2100-HOLD-RAISE THRU 2100-EXIT
035800         WHEN AIMA-CLEARED
035900             ADD 1 TO WS-CLOSED-COUNT
036000             PERFORM 2200-DROP-RAISE THRU 2200-EXIT
036100             PERFORM 2300-PRINT-INCIDENT THRU 2300-EXIT
036200         WHEN OTHER
036300             ADD 1 TO WS-OTHER-COUNT
036400     END-EVALUATE.
036500*
036600     PERFORM 1100-READ-AIMA THRU 1100-EXIT.
036700*
036800 2000-EXIT.
036900     EXIT.
037000*
037100******************************************************************
037200* HOLD A RAISE RECORD IN THE OPEN TABLE. A SECOND RAISE FOR THE  *
037300* SAME CHECK WITH NO CLOSE BETWEEN (MONITOR STATE LOST) TAKES    *
037400* THE PLACE OF THE FIRST                                         *
037500******************************************************************
037600 2100-HOLD-RAISE.
037700*
037800     PERFORM 2150-FIND-OPEN THRU 2150-EXIT.
037900*
038000     IF TBL-NOT-FOUND
038100         IF WS-OPEN-COUNT NOT < WS-OPEN-MAX
038200             ADD 1 TO WS-OVER-COUNT
038300             GO TO 2100-EXIT
038400         END-IF
038500         ADD 1 TO WS-OPEN-COUNT
038600         MOVE WS-OPEN-COUNT TO WS-HIT
038700     END-IF.
038800*
038900     MOVE AIMA-CHECK      TO WS-OPEN-CHECK(WS-HIT).
039000     MOVE AIMA-START-TIME TO WS-OPEN-START(WS-HIT).
039100     MOVE AIMA-VALUE      TO WS-OPEN-VALUE(WS-HIT).
039200     MOVE AIMA-LIMIT      TO WS-OPEN-LIMIT(WS-HIT).
039300     MOVE AIMA-TEXT       TO WS-OPEN-TEXT(WS-HIT).
039400*
039500 2100-EXIT.
039600     EXIT.
039700*
039800 2150-FIND-OPEN.
039900*
040000     MOVE 'N' TO WS-FOUND-SW.
040100     MOVE 0   TO WS-HIT.
040200*
040300     PERFORM 2160-MATCH-ONE-OPEN THRU 2160-EXIT
040400         VARYING WS-SUB FROM 1 BY 1
040500         UNTIL WS-SUB > WS-OPEN-COUNT
040600         OR TBL-FOUND.
040700*
040800 2150-EXIT.
040900     EXIT.
041000*
041100 2160-MATCH-ONE-OPEN.
041200*
041300     IF WS-OPEN-CHECK(WS-SUB) = AIMA-CHECK
041400         MOVE 'Y'    TO WS-FOUND-SW
041500         MOVE WS-SUB TO WS-HIT
041600     END-IF.
041700*
041800 2160-EXIT.
041900     EXIT.
042000*
042100******************************************************************
042200* A CLOSE ENDS THE HELD RAISE FOR ITS CHECK - THE SLOT IS CLEARED*
042300* RATHER THAN SQUEEZED OUT, AND REUSED BY THE NEXT RAISE FOR THE *
042400* SAME CHECK                                                     *
042500******************************************************************
042600 2200-DROP-RAISE.
042700*
042800     PERFORM 2150-FIND-OPEN THRU 2150-EXIT.
042900*
043000     IF TBL-FOUND
043100         MOVE 0 TO WS-OPEN-START(WS-HIT)
043200     END-IF.
043300*
043400 2200-EXIT.
043500     EXIT.
043600*
043700******************************************************************
043800* PRINT ONE INCIDENT FROM ITS CLOSE RECORD AND ADD IT TO THE     *
043900* SUMMARY FOR ITS CHECK                                          *
044000******************************************************************
044100 2300-PRINT-INCIDENT.
044200*
044300     MOVE SPACES     TO WS-INC-LINE.
044400     MOVE AIMA-CHECK TO WS-IL-CHECK.
044500*
044600     MOVE AIMA-START-TIME TO WS-ABS-IN.
044700     PERFORM 3500-ABS-TO-DATE THRU 3500-EXIT.
044800     MOVE WS-OUT-DATE TO WS-IL-START-DATE.
044900     MOVE WS-OUT-TIME TO WS-IL-START-TIME.
045000*
045100     MOVE AIMA-TIME TO WS-ABS-IN.
045200     PERFORM 3500-ABS-TO-DATE THRU 3500-EXIT.
045300     MOVE WS-OUT-DATE TO WS-IL-END-DATE.
045400     MOVE WS-OUT-TIME TO WS-IL-END-TIME.
045500*
045600     COMPUTE WS-DUR-MS = AIMA-TIME - AIMA-START-TIME.
045700     IF WS-DUR-MS < 0
045800         MOVE 0 TO WS-DUR-MS
045900     END-IF.
046000     COMPUTE WS-DUR-SECS = WS-DUR-MS / 1000.
046100     PERFORM 3600-FORMAT-DURATION THRU 3600-EXIT.
046200     MOVE WS-DUR-OUT TO WS-IL-DURATION.
046300*
046400     MOVE AIMA-VALUE TO WS-IL-WORST.
046500     MOVE AIMA-LIMIT TO WS-IL-LIMIT.
046600     MOVE AIMA-TEXT  TO WS-IL-REASON.
046700*
046800     MOVE ' '         TO PRINT-CTL.
046900     MOVE WS-INC-LINE TO PRINT-DATA.
047000     WRITE PRINT-LINE.
047100*
047200     PERFORM 2400-TALLY-CHECK THRU 2400-EXIT.
047300*
047400 2300-EXIT.
047500     EXIT.
047600*
047700******************************************************************
047800* FIND OR ADD THE CHECK IN THE SUMMARY TABLE AND ADD THE         *
047900* INCIDENT'S DURATION                                            *
048000******************************************************************
048100 2400-TALLY-CHECK.
048200*
048300     MOVE 'N' TO WS-FOUND-SW.
048400     MOVE 0   TO WS-HIT.
048500*
048600     PERFORM 2410-MATCH-ONE-CHECK THRU 2410-EXIT
048700         VARYING WS-SUB FROM 1 BY 1
048800         UNTIL WS-SUB > WS-CHK-COUNT
048900         OR TBL-FOUND.
049000*
049100     IF TBL-NOT-FOUND
049200         IF WS-CHK-COUNT NOT < WS-CHK-MAX
049300             ADD 1 TO WS-OVER-COUNT
049400             GO TO 2400-EXIT
049500         END-IF
049600         ADD 1 TO WS-CHK-COUNT
049700         MOVE WS-CHK-COUNT TO WS-HIT
049800         MOVE AIMA-CHECK   TO WS-CHK-NAME(WS-HIT)
049900         MOVE 0            TO WS-CHK-INCIDENTS(WS-HIT)
050000         MOVE 0            TO WS-CHK-TOTAL-SEC(WS-HIT)
050100         MOVE 0            TO WS-CHK-LONG-SEC(WS-HIT)
050200     END-IF.
050300*
050400     ADD 1           TO WS-CHK-INCIDENTS(WS-HIT).
050500     ADD WS-DUR-SECS TO WS-CHK-TOTAL-SEC(WS-HIT).
050600     IF WS-DUR-SECS > WS-CHK-LONG-SEC(WS-HIT)
050700         MOVE WS-DUR-SECS TO WS-CHK-LONG-SEC(WS-HIT)
050800     END-IF.
050900*
051000 2400-EXIT.
051100     EXIT.
051200*
051300 2410-MATCH-ONE-CHECK.
051400*
051500     IF WS-CHK-NAME(WS-SUB) = AIMA-CHECK
051600         MOVE 'Y'    TO WS-FOUND-SW
051700         MOVE WS-SUB TO WS-HIT
051800     END-IF.
051900*
052000 2410-EXIT.
052100     EXIT.
052200*
052300******************************************************************
052400* ABSTIME IN WS-ABS-IN TO DATE (WS-OUT-DATE) AND TIME OF DAY     *
052500* (WS-OUT-TIME, HH:MM:SS)                                        *
052600******************************************************************
052700 3500-ABS-TO-DATE.
052800*
052900     COMPUTE WS-REM-DAYS = WS-ABS-IN / 86400000.
053000     IF WS-REM-DAYS < 0
053100         MOVE 0 TO WS-REM-DAYS
053200     END-IF.
053300*
053400     COMPUTE WS-DAY-MS = WS-ABS-IN - WS-REM-DAYS * 86400000.
053500     IF WS-DAY-MS < 0
053600         MOVE 0 TO WS-DAY-MS
053700     END-IF.
053800     COMPUTE WS-DAY-SECS = WS-DAY-MS / 1000.
053900     DIVIDE WS-DAY-SECS BY 3600
054000         GIVING WS-OUT-HH REMAINDER WS-DUR-REM.
054100     DIVIDE WS-DUR-REM BY 60
054200         GIVING WS-OUT-MM REMAINDER WS-OUT-SS.
054300*
054400     MOVE 1900 TO WS-CUR-YEAR.
054500     MOVE 'N'  TO WS-YEAR-DONE-SW.
054600*
054700     PERFORM 3510-SUB-ONE-YEAR THRU 3510-EXIT
054800         UNTIL YEAR-DONE.
054900*
055000     MOVE 1   TO WS-CUR-MONTH.
055100     MOVE 'N' TO WS-MONTH-DONE-SW.
055200*
055300     PERFORM 3520-SUB-ONE-MONTH THRU 3520-EXIT
055400         UNTIL MONTH-DONE.
055500*
055600     MOVE WS-CUR-YEAR  TO WS-OUT-YEAR.
055700     MOVE WS-CUR-MONTH TO WS-OUT-MONTH.
055800     COMPUTE WS-OUT-DAY = WS-REM-DAYS + 1.
055900*
056000 3500-EXIT.
056100     EXIT.
056200*
056300 3510-SUB-ONE-YEAR.
056400*
056500     PERFORM 3530-YEAR-LENGTH THRU 3530-EXIT.
056600*
056700     IF WS-REM-DAYS NOT < WS-YEAR-DAYS
056800         SUBTRACT WS-YEAR-DAYS FROM WS-REM-DAYS
056900         ADD 1 TO WS-CUR-YEAR
057000     ELSE
057100         MOVE 'Y' TO WS-YEAR-DONE-SW
057200     END-IF.
057300*
057400 3510-EXIT.
057500     EXIT.
057600*
057700 3520-SUB-ONE-MONTH.
057800*
057900     MOVE WS-MONTH-LENS(WS-CUR-MONTH) TO WS-MONTH-LEN.
058000*
058100* FEBRUARY OF A LEAP YEAR RUNS A DAY LONG
058200*
058300     IF WS-CUR-MONTH = 2
058400         PERFORM 3530-YEAR-LENGTH THRU 3530-EXIT
058500         IF WS-YEAR-DAYS = 366
058600             ADD 1 TO WS-MONTH-LEN
058700         END-IF
058800     END-IF.
058900*
059000     IF WS-REM-DAYS NOT < WS-MONTH-LEN
059100         AND WS-CUR-MONTH < 12
059200         SUBTRACT WS-MONTH-LEN FROM WS-REM-DAYS
059300         ADD 1 TO WS-CUR-MONTH
059400     ELSE
059500         MOVE 'Y' TO WS-MONTH-DONE-SW
059600     END-IF.
059700*
059800 3520-EXIT.
059900     EXIT.
060000*
060100******************************************************************
060200* DAYS IN WS-CUR-YEAR - 1900 IS NOT A LEAP YEAR, 2000 IS         *
060300******************************************************************
060400 3530-YEAR-LENGTH.
060500*
060600     DIVIDE WS-CUR-YEAR BY 4
060700         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
060800*
060900     IF WS-LEAP-REM = 0 AND WS-CUR-YEAR NOT = 1900
061000         MOVE 366 TO WS-YEAR-DAYS
061100     ELSE
061200         MOVE 365 TO WS-YEAR-DAYS
061300     END-IF.
061400*
061500 3530-EXIT.
061600     EXIT.
061700*
061800******************************************************************
061900* WS-DUR-SECS AS HHHH:MM:SS IN WS-DUR-OUT                        *
062000******************************************************************
062100 3600-FORMAT-DURATION.
062200*
062300     DIVIDE WS-DUR-SECS BY 3600
062400         GIVING WS-DUR-HH REMAINDER WS-DUR-REM.
062500     DIVIDE WS-DUR-REM BY 60
062600         GIVING WS-DUR-MM REMAINDER WS-DUR-SS.
062700*
062800     IF WS-DUR-HH > 9999
062900         MOVE 9999 TO WS-DUR-HH
063000     END-IF.
063100*
063200     MOVE WS-DUR-HH TO WS-DUR-OUT-HH.
063300     MOVE WS-DUR-MM TO WS-DUR-OUT-MM.
063400     MOVE WS-DUR-SS TO WS-DUR-OUT-SS.
063500*
063600 3600-EXIT.
063700     EXIT.
063800*
063900******************************************************************
064000* INCIDENTS WHOSE RAISE RECORD HAS NO CLOSE ON THIS EXTRACT      *
064100******************************************************************
064200 7000-PRINT-STILL-OPEN.
064300*
064400     IF WS-CLOSED-COUNT = 0
064500         MOVE ' '           TO PRINT-CTL
064600         MOVE WS-NOINC-LINE TO PRINT-DATA
064700         WRITE PRINT-LINE
064800     END-IF.
064900*
065000     MOVE ' '             TO PRINT-CTL.
065100     MOVE WS-BLANK-LINE   TO PRINT-DATA.
065200     WRITE PRINT-LINE.
065300*
065400     MOVE ' '             TO PRINT-CTL.
065500     MOVE WS-OPEN-HEADING TO PRINT-DATA.
065600     WRITE PRINT-LINE.
065700*
065800     MOVE ' '              TO PRINT-CTL.
065900     MOVE WS-OPEN-COL-LINE TO PRINT-DATA.
066000     WRITE PRINT-LINE.
066100*
066200     PERFORM 7100-PRINT-ONE-OPEN THRU 7100-EXIT
066300         VARYING WS-SUB FROM 1 BY 1
066400         UNTIL WS-SUB > WS-OPEN-COUNT.
066500*
066600     IF WS-STILL-COUNT = 0
066700         MOVE ' '            TO PRINT-CTL
066800         MOVE WS-NOOPEN-LINE TO PRINT-DATA
066900         WRITE PRINT-LINE
067000     END-IF.
067100*
067200 7000-EXIT.
067300     EXIT.
067400*
067500 7100-PRINT-ONE-OPEN.
067600*
067700     IF WS-OPEN-START(WS-SUB) = 0
067800         GO TO 7100-EXIT
067900     END-IF.
068000*
068100     ADD 1 TO WS-STILL-COUNT.
068200*
068300     MOVE SPACES                TO WS-OPEN-LINE.
068400     MOVE WS-OPEN-CHECK(WS-SUB) TO WS-OL-CHECK.
068500*
068600     MOVE WS-OPEN-START(WS-SUB) TO WS-ABS-IN.
068700     PERFORM 3500-ABS-TO-DATE THRU 3500-EXIT.
068800     MOVE WS-OUT-DATE TO WS-OL-START-DATE.
068900     MOVE WS-OUT-TIME TO WS-OL-START-TIME.
069000*
069100     MOVE WS-OPEN-VALUE(WS-SUB) TO WS-OL-VALUE.
069200     MOVE WS-OPEN-LIMIT(WS-SUB) TO WS-OL-LIMIT.
069300     MOVE WS-OPEN-TEXT(WS-SUB)  TO WS-OL-TEXT.
069400*
069500     MOVE ' '          TO PRINT-CTL.
069600     MOVE WS-OPEN-LINE TO PRINT-DATA.
069700     WRITE PRINT-LINE.
069800*
069900 7100-EXIT.
070000     EXIT.
070100*
070200******************************************************************
070300* SUMMARY BY CHECK - INCIDENT COUNT, TOTAL AND LONGEST DURATION  *
070400******************************************************************
070500 7500-PRINT-SUMMARY.
070600*
070700     MOVE ' '             TO PRINT-CTL.
070800     MOVE WS-BLANK-LINE   TO PRINT-DATA.
070900     WRITE PRINT-LINE.
071000*
071100     MOVE ' '             TO PRINT-CTL.
071200     MOVE WS-SUM-HEADING  TO PRINT-DATA.
071300     WRITE PRINT-LINE.
071400*
071500     MOVE ' '             TO PRINT-CTL.
071600     MOVE WS-SUM-COL-LINE TO PRINT-DATA.
071700     WRITE PRINT-LINE.
071800*
071900     PERFORM 7510-PRINT-ONE-CHECK THRU 7510-EXIT
072000         VARYING WS-SUB FROM 1 BY 1
072100         UNTIL WS-SUB > WS-CHK-COUNT.
072200*
072300     IF WS-CHK-COUNT = 0
072400         MOVE ' '           TO PRINT-CTL
072500         MOVE WS-NOINC-LINE TO PRINT-DATA
072600         WRITE PRINT-LINE
072700     END-IF.
072800*
072900 7500-EXIT.
073000     EXIT.
073100*
073200 7510-PRINT-ONE-CHECK.
073300*
073400     MOVE SPACES                   TO WS-SUM-LINE.
073500     MOVE WS-CHK-NAME(WS-SUB)      TO WS-SL-CHECK.
073600     MOVE WS-CHK-INCIDENTS(WS-SUB) TO WS-SL-INCIDENTS.
073700*
073800     MOVE WS-CHK-TOTAL-SEC(WS-SUB) TO WS-DUR-SECS.
073900     PERFORM 3600-FORMAT-DURATION THRU 3600-EXIT.
074000     MOVE WS-DUR-OUT TO WS-SL-TOTAL.
074100*
074200     MOVE WS-CHK-LONG-SEC(WS-SUB)  TO WS-DUR-SECS.
074300     PERFORM 3600-FORMAT-DURATION THRU 3600-EXIT.
074400     MOVE WS-DUR-OUT TO WS-SL-LONGEST.
074500*
074600     MOVE ' '         TO PRINT-CTL.
074700     MOVE WS-SUM-LINE TO PRINT-DATA.
074800     WRITE PRINT-LINE.
074900*
075000 7510-EXIT.
075100     EXIT.
075200*
075300******************************************************************
075400* RUN TOTALS                                                     *
075500******************************************************************
075600 8000-PRINT-TOTALS.
075700*
075800     MOVE ' '             TO PRINT-CTL.
075900     MOVE WS-BLANK-LINE   TO PRINT-DATA.
076000     WRITE PRINT-LINE.
076100*
076200     MOVE WS-REC-COUNT    TO WS-REC-OUT.
076300     MOVE ' '             TO PRINT-CTL.
076400     MOVE WS-REC-LINE     TO PRINT-DATA.
076500     WRITE PRINT-LINE.
076600*
076700     MOVE WS-RAISED-COUNT TO WS-RAISED-OUT.
076800     MOVE ' '             TO PRINT-CTL.
076900     MOVE WS-RAISED-LINE  TO PRINT-DATA.
077000     WRITE PRINT-LINE.
077100*
077200     MOVE WS-CLOSED-COUNT TO WS-CLOSED-OUT.
077300     MOVE ' '             TO PRINT-CTL.
077400     MOVE WS-CLOSED-LINE  TO PRINT-DATA.
077500     WRITE PRINT-LINE.
077600*
077700     MOVE WS-STILL-COUNT  TO WS-STILL-OUT.
077800     MOVE ' '             TO PRINT-CTL.
077900     MOVE WS-STILL-LINE   TO PRINT-DATA.
078000     WRITE PRINT-LINE.
078100*
078200     IF WS-OTHER-COUNT > 0
078300         MOVE WS-OTHER-COUNT TO WS-OTHER-OUT
078400         MOVE ' '            TO PRINT-CTL
078500         MOVE WS-OTHER-LINE  TO PRINT-DATA
078600         WRITE PRINT-LINE
078700     END-IF.
078800*
078900     IF WS-OVER-COUNT > 0
079000         MOVE WS-OVER-COUNT  TO WS-OVER-OUT
079100         MOVE ' '            TO PRINT-CTL
079200         MOVE WS-OVER-LINE   TO PRINT-DATA
079300         WRITE PRINT-LINE
079400     END-IF.
079500*
079600 8000-EXIT.
079700     EXIT.
079800*
079900******************************************************************
080000* TERMINATE - CLOSE FILES                                        *
080100******************************************************************
080200 9000-TERMINATE.
080300*
080400     CLOSE AIMA-FILE.
080500     CLOSE REPORT-FILE.
080600*
080700 9000-EXIT.
080800     EXIT.
