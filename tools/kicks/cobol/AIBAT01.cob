000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AIBAT01.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  AI MAINFRAME ASSISTANT PROJECT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900* AIBAT01 - BATCH QUESTION LOAD                                  *
001000*                                                                *
001100* LOADS A FILE OF QUESTIONS TO BE PUT TO THE ASSISTANT WITHOUT A *
001200* TERMINAL - ONE PER ABEND CODE, ONE PER FAILING JOB, AND SO ON  *
001300* - ONTO THE AIBQ CLUSTER AS ONE RUN. THE AIBT TRANSACTION THEN  *
001400* WORKS THROUGH THE RUN ONE QUESTION AT A TIME, DOWN THE SAME    *
001500* SCREENING, FAQ, ROUTING, QUOTA AND AUDIT PATH AS AIMP, AND     *
001600* AIBAT02 REPORTS THE ANSWERS ONCE IT HAS FINISHED.              *
001700*                                                                *
001800* THE RUN ID COMES FROM COLS 1-8 OF THE BQCTL CARD, OR IS        *
001900* TODAY'S DATE YYYYMMDD WHEN THOSE COLUMNS ARE BLANK OR THE CARD *
002000* IS MISSING. A RUN ID ALREADY ON THE CLUSTER IS REFUSED, SO A   *
002100* RESUBMITTED JOB CANNOT QUEUE THE SAME QUESTIONS TWICE - PURGE  *
002200* THE OLD RUN WITH AIBAT02 OR CHOOSE ANOTHER ID.                 *
002300*                                                                *
002400* QUESIN RECORD FORMAT (240 BYTES):                              *
002500*   '*' IN COL 1            COMMENT, IGNORED                     *
002600*   COLS 1-8                USERID THE QUESTION IS ASKED FOR -   *
002700*                           CHARGED TO ITS QUOTA AND FILED IN    *
002800*                           ITS AIHIST                           *
002900*   COLS 10-14              CATEGORY - JCL, COBOL OR VSAM GO TO  *
003000*                           THE SPECIALIST QUEUES, ANYTHING ELSE *
003100*                           TO THE GENERAL ONE, AS ON AIMP       *
003200*   COLS 17-232             QUESTION TEXT, THE THREE 72-BYTE     *
003300*                           AIMP LINES END TO END                *
003400*                                                                *
003500* EVERY RECORD IS NUMBERED IN INPUT ORDER AND KEEPS THAT NUMBER  *
003600* THROUGH TO THE AIBAT02 OUTPUT. ONE WITH NO USERID OR NO        *
003700* QUESTION IS STILL LOADED, MARKED REJECTED WITH THE REASON, SO  *
003800* THE OUTPUT STAYS MATCHED RECORD FOR RECORD WITH THE INPUT.     *
003900*                                                                *
004000* RETURN CODE 0 - EVERY QUESTION QUEUED                          *
004100*             4 - ONE OR MORE QUESTIONS REJECTED                 *
004200*            12 - RUN ID ALREADY ON THE CLUSTER, NOTHING LOADED  *
004300*                                                                *
004400* MODIFICATION HISTORY                                           *
004500*   2026-10-15  OSG  ORIGINAL PROGRAM                            *
004600*                                                                *
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT CONTROL-FILE  ASSIGN TO BQCTL
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT QUESTION-FILE ASSIGN TO QUESIN
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT AIBQ-FILE     ASSIGN TO AIBQ
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS AIBQ-KEY
006200         FILE STATUS IS WS-BQ-STATUS.
006300     SELECT REPORT-FILE   ASSIGN TO RPTOUT
006400         ORGANIZATION IS SEQUENTIAL.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CONTROL-FILE
006800     RECORDING MODE IS F.
006900 01  CONTROL-CARD.
007000     05  CTL-RUN-ID           PIC X(08).
007100     05  FILLER               PIC X(72).
007200*
007300 FD  QUESTION-FILE
007400     RECORDING MODE IS F.
007500 01  QUESTION-IN.
007600     05  QIN-USERID           PIC X(08).
007700     05  FILLER               PIC X(01).
007800     05  QIN-CATEGORY         PIC X(05).
007900     05  FILLER               PIC X(02).
008000     05  QIN-QUESTION         PIC X(216).
008100     05  FILLER               PIC X(08).
008200*
008300* ONE BATCH QUESTION, KEYED BY RUN ID AND INPUT SEQUENCE NUMBER.
008400* LOADED 'Q' HERE, WORKED BY AIBT, REPORTED AND PURGED BY
008500* AIBAT02. A QUESTION THAT GOT NO ANSWER CARRIES THE REASON IN
008600* THE FIRST RESPONSE LINE
008700*
008800 FD  AIBQ-FILE.
008900 01  AIBQ-RECORD.
009000     05  AIBQ-KEY.
009100         10  AIBQ-RUN         PIC X(08).
009200         10  AIBQ-NUM         PIC 9(05).
009300     05  AIBQ-STATUS          PIC X(01).
009400         88  AIBQ-QUEUED      VALUE 'Q'.
009500         88  AIBQ-SENT        VALUE 'S'.
009600         88  AIBQ-ANSWERED    VALUE 'A'.
009700         88  AIBQ-FROM-FAQ    VALUE 'F'.
009800         88  AIBQ-BLOCKED     VALUE 'B'.
009900         88  AIBQ-NO-QUOTA    VALUE 'R'.
010000         88  AIBQ-NOT-AUTH    VALUE 'N'.
010100         88  AIBQ-TIMED-OUT   VALUE 'T'.
010200         88  AIBQ-REJECTED    VALUE 'X'.
010300     05  AIBQ-USERID          PIC X(08).
010400     05  AIBQ-CATEGORY        PIC X(05).
010500     05  AIBQ-QUESTION        PIC X(216).
010600     05  AIBQ-SEQ             PIC 9(04).
010700     05  AIBQ-START-TIME      PIC S9(15) COMP-3.
010800     05  AIBQ-END-TIME        PIC S9(15) COMP-3.
010900     05  AIBQ-WAIT-COUNT      PIC 9(02).
011000     05  AIBQ-HIST-TIME       PIC S9(15) COMP-3.
011100     05  AIBQ-SEG-RECEIVED    PIC 9(02).
011200     05  AIBQ-SEG-TOT         PIC 9(02).
011300     05  AIBQ-RESPONSE        PIC X(3040).
011400*
011500 FD  REPORT-FILE
011600     RECORDING MODE IS F.
011700 01  PRINT-LINE.
011800     05  PRINT-CTL             PIC X(01).
011900     05  PRINT-DATA            PIC X(132).
012000 WORKING-STORAGE SECTION.
012100*
012200* SWITCHES
012300*
012400 01  WS-SWITCHES.
012500     05  WS-QIN-EOF-SW        PIC X(01) VALUE 'N'.
012600         88  QIN-EOF-YES      VALUE 'Y'.
012700         88  QIN-EOF-NO       VALUE 'N'.
012800     05  WS-BQ-STATUS         PIC X(02) VALUE '00'.
012900     05  WS-REFUSE-SW         PIC X(01) VALUE 'N'.
013000         88  RUN-REFUSED      VALUE 'Y'.
013100         88  RUN-ACCEPTED     VALUE 'N'.
013200*
013300* RUN ID AND TODAY'S DATE, ITS DEFAULT
013400*
013500 01  WS-RUN-WORK.
013600     05  WS-TODAY             PIC 9(08).
013700     05  WS-RUN-ID            PIC X(08).
013800     05  WS-REASON            PIC X(30) VALUE SPACES.
013900*
014000* ACCUMULATORS
014100*
014200 01  WS-COUNTERS.
014300     05  WS-READ-COUNT        PIC 9(05) COMP VALUE ZERO.
014400     05  WS-LOAD-COUNT        PIC 9(05) COMP VALUE ZERO.
014500     05  WS-BAD-COUNT         PIC 9(05) COMP VALUE ZERO.
014600     05  WS-NEXT-NUM          PIC 9(05) VALUE ZERO.
014700*
014800* REPORT LINES
014900*
015000 01  WS-HEADING-1.
015100     05  FILLER               PIC X(40)
015200         VALUE 'AI ASSISTANT BATCH QUESTION LOAD'.
015300 01  WS-HEADING-2.
015400     05  FILLER               PIC X(40) VALUE ALL '-'.
015500 01  WS-RUN-LINE.
015600     05  FILLER               PIC X(24)
015700         VALUE 'RUN ID  . . . . . . . . '.
015800     05  WS-RUN-OUT           PIC X(08).
015900 01  WS-REFUSE-LINE.
016000     05  FILLER               PIC X(10) VALUE 'REFUSED   '.
016100     05  WS-RF-TEXT           PIC X(60).
016200 01  WS-REFUSE-TEXT           PIC X(60)
016300         VALUE 'RUN ID ALREADY ON AIBQ - PURGE IT WITH AIBAT02'.
016400 01  WS-REJECT-LINE.
016500     05  FILLER               PIC X(10) VALUE 'REJECTED  '.
016600     05  WS-RJ-NUM            PIC ZZZZ9.
016700     05  FILLER               PIC X(02) VALUE SPACES.
016800     05  WS-RJ-USERID         PIC X(08).
016900     05  FILLER               PIC X(02) VALUE SPACES.
017000     05  WS-RJ-QUESTION       PIC X(50).
017100     05  FILLER               PIC X(02) VALUE SPACES.
017200     05  WS-RJ-REASON         PIC X(30).
017300 01  WS-READ-LINE.
017400     05  FILLER               PIC X(24)
017500         VALUE 'RECORDS READ  . . . . . '.
017600     05  WS-READ-OUT          PIC ZZ,ZZ9.
017700 01  WS-LOAD-LINE.
017800     05  FILLER               PIC X(24)
017900         VALUE 'QUESTIONS QUEUED  . . . '.
018000     05  WS-LOAD-OUT          PIC ZZ,ZZ9.
018100 01  WS-BAD-LINE.
018200     05  FILLER               PIC X(24)
018300         VALUE 'QUESTIONS REJECTED  . . '.
018400     05  WS-BAD-OUT           PIC ZZ,ZZ9.
018500 01  WS-BLANK-LINE            PIC X(01) VALUE SPACE.
018600 PROCEDURE DIVISION.
018700******************************************************************
018800* MAINLINE                                                       *
018900******************************************************************
019000 0000-MAINLINE.
019100*
019200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019300*
019400     IF RUN-ACCEPTED
019500         PERFORM 2000-PROCESS-QUESTION THRU 2000-EXIT
019600             UNTIL QIN-EOF-YES
019700     END-IF.
019800*
019900     PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
020000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020100*
020200     IF RUN-REFUSED
020300         MOVE 12 TO RETURN-CODE
020400     ELSE
020500         IF WS-BAD-COUNT > 0
020600             MOVE 4 TO RETURN-CODE
020700         END-IF
020800     END-IF.
020900*
021000     STOP RUN.
021100*
021200******************************************************************
021300* INITIALIZE - SETTLE THE RUN ID, REFUSE ONE ALREADY LOADED,     *
021400* START THE LISTING AND PRIME THE QUESTION READ                  *
021500******************************************************************
021600 1000-INITIALIZE.
021700*
021800     OPEN INPUT  CONTROL-FILE.
021900     OPEN INPUT  QUESTION-FILE.
022000     OPEN I-O    AIBQ-FILE.
022100     OPEN OUTPUT REPORT-FILE.
022200*
022300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
022400     MOVE WS-TODAY TO WS-RUN-ID.
022500*
022600     READ CONTROL-FILE
022700         AT END
022800             MOVE SPACES TO CONTROL-CARD
022900     END-READ.
023000*
023100     IF CTL-RUN-ID NOT = SPACES
023200         MOVE CTL-RUN-ID TO WS-RUN-ID
023300     END-IF.
023400*
023500     MOVE '1'            TO PRINT-CTL.
023600     MOVE WS-HEADING-1   TO PRINT-DATA.
023700     WRITE PRINT-LINE.
023800*
023900     MOVE ' '            TO PRINT-CTL.
024000     MOVE WS-HEADING-2   TO PRINT-DATA.
024100     WRITE PRINT-LINE.
024200*
024300     MOVE WS-RUN-ID      TO WS-RUN-OUT.
024400     MOVE ' '            TO PRINT-CTL.
024500     MOVE WS-RUN-LINE    TO PRINT-DATA.
024600     WRITE PRINT-LINE.
024700*
024800     MOVE ' '            TO PRINT-CTL.
024900     MOVE WS-BLANK-LINE  TO PRINT-DATA.
025000     WRITE PRINT-LINE.
025100*
025200     PERFORM 1200-CHECK-RUN-ID THRU 1200-EXIT.
025300*
025400     IF RUN-REFUSED
025500         GO TO 1000-EXIT
025600     END-IF.
025700*
025800     PERFORM 1100-READ-QUESTION THRU 1100-EXIT.
025900*
026000 1000-EXIT.
026100     EXIT.
026200*
026300 1100-READ-QUESTION.
026400*
026500     READ QUESTION-FILE
026600         AT END
026700             MOVE 'Y' TO WS-QIN-EOF-SW
026800     END-READ.
026900*
027000 1100-EXIT.
027100     EXIT.
027200*
027300******************************************************************
027400* A RUN ID WITH ANY RECORD ON THE CLUSTER IS ALREADY LOADED      *
027500******************************************************************
027600 1200-CHECK-RUN-ID.
027700*
027800     MOVE WS-RUN-ID TO AIBQ-RUN.
027900     MOVE 0         TO AIBQ-NUM.
028000*
028100     START AIBQ-FILE KEY NOT < AIBQ-KEY
028200         INVALID KEY
028300             GO TO 1200-EXIT
028400     END-START.
028500*
028600     READ AIBQ-FILE NEXT
028700         AT END
028800             GO TO 1200-EXIT
028900     END-READ.
029000*
029100     IF AIBQ-RUN = WS-RUN-ID
029200         MOVE 'Y'            TO WS-REFUSE-SW
029300         MOVE WS-REFUSE-TEXT TO WS-RF-TEXT
029400         MOVE ' '            TO PRINT-CTL
029500         MOVE WS-REFUSE-LINE TO PRINT-DATA
029600         WRITE PRINT-LINE
029700     END-IF.
029800*
029900 1200-EXIT.
030000     EXIT.
030100*
030200******************************************************************
030300* LOAD ONE QUESTION - NUMBERED IN INPUT ORDER, QUEUED FOR AIBT   *
030400* OR MARKED REJECTED WITH THE REASON                             *
030500******************************************************************
030600 2000-PROCESS-QUESTION.
030700*
030800     IF QIN-USERID(1:1) = '*'
030900         PERFORM 1100-READ-QUESTION THRU 1100-EXIT
031000         GO TO 2000-EXIT
031100     END-IF.
031200*
031300     ADD 1 TO WS-READ-COUNT.
031400     ADD 1 TO WS-NEXT-NUM.
031500*
031600     MOVE SPACES TO WS-REASON.
031700*
031800     IF QIN-USERID = SPACES
031900         MOVE 'NO USERID IN COLS 1-8' TO WS-REASON
032000     ELSE
032100         IF QIN-QUESTION = SPACES
032200             MOVE 'NO QUESTION IN COLS 17-232' TO WS-REASON
032300         END-IF
032400     END-IF.
032500*
032600     MOVE SPACES         TO AIBQ-RECORD.
032700     MOVE WS-RUN-ID      TO AIBQ-RUN.
032800     MOVE WS-NEXT-NUM    TO AIBQ-NUM.
032900     MOVE 'Q'            TO AIBQ-STATUS.
033000     MOVE QIN-USERID     TO AIBQ-USERID.
033100     MOVE QIN-CATEGORY   TO AIBQ-CATEGORY.
033200     MOVE QIN-QUESTION   TO AIBQ-QUESTION.
033300     MOVE 0              TO AIBQ-SEQ.
033400     MOVE 0              TO AIBQ-START-TIME.
033500     MOVE 0              TO AIBQ-END-TIME.
033600     MOVE 0              TO AIBQ-WAIT-COUNT.
033700     MOVE 0              TO AIBQ-HIST-TIME.
033800     MOVE 0              TO AIBQ-SEG-RECEIVED.
033900     MOVE 0              TO AIBQ-SEG-TOT.
034000*
034100     IF WS-REASON NOT = SPACES
034200         MOVE 'X'        TO AIBQ-STATUS
034300         MOVE WS-REASON  TO AIBQ-RESPONSE
034400         MOVE 1          TO AIBQ-SEG-TOT
034500         PERFORM 2900-REJECT-QUESTION THRU 2900-EXIT
034600     ELSE
034700         ADD 1 TO WS-LOAD-COUNT
034800     END-IF.
034900*
035000     WRITE AIBQ-RECORD
035100         INVALID KEY
035200             REWRITE AIBQ-RECORD
035300     END-WRITE.
035400*
035500     PERFORM 1100-READ-QUESTION THRU 1100-EXIT.
035600*
035700 2000-EXIT.
035800     EXIT.
035900*
036000******************************************************************
036100* LIST A REJECTED QUESTION WITH THE REASON                       *
036200******************************************************************
036300 2900-REJECT-QUESTION.
036400*
036500     ADD 1 TO WS-BAD-COUNT.
036600*
036700     MOVE WS-NEXT-NUM        TO WS-RJ-NUM.
036800     MOVE QIN-USERID         TO WS-RJ-USERID.
036900     MOVE QIN-QUESTION(1:50) TO WS-RJ-QUESTION.
037000     MOVE WS-REASON          TO WS-RJ-REASON.
037100     MOVE ' '                TO PRINT-CTL.
037200     MOVE WS-REJECT-LINE     TO PRINT-DATA.
037300     WRITE PRINT-LINE.
037400*
037500 2900-EXIT.
037600     EXIT.
037700*
037800******************************************************************
037900* PRODUCE THE LOAD TOTALS                                        *
038000******************************************************************
038100 8000-PRODUCE-REPORT.
038200*
038300     MOVE ' '            TO PRINT-CTL.
038400     MOVE WS-BLANK-LINE  TO PRINT-DATA.
038500     WRITE PRINT-LINE.
038600*
038700     MOVE WS-READ-COUNT  TO WS-READ-OUT.
038800     MOVE ' '            TO PRINT-CTL.
038900     MOVE WS-READ-LINE   TO PRINT-DATA.
039000     WRITE PRINT-LINE.
039100*
039200     MOVE WS-LOAD-COUNT  TO WS-LOAD-OUT.
039300     MOVE ' '            TO PRINT-CTL.
039400     MOVE WS-LOAD-LINE   TO PRINT-DATA.
039500     WRITE PRINT-LINE.
039600*
039700     MOVE WS-BAD-COUNT   TO WS-BAD-OUT.
039800     MOVE ' '            TO PRINT-CTL.
039900     MOVE WS-BAD-LINE    TO PRINT-DATA.
040000     WRITE PRINT-LINE.
040100*
040200 8000-EXIT.
040300     EXIT.
040400*
040500******************************************************************
040600* TERMINATE - CLOSE FILES                                        *
040700******************************************************************
040800 9000-TERMINATE.
040900*
041000     CLOSE CONTROL-FILE.
041100     CLOSE QUESTION-FILE.
041200     CLOSE AIBQ-FILE.
041300     CLOSE REPORT-FILE.
041400*
041500 9000-EXIT.
041600     EXIT.
