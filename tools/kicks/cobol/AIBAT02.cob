000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AIBAT02.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  AI MAINFRAME ASSISTANT PROJECT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900* AIBAT02 - BATCH QUESTION ANSWER REPORT                         *
001000*                                                                *
001100* REPORTS ONE RUN OF BATCH QUESTIONS LOADED BY AIBAT01 AND       *
001200* WORKED BY THE AIBT TRANSACTION. EVERY INPUT QUESTION IS        *
001300* PRINTED IN INPUT ORDER WITH ITS REQUESTER, CATEGORY, OUTCOME   *
001400* AND ANSWER, AND WRITTEN TO THE BQOUT FILE - ONE OUTPUT RECORD  *
001500* PER INPUT RECORD, CARRYING ITS INPUT NUMBER, SO A FOLLOW-ON    *
001600* JOB CAN MATCH THE TWO. A QUESTION THAT GOT NO ANSWER IS        *
001700* FLAGGED WITH THE REASON INSTEAD OF BEING DROPPED:              *
001800*   ANSWERED     ANSWERED BY THE AI SERVICE                      *
001900*   FAQ          ANSWERED FROM THE CURATED AIFAQ FILE            *
002000*   LATE ANSWR   TIMED OUT, BUT THE LATE ANSWER HAS SINCE BEEN   *
002100*                FILED IN AIHIST AND IS REPORTED HERE            *
002200*   TIMED OUT    NO ANSWER YET - ONE MAY STILL REACH AIHIST      *
002300*   BLOCKED      REFUSED BY AIBLK SCREENING                      *
002400*   NO QUOTA     THE REQUESTER'S DAILY QUOTA WAS USED UP         *
002500*   NOT AUTH     REQUESTER NOT AUTHORIZED ON AIAUTH              *
002600*   REJECTED     NO USERID OR NO QUESTION ON THE INPUT RECORD    *
002700*   NOT SENT     STILL WAITING FOR AIBT                          *
002800*   PENDING      OUT TO THE AI SERVICE, NOT YET ANSWERED         *
002900*                                                                *
003000* EVERY ANSWER IS ALSO IN THE REQUESTER'S AIHIST, WHERE THEY CAN *
003100* BROWSE IT ON AIMP WITH PF7/PF8.                                *
003200*                                                                *
003300* BQCTL CARD:                                                    *
003400*   COLS 1-8                RUN ID - TODAY'S DATE YYYYMMDD WHEN  *
003500*                           BLANK OR THE CARD IS MISSING         *
003600*   COLS 10-14              'PURGE' TO DELETE THE RUN FROM AIBQ  *
003700*                           ONCE IT IS REPORTED. A RUN WITH ANY  *
003800*                           QUESTION NOT SENT OR PENDING IS      *
003900*                           NEVER PURGED                         *
004000*                                                                *
004100* RETURN CODE 0 - EVERY QUESTION ANSWERED                        *
004200*             4 - ONE OR MORE QUESTIONS FLAGGED                  *
004300*             8 - QUESTIONS STILL NOT SENT OR PENDING - AIBT HAS *
004400*                 NOT FINISHED THE RUN, OR IS NOT RUNNING        *
004500*            12 - NO QUESTIONS ON AIBQ FOR THE RUN ID            *
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
005700     SELECT CONTROL-FILE  ASSIGN TO BQCTL
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT AIBQ-FILE     ASSIGN TO AIBQ
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS AIBQ-KEY
006300         FILE STATUS IS WS-BQ-STATUS.
006400     SELECT AIHIST-FILE   ASSIGN TO AIHIST
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS AIHIST-KEY
006800         FILE STATUS IS WS-HIST-STATUS.
006900     SELECT OUTPUT-FILE   ASSIGN TO BQOUT
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT REPORT-FILE   ASSIGN TO RPTOUT
007200         ORGANIZATION IS SEQUENTIAL.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  CONTROL-FILE
007600     RECORDING MODE IS F.
007700 01  CONTROL-CARD.
007800     05  CTL-RUN-ID           PIC X(08).
007900     05  FILLER               PIC X(01).
008000     05  CTL-ACTION           PIC X(05).
008100         88  CTL-PURGE        VALUE 'PURGE'.
008200     05  FILLER               PIC X(66).
008300*
008400* ONE BATCH QUESTION - SAME LAYOUT AIBAT01 LOADS AND AIBT WORKS
008500*
008600 FD  AIBQ-FILE.
008700 01  AIBQ-RECORD.
008800     05  AIBQ-KEY.
008900         10  AIBQ-RUN         PIC X(08).
009000         10  AIBQ-NUM         PIC 9(05).
009100     05  AIBQ-STATUS          PIC X(01).
009200         88  AIBQ-QUEUED      VALUE 'Q'.
009300         88  AIBQ-SENT        VALUE 'S'.
009400         88  AIBQ-ANSWERED    VALUE 'A'.
009500         88  AIBQ-FROM-FAQ    VALUE 'F'.
009600         88  AIBQ-BLOCKED     VALUE 'B'.
009700         88  AIBQ-NO-QUOTA    VALUE 'R'.
009800         88  AIBQ-NOT-AUTH    VALUE 'N'.
009900         88  AIBQ-TIMED-OUT   VALUE 'T'.
010000         88  AIBQ-REJECTED    VALUE 'X'.
010100     05  AIBQ-USERID          PIC X(08).
010200     05  AIBQ-CATEGORY        PIC X(05).
010300     05  AIBQ-QUESTION        PIC X(216).
010400     05  AIBQ-SEQ             PIC 9(04).
010500     05  AIBQ-START-TIME      PIC S9(15) COMP-3.
010600     05  AIBQ-END-TIME        PIC S9(15) COMP-3.
010700     05  AIBQ-WAIT-COUNT      PIC 9(02).
010800     05  AIBQ-HIST-TIME       PIC S9(15) COMP-3.
010900     05  AIBQ-SEG-RECEIVED    PIC 9(02).
011000     05  AIBQ-SEG-TOT         PIC 9(02).
011100     05  AIBQ-RESPONSE        PIC X(3040).
011200*
011300* HISTORY RECORD - READ FOR A TIMED-OUT QUESTION, WHOSE LATE
011400* ANSWER IS FILED OVER ITS PLACEHOLDER WHEN IT ARRIVES
011500*
011600 FD  AIHIST-FILE.
011700 01  AIHIST-RECORD.
011800     05  AIHIST-KEY.
011900         10  AIHIST-USER      PIC X(08).
012000         10  AIHIST-TIME      PIC S9(15) COMP-3.
012100     05  AIHIST-QUESTION      PIC X(216).
012200     05  AIHIST-RESPONSE      PIC X(3040).
012300     05  AIHIST-SEG-TOT       PIC 9(02).
012400     05  AIHIST-RATING        PIC X(01).
012500*
012600* ONE OUTPUT RECORD PER INPUT RECORD, IN INPUT ORDER
012700*
012800 FD  OUTPUT-FILE
012900     RECORDING MODE IS F.
013000 01  BQOUT-RECORD.
013100     05  BQOUT-RUN            PIC X(08).
013200     05  BQOUT-NUM            PIC 9(05).
013300     05  BQOUT-STATUS         PIC X(01).
013400     05  BQOUT-FLAG           PIC X(10).
013500     05  BQOUT-USERID         PIC X(08).
013600     05  BQOUT-CATEGORY       PIC X(05).
013700     05  BQOUT-QUESTION       PIC X(216).
013800     05  BQOUT-SEG-TOT        PIC 9(02).
013900     05  BQOUT-RESPONSE       PIC X(3040).
014000*
014100 FD  REPORT-FILE
014200     RECORDING MODE IS F.
014300 01  PRINT-LINE.
014400     05  PRINT-CTL             PIC X(01).
014500     05  PRINT-DATA            PIC X(132).
014600 WORKING-STORAGE SECTION.
014700*
014800* SWITCHES
014900*
015000 01  WS-SWITCHES.
015100     05  WS-EOF-SW            PIC X(01) VALUE 'N'.
015200         88  EOF-YES          VALUE 'Y'.
015300         88  EOF-NO           VALUE 'N'.
015400     05  WS-BQ-STATUS         PIC X(02) VALUE '00'.
015500     05  WS-HIST-STATUS       PIC X(02) VALUE '00'.
015900*
016000* RUN ID, ITS DEFAULT, AND THE TEXT OF THE PLACEHOLDER AIBT
016100* FILES IN AIHIST FOR A QUESTION THAT TIMES OUT
016200*
016300 01  WS-RUN-WORK.
016400     05  WS-TODAY             PIC 9(08).
016500     05  WS-RUN-ID            PIC X(08).
016600     05  WS-FLAG              PIC X(10).
016700     05  WS-PLACEHOLDER       PIC X(40)
016800         VALUE 'TIMED OUT - AWAITING A LATE ANSWER'.
016900*
017000* THE QUESTION AND ANSWER AS PRINTED - THE QUESTION IN ITS
017100* THREE AIMP LINES, THE ANSWER IN THE 76-BYTE LINES OF UP TO
017200* FOUR SEGMENTS OF TEN
017300*
017400 01  WS-PRT-QUESTION          PIC X(216).
017500 01  WS-PRT-Q-LINES REDEFINES WS-PRT-QUESTION.
017600     05  WS-PRT-Q-LINE        PIC X(72) OCCURS 3.
017700 01  WS-PRT-RESPONSE          PIC X(3040).
017800 01  WS-PRT-R-LINES REDEFINES WS-PRT-RESPONSE.
017900     05  WS-PRT-R-LINE        PIC X(76) OCCURS 40.
018000 01  WS-PRT-SEG-TOT           PIC 9(02) VALUE 0.
018100 01  WS-LINE-SUB              PIC 9(02) COMP VALUE 0.
018200 01  WS-LINE-MAX              PIC 9(02) COMP VALUE 0.
018300*
018400* ACCUMULATORS
018500*
018600 01  WS-COUNTERS.
018700     05  WS-READ-COUNT        PIC 9(05) COMP VALUE ZERO.
018800     05  WS-ANS-COUNT         PIC 9(05) COMP VALUE ZERO.
018900     05  WS-FAQ-COUNT         PIC 9(05) COMP VALUE ZERO.
019000     05  WS-LATE-COUNT        PIC 9(05) COMP VALUE ZERO.
019100     05  WS-TMO-COUNT         PIC 9(05) COMP VALUE ZERO.
019200     05  WS-BLK-COUNT         PIC 9(05) COMP VALUE ZERO.
019300     05  WS-QTA-COUNT         PIC 9(05) COMP VALUE ZERO.
019400     05  WS-AUTH-COUNT        PIC 9(05) COMP VALUE ZERO.
019500     05  WS-REJ-COUNT         PIC 9(05) COMP VALUE ZERO.
019600     05  WS-PEND-COUNT        PIC 9(05) COMP VALUE ZERO.
019700     05  WS-PURGE-COUNT       PIC 9(05) COMP VALUE ZERO.
019800*
019900* REPORT LINES
020000*
020100 01  WS-HEADING-1.
020200     05  FILLER               PIC X(40)
020300         VALUE 'AI ASSISTANT BATCH QUESTION ANSWERS'.
020400 01  WS-HEADING-2.
020500     05  FILLER               PIC X(40) VALUE ALL '-'.
020600 01  WS-RUN-LINE.
020700     05  FILLER               PIC X(24)
020800         VALUE 'RUN ID  . . . . . . . . '.
020900     05  WS-RUN-OUT           PIC X(08).
021000 01  WS-NONE-LINE             PIC X(40)
021100         VALUE 'NO QUESTIONS ON AIBQ FOR THIS RUN ID'.
021200 01  WS-DETAIL-HEAD.
021300     05  FILLER               PIC X(08) VALUE 'QUESTION'.
021400     05  FILLER               PIC X(01) VALUE SPACE.
021500     05  WS-DH-NUM            PIC ZZZZ9.
021600     05  FILLER               PIC X(08) VALUE '   USER '.
021700     05  WS-DH-USERID         PIC X(08).
021800     05  FILLER               PIC X(12) VALUE '   CATEGORY '.
021900     05  WS-DH-CATEGORY       PIC X(05).
022000     05  FILLER               PIC X(10) VALUE '   RESULT '.
022100     05  WS-DH-FLAG           PIC X(10).
022200 01  WS-Q-LINE.
022300     05  FILLER               PIC X(04) VALUE SPACES.
022400     05  FILLER               PIC X(04) VALUE 'Q:  '.
022500     05  WS-QL-TEXT           PIC X(72).
022600 01  WS-A-LINE.
022700     05  FILLER               PIC X(04) VALUE SPACES.
022800     05  WS-AL-TAG            PIC X(04).
022900     05  WS-AL-TEXT           PIC X(76).
023000 01  WS-TOTAL-HEAD            PIC X(40)
023100         VALUE 'TOTALS BY RESULT'.
023200 01  WS-COUNT-LINE.
023300     05  WS-CL-LABEL          PIC X(24).
023400     05  WS-CL-COUNT          PIC ZZ,ZZ9.
023500 01  WS-PURGE-NOTE            PIC X(60)
023600         VALUE 'RUN NOT PURGED - QUESTIONS STILL PENDING'.
023700 01  WS-BLANK-LINE            PIC X(01) VALUE SPACE.
023800 PROCEDURE DIVISION.
023900******************************************************************
024000* MAINLINE                                                       *
024100******************************************************************
024200 0000-MAINLINE.
024300*
024400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024500*
024600     PERFORM 2000-PROCESS-QUESTION THRU 2000-EXIT
024700         UNTIL EOF-YES.
024800*
024900     PERFORM 8000-PRODUCE-TOTALS THRU 8000-EXIT.
025000*
025100     IF CTL-PURGE
025200         PERFORM 7000-PURGE-RUN THRU 7000-EXIT
025300     END-IF.
025400*
025500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025600*
025700     IF WS-READ-COUNT = 0
025800         MOVE 12 TO RETURN-CODE
025900     ELSE
026000         IF WS-PEND-COUNT > 0
026100             MOVE 8 TO RETURN-CODE
026200         ELSE
026300             IF WS-READ-COUNT > WS-ANS-COUNT + WS-FAQ-COUNT
026400                 MOVE 4 TO RETURN-CODE
026500             END-IF
026600         END-IF
026700     END-IF.
026800*
026900     STOP RUN.
027000*
027100******************************************************************
027200* INITIALIZE - SETTLE THE RUN ID, OPEN FILES, START THE LISTING  *
027300* AND POSITION ON THE RUN'S FIRST QUESTION                       *
027400******************************************************************
027500 1000-INITIALIZE.
027600*
027700     OPEN INPUT  CONTROL-FILE.
027800*
027900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
028000     MOVE WS-TODAY TO WS-RUN-ID.
028100*
028200     READ CONTROL-FILE
028300         AT END
028400             MOVE SPACES TO CONTROL-CARD
028500     END-READ.
028600*
028700     IF CTL-RUN-ID NOT = SPACES
028800         MOVE CTL-RUN-ID TO WS-RUN-ID
028900     END-IF.
029000*
029100     IF CTL-PURGE
029200         OPEN I-O    AIBQ-FILE
029300     ELSE
029400         OPEN INPUT  AIBQ-FILE
029500     END-IF.
029600     OPEN INPUT  AIHIST-FILE.
029700     OPEN OUTPUT OUTPUT-FILE.
029800     OPEN OUTPUT REPORT-FILE.
029900*
030000     MOVE '1'            TO PRINT-CTL.
030100     MOVE WS-HEADING-1   TO PRINT-DATA.
030200     WRITE PRINT-LINE.
030300*
030400     MOVE ' '            TO PRINT-CTL.
030500     MOVE WS-HEADING-2   TO PRINT-DATA.
030600     WRITE PRINT-LINE.
030700*
030800     MOVE WS-RUN-ID      TO WS-RUN-OUT.
030900     MOVE ' '            TO PRINT-CTL.
031000     MOVE WS-RUN-LINE    TO PRINT-DATA.
031100     WRITE PRINT-LINE.
031200*
031300     PERFORM 1100-START-RUN THRU 1100-EXIT.
031400*
031500 1000-EXIT.
031600     EXIT.
031700*
031800 1100-START-RUN.
031900*
032000     MOVE WS-RUN-ID TO AIBQ-RUN.
032100     MOVE 0         TO AIBQ-NUM.
032200*
032300     START AIBQ-FILE KEY NOT < AIBQ-KEY
032400         INVALID KEY
032500             MOVE 'Y' TO WS-EOF-SW
032600             GO TO 1100-EXIT
032700     END-START.
032800*
032900     PERFORM 1200-READ-QUESTION THRU 1200-EXIT.
033000*
033100 1100-EXIT.
033200     EXIT.
033300*
033400 1200-READ-QUESTION.
033500*
033600     READ AIBQ-FILE NEXT
033700         AT END
033800             MOVE 'Y' TO WS-EOF-SW
033900             GO TO 1200-EXIT
034000     END-READ.
034100*
034200     IF AIBQ-RUN NOT = WS-RUN-ID
034300         MOVE 'Y' TO WS-EOF-SW
034400     END-IF.
034500*
034600 1200-EXIT.
034700     EXIT.
034800*
034900******************************************************************
035000* REPORT ONE QUESTION - WORK OUT ITS RESULT, PRINT IT WITH THE   *
035100* ANSWER OR THE REASON, AND WRITE ITS OUTPUT RECORD              *
035200******************************************************************
035300 2000-PROCESS-QUESTION.
035400*
035500     ADD 1 TO WS-READ-COUNT.
035600*
035700     MOVE AIBQ-QUESTION TO WS-PRT-QUESTION.
035800     MOVE AIBQ-RESPONSE TO WS-PRT-RESPONSE.
035900     MOVE AIBQ-SEG-TOT  TO WS-PRT-SEG-TOT.
036000*
036100     EVALUATE TRUE
036200         WHEN AIBQ-ANSWERED
036300             MOVE 'ANSWERED'   TO WS-FLAG
036400             ADD 1 TO WS-ANS-COUNT
036500         WHEN AIBQ-FROM-FAQ
036600             MOVE 'FAQ'        TO WS-FLAG
036700             ADD 1 TO WS-FAQ-COUNT
036800         WHEN AIBQ-TIMED-OUT
036900             PERFORM 2100-CHECK-LATE-ANSWER THRU 2100-EXIT
037000         WHEN AIBQ-BLOCKED
037100             MOVE 'BLOCKED'    TO WS-FLAG
037200             ADD 1 TO WS-BLK-COUNT
037300         WHEN AIBQ-NO-QUOTA
037400             MOVE 'NO QUOTA'   TO WS-FLAG
037500             ADD 1 TO WS-QTA-COUNT
037600         WHEN AIBQ-NOT-AUTH
037700             MOVE 'NOT AUTH'   TO WS-FLAG
037800             ADD 1 TO WS-AUTH-COUNT
037900         WHEN AIBQ-REJECTED
038000             MOVE 'REJECTED'   TO WS-FLAG
038100             ADD 1 TO WS-REJ-COUNT
038200         WHEN AIBQ-QUEUED
038300             MOVE 'NOT SENT'   TO WS-FLAG
038400             MOVE SPACES       TO WS-PRT-RESPONSE
038500             MOVE 0            TO WS-PRT-SEG-TOT
038600             ADD 1 TO WS-PEND-COUNT
038700         WHEN OTHER
038800             MOVE 'PENDING'    TO WS-FLAG
038900             MOVE SPACES       TO WS-PRT-RESPONSE
039000             MOVE 0            TO WS-PRT-SEG-TOT
039100             ADD 1 TO WS-PEND-COUNT
039200     END-EVALUATE.
039300*
039400     PERFORM 3000-PRINT-QUESTION THRU 3000-EXIT.
039500     PERFORM 4000-WRITE-OUTPUT THRU 4000-EXIT.
039600*
039700     PERFORM 1200-READ-QUESTION THRU 1200-EXIT.
039800*
039900 2000-EXIT.
040000     EXIT.
040100*
040200******************************************************************
040300* A TIMED-OUT QUESTION - IF ITS PLACEHOLDER IN THE REQUESTER'S   *
040400* AIHIST HAS SINCE BEEN OVERLAID BY THE LATE ANSWER, REPORT THAT *
040500* ANSWER INSTEAD OF THE TIMEOUT                                  *
040600******************************************************************
040700 2100-CHECK-LATE-ANSWER.
040800*
040900     MOVE 'TIMED OUT' TO WS-FLAG.
041000*
041100     MOVE AIBQ-USERID    TO AIHIST-USER.
041200     MOVE AIBQ-HIST-TIME TO AIHIST-TIME.
041300*
041400     READ AIHIST-FILE
041500         INVALID KEY
041600             ADD 1 TO WS-TMO-COUNT
041700             GO TO 2100-EXIT
041800     END-READ.
041900*
042000     IF AIHIST-RESPONSE = WS-PLACEHOLDER
042100         ADD 1 TO WS-TMO-COUNT
042200         GO TO 2100-EXIT
042300     END-IF.
042400*
042500     MOVE 'LATE ANSWR'    TO WS-FLAG.
042600     MOVE AIHIST-RESPONSE TO WS-PRT-RESPONSE.
042700     MOVE AIHIST-SEG-TOT  TO WS-PRT-SEG-TOT.
042800     ADD 1 TO WS-LATE-COUNT.
042900*
043000 2100-EXIT.
043100     EXIT.
043200*
043300******************************************************************
043400* PRINT ONE QUESTION - A HEADING LINE, THE NON-BLANK QUESTION    *
043500* LINES, THEN THE NON-BLANK ANSWER LINES OF ITS SEGMENTS         *
043600******************************************************************
043700 3000-PRINT-QUESTION.
043800*
043900     MOVE ' '            TO PRINT-CTL.
044000     MOVE WS-BLANK-LINE  TO PRINT-DATA.
044100     WRITE PRINT-LINE.
044200*
044300     MOVE AIBQ-NUM       TO WS-DH-NUM.
044400     MOVE AIBQ-USERID    TO WS-DH-USERID.
044500     MOVE AIBQ-CATEGORY  TO WS-DH-CATEGORY.
044600     MOVE WS-FLAG        TO WS-DH-FLAG.
044700     MOVE ' '            TO PRINT-CTL.
044800     MOVE WS-DETAIL-HEAD TO PRINT-DATA.
044900     WRITE PRINT-LINE.
045000*
045100     PERFORM 3100-PRINT-Q-LINE THRU 3100-EXIT
045200         VARYING WS-LINE-SUB FROM 1 BY 1
045300         UNTIL WS-LINE-SUB > 3.
045400*
045500     IF WS-PRT-SEG-TOT < 1
045600         GO TO 3000-EXIT
045700     END-IF.
045800*
045900     IF WS-PRT-SEG-TOT > 4
046000         MOVE 4 TO WS-PRT-SEG-TOT
046100     END-IF.
046200*
046300     COMPUTE WS-LINE-MAX = WS-PRT-SEG-TOT * 10.
046400     MOVE 'A:  ' TO WS-AL-TAG.
046500*
046600     PERFORM 3200-PRINT-A-LINE THRU 3200-EXIT
046700         VARYING WS-LINE-SUB FROM 1 BY 1
046800         UNTIL WS-LINE-SUB > WS-LINE-MAX.
046900*
047000 3000-EXIT.
047100     EXIT.
047200*
047300 3100-PRINT-Q-LINE.
047400*
047500     IF WS-PRT-Q-LINE(WS-LINE-SUB) = SPACES
047600         GO TO 3100-EXIT
047700     END-IF.
047800*
047900     MOVE WS-PRT-Q-LINE(WS-LINE-SUB) TO WS-QL-TEXT.
048000     MOVE ' '            TO PRINT-CTL.
048100     MOVE WS-Q-LINE      TO PRINT-DATA.
048200     WRITE PRINT-LINE.
048300*
048400 3100-EXIT.
048500     EXIT.
048600*
048700 3200-PRINT-A-LINE.
048800*
048900     IF WS-PRT-R-LINE(WS-LINE-SUB) = SPACES
049000         GO TO 3200-EXIT
049100     END-IF.
049200*
049300     MOVE WS-PRT-R-LINE(WS-LINE-SUB) TO WS-AL-TEXT.
049400     MOVE ' '            TO PRINT-CTL.
049500     MOVE WS-A-LINE      TO PRINT-DATA.
049600     WRITE PRINT-LINE.
049700*
049800     MOVE SPACES TO WS-AL-TAG.
049900*
050000 3200-EXIT.
050100     EXIT.
050200*
050300******************************************************************
050400* WRITE THE OUTPUT RECORD MATCHING THIS INPUT RECORD             *
050500******************************************************************
050600 4000-WRITE-OUTPUT.
050700*
050800     MOVE AIBQ-RUN        TO BQOUT-RUN.
050900     MOVE AIBQ-NUM        TO BQOUT-NUM.
051000     MOVE AIBQ-STATUS     TO BQOUT-STATUS.
051100     MOVE WS-FLAG         TO BQOUT-FLAG.
051200     MOVE AIBQ-USERID     TO BQOUT-USERID.
051300     MOVE AIBQ-CATEGORY   TO BQOUT-CATEGORY.
051400     MOVE AIBQ-QUESTION   TO BQOUT-QUESTION.
051500     MOVE WS-PRT-SEG-TOT  TO BQOUT-SEG-TOT.
051600     MOVE WS-PRT-RESPONSE TO BQOUT-RESPONSE.
051700*
051800     WRITE BQOUT-RECORD.
051900*
052000 4000-EXIT.
052100     EXIT.
052200*
052300******************************************************************
052400* PURGE THE RUN FROM AIBQ - ONLY WHEN NOTHING IN IT IS STILL     *
052500* WAITING FOR AIBT OR OUT TO THE AI SERVICE                      *
052600******************************************************************
052700 7000-PURGE-RUN.
052800*
052900     IF WS-READ-COUNT = 0
053000         GO TO 7000-EXIT
053100     END-IF.
053200*
053300     IF WS-PEND-COUNT > 0
053400         MOVE ' '            TO PRINT-CTL
053500         MOVE WS-BLANK-LINE  TO PRINT-DATA
053600         WRITE PRINT-LINE
053700         MOVE ' '            TO PRINT-CTL
053800         MOVE WS-PURGE-NOTE  TO PRINT-DATA
053900         WRITE PRINT-LINE
054000         GO TO 7000-EXIT
054100     END-IF.
054200*
054300     MOVE 'N' TO WS-EOF-SW.
054400*
054500     PERFORM 1100-START-RUN THRU 1100-EXIT.
054600*
054700     PERFORM 7100-PURGE-ONE THRU 7100-EXIT
054800         UNTIL EOF-YES.
054900*
055000     MOVE ' '                TO PRINT-CTL.
055100     MOVE WS-BLANK-LINE      TO PRINT-DATA.
055200     WRITE PRINT-LINE.
055300*
055400     MOVE 'QUESTIONS PURGED  . . . ' TO WS-CL-LABEL.
055500     MOVE WS-PURGE-COUNT     TO WS-CL-COUNT.
055600     MOVE ' '                TO PRINT-CTL.
055700     MOVE WS-COUNT-LINE      TO PRINT-DATA.
055800     WRITE PRINT-LINE.
055900*
056000 7000-EXIT.
056100     EXIT.
056200*
056300 7100-PURGE-ONE.
056400*
056500     DELETE AIBQ-FILE RECORD
056600         INVALID KEY
056700             CONTINUE
056800         NOT INVALID KEY
056900             ADD 1 TO WS-PURGE-COUNT
057000     END-DELETE.
057100*
057200     PERFORM 1200-READ-QUESTION THRU 1200-EXIT.
057300*
057400 7100-EXIT.
057500     EXIT.
057600*
057700******************************************************************
057800* TOTALS BY RESULT                                               *
057900******************************************************************
058000 8000-PRODUCE-TOTALS.
058100*
058200     MOVE ' '            TO PRINT-CTL.
058300     MOVE WS-BLANK-LINE  TO PRINT-DATA.
058400     WRITE PRINT-LINE.
058500*
058600     IF WS-READ-COUNT = 0
058700         MOVE ' '            TO PRINT-CTL
058800         MOVE WS-NONE-LINE   TO PRINT-DATA
058900         WRITE PRINT-LINE
059000         GO TO 8000-EXIT
059100     END-IF.
059200*
059300     MOVE ' '            TO PRINT-CTL.
059400     MOVE WS-TOTAL-HEAD  TO PRINT-DATA.
059500     WRITE PRINT-LINE.
059600*
059700     MOVE ' '            TO PRINT-CTL.
059800     MOVE WS-HEADING-2   TO PRINT-DATA.
059900     WRITE PRINT-LINE.
060000*
060100     MOVE 'QUESTIONS IN RUN  . . . ' TO WS-CL-LABEL.
060200     MOVE WS-READ-COUNT TO WS-CL-COUNT.
060300     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
060400*
060500     MOVE 'ANSWERED  . . . . . . . ' TO WS-CL-LABEL.
060600     MOVE WS-ANS-COUNT TO WS-CL-COUNT.
060700     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
060800*
060900     MOVE 'ANSWERED FROM FAQ . . . ' TO WS-CL-LABEL.
061000     MOVE WS-FAQ-COUNT TO WS-CL-COUNT.
061100     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
061200*
061300     MOVE 'ANSWERED LATE . . . . . ' TO WS-CL-LABEL.
061400     MOVE WS-LATE-COUNT TO WS-CL-COUNT.
061500     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
061600*
061700     MOVE 'TIMED OUT . . . . . . . ' TO WS-CL-LABEL.
061800     MOVE WS-TMO-COUNT TO WS-CL-COUNT.
061900     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
062000*
062100     MOVE 'BLOCKED BY AIBLK  . . . ' TO WS-CL-LABEL.
062200     MOVE WS-BLK-COUNT TO WS-CL-COUNT.
062300     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
062400*
062500     MOVE 'REFUSED - NO QUOTA  . . ' TO WS-CL-LABEL.
062600     MOVE WS-QTA-COUNT TO WS-CL-COUNT.
062700     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
062800*
062900     MOVE 'REFUSED - NOT AUTH  . . ' TO WS-CL-LABEL.
063000     MOVE WS-AUTH-COUNT TO WS-CL-COUNT.
063100     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
063200*
063300     MOVE 'REJECTED AT LOAD  . . . ' TO WS-CL-LABEL.
063400     MOVE WS-REJ-COUNT TO WS-CL-COUNT.
063500     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
063600*
063700     MOVE 'NOT SENT OR PENDING . . ' TO WS-CL-LABEL.
063800     MOVE WS-PEND-COUNT TO WS-CL-COUNT.
063900     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
064000*
064100 8000-EXIT.
064200     EXIT.
064300*
064400 8100-PRINT-COUNT.
064500*
064600     MOVE ' '            TO PRINT-CTL.
064700     MOVE WS-COUNT-LINE  TO PRINT-DATA.
064800     WRITE PRINT-LINE.
064900*
065000 8100-EXIT.
065100     EXIT.
065200*
065300******************************************************************
065400* TERMINATE - CLOSE FILES                                        *
065500******************************************************************
065600 9000-TERMINATE.
065700*
065800     CLOSE CONTROL-FILE.
065900     CLOSE AIBQ-FILE.
066000     CLOSE AIHIST-FILE.
066100     CLOSE OUTPUT-FILE.
066200     CLOSE REPORT-FILE.
066300*
066400 9000-EXIT.
066500     EXIT.
