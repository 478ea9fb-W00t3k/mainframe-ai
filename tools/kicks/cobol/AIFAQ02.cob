000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AIFAQ02.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  AI MAINFRAME ASSISTANT PROJECT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900* AIFAQ02 - PROMOTE FAQ CANDIDATES TO AIFAQ                      *
001000*                                                                *
001100* FILES THE CANDIDATES THE FAQ CURATOR CHOSE FROM THE AIFAQ01    *
001200* REPORT. THE FAQCAND FILE WRITTEN BY AIFAQ01 CARRIES EACH       *
001300* CANDIDATE'S BEST-RATED ANSWER AND UP TO FIVE OF ITS WORDINGS.  *
001400* A CARD ON THE FAQPRM DD NAMES A CANDIDATE BY ITS RANK ON THE   *
001500* REPORT AND THE CURATOR PROMOTING IT; THE ANSWER IS WRITTEN TO  *
001600* AIFAQ UNDER EVERY WORDING, SO THAT AIPGM FINDS IT WHICHEVER    *
001700* WAY THE QUESTION IS PUT. THE CURATOR'S USERID GOES IN THE      *
001800* AIFAQ UPDATE USER, AS A PF9 OR AN AIRV PROMOTION WOULD PUT IT. *
001900*                                                                *
002000* THE CURATOR MUST BE ALLOWED ON AIAUTH AND HOLD THE FAQ CURATOR *
002100* ROLE. A WORDING ALREADY ON AIFAQ IS LEFT AS IT IS - THE        *
002200* CURATOR CHANGES AN EXISTING ENTRY ON AIMP OR AIRV.             *
002300*                                                                *
002400* PROMOTION CARDS ON THE FAQPRM DD:                              *
002500*     COLS  1-3   RANK ON THE AIFAQ01 REPORT                     *
002600*     COLS  5-12  CURATOR USERID                                 *
002700*     AN ASTERISK IN COLUMN 1 MARKS A COMMENT                    *
002800*                                                                *
002900* RETURN CODE 0 - NORMAL                                         *
003000*             4 - A CARD WAS REJECTED OR A WORDING WAS ALREADY   *
003100*                 ON AIFAQ                                       *
003200*             8 - NO CARDS                                       *
003300*                                                                *
003400* MODIFICATION HISTORY                                           *
003500*   2026-10-15  OSG  ORIGINAL PROGRAM                            *
003600*                                                                *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CARD-FILE    ASSIGN TO FAQPRM
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT CAND-FILE    ASSIGN TO FAQCAND
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT AIAUTH-FILE  ASSIGN TO AIAUTH
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS AIAUTH-USERID
005200         FILE STATUS IS WS-AUTH-STATUS.
005300     SELECT AIFAQ-FILE   ASSIGN TO AIFAQ
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS AIFAQ-QUESTION
005700         FILE STATUS IS WS-FAQ-STATUS.
005800     SELECT REPORT-FILE  ASSIGN TO RPTOUT
005900         ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CARD-FILE
006300     RECORDING MODE IS F.
006400 01  PROMOTE-CARD.
006500     05  PRM-RANK             PIC X(03).
006600     05  FILLER               PIC X(01).
006700     05  PRM-CURATOR          PIC X(08).
006800     05  FILLER               PIC X(68).
006900*
007000 FD  CAND-FILE
007100     RECORDING MODE IS F.
007200 01  CAND-RECORD.
007300     05  CAND-RANK            PIC 9(03).
007400     05  CAND-USERS           PIC 9(05).
007500     05  CAND-ASKED           PIC 9(05).
007600     05  CAND-HELPFUL         PIC 9(05).
007700     05  CAND-UNHELPFUL       PIC 9(05).
007800     05  CAND-ANS-RATING      PIC X(01).
007900     05  CAND-ANS-USER        PIC X(08).
008000     05  CAND-ANS-TIME        PIC S9(15) COMP-3.
008100     05  CAND-SEG-TOT         PIC 9(02).
008200     05  CAND-RESPONSE        PIC X(3040).
008300     05  CAND-VAR-COUNT       PIC 9(02).
008400     05  CAND-VARIANT         PIC X(216) OCCURS 5 TIMES.
008500     05  FILLER               PIC X(20).
008600*
008700 FD  AIAUTH-FILE.
008800 01  AIAUTH-RECORD.
008900     05  AIAUTH-USERID        PIC X(08).
009000     05  AIAUTH-STATUS        PIC X(01).
009100         88  AIAUTH-ALLOWED   VALUE 'A'.
009200         88  AIAUTH-DENIED    VALUE 'D'.
009300     05  AIAUTH-ROLES.
009400         10  AIAUTH-ROLE-SEC  PIC X(01).
009500         10  AIAUTH-ROLE-OPR  PIC X(01).
009600         10  AIAUTH-ROLE-RVW  PIC X(01).
009700         10  AIAUTH-ROLE-FAQ  PIC X(01).
009800             88  AIAUTH-IS-CURATOR VALUE 'Y'.
009900     05  AIAUTH-UPD-USER      PIC X(08).
010000     05  AIAUTH-UPD-TIME      PIC S9(15) COMP-3.
010100     05  AIAUTH-COST-CTR      PIC X(06).
010200*
010300 FD  AIFAQ-FILE.
010400 01  AIFAQ-RECORD.
010500     05  AIFAQ-QUESTION       PIC X(216).
010600     05  AIFAQ-RESPONSE       PIC X(3040).
010700     05  AIFAQ-SEG-TOT        PIC 9(02).
010800     05  AIFAQ-UPD-USER       PIC X(08).
010900     05  AIFAQ-UPD-TIME       PIC S9(15) COMP-3.
011000*
011100 FD  REPORT-FILE
011200     RECORDING MODE IS F.
011300 01  PRINT-LINE.
011400     05  PRINT-CTL             PIC X(01).
011500     05  PRINT-DATA            PIC X(132).
011600 WORKING-STORAGE SECTION.
011700*
011800* SWITCHES
011900*
012000 01  WS-SWITCHES.
012100     05  WS-CARD-EOF-SW       PIC X(01) VALUE 'N'.
012200         88  CARD-EOF-YES     VALUE 'Y'.
012300     05  WS-CAND-EOF-SW       PIC X(01) VALUE 'N'.
012400         88  CAND-EOF-YES     VALUE 'Y'.
012500     05  WS-FOUND-SW          PIC X(01) VALUE 'N'.
012600         88  TBL-FOUND        VALUE 'Y'.
012700         88  TBL-NOT-FOUND    VALUE 'N'.
012800     05  WS-AUTH-STATUS       PIC X(02) VALUE '00'.
012900     05  WS-FAQ-STATUS        PIC X(02) VALUE '00'.
013000*
013100* THE PROMOTION CARDS ACCEPTED, BY RANK
013200*
013300 01  WS-PRM-TABLE.
013400     05  WS-PRM-MAX           PIC 9(03) COMP VALUE 100.
013500     05  WS-PRM-COUNT         PIC 9(03) COMP VALUE ZERO.
013600     05  WS-PRM-ENTRY OCCURS 100 TIMES.
013700         10  WS-PRM-RANK      PIC 9(03).
013800         10  WS-PRM-CURATOR   PIC X(08).
013900         10  WS-PRM-DONE      PIC X(01).
014000*
014100 01  WS-CARD-RANK             PIC X(03).
014200 01  WS-CARD-RANK-9 REDEFINES WS-CARD-RANK
014300                              PIC 9(03).
014400*
014500* THE TIME OF THE RUN AS AN ABSTIME - DAYS SINCE 1900-01-01
014600* TIMES MILLISECONDS PER DAY, PLUS THE TIME OF DAY
014700*
014800 01  WS-DATE-WORK.
014900     05  WS-TODAY             PIC 9(08) VALUE 0.
015000     05  WS-TODAY-X REDEFINES WS-TODAY.
015100         10  WS-TODAY-YEAR    PIC 9(04).
015200         10  WS-TODAY-MONTH   PIC 9(02).
015300         10  WS-TODAY-DAY     PIC 9(02).
015400     05  WS-NOW-TIME          PIC 9(08) VALUE 0.
015500     05  WS-NOW-TIME-X REDEFINES WS-NOW-TIME.
015600         10  WS-NOW-HH        PIC 9(02).
015700         10  WS-NOW-MM        PIC 9(02).
015800         10  WS-NOW-SS        PIC 9(02).
015900         10  WS-NOW-HS        PIC 9(02).
016000     05  WS-DAYS-1900         PIC 9(09) COMP VALUE 0.
016100     05  WS-LEAP-COUNT        PIC 9(05) COMP VALUE 0.
016200     05  WS-LEAP-QUOT         PIC 9(05) COMP VALUE 0.
016300     05  WS-LEAP-REM          PIC 9(05) COMP VALUE 0.
016400     05  WS-NOW-ABSTIME       PIC S9(15) COMP-3 VALUE 0.
016500*
016600* DAYS BEFORE THE FIRST OF EACH MONTH IN A NON-LEAP YEAR
016700*
016800 01  WS-MONTH-DAYS-VALUES.
016900     05  FILLER               PIC 9(03) VALUE 000.
017000     05  FILLER               PIC 9(03) VALUE 031.
017100     05  FILLER               PIC 9(03) VALUE 059.
017200     05  FILLER               PIC 9(03) VALUE 090.
017300     05  FILLER               PIC 9(03) VALUE 120.
017400     05  FILLER               PIC 9(03) VALUE 151.
017500     05  FILLER               PIC 9(03) VALUE 181.
017600     05  FILLER               PIC 9(03) VALUE 212.
017700     05  FILLER               PIC 9(03) VALUE 243.
017800     05  FILLER               PIC 9(03) VALUE 273.
017900     05  FILLER               PIC 9(03) VALUE 304.
018000     05  FILLER               PIC 9(03) VALUE 334.
018100 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
018200     05  WS-MONTH-DAYS        PIC 9(03) OCCURS 12 TIMES.
018300*
018400* SUBSCRIPTS
018500*
018600 01  WS-SUBSCRIPTS.
018700     05  WS-SUB               PIC 9(03) COMP VALUE 0.
018800     05  WS-VAR               PIC 9(03) COMP VALUE 0.
018900*
019000* ACCUMULATORS
019100*
019200 01  WS-COUNTERS.
019300     05  WS-CARD-COUNT        PIC 9(05) COMP VALUE ZERO.
019400     05  WS-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
019500     05  WS-CAND-COUNT        PIC 9(05) COMP VALUE ZERO.
019600     05  WS-PROMOTED-COUNT    PIC 9(05) COMP VALUE ZERO.
019700     05  WS-ADDED-COUNT       PIC 9(05) COMP VALUE ZERO.
019800     05  WS-EXISTS-COUNT      PIC 9(05) COMP VALUE ZERO.
019900*
020000* REPORT LINES
020100*
020200 01  WS-HEADING-1.
020300     05  FILLER               PIC X(40)
020400         VALUE 'AI ASSISTANT FAQ CANDIDATE PROMOTION'.
020500     05  FILLER               PIC X(05) VALUE 'DATE '.
020600     05  WS-H1-DATE           PIC 9(08).
020700 01  WS-HEADING-2.
020800     05  FILLER               PIC X(40) VALUE ALL '-'.
020900 01  WS-REJECT-LINE.
021000     05  FILLER               PIC X(14) VALUE 'CARD REJECTED '.
021100     05  WS-RJ-CARD           PIC X(12).
021200     05  FILLER               PIC X(03) VALUE ' - '.
021300     05  WS-RJ-REASON         PIC X(40).
021400 01  WS-RANK-LINE.
021500     05  FILLER               PIC X(05) VALUE 'RANK '.
021600     05  WS-RL-RANK           PIC ZZ9.
021700     05  FILLER               PIC X(14) VALUE '   CURATOR    '.
021800     05  WS-RL-CURATOR        PIC X(08).
021900     05  FILLER               PIC X(11) VALUE '   USERIDS '.
022000     05  WS-RL-USERS          PIC ZZ,ZZ9.
022100     05  FILLER               PIC X(09) VALUE '   ASKED '.
022200     05  WS-RL-ASKED          PIC ZZ,ZZ9.
022300 01  WS-WORD-LINE.
022400     05  FILLER               PIC X(04) VALUE SPACES.
022500     05  WS-WL-RESULT         PIC X(14).
022600     05  WS-WL-TEXT           PIC X(72).
022700 01  WS-TOTAL-HEAD            PIC X(40)
022800         VALUE 'RUN TOTALS'.
022900 01  WS-COUNT-LINE.
023000     05  WS-CL-LABEL          PIC X(24).
023100     05  WS-CL-COUNT          PIC ZZ,ZZ9.
023200 01  WS-BLANK-LINE            PIC X(01) VALUE SPACE.
023300 PROCEDURE DIVISION.
023400******************************************************************
023500* MAINLINE                                                       *
023600******************************************************************
023700 0000-MAINLINE.
023800*
023900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024000*
024100     PERFORM 2000-LOAD-CARDS THRU 2000-EXIT
024200         UNTIL CARD-EOF-YES.
024300*
024400     IF WS-PRM-COUNT > 0
024500         PERFORM 3000-PROCESS-CANDIDATE THRU 3000-EXIT
024600             UNTIL CAND-EOF-YES
024700     END-IF.
024800*
024900     PERFORM 4000-CHECK-UNUSED-CARDS THRU 4000-EXIT
025000         VARYING WS-SUB FROM 1 BY 1
025100         UNTIL WS-SUB > WS-PRM-COUNT.
025200*
025300     PERFORM 8000-PRODUCE-TOTALS THRU 8000-EXIT.
025400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025500*
025600     IF WS-CARD-COUNT = 0
025700         MOVE 8 TO RETURN-CODE
025800     ELSE
025900         IF WS-REJECT-COUNT > 0 OR WS-EXISTS-COUNT > 0
026000             MOVE 4 TO RETURN-CODE
026100         END-IF
026200     END-IF.
026300*
026400     STOP RUN.
026500*
026600******************************************************************
026700* INITIALIZE - OPEN FILES, SET THE TIME OF THE RUN, HEADINGS     *
026800******************************************************************
026900 1000-INITIALIZE.
027000*
027100     OPEN INPUT  CARD-FILE.
027200     OPEN INPUT  CAND-FILE.
027300     OPEN INPUT  AIAUTH-FILE.
027400     OPEN I-O    AIFAQ-FILE.
027500     OPEN OUTPUT REPORT-FILE.
027600*
027700     PERFORM 1100-COMPUTE-NOW THRU 1100-EXIT.
027800*
027900     MOVE WS-TODAY       TO WS-H1-DATE.
028000     MOVE '1'            TO PRINT-CTL.
028100     MOVE WS-HEADING-1   TO PRINT-DATA.
028200     WRITE PRINT-LINE.
028300*
028400     MOVE ' '            TO PRINT-CTL.
028500     MOVE WS-HEADING-2   TO PRINT-DATA.
028600     WRITE PRINT-LINE.
028700*
028800     PERFORM 3900-READ-CANDIDATE THRU 3900-EXIT.
028900*
029000 1000-EXIT.
029100     EXIT.
029200*
029300******************************************************************
029400* THE TIME OF THE RUN AS AN ABSTIME, FOR THE AIFAQ UPDATE TIME   *
029500******************************************************************
029600 1100-COMPUTE-NOW.
029700*
029800     ACCEPT WS-TODAY    FROM DATE YYYYMMDD.
029900     ACCEPT WS-NOW-TIME FROM TIME.
030000*
030100     COMPUTE WS-LEAP-COUNT = (WS-TODAY-YEAR - 1) / 4 - 475.
030200*
030300     COMPUTE WS-DAYS-1900 =
030400         (WS-TODAY-YEAR - 1900) * 365
030500         + WS-LEAP-COUNT
030600         + WS-MONTH-DAYS(WS-TODAY-MONTH)
030700         + WS-TODAY-DAY - 1.
030800*
030900* IN A LEAP YEAR THE MONTH TABLE IS ONE DAY SHORT FROM MARCH ON
031000*
031100     DIVIDE WS-TODAY-YEAR BY 4
031200         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
031300     IF WS-LEAP-REM = 0 AND WS-TODAY-MONTH > 2
031400         ADD 1 TO WS-DAYS-1900
031500     END-IF.
031600*
031700     COMPUTE WS-NOW-ABSTIME =
031800         WS-DAYS-1900 * 86400000
031900         + ((WS-NOW-HH * 60 + WS-NOW-MM) * 60 + WS-NOW-SS)
032000           * 1000
032100         + WS-NOW-HS * 10.
032200*
032300 1100-EXIT.
032400     EXIT.
032500*
032600******************************************************************
032700* ONE PROMOTION CARD - CHECK THE RANK AND THE CURATOR AND TABLE  *
032800* IT                                                             *
032900******************************************************************
033000 2000-LOAD-CARDS.
033100*
033200     READ CARD-FILE
033300         AT END
033400             MOVE 'Y' TO WS-CARD-EOF-SW
033500             GO TO 2000-EXIT
033600     END-READ.
033700*
033800     IF PROMOTE-CARD(1:1) = '*'
033900         OR PROMOTE-CARD = SPACES
034000         GO TO 2000-EXIT
034100     END-IF.
034200*
034300     ADD 1 TO WS-CARD-COUNT.
034400     MOVE PROMOTE-CARD(1:12) TO WS-RJ-CARD.
034500*
034600     MOVE PRM-RANK TO WS-CARD-RANK.
034700     IF WS-CARD-RANK NOT NUMERIC OR WS-CARD-RANK-9 = 0
034800         MOVE 'RANK IS NOT A NUMBER' TO WS-RJ-REASON
034900         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
035000         GO TO 2000-EXIT
035100     END-IF.
035200*
035300     MOVE PRM-CURATOR TO AIAUTH-USERID.
035400     READ AIAUTH-FILE
035500         INVALID KEY
035600             MOVE 'CURATOR IS NOT ON AIAUTH' TO WS-RJ-REASON
035700             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
035800             GO TO 2000-EXIT
035900     END-READ.
036000*
036100     IF NOT AIAUTH-ALLOWED
036200         MOVE 'CURATOR IS NOT ALLOWED ON AIAUTH'
036300             TO WS-RJ-REASON
036400         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
036500         GO TO 2000-EXIT
036600     END-IF.
036700*
036800     IF NOT AIAUTH-IS-CURATOR
036900         MOVE 'USERID DOES NOT HOLD THE FAQ ROLE'
037000             TO WS-RJ-REASON
037100         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
037200         GO TO 2000-EXIT
037300     END-IF.
037400*
037500     MOVE 'N' TO WS-FOUND-SW.
037600*
037700     PERFORM 2100-SEARCH-RANK THRU 2100-EXIT
037800         VARYING WS-SUB FROM 1 BY 1
037900         UNTIL WS-SUB > WS-PRM-COUNT
038000         OR TBL-FOUND.
038100*
038200     IF TBL-FOUND
038300         MOVE 'RANK IS ON AN EARLIER CARD' TO WS-RJ-REASON
038400         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
038500         GO TO 2000-EXIT
038600     END-IF.
038700*
038800     IF WS-PRM-COUNT NOT < WS-PRM-MAX
038900         MOVE 'TOO MANY CARDS' TO WS-RJ-REASON
039000         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
039100         GO TO 2000-EXIT
039200     END-IF.
039300*
039400     ADD 1 TO WS-PRM-COUNT.
039500     MOVE WS-CARD-RANK-9 TO WS-PRM-RANK(WS-PRM-COUNT).
039600     MOVE PRM-CURATOR    TO WS-PRM-CURATOR(WS-PRM-COUNT).
039700     MOVE 'N'            TO WS-PRM-DONE(WS-PRM-COUNT).
039800*
039900 2000-EXIT.
040000     EXIT.
040100*
040200 2100-SEARCH-RANK.
040300*
040400     IF WS-PRM-RANK(WS-SUB) = WS-CARD-RANK-9
040500         MOVE 'Y' TO WS-FOUND-SW
040600     END-IF.
040700*
040800 2100-EXIT.
040900     EXIT.
041000*
041100 2900-REJECT-CARD.
041200*
041300     ADD 1 TO WS-REJECT-COUNT.
041400*
041500     MOVE ' '                TO PRINT-CTL.
041600     MOVE WS-REJECT-LINE     TO PRINT-DATA.
041700     WRITE PRINT-LINE.
041800*
041900 2900-EXIT.
042000     EXIT.
042100*
042200******************************************************************
042300* ONE CANDIDATE - IF A CARD NAMES ITS RANK, FILE ITS ANSWER ON   *
042400* AIFAQ UNDER EACH OF ITS WORDINGS                               *
042500******************************************************************
042600 3000-PROCESS-CANDIDATE.
042700*
042800     ADD 1 TO WS-CAND-COUNT.
042900*
043000     MOVE 'N' TO WS-FOUND-SW.
043100*
043200     PERFORM 3100-SEARCH-CARD THRU 3100-EXIT
043300         VARYING WS-SUB FROM 1 BY 1
043400         UNTIL WS-SUB > WS-PRM-COUNT
043500         OR TBL-FOUND.
043600*
043700     IF TBL-NOT-FOUND
043800         PERFORM 3900-READ-CANDIDATE THRU 3900-EXIT
043900         GO TO 3000-EXIT
044000     END-IF.
044100*
044200     SUBTRACT 1 FROM WS-SUB.
044300     MOVE 'Y' TO WS-PRM-DONE(WS-SUB).
044400     ADD 1 TO WS-PROMOTED-COUNT.
044500*
044600     MOVE ' '                  TO PRINT-CTL.
044700     MOVE WS-BLANK-LINE        TO PRINT-DATA.
044800     WRITE PRINT-LINE.
044900*
045000     MOVE CAND-RANK            TO WS-RL-RANK.
045100     MOVE WS-PRM-CURATOR(WS-SUB) TO WS-RL-CURATOR.
045200     MOVE CAND-USERS           TO WS-RL-USERS.
045300     MOVE CAND-ASKED           TO WS-RL-ASKED.
045400     MOVE ' '                  TO PRINT-CTL.
045500     MOVE WS-RANK-LINE         TO PRINT-DATA.
045600     WRITE PRINT-LINE.
045700*
045800     PERFORM 3200-FILE-WORDING THRU 3200-EXIT
045900         VARYING WS-VAR FROM 1 BY 1
046000         UNTIL WS-VAR > CAND-VAR-COUNT
046100         OR WS-VAR > 5.
046200*
046300     PERFORM 3900-READ-CANDIDATE THRU 3900-EXIT.
046400*
046500 3000-EXIT.
046600     EXIT.
046700*
046800 3100-SEARCH-CARD.
046900*
047000     IF WS-PRM-RANK(WS-SUB) = CAND-RANK
047100         MOVE 'Y' TO WS-FOUND-SW
047200     END-IF.
047300*
047400 3100-EXIT.
047500     EXIT.
047600*
047700******************************************************************
047800* WRITE ONE WORDING TO AIFAQ - A WORDING ALREADY THERE IS NOT    *
047900* REPLACED                                                       *
048000******************************************************************
048100 3200-FILE-WORDING.
048200*
048300     IF CAND-VARIANT(WS-VAR) = SPACES
048400         GO TO 3200-EXIT
048500     END-IF.
048600*
048700     MOVE CAND-VARIANT(WS-VAR)   TO AIFAQ-QUESTION.
048800     MOVE CAND-RESPONSE          TO AIFAQ-RESPONSE.
048900     MOVE CAND-SEG-TOT           TO AIFAQ-SEG-TOT.
049000     MOVE WS-PRM-CURATOR(WS-SUB) TO AIFAQ-UPD-USER.
049100     MOVE WS-NOW-ABSTIME         TO AIFAQ-UPD-TIME.
049200*
049300     MOVE CAND-VARIANT(WS-VAR)   TO WS-WL-TEXT.
049400*
049500     WRITE AIFAQ-RECORD
049600         INVALID KEY
049700             ADD 1 TO WS-EXISTS-COUNT
049800             MOVE 'ALREADY THERE ' TO WS-WL-RESULT
049900             PERFORM 3300-PRINT-WORDING THRU 3300-EXIT
050000             GO TO 3200-EXIT
050100     END-WRITE.
050200*
050300     ADD 1 TO WS-ADDED-COUNT.
050400     MOVE 'ADDED         ' TO WS-WL-RESULT.
050500     PERFORM 3300-PRINT-WORDING THRU 3300-EXIT.
050600*
050700 3200-EXIT.
050800     EXIT.
050900*
051000 3300-PRINT-WORDING.
051100*
051200     MOVE ' '            TO PRINT-CTL.
051300     MOVE WS-WORD-LINE   TO PRINT-DATA.
051400     WRITE PRINT-LINE.
051500*
051600 3300-EXIT.
051700     EXIT.
051800*
051900 3900-READ-CANDIDATE.
052000*
052100     READ CAND-FILE
052200         AT END
052300             MOVE 'Y' TO WS-CAND-EOF-SW
052400     END-READ.
052500*
052600 3900-EXIT.
052700     EXIT.
052800*
052900******************************************************************
053000* A CARD WHOSE RANK IS NOT ON FAQCAND - REJECTED AFTER THE FACT  *
053100******************************************************************
053200 4000-CHECK-UNUSED-CARDS.
053300*
053400     IF WS-PRM-DONE(WS-SUB) = 'Y'
053500         GO TO 4000-EXIT
053600     END-IF.
053700*
053800     MOVE SPACES                 TO WS-RJ-CARD.
053900     MOVE WS-PRM-RANK(WS-SUB)    TO WS-RJ-CARD(1:3).
054000     MOVE WS-PRM-CURATOR(WS-SUB) TO WS-RJ-CARD(5:8).
054100     MOVE 'RANK IS NOT ON FAQCAND' TO WS-RJ-REASON.
054200     PERFORM 2900-REJECT-CARD THRU 2900-EXIT.
054300*
054400 4000-EXIT.
054500     EXIT.
054600*
054700******************************************************************
054800* RUN TOTALS                                                     *
054900******************************************************************
055000 8000-PRODUCE-TOTALS.
055100*
055200     MOVE ' '            TO PRINT-CTL.
055300     MOVE WS-BLANK-LINE  TO PRINT-DATA.
055400     WRITE PRINT-LINE.
055500*
055600     MOVE ' '            TO PRINT-CTL.
055700     MOVE WS-TOTAL-HEAD  TO PRINT-DATA.
055800     WRITE PRINT-LINE.
055900*
056000     MOVE ' '            TO PRINT-CTL.
056100     MOVE WS-HEADING-2   TO PRINT-DATA.
056200     WRITE PRINT-LINE.
056300*
056400     MOVE 'PROMOTION CARDS . . . . ' TO WS-CL-LABEL.
056500     MOVE WS-CARD-COUNT TO WS-CL-COUNT.
056600     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
056700*
056800     MOVE '  REJECTED  . . . . . . ' TO WS-CL-LABEL.
056900     MOVE WS-REJECT-COUNT TO WS-CL-COUNT.
057000     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
057100*
057200     MOVE 'CANDIDATES READ . . . . ' TO WS-CL-LABEL.
057300     MOVE WS-CAND-COUNT TO WS-CL-COUNT.
057400     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
057500*
057600     MOVE '  PROMOTED  . . . . . . ' TO WS-CL-LABEL.
057700     MOVE WS-PROMOTED-COUNT TO WS-CL-COUNT.
057800     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
057900*
058000     MOVE 'AIFAQ ENTRIES ADDED . . ' TO WS-CL-LABEL.
058100     MOVE WS-ADDED-COUNT TO WS-CL-COUNT.
058200     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
058300*
058400     MOVE 'ALREADY ON AIFAQ  . . . ' TO WS-CL-LABEL.
058500     MOVE WS-EXISTS-COUNT TO WS-CL-COUNT.
058600     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
058700*
058800 8000-EXIT.
058900     EXIT.
059000*
059100 8100-PRINT-COUNT.
059200*
059300     MOVE ' '            TO PRINT-CTL.
059400     MOVE WS-COUNT-LINE  TO PRINT-DATA.
059500     WRITE PRINT-LINE.
059600*
059700 8100-EXIT.
059800     EXIT.
059900*
060000******************************************************************
060100* TERMINATE - CLOSE FILES                                        *
060200******************************************************************
060300 9000-TERMINATE.
060400*
060500     CLOSE CARD-FILE.
060600     CLOSE CAND-FILE.
060700     CLOSE AIAUTH-FILE.
060800     CLOSE AIFAQ-FILE.
060900     CLOSE REPORT-FILE.
061000*
061100 9000-EXIT.
061200     EXIT.
