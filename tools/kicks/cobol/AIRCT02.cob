000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AIRCT02.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  AI MAINFRAME ASSISTANT PROJECT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900* AIRCT02 - SUSPEND USERIDS NOT RECERTIFIED                      *
001000*                                                                *
001100* THE SECOND STEP OF THE QUARTERLY RECERTIFICATION. EACH CARD ON *
001200* THE RCTSUS DD NAMES A USERID THAT WAS NOT RECERTIFIED - THE    *
001300* DECK AIRCT01 PUNCHES, AS EDITED BY SECURITY. FOR EACH ONE THE  *
001400* JOB:                                                           *
001500*     - SUSPENDS THE USERID ON AIAUTH (STATUS D), STAMPING THE   *
001600*       UPDATE USER WITH THIS JOB'S NAME; ITS ROLES ARE LEFT AS  *
001700*       THEY ARE, AS AN AIAD SUSPEND LEAVES THEM                 *
001800*     - DELETES ITS AIQTA RECORD, SO A LATER REACTIVATION STARTS *
001900*       FROM THE DEFAULT ALLOWANCE                               *
002000*     - WRITES A SUSPEND RECORD IN THE AIAL CHANGE-TRAIL LAYOUT  *
002100*       TO THE AIALOUT DD, WITH THIS JOB AS THE CHANGER AND THE  *
002200*       SAME STAMP AS THE AIAUTH UPDATE                          *
002300* THE AIALOUT DATASET IS CONCATENATED AFTER THE AIAL EXTRACT ON  *
002400* THE AIRPT04 RUN, SO ITS CROSS-CHECK FINDS A TRAIL RECORD FOR   *
002500* EVERY SUSPENSION AND DOES NOT REPORT THEM AS CHANGES MADE      *
002600* OUTSIDE AIADM.                                                 *
002700*                                                                *
002800* A USERID NOT ON AIAUTH, OR ALREADY SUSPENDED, IS REJECTED AND  *
002900* NOTHING IS CHANGED FOR IT.                                     *
003000*                                                                *
003100* SUSPENSION CARDS ON THE RCTSUS DD:                             *
003200*     COLS  1-8   USERID                                         *
003300*     THE REST OF THE CARD IS IGNORED; AN ASTERISK IN COLUMN 1   *
003400*     MARKS A COMMENT                                            *
003500*                                                                *
003600* RETURN CODE 0 - NORMAL                                         *
003700*             4 - A CARD WAS REJECTED                            *
003800*             8 - NO CARDS                                       *
003900*                                                                *
004000* MODIFICATION HISTORY                                           *
004100*   2026-10-15  OSG  ORIGINAL PROGRAM                            *
004200*                                                                *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CARD-FILE    ASSIGN TO RCTSUS
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT AIAUTH-FILE  ASSIGN TO AIAUTH
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS AIAUTH-USERID
005600         FILE STATUS IS WS-AUTH-STATUS.
005700     SELECT AIQTA-FILE   ASSIGN TO AIQTA
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS AIQTA-USERID
006100         FILE STATUS IS WS-QTA-STATUS.
006200     SELECT AIAL-FILE    ASSIGN TO AIALOUT
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT REPORT-FILE  ASSIGN TO RPTOUT
006500         ORGANIZATION IS SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CARD-FILE
006900     RECORDING MODE IS F.
007000 01  SUSPEND-CARD.
007100     05  SUS-USERID           PIC X(08).
007200     05  FILLER               PIC X(72).
007300*
007400 FD  AIAUTH-FILE.
007500 01  AIAUTH-RECORD.
007600     05  AIAUTH-USERID        PIC X(08).
007700     05  AIAUTH-STATUS        PIC X(01).
007800         88  AIAUTH-ALLOWED   VALUE 'A'.
007900         88  AIAUTH-DENIED    VALUE 'D'.
008000     05  AIAUTH-ROLES.
008100         10  AIAUTH-ROLE-SEC  PIC X(01).
008200         10  AIAUTH-ROLE-OPR  PIC X(01).
008300         10  AIAUTH-ROLE-RVW  PIC X(01).
008400         10  AIAUTH-ROLE-FAQ  PIC X(01).
008500     05  AIAUTH-UPD-USER      PIC X(08).
008600     05  AIAUTH-UPD-TIME      PIC S9(15) COMP-3.
008700     05  AIAUTH-COST-CTR      PIC X(06).
008800*
008900 FD  AIQTA-FILE.
009000 01  AIQTA-RECORD.
009100     05  AIQTA-USERID         PIC X(08).
009200     05  AIQTA-ALLOWANCE      PIC 9(05).
009300     05  AIQTA-USED           PIC 9(05).
009400     05  AIQTA-UPD-TIME       PIC S9(15) COMP-3.
009500*
009600 FD  AIAL-FILE
009700     RECORDING MODE IS F.
009800 01  AIAL-RECORD.
009900     05  AIAL-ADMIN-USER      PIC X(08).
010000     05  AIAL-TERMID          PIC X(04).
010100     05  AIAL-ACTION          PIC X(01).
010200         88  AIAL-ADD         VALUE 'A'.
010300         88  AIAL-SUSPEND     VALUE 'S'.
010400         88  AIAL-REACTIVATE  VALUE 'R'.
010500         88  AIAL-COST-CTR    VALUE 'C'.
010600         88  AIAL-ROLE-GRANT  VALUE 'G'.
010700         88  AIAL-ROLE-REVOKE VALUE 'V'.
010800     05  AIAL-TARGET-USER     PIC X(08).
010900     05  AIAL-OLD-STATUS      PIC X(01).
011000     05  AIAL-NEW-STATUS      PIC X(01).
011100     05  AIAL-TIME            PIC S9(15) COMP-3.
011200     05  AIAL-OLD-VALUE       PIC X(08).
011300     05  AIAL-NEW-VALUE       PIC X(08).
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
012500     05  WS-CARD-EOF-SW       PIC X(01) VALUE 'N'.
012600         88  CARD-EOF-YES     VALUE 'Y'.
012700     05  WS-AUTH-STATUS       PIC X(02) VALUE '00'.
012800     05  WS-QTA-STATUS        PIC X(02) VALUE '00'.
012900*
013000* THE CHANGER AND TERMINAL THIS JOB PUTS ON AIAUTH AND THE TRAIL
013100*
013200 01  WS-JOB-USER              PIC X(08) VALUE 'AIRCT02'.
013300 01  WS-JOB-TERMID            PIC X(04) VALUE 'BTCH'.
013400*
013500* THE TIME OF THE RUN AS AN ABSTIME - DAYS SINCE 1900-01-01
013600* TIMES MILLISECONDS PER DAY, PLUS THE TIME OF DAY
013700*
013800 01  WS-DATE-WORK.
013900     05  WS-TODAY             PIC 9(08) VALUE 0.
014000     05  WS-TODAY-X REDEFINES WS-TODAY.
014100         10  WS-TODAY-YEAR    PIC 9(04).
014200         10  WS-TODAY-MONTH   PIC 9(02).
014300         10  WS-TODAY-DAY     PIC 9(02).
014400     05  WS-NOW-TIME          PIC 9(08) VALUE 0.
014500     05  WS-NOW-TIME-X REDEFINES WS-NOW-TIME.
014600         10  WS-NOW-HH        PIC 9(02).
014700         10  WS-NOW-MM        PIC 9(02).
014800         10  WS-NOW-SS        PIC 9(02).
014900         10  WS-NOW-HS        PIC 9(02).
015000     05  WS-DAYS-1900         PIC 9(09) COMP VALUE 0.
015100     05  WS-LEAP-COUNT        PIC 9(05) COMP VALUE 0.
015200     05  WS-LEAP-QUOT         PIC 9(05) COMP VALUE 0.
015300     05  WS-LEAP-REM          PIC 9(05) COMP VALUE 0.
015400     05  WS-NOW-ABSTIME       PIC S9(15) COMP-3 VALUE 0.
015500*
015600* DAYS BEFORE THE FIRST OF EACH MONTH IN A NON-LEAP YEAR
015700*
015800 01  WS-MONTH-DAYS-VALUES.
015900     05  FILLER               PIC 9(03) VALUE 000.
016000     05  FILLER               PIC 9(03) VALUE 031.
016100     05  FILLER               PIC 9(03) VALUE 059.
016200     05  FILLER               PIC 9(03) VALUE 090.
016300     05  FILLER               PIC 9(03) VALUE 120.
016400     05  FILLER               PIC 9(03) VALUE 151.
016500     05  FILLER               PIC 9(03) VALUE 181.
016600     05  FILLER               PIC 9(03) VALUE 212.
016700     05  FILLER               PIC 9(03) VALUE 243.
016800     05  FILLER               PIC 9(03) VALUE 273.
016900     05  FILLER               PIC 9(03) VALUE 304.
017000     05  FILLER               PIC 9(03) VALUE 334.
017100 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
017200     05  WS-MONTH-DAYS        PIC 9(03) OCCURS 12 TIMES.
017300*
017400* ACCUMULATORS
017500*
017600 01  WS-COUNTERS.
017700     05  WS-CARD-COUNT        PIC 9(05) COMP VALUE ZERO.
017800     05  WS-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
017900     05  WS-SUSPEND-COUNT     PIC 9(05) COMP VALUE ZERO.
018000     05  WS-QTA-DEL-COUNT     PIC 9(05) COMP VALUE ZERO.
018100     05  WS-ROLE-COUNT        PIC 9(05) COMP VALUE ZERO.
018200*
018300* REPORT LINES
018400*
018500 01  WS-HEADING-1.
018600     05  FILLER               PIC X(40)
018700         VALUE 'AI ASSISTANT RECERTIFICATION SUSPENSIONS'.
018800     05  FILLER               PIC X(05) VALUE 'DATE '.
018900     05  WS-H1-DATE           PIC 9(08).
019000 01  WS-HEADING-2.
019100     05  FILLER               PIC X(40) VALUE ALL '-'.
019200 01  WS-RESULT-LINE.
019300     05  WS-RL-MARK           PIC X(02).
019400     05  FILLER               PIC X(01) VALUE SPACE.
019500     05  WS-RL-USERID         PIC X(08).
019600     05  FILLER               PIC X(02) VALUE SPACES.
019700     05  WS-RL-CCTR           PIC X(06).
019800     05  FILLER               PIC X(02) VALUE SPACES.
019900     05  WS-RL-RESULT         PIC X(30).
020000     05  FILLER               PIC X(02) VALUE SPACES.
020100     05  WS-RL-QUOTA          PIC X(30).
020200 01  WS-TOTAL-HEAD            PIC X(40)
020300         VALUE 'RUN TOTALS'.
020400 01  WS-COUNT-LINE.
020500     05  WS-CL-LABEL          PIC X(24).
020600     05  WS-CL-COUNT          PIC ZZ,ZZ9.
020700 01  WS-BLANK-LINE            PIC X(01) VALUE SPACE.
020800 PROCEDURE DIVISION.
020900******************************************************************
021000* MAINLINE                                                       *
021100******************************************************************
021200 0000-MAINLINE.
021300*
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021500*
021600     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
021700         UNTIL CARD-EOF-YES.
021800*
021900     PERFORM 8000-PRODUCE-TOTALS THRU 8000-EXIT.
022000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022100*
022200     IF WS-CARD-COUNT = 0
022300         MOVE 8 TO RETURN-CODE
022400     ELSE
022500         IF WS-REJECT-COUNT > 0
022600             MOVE 4 TO RETURN-CODE
022700         END-IF
022800     END-IF.
022900*
023000     STOP RUN.
023100*
023200******************************************************************
023300* INITIALIZE - OPEN FILES, SET THE TIME OF THE RUN, HEADINGS     *
023400******************************************************************
023500 1000-INITIALIZE.
023600*
023700     OPEN INPUT  CARD-FILE.
023800     OPEN I-O    AIAUTH-FILE.
023900     OPEN I-O    AIQTA-FILE.
024000     OPEN OUTPUT AIAL-FILE.
024100     OPEN OUTPUT REPORT-FILE.
024200*
024300     PERFORM 1100-COMPUTE-NOW THRU 1100-EXIT.
024400*
024500     MOVE WS-TODAY       TO WS-H1-DATE.
024600     MOVE '1'            TO PRINT-CTL.
024700     MOVE WS-HEADING-1   TO PRINT-DATA.
024800     WRITE PRINT-LINE.
024900*
025000     MOVE ' '            TO PRINT-CTL.
025100     MOVE WS-HEADING-2   TO PRINT-DATA.
025200     WRITE PRINT-LINE.
025300*
025400 1000-EXIT.
025500     EXIT.
025600*
025700******************************************************************
025800* THE TIME OF THE RUN AS AN ABSTIME, FOR THE AIAUTH UPDATE STAMP *
025900* AND THE TRAIL RECORD                                           *
026000******************************************************************
026100 1100-COMPUTE-NOW.
026200*
026300     ACCEPT WS-TODAY    FROM DATE YYYYMMDD.
026400     ACCEPT WS-NOW-TIME FROM TIME.
026500*
026600     COMPUTE WS-LEAP-COUNT = (WS-TODAY-YEAR - 1) / 4 - 475.
026700*
026800     COMPUTE WS-DAYS-1900 =
026900         (WS-TODAY-YEAR - 1900) * 365
027000         + WS-LEAP-COUNT
027100         + WS-MONTH-DAYS(WS-TODAY-MONTH)
027200         + WS-TODAY-DAY - 1.
027300*
027400* IN A LEAP YEAR THE MONTH TABLE IS ONE DAY SHORT FROM MARCH ON
027500*
027600     DIVIDE WS-TODAY-YEAR BY 4
027700         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
027800     IF WS-LEAP-REM = 0 AND WS-TODAY-MONTH > 2
027900         ADD 1 TO WS-DAYS-1900
028000     END-IF.
028100*
028200     COMPUTE WS-NOW-ABSTIME =
028300         WS-DAYS-1900 * 86400000
028400         + ((WS-NOW-HH * 60 + WS-NOW-MM) * 60 + WS-NOW-SS)
028500           * 1000
028600         + WS-NOW-HS * 10.
028700*
028800 1100-EXIT.
028900     EXIT.
029000*
029100******************************************************************
029200* ONE SUSPENSION CARD                                            *
029300******************************************************************
029400 2000-PROCESS-CARD.
029500*
029600     READ CARD-FILE
029700         AT END
029800             MOVE 'Y' TO WS-CARD-EOF-SW
029900             GO TO 2000-EXIT
030000     END-READ.
030100*
030200     IF SUSPEND-CARD(1:1) = '*'
030300         OR SUS-USERID = SPACES
030400         GO TO 2000-EXIT
030500     END-IF.
030600*
030700     ADD 1 TO WS-CARD-COUNT.
030800*
030900     MOVE SPACES     TO WS-RESULT-LINE.
031000     MOVE SUS-USERID TO WS-RL-USERID.
031100*
031200     MOVE SUS-USERID TO AIAUTH-USERID.
031300     READ AIAUTH-FILE
031400         INVALID KEY
031500             MOVE 'REJECTED - NOT ON AIAUTH' TO WS-RL-RESULT
031600             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
031700             GO TO 2000-EXIT
031800     END-READ.
031900*
032000     MOVE AIAUTH-COST-CTR TO WS-RL-CCTR.
032100*
032200     IF NOT AIAUTH-ALLOWED
032300         MOVE 'REJECTED - ALREADY SUSPENDED' TO WS-RL-RESULT
032400         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
032500         GO TO 2000-EXIT
032600     END-IF.
032700*
032800     PERFORM 3000-SUSPEND-USER THRU 3000-EXIT.
032900*
033000 2000-EXIT.
033100     EXIT.
033200*
033300 2900-REJECT-CARD.
033400*
033500     ADD 1 TO WS-REJECT-COUNT.
033600*
033700     MOVE ' '            TO PRINT-CTL.
033800     MOVE WS-RESULT-LINE TO PRINT-DATA.
033900     WRITE PRINT-LINE.
034000*
034100 2900-EXIT.
034200     EXIT.
034300*
034400******************************************************************
034500* SUSPEND THE USERID ON AIAUTH, DROP ITS QUOTA RECORD AND WRITE  *
034600* THE TRAIL RECORD WITH THE SAME STAMP                           *
034700******************************************************************
034800 3000-SUSPEND-USER.
034900*
035000     MOVE AIAUTH-STATUS  TO AIAL-OLD-STATUS.
035100*
035200     MOVE 'D'            TO AIAUTH-STATUS.
035300     MOVE WS-JOB-USER    TO AIAUTH-UPD-USER.
035400     MOVE WS-NOW-ABSTIME TO AIAUTH-UPD-TIME.
035500*
035600     REWRITE AIAUTH-RECORD
035700         INVALID KEY
035800             MOVE 'REJECTED - AIAUTH NOT UPDATED'
035900                 TO WS-RL-RESULT
036000             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
036100             GO TO 3000-EXIT
036200     END-REWRITE.
036300*
036400     ADD 1 TO WS-SUSPEND-COUNT.
036500     MOVE 'SUSPENDED' TO WS-RL-RESULT.
036600*
036700* A ROLE HOLDER IS SUSPENDED LIKE ANYONE ELSE, BUT MARKED SO
036800* SECURITY SEES WHICH GRANTS WENT DORMANT WITH IT
036900*
037000     IF AIAUTH-ROLES NOT = 'NNNN'
037100         AND AIAUTH-ROLES NOT = SPACES
037200         MOVE '>>'                 TO WS-RL-MARK
037300         MOVE 'SUSPENDED - HELD ROLES' TO WS-RL-RESULT
037400         ADD 1 TO WS-ROLE-COUNT
037500     END-IF.
037600*
037700     MOVE WS-JOB-USER     TO AIAL-ADMIN-USER.
037800     MOVE WS-JOB-TERMID   TO AIAL-TERMID.
037900     MOVE 'S'             TO AIAL-ACTION.
038000     MOVE AIAUTH-USERID   TO AIAL-TARGET-USER.
038100     MOVE AIAUTH-STATUS   TO AIAL-NEW-STATUS.
038200     MOVE WS-NOW-ABSTIME  TO AIAL-TIME.
038300     MOVE SPACES          TO AIAL-OLD-VALUE.
038400     MOVE SPACES          TO AIAL-NEW-VALUE.
038500     WRITE AIAL-RECORD.
038600*
038700     MOVE AIAUTH-USERID TO AIQTA-USERID.
038800     DELETE AIQTA-FILE
038900         INVALID KEY
039000             MOVE 'NO AIQTA RECORD' TO WS-RL-QUOTA
039100             GO TO 3100-PRINT-RESULT
039200     END-DELETE.
039300*
039400     ADD 1 TO WS-QTA-DEL-COUNT.
039500     MOVE 'AIQTA RECORD DELETED' TO WS-RL-QUOTA.
039600*
039700 3100-PRINT-RESULT.
039800*
039900     MOVE ' '            TO PRINT-CTL.
040000     MOVE WS-RESULT-LINE TO PRINT-DATA.
040100     WRITE PRINT-LINE.
040200*
040300 3000-EXIT.
040400     EXIT.
040500*
040600******************************************************************
040700* RUN TOTALS                                                     *
040800******************************************************************
040900 8000-PRODUCE-TOTALS.
041000*
041100     MOVE ' '            TO PRINT-CTL.
041200     MOVE WS-BLANK-LINE  TO PRINT-DATA.
041300     WRITE PRINT-LINE.
041400*
041500     MOVE ' '            TO PRINT-CTL.
041600     MOVE WS-TOTAL-HEAD  TO PRINT-DATA.
041700     WRITE PRINT-LINE.
041800*
041900     MOVE ' '            TO PRINT-CTL.
042000     MOVE WS-HEADING-2   TO PRINT-DATA.
042100     WRITE PRINT-LINE.
042200*
042300     MOVE 'SUSPENSION CARDS  . . . ' TO WS-CL-LABEL.
042400     MOVE WS-CARD-COUNT TO WS-CL-COUNT.
042500     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
042600*
042700     MOVE '  REJECTED  . . . . . . ' TO WS-CL-LABEL.
042800     MOVE WS-REJECT-COUNT TO WS-CL-COUNT.
042900     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
043000*
043100     MOVE 'USERIDS SUSPENDED . . . ' TO WS-CL-LABEL.
043200     MOVE WS-SUSPEND-COUNT TO WS-CL-COUNT.
043300     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
043400*
043500     MOVE '  HOLDING ROLES . . . . ' TO WS-CL-LABEL.
043600     MOVE WS-ROLE-COUNT TO WS-CL-COUNT.
043700     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
043800*
043900     MOVE 'AIQTA RECORDS DELETED . ' TO WS-CL-LABEL.
044000     MOVE WS-QTA-DEL-COUNT TO WS-CL-COUNT.
044100     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
044200*
044300     MOVE 'AIAL TRAIL RECORDS  . . ' TO WS-CL-LABEL.
044400     MOVE WS-SUSPEND-COUNT TO WS-CL-COUNT.
044500     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
044600*
044700 8000-EXIT.
044800     EXIT.
044900*
045000 8100-PRINT-COUNT.
045100*
045200     MOVE ' '            TO PRINT-CTL.
045300     MOVE WS-COUNT-LINE  TO PRINT-DATA.
045400     WRITE PRINT-LINE.
045500*
045600 8100-EXIT.
045700     EXIT.
045800*
045900******************************************************************
046000* TERMINATE - CLOSE FILES                                        *
046100******************************************************************
046200 9000-TERMINATE.
046300*
046400     CLOSE CARD-FILE.
046500     CLOSE AIAUTH-FILE.
046600     CLOSE AIQTA-FILE.
046700     CLOSE AIAL-FILE.
046800     CLOSE REPORT-FILE.
046900*
047000 9000-EXIT.
047100     EXIT.
