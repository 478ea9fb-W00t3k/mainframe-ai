001900* ALREADY ON THE CLUSTER IS COUNTED AS SKIPPED, NOT AN ERROR,    *
002000* SO A RESTORE CAN BE RERUN SAFELY.                              *
002100*                                                                *
002110* BEFORE ANYTHING IS RESTORED ARCHIN IS READ THROUGH ONCE AND    *
002120* EVERY GENERATION ON IT IS CHECKED AGAINST ITS AIARC01 TRAILER  *
002130* (RECORD COUNT, FIRST AND LAST KEYS, CONTROL TOTAL). RECORDS    *
002140* FROM A GENERATION THAT FAILS - OR THAT HAS NO TRAILER BECAUSE  *
002150* THE ARCHIVE RUN NEVER FINISHED - ARE REFUSED AND THE JOB ENDS  *
002160* WITH RETURN CODE 4. AN F IN COL 10 OF USRCTL FORCES THEM BACK  *
002170* ANYWAY (E.G. FOR A GENERATION WRITTEN BEFORE TRAILERS WERE     *
002180* ADDED); THE REPORT STILL CARRIES THE WARNING.                  *
002190*                                                                *
002200* MODIFICATION HISTORY                                           *
002300*   2026-08-21  OSG  ORIGINAL PROGRAM                            *
002350*   2026-09-02  OSG  AIHIST RE-KEYED BY USERID (SEE AIHCV01)     *
002360*   2026-10-15  OSG  VERIFY GENERATION TRAILERS BEFORE RESTORE   *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
004900         10  ARCH-USER        PIC X(08).
005000         10  ARCH-TIME        PIC S9(15) COMP-3.
005100     05  FILLER               PIC X(3259).
005105*
005110* GENERATION TRAILER WRITTEN BY AIARC01 - USERID HIGH-VALUES
005115*
005120 01  ARCHIVE-TRAILER.
005125     05  TRL-ID               PIC X(08).
005130     05  TRL-EYECATCHER       PIC X(08).
005135     05  TRL-REC-COUNT        PIC 9(09).
005140     05  TRL-LOW-KEY.
005145         10  TRL-LOW-USER     PIC X(08).
005150         10  TRL-LOW-TIME     PIC S9(15) COMP-3.
005155     05  TRL-HIGH-KEY.
005160         10  TRL-HIGH-USER    PIC X(08).
005165         10  TRL-HIGH-TIME    PIC S9(15) COMP-3.
005170     05  TRL-CTL-TOTAL        PIC S9(18) COMP-3.
005175     05  TRL-RUN-DATE         PIC 9(08).
005180     05  TRL-CUTOFF-TIME      PIC S9(15) COMP-3.
005185     05  TRL-RESTARTS         PIC 9(03).
005190     05  FILLER               PIC X(3189).
005200*
005300 FD  AIHIST-FILE.
005400 01  AIHIST-RECORD.
006400     RECORDING MODE IS F.
006500 01  CONTROL-CARD.
006600     05  CTL-USERID           PIC X(08).
006610     05  FILLER               PIC X(01).
006620     05  CTL-FORCE            PIC X(01).
006700     05  FILLER               PIC X(70).
006800*
006900 FD  REPORT-FILE
007000     RECORDING MODE IS F.
008200     05  WS-CTL-EOF-SW        PIC X(01) VALUE 'N'.
008300         88  CTL-EOF-YES      VALUE 'Y'.
008400         88  CTL-EOF-NO       VALUE 'N'.
008410     05  WS-FORCE-SW          PIC X(01) VALUE 'N'.
008420         88  FORCE-RESTORE    VALUE 'Y'.
008430         88  VERIFIED-ONLY    VALUE 'N'.
008440     05  WS-GEN-OK-SW         PIC X(01) VALUE 'Y'.
008450         88  GEN-OK           VALUE 'Y'.
008460         88  GEN-NOT-OK       VALUE 'N'.
008500     05  WS-HIST-STATUS       PIC X(02) VALUE '00'.
008503*
008506* GENERATION CHECK - THE SEGMENT OF ARCHIN SINCE THE LAST
008509* TRAILER, AND ONE RESULT PER GENERATION FOR THE RESTORE PASS
008512*
008515 01  WS-VERIFY.
008518     05  WS-GEN-MAX           PIC 9(03) COMP VALUE 50.
008521     05  WS-GEN-COUNT         PIC 9(03) COMP VALUE ZERO.
008524     05  WS-GEN-BAD           PIC 9(03) COMP VALUE ZERO.
008527     05  WS-GEN-SUB           PIC 9(03) COMP VALUE ZERO.
008530     05  WS-SEG-COUNT         PIC 9(09) COMP VALUE ZERO.
008533     05  WS-SEG-LOW-KEY.
008536         10  WS-SEG-LOW-USER  PIC X(08) VALUE SPACES.
008539         10  WS-SEG-LOW-TIME  PIC S9(15) COMP-3 VALUE 0.
008542     05  WS-SEG-HIGH-KEY.
008545         10  WS-SEG-HIGH-USER PIC X(08) VALUE SPACES.
008548         10  WS-SEG-HIGH-TIME PIC S9(15) COMP-3 VALUE 0.
008551     05  WS-SEG-TOTAL         PIC S9(18) COMP-3 VALUE 0.
008554     05  WS-KEY-SECS          PIC S9(15) COMP-3 VALUE 0.
008557 01  WS-GEN-TABLE.
008560     05  WS-GEN-ENTRY OCCURS 50 TIMES.
008563         10  WS-GEN-RECS      PIC 9(09) COMP.
008566         10  WS-GEN-TRL-RECS  PIC 9(09) COMP.
008569         10  WS-GEN-RUN-DATE  PIC 9(08).
008572         10  WS-GEN-STATUS    PIC X(01).
008575             88  GEN-GOOD     VALUE 'G'.
008578             88  GEN-BAD      VALUE 'B'.
008581         10  WS-GEN-REASON    PIC X(24).
008600*
008700* WHICH USERID TO RESTORE - SPACES MEANS EVERYTHING
008800*
009500     05  WS-REST-COUNT        PIC 9(07) COMP VALUE ZERO.
009600     05  WS-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
009700     05  WS-BYPASS-COUNT      PIC 9(07) COMP VALUE ZERO.
009710     05  WS-REFUSED-COUNT     PIC 9(07) COMP VALUE ZERO.
009800*
009900* REPORT LINES
010000*
012300     05  FILLER               PIC X(24)
012400         VALUE 'OTHER USERIDS BYPASSED  '.
012500     05  WS-BYPASS-OUT        PIC ZZZ,ZZ9.
012503 01  WS-REFUSED-LINE.
012506     05  FILLER               PIC X(24)
012509         VALUE 'REFUSED - BAD GENERATION'.
012512     05  WS-REFUSED-OUT       PIC ZZZ,ZZ9.
012515 01  WS-FORCE-LINE.
012518     05  FILLER               PIC X(50)
012521         VALUE '*** FORCED - UNVERIFIED GENERATIONS RESTORED ***'.
012524 01  WS-GEN-HEADING.
012527     05  FILLER               PIC X(30)
012530         VALUE 'ARCHIVE GENERATIONS CHECKED'.
012533 01  WS-GEN-COL-LINE.
012536     05  FILLER               PIC X(06) VALUE 'GEN'.
012539     05  FILLER               PIC X(12) VALUE '     RECORDS'.
012542     05  FILLER               PIC X(12) VALUE '     TRAILER'.
012545     05  FILLER               PIC X(12) VALUE '    RUN DATE'.
012548     05  FILLER               PIC X(26) VALUE '  RESULT'.
012551 01  WS-GEN-LINE.
012554     05  WS-GL-GEN            PIC ZZ9.
012557     05  FILLER               PIC X(03) VALUE SPACES.
012560     05  WS-GL-RECS           PIC ZZZ,ZZZ,ZZ9.
012563     05  FILLER               PIC X(01) VALUE SPACES.
012566     05  WS-GL-TRL-RECS       PIC ZZZ,ZZZ,ZZ9.
012569     05  FILLER               PIC X(04) VALUE SPACES.
012572     05  WS-GL-RUN-DATE       PIC 9(08).
012575     05  FILLER               PIC X(02) VALUE SPACES.
012578     05  WS-GL-REASON         PIC X(24).
012581 01  WS-GEN-OVER-LINE.
012584     05  FILLER               PIC X(50)
012587         VALUE 'MORE GENERATIONS THAN THE TABLE HOLDS - REFUSED'.
012600 01  WS-BLANK-LINE            PIC X(01) VALUE SPACE.
012700 PROCEDURE DIVISION.
012800******************************************************************
015700*
015800     IF CTL-EOF-NO
015900         MOVE CTL-USERID TO WS-SELECT-USER
015910         IF CTL-FORCE = 'F'
015920             MOVE 'Y' TO WS-FORCE-SW
015930         END-IF
016000     END-IF.
016100*
016110     PERFORM 1500-VERIFY-ARCHIVE THRU 1500-EXIT.
016120*
016130     MOVE 1 TO WS-GEN-SUB.
016200     PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT.
016300*
016400 1000-EXIT.
017300*
017400 1100-EXIT.
017500     EXIT.
017502*
017504******************************************************************
017506* CHECK EVERY GENERATION ON ARCHIN AGAINST ITS TRAILER, THEN     *
017508* REOPEN ARCHIN FOR THE RESTORE PASS                             *
017510******************************************************************
017512 1500-VERIFY-ARCHIVE.
017514*
017516     PERFORM 1510-START-SEGMENT THRU 1510-EXIT.
017518     PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT.
017520*
017522     PERFORM 1520-VERIFY-ONE THRU 1520-EXIT
017524         UNTIL EOF-YES.
017526*
017528* RECORDS AFTER THE LAST TRAILER BELONG TO A GENERATION WHOSE
017530* ARCHIVE RUN NEVER FINISHED
017532*
017534     IF WS-SEG-COUNT > 0
017536         PERFORM 1540-TRUNCATED-GEN THRU 1540-EXIT
017538     END-IF.
017540*
017542     CLOSE ARCHIVE-FILE.
017544     OPEN INPUT ARCHIVE-FILE.
017546     MOVE 'N' TO WS-EOF-SW.
017548*
017550 1500-EXIT.
017552     EXIT.
017554*
017556 1510-START-SEGMENT.
017558*
017560     MOVE 0      TO WS-SEG-COUNT.
017562     MOVE 0      TO WS-SEG-TOTAL.
017564     MOVE SPACES TO WS-SEG-LOW-USER.
017566     MOVE 0      TO WS-SEG-LOW-TIME.
017568     MOVE SPACES TO WS-SEG-HIGH-USER.
017570     MOVE 0      TO WS-SEG-HIGH-TIME.
017572*
017574 1510-EXIT.
017576     EXIT.
017600*
017601 1520-VERIFY-ONE.
017602*
017603     IF ARCH-USER = HIGH-VALUES
017604         PERFORM 1530-CHECK-TRAILER THRU 1530-EXIT
017605         PERFORM 1510-START-SEGMENT THRU 1510-EXIT
017606         PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT
017607         GO TO 1520-EXIT
017608     END-IF.
017609*
017610     ADD 1 TO WS-SEG-COUNT.
017611     IF WS-SEG-COUNT = 1
017612         MOVE ARCH-KEY TO WS-SEG-LOW-KEY
017613     END-IF.
017614     MOVE ARCH-KEY TO WS-SEG-HIGH-KEY.
017615*
017616     DIVIDE ARCH-TIME BY 1000 GIVING WS-KEY-SECS.
017617     ADD WS-KEY-SECS TO WS-SEG-TOTAL.
017618*
017619     PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT.
017620*
017621 1520-EXIT.
017622     EXIT.
017623******************************************************************
017624* ONE TRAILER - DOES THE SEGMENT JUST READ MATCH WHAT AIARC01    *
017625* SAYS IT WROTE                                                  *
017626******************************************************************
017627 1530-CHECK-TRAILER.
017628*
017629     ADD 1 TO WS-GEN-COUNT.
017630*
017631     IF WS-GEN-COUNT > WS-GEN-MAX
017632         ADD 1 TO WS-GEN-BAD
017633         GO TO 1530-EXIT
017634     END-IF.
017635*
017636     MOVE WS-SEG-COUNT  TO WS-GEN-RECS(WS-GEN-COUNT).
017637     MOVE TRL-REC-COUNT TO WS-GEN-TRL-RECS(WS-GEN-COUNT).
017638     MOVE TRL-RUN-DATE  TO WS-GEN-RUN-DATE(WS-GEN-COUNT).
017639     MOVE 'B'           TO WS-GEN-STATUS(WS-GEN-COUNT).
017640*
017641     EVALUATE TRUE
017642         WHEN TRL-EYECATCHER NOT = 'AIARCTRL'
017643             MOVE 'TRAILER DAMAGED'
017644                 TO WS-GEN-REASON(WS-GEN-COUNT)
017645             MOVE 0 TO WS-GEN-TRL-RECS(WS-GEN-COUNT)
017646             MOVE 0 TO WS-GEN-RUN-DATE(WS-GEN-COUNT)
017647         WHEN TRL-REC-COUNT NOT = WS-SEG-COUNT
017648             MOVE 'RECORD COUNT MISMATCH'
017649                 TO WS-GEN-REASON(WS-GEN-COUNT)
017650         WHEN TRL-CTL-TOTAL NOT = WS-SEG-TOTAL
017651             MOVE 'CONTROL TOTAL MISMATCH'
017652                 TO WS-GEN-REASON(WS-GEN-COUNT)
017653         WHEN WS-SEG-COUNT > 0
017654             AND (TRL-LOW-KEY NOT = WS-SEG-LOW-KEY
017655               OR TRL-HIGH-KEY NOT = WS-SEG-HIGH-KEY)
017656             MOVE 'KEY RANGE MISMATCH'
017657                 TO WS-GEN-REASON(WS-GEN-COUNT)
017658         WHEN OTHER
017659             MOVE 'G' TO WS-GEN-STATUS(WS-GEN-COUNT)
017660             MOVE 'VERIFIED'
017661                 TO WS-GEN-REASON(WS-GEN-COUNT)
017662     END-EVALUATE.
017663*
017664     IF GEN-BAD(WS-GEN-COUNT)
017665         ADD 1 TO WS-GEN-BAD
017666     END-IF.
017667*
017668 1530-EXIT.
017669     EXIT.
017670*
017671 1540-TRUNCATED-GEN.
017672*
017673     ADD 1 TO WS-GEN-COUNT.
017674     ADD 1 TO WS-GEN-BAD.
017675*
017676     IF WS-GEN-COUNT > WS-GEN-MAX
017677         GO TO 1540-EXIT
017678     END-IF.
017679*
017680     MOVE WS-SEG-COUNT TO WS-GEN-RECS(WS-GEN-COUNT).
017681     MOVE 0            TO WS-GEN-TRL-RECS(WS-GEN-COUNT).
017682     MOVE 0            TO WS-GEN-RUN-DATE(WS-GEN-COUNT).
017683     MOVE 'B'          TO WS-GEN-STATUS(WS-GEN-COUNT).
017684     MOVE 'NO TRAILER - TRUNCATED' TO WS-GEN-REASON(WS-GEN-COUNT).
017685*
017686 1540-EXIT.
017687     EXIT.
017688*
017700******************************************************************
017800* PROCESS ONE ARCHIVE RECORD - RESTORE IT UNLESS IT BELONGS TO   *
017900* ANOTHER USERID OR ITS KEY IS ALREADY BACK ON THE CLUSTER       *
018000******************************************************************
018100 2000-PROCESS-RECORD.
018200*
018210* A TRAILER IS NEVER RESTORED - IT ENDS ONE GENERATION
018220*
018230     IF ARCH-USER = HIGH-VALUES
018240         ADD 1 TO WS-GEN-SUB
018250         PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT
018260         GO TO 2000-EXIT
018270     END-IF.
018280*
018300     ADD 1 TO WS-READ-COUNT.
018400*
018500     IF WS-SELECT-USER NOT = SPACES
018900         GO TO 2000-EXIT
019000     END-IF.
019100*
019110     PERFORM 2100-CHECK-GENERATION THRU 2100-EXIT.
019120*
019130     IF GEN-NOT-OK AND VERIFIED-ONLY
019140         ADD 1 TO WS-REFUSED-COUNT
019150         PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT
019160         GO TO 2000-EXIT
019170     END-IF.
019180*
019200     MOVE ARCHIVE-RECORD TO AIHIST-RECORD.
019300*
019400     WRITE AIHIST-RECORD
020500 2000-EXIT.
020600     EXIT.
020700*
020705 2100-CHECK-GENERATION.
020710*
020715     MOVE 'Y' TO WS-GEN-OK-SW.
020720*
020725     IF WS-GEN-SUB > WS-GEN-MAX
020730         MOVE 'N' TO WS-GEN-OK-SW
020735         GO TO 2100-EXIT
020740     END-IF.
020745*
020750     IF GEN-BAD(WS-GEN-SUB)
020755         MOVE 'N' TO WS-GEN-OK-SW
020760     END-IF.
020765*
020770 2100-EXIT.
020775     EXIT.
020780*
020800******************************************************************
020900* PRODUCE THE PRINTED REPORT                                     *
021000******************************************************************
025000     MOVE ' '             TO PRINT-CTL.
025100     MOVE WS-BYPASS-LINE  TO PRINT-DATA.
025200     WRITE PRINT-LINE.
025208*
025216     MOVE WS-REFUSED-COUNT TO WS-REFUSED-OUT.
025224     MOVE ' '              TO PRINT-CTL.
025232     MOVE WS-REFUSED-LINE  TO PRINT-DATA.
025240     WRITE PRINT-LINE.
025248*
025256     PERFORM 8200-PRINT-GENERATIONS THRU 8200-EXIT.
025264*
025272     IF WS-GEN-BAD > 0
025280         MOVE 4 TO RETURN-CODE
025288     END-IF.
025300*
025400 8000-EXIT.
025500     EXIT.
025600*
025601******************************************************************
025602* ONE LINE PER GENERATION CHECKED, WITH THE FORCE WARNING WHEN   *
025603* A BAD ONE WAS RESTORED REGARDLESS                              *
025604******************************************************************
025605 8200-PRINT-GENERATIONS.
025606*
025607     MOVE ' '             TO PRINT-CTL.
025608     MOVE WS-BLANK-LINE   TO PRINT-DATA.
025609     WRITE PRINT-LINE.
025610*
025611     MOVE ' '             TO PRINT-CTL.
025612     MOVE WS-GEN-HEADING  TO PRINT-DATA.
025613     WRITE PRINT-LINE.
025614*
025615     MOVE ' '             TO PRINT-CTL.
025616     MOVE WS-GEN-COL-LINE TO PRINT-DATA.
025617     WRITE PRINT-LINE.
025618*
025619     PERFORM 8210-PRINT-GEN-LINE THRU 8210-EXIT
025620         VARYING WS-GEN-SUB FROM 1 BY 1
025621         UNTIL WS-GEN-SUB > WS-GEN-COUNT
025622         OR WS-GEN-SUB > WS-GEN-MAX.
025623*
025624     IF WS-GEN-COUNT > WS-GEN-MAX
025625         MOVE ' '              TO PRINT-CTL
025626         MOVE WS-GEN-OVER-LINE TO PRINT-DATA
025627         WRITE PRINT-LINE
025628     END-IF.
025629*
025630     IF WS-GEN-BAD > 0 AND FORCE-RESTORE
025631         MOVE ' '             TO PRINT-CTL
025632         MOVE WS-FORCE-LINE   TO PRINT-DATA
025633         WRITE PRINT-LINE
025634     END-IF.
025635*
025636 8200-EXIT.
025637     EXIT.
025638*
025639 8210-PRINT-GEN-LINE.
025640*
025641     MOVE WS-GEN-SUB                  TO WS-GL-GEN.
025642     MOVE WS-GEN-RECS(WS-GEN-SUB)     TO WS-GL-RECS.
025643     MOVE WS-GEN-TRL-RECS(WS-GEN-SUB) TO WS-GL-TRL-RECS.
025644     MOVE WS-GEN-RUN-DATE(WS-GEN-SUB) TO WS-GL-RUN-DATE.
025645     MOVE WS-GEN-REASON(WS-GEN-SUB)   TO WS-GL-REASON.
025646     MOVE ' '                         TO PRINT-CTL.
025647     MOVE WS-GEN-LINE                 TO PRINT-DATA.
025648     WRITE PRINT-LINE.
025649*
025650 8210-EXIT.
025651     EXIT.
025652*
025700******************************************************************
025800* TERMINATE - CLOSE FILES                                        *
025900******************************************************************
