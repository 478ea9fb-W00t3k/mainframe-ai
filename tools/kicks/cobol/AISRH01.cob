002600* AS SKIPPED, NOT AN ERROR, SO THE RUN CAN BE REPEATED SAFELY    *
002700* OVER THE SAME GENERATIONS.                                     *
002800*                                                                *
002810* BEFORE THE RESTORE PASS ARCHIN IS READ THROUGH ONCE AND EVERY  *
002820* GENERATION ON IT IS CHECKED AGAINST ITS AIARC01 TRAILER        *
002830* (RECORD COUNT, FIRST AND LAST KEYS, CONTROL TOTAL). NOTHING IS *
002840* RESTORED FROM A GENERATION THAT FAILS OR HAS NO TRAILER; THE   *
002850* REPORT LISTS EACH GENERATION'S RESULT AND THE JOB ENDS WITH    *
002860* RETURN CODE 4. SUCH A GENERATION CAN STILL BE FORCED BACK BY   *
002870* HAND WITH AIARC02.                                             *
002880*                                                                *
002900* MODIFICATION HISTORY                                           *
003000*   2026-09-02  OSG  ORIGINAL PROGRAM                            *
003010*   2026-10-15  OSG  VERIFY GENERATION TRAILERS BEFORE RESTORE   *
003100*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
006400         10  ARCH-TIME        PIC S9(15) COMP-3.
006500     05  ARCH-QUESTION        PIC X(216).
006600     05  FILLER               PIC X(3043).
006605*
006610* GENERATION TRAILER WRITTEN BY AIARC01 - USERID HIGH-VALUES
006615*
006620 01  ARCHIVE-TRAILER.
006625     05  TRL-ID               PIC X(08).
006630     05  TRL-EYECATCHER       PIC X(08).
006635     05  TRL-REC-COUNT        PIC 9(09).
006640     05  TRL-LOW-KEY.
006645         10  TRL-LOW-USER     PIC X(08).
006650         10  TRL-LOW-TIME     PIC S9(15) COMP-3.
006655     05  TRL-HIGH-KEY.
006660         10  TRL-HIGH-USER    PIC X(08).
006665         10  TRL-HIGH-TIME    PIC S9(15) COMP-3.
006670     05  TRL-CTL-TOTAL        PIC S9(18) COMP-3.
006675     05  TRL-RUN-DATE         PIC 9(08).
006680     05  TRL-CUTOFF-TIME      PIC S9(15) COMP-3.
006685     05  TRL-RESTARTS         PIC 9(03).
006690     05  FILLER               PIC X(3189).
006700*
006800 FD  AIHIST-FILE.
006900 01  AIHIST-RECORD.
009700     05  WS-MATCH-SW          PIC X(01) VALUE 'N'.
009800         88  REC-MATCHED      VALUE 'Y'.
009900         88  REC-NOT-MATCHED  VALUE 'N'.
009910     05  WS-GEN-OK-SW         PIC X(01) VALUE 'Y'.
009920         88  GEN-OK           VALUE 'Y'.
009930         88  GEN-NOT-OK       VALUE 'N'.
010000     05  WS-HIST-STATUS       PIC X(02) VALUE '00'.
010003*
010006* GENERATION CHECK - THE SEGMENT OF ARCHIN SINCE THE LAST
010009* TRAILER, AND ONE RESULT PER GENERATION FOR THE RESTORE PASS
010012*
010015 01  WS-VERIFY.
010018     05  WS-GEN-MAX           PIC 9(03) COMP VALUE 50.
010021     05  WS-GEN-COUNT         PIC 9(03) COMP VALUE ZERO.
010024     05  WS-GEN-BAD           PIC 9(03) COMP VALUE ZERO.
010027     05  WS-GEN-SUB           PIC 9(03) COMP VALUE ZERO.
010030     05  WS-SEG-COUNT         PIC 9(09) COMP VALUE ZERO.
010033     05  WS-SEG-LOW-KEY.
010036         10  WS-SEG-LOW-USER  PIC X(08) VALUE SPACES.
010039         10  WS-SEG-LOW-TIME  PIC S9(15) COMP-3 VALUE 0.
010042     05  WS-SEG-HIGH-KEY.
010045         10  WS-SEG-HIGH-USER PIC X(08) VALUE SPACES.
010048         10  WS-SEG-HIGH-TIME PIC S9(15) COMP-3 VALUE 0.
010051     05  WS-SEG-TOTAL         PIC S9(18) COMP-3 VALUE 0.
010054     05  WS-KEY-SECS          PIC S9(15) COMP-3 VALUE 0.
010057 01  WS-GEN-TABLE.
010060     05  WS-GEN-ENTRY OCCURS 50 TIMES.
010063         10  WS-GEN-RECS      PIC 9(09) COMP.
010066         10  WS-GEN-TRL-RECS  PIC 9(09) COMP.
010069         10  WS-GEN-RUN-DATE  PIC 9(08).
010072         10  WS-GEN-STATUS    PIC X(01).
010075             88  GEN-GOOD     VALUE 'G'.
010078             88  GEN-BAD      VALUE 'B'.
010081         10  WS-GEN-REASON    PIC X(24).
010100*
010200* REQUEST TABLE FROM THE AISQ EXTRACT - THE TRIMMED TEXT
010300* LENGTH IS WORKED OUT ONCE AT LOAD TIME
012700     05  WS-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
012800     05  WS-REST-COUNT        PIC 9(07) COMP VALUE ZERO.
012900     05  WS-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
012910     05  WS-REFUSED-COUNT     PIC 9(07) COMP VALUE ZERO.
013000*
013100* REPORT LINES
013200*
015500     05  FILLER               PIC X(24)
015600         VALUE 'ALREADY ON FILE . . . . '.
015700     05  WS-SKIP-OUT          PIC ZZZ,ZZ9.
015703 01  WS-REFUSED-LINE.
015706     05  FILLER               PIC X(24)
015709         VALUE 'REFUSED - BAD GENERATION'.
015712     05  WS-REFUSED-OUT       PIC ZZZ,ZZ9.
015715 01  WS-GEN-HEADING.
015718     05  FILLER               PIC X(30)
015721         VALUE 'ARCHIVE GENERATIONS CHECKED'.
015724 01  WS-GEN-COL-LINE.
015727     05  FILLER               PIC X(06) VALUE 'GEN'.
015730     05  FILLER               PIC X(12) VALUE '     RECORDS'.
015733     05  FILLER               PIC X(12) VALUE '     TRAILER'.
015736     05  FILLER               PIC X(12) VALUE '    RUN DATE'.
015739     05  FILLER               PIC X(26) VALUE '  RESULT'.
015742 01  WS-GEN-LINE.
015745     05  WS-GL-GEN            PIC ZZ9.
015748     05  FILLER               PIC X(03) VALUE SPACES.
015751     05  WS-GL-RECS           PIC ZZZ,ZZZ,ZZ9.
015754     05  FILLER               PIC X(01) VALUE SPACES.
015757     05  WS-GL-TRL-RECS       PIC ZZZ,ZZZ,ZZ9.
015760     05  FILLER               PIC X(04) VALUE SPACES.
015763     05  WS-GL-RUN-DATE       PIC 9(08).
015766     05  FILLER               PIC X(02) VALUE SPACES.
015769     05  WS-GL-REASON         PIC X(24).
015772 01  WS-GEN-OVER-LINE.
015775     05  FILLER               PIC X(50)
015778         VALUE 'MORE GENERATIONS THAN THE TABLE HOLDS - REFUSED'.
015800 01  WS-RQ-HEADING.
015900     05  FILLER               PIC X(26)
016000         VALUE 'MATCHES BY REQUEST'.
018100         UNTIL RQ-EOF-YES.
018200*
018300     IF WS-REQ-COUNT > 0
018310         PERFORM 1500-VERIFY-ARCHIVE THRU 1500-EXIT
018320         MOVE 1 TO WS-GEN-SUB
018330         PERFORM 1200-READ-ARCHIVE THRU 1200-EXIT
018400         PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
018500             UNTIL EOF-YES
018600     END-IF.
020100     OPEN OUTPUT REPORT-FILE.
020200*
020300     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
020500*
020600 1000-EXIT.
020700     EXIT.
022500*
022600 1200-EXIT.
022700     EXIT.
022701*
022702******************************************************************
022703* CHECK EVERY GENERATION ON ARCHIN AGAINST ITS TRAILER, THEN     *
022704* REOPEN ARCHIN FOR THE RESTORE PASS                             *
022705******************************************************************
022706 1500-VERIFY-ARCHIVE.
022707*
022708     PERFORM 1510-START-SEGMENT THRU 1510-EXIT.
022709     PERFORM 1200-READ-ARCHIVE THRU 1200-EXIT.
022710*
022711     PERFORM 1520-VERIFY-ONE THRU 1520-EXIT
022712         UNTIL EOF-YES.
022713*
022714* RECORDS AFTER THE LAST TRAILER BELONG TO A GENERATION WHOSE
022715* ARCHIVE RUN NEVER FINISHED
022716*
022717     IF WS-SEG-COUNT > 0
022718         PERFORM 1540-TRUNCATED-GEN THRU 1540-EXIT
022719     END-IF.
022720*
022721     CLOSE ARCHIVE-FILE.
022722     OPEN INPUT ARCHIVE-FILE.
022723     MOVE 'N' TO WS-EOF-SW.
022724*
022725 1500-EXIT.
022726     EXIT.
022727*
022728 1510-START-SEGMENT.
022729*
022730     MOVE 0      TO WS-SEG-COUNT.
022731     MOVE 0      TO WS-SEG-TOTAL.
022732     MOVE SPACES TO WS-SEG-LOW-USER.
022733     MOVE 0      TO WS-SEG-LOW-TIME.
022734     MOVE SPACES TO WS-SEG-HIGH-USER.
022735     MOVE 0      TO WS-SEG-HIGH-TIME.
022736*
022737 1510-EXIT.
022738     EXIT.
022739*
022740 1520-VERIFY-ONE.
022741*
022742     IF ARCH-USER = HIGH-VALUES
022743         PERFORM 1530-CHECK-TRAILER THRU 1530-EXIT
022744         PERFORM 1510-START-SEGMENT THRU 1510-EXIT
022745         PERFORM 1200-READ-ARCHIVE THRU 1200-EXIT
022746         GO TO 1520-EXIT
022747     END-IF.
022748*
022749     ADD 1 TO WS-SEG-COUNT.
022750     IF WS-SEG-COUNT = 1
022751         MOVE ARCH-KEY TO WS-SEG-LOW-KEY
022752     END-IF.
022753     MOVE ARCH-KEY TO WS-SEG-HIGH-KEY.
022754*
022755     DIVIDE ARCH-TIME BY 1000 GIVING WS-KEY-SECS.
022756     ADD WS-KEY-SECS TO WS-SEG-TOTAL.
022757*
022758     PERFORM 1200-READ-ARCHIVE THRU 1200-EXIT.
022759*
022760 1520-EXIT.
022761     EXIT.
022800*
022801******************************************************************
022802* ONE TRAILER - DOES THE SEGMENT JUST READ MATCH WHAT AIARC01    *
022803* SAYS IT WROTE                                                  *
022804******************************************************************
022805 1530-CHECK-TRAILER.
022806*
022807     ADD 1 TO WS-GEN-COUNT.
022808*
022809     IF WS-GEN-COUNT > WS-GEN-MAX
022810         ADD 1 TO WS-GEN-BAD
022811         GO TO 1530-EXIT
022812     END-IF.
022813*
022814     MOVE WS-SEG-COUNT  TO WS-GEN-RECS(WS-GEN-COUNT).
022815     MOVE TRL-REC-COUNT TO WS-GEN-TRL-RECS(WS-GEN-COUNT).
022816     MOVE TRL-RUN-DATE  TO WS-GEN-RUN-DATE(WS-GEN-COUNT).
022817     MOVE 'B'           TO WS-GEN-STATUS(WS-GEN-COUNT).
022818*
022819     EVALUATE TRUE
022820         WHEN TRL-EYECATCHER NOT = 'AIARCTRL'
022821             MOVE 'TRAILER DAMAGED'
022822                 TO WS-GEN-REASON(WS-GEN-COUNT)
022823             MOVE 0 TO WS-GEN-TRL-RECS(WS-GEN-COUNT)
022824             MOVE 0 TO WS-GEN-RUN-DATE(WS-GEN-COUNT)
022825         WHEN TRL-REC-COUNT NOT = WS-SEG-COUNT
022826             MOVE 'RECORD COUNT MISMATCH'
022827                 TO WS-GEN-REASON(WS-GEN-COUNT)
022828         WHEN TRL-CTL-TOTAL NOT = WS-SEG-TOTAL
022829             MOVE 'CONTROL TOTAL MISMATCH'
022830                 TO WS-GEN-REASON(WS-GEN-COUNT)
022831         WHEN WS-SEG-COUNT > 0
022832             AND (TRL-LOW-KEY NOT = WS-SEG-LOW-KEY
022833               OR TRL-HIGH-KEY NOT = WS-SEG-HIGH-KEY)
022834             MOVE 'KEY RANGE MISMATCH'
022835                 TO WS-GEN-REASON(WS-GEN-COUNT)
022836         WHEN OTHER
022837             MOVE 'G' TO WS-GEN-STATUS(WS-GEN-COUNT)
022838             MOVE 'VERIFIED'
022839                 TO WS-GEN-REASON(WS-GEN-COUNT)
022840     END-EVALUATE.
022841*
022842     IF GEN-BAD(WS-GEN-COUNT)
022843         ADD 1 TO WS-GEN-BAD
022844     END-IF.
022845*
022846 1530-EXIT.
022847     EXIT.
022848*
022849 1540-TRUNCATED-GEN.
022850*
022851     ADD 1 TO WS-GEN-COUNT.
022852     ADD 1 TO WS-GEN-BAD.
022853*
022854     IF WS-GEN-COUNT > WS-GEN-MAX
022855         GO TO 1540-EXIT
022856     END-IF.
022857*
022858     MOVE WS-SEG-COUNT TO WS-GEN-RECS(WS-GEN-COUNT).
022859     MOVE 0            TO WS-GEN-TRL-RECS(WS-GEN-COUNT).
022860     MOVE 0            TO WS-GEN-RUN-DATE(WS-GEN-COUNT).
022861     MOVE 'B'          TO WS-GEN-STATUS(WS-GEN-COUNT).
022862     MOVE 'NO TRAILER - TRUNCATED' TO WS-GEN-REASON(WS-GEN-COUNT).
022863*
022864 1540-EXIT.
022865     EXIT.
022866*
022900******************************************************************
023000* LOAD ONE SEARCH REQUEST INTO THE TABLE, TRIMMING THE TEXT      *
023100******************************************************************
028500******************************************************************
028600 3000-PROCESS-RECORD.
028700*
028710* A TRAILER IS NEVER RESTORED - IT ENDS ONE GENERATION
028720*
028730     IF ARCH-USER = HIGH-VALUES
028740         ADD 1 TO WS-GEN-SUB
028750         PERFORM 1200-READ-ARCHIVE THRU 1200-EXIT
028760         GO TO 3000-EXIT
028770     END-IF.
028780*
028800     ADD 1 TO WS-READ-COUNT.
028900*
029000     MOVE 'N' TO WS-MATCH-SW.
029300         VARYING WS-SUB FROM 1 BY 1
029400         UNTIL WS-SUB > WS-REQ-COUNT.
029500*
029510     IF REC-MATCHED
029520         PERFORM 3050-CHECK-GENERATION THRU 3050-EXIT
029530         IF GEN-NOT-OK
029540             ADD 1 TO WS-REFUSED-COUNT
029550             MOVE 'N' TO WS-MATCH-SW
029560         END-IF
029570     END-IF.
029580*
029600     IF REC-MATCHED
029700         MOVE ARCHIVE-RECORD TO AIHIST-RECORD
029800         WRITE AIHIST-RECORD
030900 3000-EXIT.
031000     EXIT.
031100*
031105 3050-CHECK-GENERATION.
031110*
031115     MOVE 'Y' TO WS-GEN-OK-SW.
031120*
031125     IF WS-GEN-SUB > WS-GEN-MAX
031130         MOVE 'N' TO WS-GEN-OK-SW
031135         GO TO 3050-EXIT
031140     END-IF.
031145*
031150     IF GEN-BAD(WS-GEN-SUB)
031155         MOVE 'N' TO WS-GEN-OK-SW
031160     END-IF.
031165*
031170 3050-EXIT.
031175     EXIT.
031180*
031200 3100-TRY-ONE-REQUEST.
031300*
031400     IF ARCH-USER NOT = WS-REQ-USER(WS-SUB)
039800     MOVE ' '            TO PRINT-CTL.
039900     MOVE WS-SKIP-LINE   TO PRINT-DATA.
040000     WRITE PRINT-LINE.
040010*
040020     MOVE WS-REFUSED-COUNT TO WS-REFUSED-OUT.
040030     MOVE ' '              TO PRINT-CTL.
040040     MOVE WS-REFUSED-LINE  TO PRINT-DATA.
040050     WRITE PRINT-LINE.
040100*
040200     MOVE ' '            TO PRINT-CTL.
040300     MOVE WS-BLANK-LINE  TO PRINT-DATA.
041400     PERFORM 8100-PRINT-REQ-LINE THRU 8100-EXIT
041500         VARYING WS-SUB FROM 1 BY 1
041600         UNTIL WS-SUB > WS-REQ-COUNT.
041610*
041620     IF WS-GEN-COUNT > 0
041630         PERFORM 8200-PRINT-GENERATIONS THRU 8200-EXIT
041640     END-IF.
041650*
041660     IF WS-GEN-BAD > 0
041670         MOVE 4 TO RETURN-CODE
041680     END-IF.
041700*
041800 8000-EXIT.
041900     EXIT.
043000 8100-EXIT.
043100     EXIT.
043200*
043202******************************************************************
043204* ONE LINE PER GENERATION CHECKED                                *
043206******************************************************************
043208 8200-PRINT-GENERATIONS.
043210*
043212     MOVE ' '             TO PRINT-CTL.
043214     MOVE WS-BLANK-LINE   TO PRINT-DATA.
043216     WRITE PRINT-LINE.
043218*
043220     MOVE ' '             TO PRINT-CTL.
043222     MOVE WS-GEN-HEADING  TO PRINT-DATA.
043224     WRITE PRINT-LINE.
043226*
043228     MOVE ' '             TO PRINT-CTL.
043230     MOVE WS-GEN-COL-LINE TO PRINT-DATA.
043232     WRITE PRINT-LINE.
043234*
043236     PERFORM 8210-PRINT-GEN-LINE THRU 8210-EXIT
043238         VARYING WS-GEN-SUB FROM 1 BY 1
043240         UNTIL WS-GEN-SUB > WS-GEN-COUNT
043242         OR WS-GEN-SUB > WS-GEN-MAX.
043244*
043246     IF WS-GEN-COUNT > WS-GEN-MAX
043248         MOVE ' '              TO PRINT-CTL
043250         MOVE WS-GEN-OVER-LINE TO PRINT-DATA
043252         WRITE PRINT-LINE
043254     END-IF.
043256*
043258 8200-EXIT.
043260     EXIT.
043262*
043264 8210-PRINT-GEN-LINE.
043266*
043268     MOVE WS-GEN-SUB                  TO WS-GL-GEN.
043270     MOVE WS-GEN-RECS(WS-GEN-SUB)     TO WS-GL-RECS.
043272     MOVE WS-GEN-TRL-RECS(WS-GEN-SUB) TO WS-GL-TRL-RECS.
043274     MOVE WS-GEN-RUN-DATE(WS-GEN-SUB) TO WS-GL-RUN-DATE.
043276     MOVE WS-GEN-REASON(WS-GEN-SUB)   TO WS-GL-REASON.
043278     MOVE ' '                         TO PRINT-CTL.
043280     MOVE WS-GEN-LINE                 TO PRINT-DATA.
043282     WRITE PRINT-LINE.
043284*
043286 8210-EXIT.
043288     EXIT.
043290*
043300******************************************************************
043400* TERMINATE - CLOSE FILES                                        *
043500******************************************************************
