002600* AIARC02 RESTORES AN ARCHIVED USER'S RECORDS WHEN AN OLD        *
002700* QUESTION HAS TO BE PULLED BACK.                                *
002800*                                                                *
002803* CHECKPOINT / RESTART                                           *
002806* EVERY N RECORDS (500, OR COLS 13-17 OF RETCTL) THE CHKPT FILE  *
002809* IS REWRITTEN WITH THE LAST AIHIST KEY PROCESSED, THE RUNNING   *
002812* COUNTS AND THE CUTOFF IN USE. IT STAYS MARKED ACTIVE UNTIL THE *
002815* GENERATION HAS ITS TRAILER, SO AFTER AN ABEND:                 *
002818*     - RERUN WITH RESTART IN COLS 5-11 OF RETCTL AND ARCHOUT    *
002821*       POINTING AT THE SAME GENERATION (DISP=MOD). THE PARTIAL  *
002824*       GENERATION IS RECOUNTED, THEN EXTENDED FROM THE RECORD   *
002827*       AFTER THE CHECKPOINT KEY USING THE ORIGINAL CUTOFF. A    *
002830*       RECORD ALREADY ON THE GENERATION BUT NOT YET DELETED IS  *
002833*       DELETED WITHOUT BEING WRITTEN TWICE                      *
002836*     - NOTHING IS DELETED FROM AIHIST UNTIL IT IS SAFE ON THE   *
002839*       GENERATION. DELETES ARE HELD UNTIL THE NEXT CHECKPOINT,  *
002842*       WHICH CLOSES AND REOPENS ARCHOUT TO FORCE ITS BUFFERS    *
002845*       OUT, WRITES CHKPT AND ONLY THEN ISSUES THEM. A RESTART   *
002848*       REDOES ANY OF THE LAST BATCH THAT DID NOT GET DONE       *
002851*     - A NORMAL RUN IS REFUSED WHILE THE CHECKPOINT IS ACTIVE,  *
002854*       SO A SECOND PARTIAL GENERATION CANNOT BE STARTED BY      *
002857*       ACCIDENT. A REFUSED RUN ENDS WITH RETURN CODE 12         *
002860*                                                                *
002863* EACH GENERATION ENDS WITH A TRAILER RECORD (USERID HIGH-VALUES *
002866* SO IT SORTS AFTER EVERY REAL KEY) CARRYING THE RECORD COUNT,   *
002869* THE FIRST AND LAST KEYS AND A CONTROL TOTAL - THE SUM OF THE   *
002872* KEY TIMES IN WHOLE SECONDS. AIARC02 AND AISRH01 CHECK IT       *
002875* BEFORE RESTORING ANYTHING.                                     *
002878*                                                                *
002900* MODIFICATION HISTORY                                           *
003000*   2026-08-21  OSG  ORIGINAL PROGRAM                            *
003050*   2026-09-02  OSG  AIHIST RE-KEYED BY USERID (SEE AIHCV01)     *
003060*   2026-10-15  OSG  CHECKPOINT/RESTART, GENERATION TRAILER      *
003070*   2026-10-15  OSG  HOLD AIHIST DELETES UNTIL ARCHOUT FLUSHED   *
003100*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003800 FILE-CONTROL.
003900     SELECT AIHIST-FILE  ASSIGN TO AIHIST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS AIHIST-KEY
004300         FILE STATUS IS WS-HIST-STATUS.
004400     SELECT ARCHIVE-FILE ASSIGN TO ARCHOUT
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT REPORT-FILE  ASSIGN TO RPTOUT
004900         ORGANIZATION IS SEQUENTIAL.
004910     SELECT CHECKPOINT-FILE ASSIGN TO CHKPT
004920         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  AIHIST-FILE.
006200 FD  ARCHIVE-FILE
006300     RECORDING MODE IS F.
006400 01  ARCHIVE-RECORD           PIC X(3275).
006404 01  ARCHIVE-KEY-VIEW.
006408     05  ARC-KEY.
006412         10  ARC-USER         PIC X(08).
006416         10  ARC-TIME         PIC S9(15) COMP-3.
006420     05  FILLER               PIC X(3259).
006424*
006428* GENERATION TRAILER - LAST RECORD OF EVERY ARCHIVE GENERATION
006432*
006436 01  ARCHIVE-TRAILER.
006440     05  TRL-ID               PIC X(08).
006444     05  TRL-EYECATCHER       PIC X(08).
006448     05  TRL-REC-COUNT        PIC 9(09).
006452     05  TRL-LOW-KEY.
006456         10  TRL-LOW-USER     PIC X(08).
006460         10  TRL-LOW-TIME     PIC S9(15) COMP-3.
006464     05  TRL-HIGH-KEY.
006468         10  TRL-HIGH-USER    PIC X(08).
006472         10  TRL-HIGH-TIME    PIC S9(15) COMP-3.
006476     05  TRL-CTL-TOTAL        PIC S9(18) COMP-3.
006480     05  TRL-RUN-DATE         PIC 9(08).
006484     05  TRL-CUTOFF-TIME      PIC S9(15) COMP-3.
006488     05  TRL-RESTARTS         PIC 9(03).
006492     05  FILLER               PIC X(3189).
006500*
006600 FD  CONTROL-FILE
006700     RECORDING MODE IS F.
006800 01  CONTROL-CARD.
006900     05  CTL-RETENTION        PIC X(03).
006910     05  FILLER               PIC X(01).
006920     05  CTL-RESTART          PIC X(07).
006930     05  FILLER               PIC X(01).
006940     05  CTL-INTERVAL         PIC X(05).
007000     05  FILLER               PIC X(63).
007100*
007200 FD  REPORT-FILE
007300     RECORDING MODE IS F.
007400 01  PRINT-LINE.
007500     05  PRINT-CTL             PIC X(01).
007600     05  PRINT-DATA            PIC X(132).
007610*
007620 FD  CHECKPOINT-FILE
007630     RECORDING MODE IS F.
007640 01  CHECKPOINT-RECORD        PIC X(120).
007700 WORKING-STORAGE SECTION.
007800*
007900* SWITCHES
008800     05  WS-FOUND-SW          PIC X(01) VALUE 'N'.
008900         88  TBL-FOUND        VALUE 'Y'.
009000         88  TBL-NOT-FOUND    VALUE 'N'.
009010     05  WS-RESTART-SW        PIC X(01) VALUE 'N'.
009020         88  RESTART-RUN      VALUE 'Y'.
009030         88  NORMAL-RUN       VALUE 'N'.
009040     05  WS-REFUSE-SW         PIC X(01) VALUE 'N'.
009050         88  RUN-REFUSED      VALUE 'Y'.
009060         88  RUN-ACCEPTED     VALUE 'N'.
009070     05  WS-TRAILER-SW        PIC X(01) VALUE 'N'.
009080         88  GEN-HAS-TRAILER  VALUE 'Y'.
009100     05  WS-HIST-STATUS       PIC X(02) VALUE '00'.
009101*
009102* CHECKPOINT RECORD - READ AT START, REWRITTEN EVERY
009103* WS-CKP-INTERVAL RECORDS AND MARKED COMPLETE AT THE END.
009104* WS-CKP-PEND-KEY IS THE FIRST KEY OF THE DELETES STILL TO BE
009105* ISSUED WHEN IT WAS WRITTEN (HIGH-VALUES WHEN THERE WERE NONE)
009106*
009107 01  WS-CHECKPOINT.
009108     05  WS-CKP-STATUS        PIC X(01) VALUE 'C'.
009109         88  CKP-ACTIVE       VALUE 'A'.
009110         88  CKP-COMPLETE     VALUE 'C'.
009111     05  WS-CKP-RUN-DATE      PIC 9(08) VALUE 0.
009112     05  WS-CKP-RET-DAYS      PIC 9(03) VALUE 0.
009113     05  WS-CKP-CUTOFF-TIME   PIC S9(15) COMP-3 VALUE 0.
009114     05  WS-CKP-LAST-KEY.
009115         10  WS-CKP-LAST-USER PIC X(08) VALUE SPACES.
009116         10  WS-CKP-LAST-TIME PIC S9(15) COMP-3 VALUE 0.
009117     05  WS-CKP-READ-COUNT    PIC 9(09) VALUE 0.
009118     05  WS-CKP-KEPT-COUNT    PIC 9(09) VALUE 0.
009119     05  WS-CKP-ARCH-COUNT    PIC 9(09) VALUE 0.
009120     05  WS-CKP-DEL-COUNT     PIC 9(09) VALUE 0.
009121     05  WS-CKP-LOW-KEY.
009122         10  WS-CKP-LOW-USER  PIC X(08) VALUE SPACES.
009123         10  WS-CKP-LOW-TIME  PIC S9(15) COMP-3 VALUE 0.
009124     05  WS-CKP-CTL-TOTAL     PIC S9(18) COMP-3 VALUE 0.
009125     05  WS-CKP-RESTARTS      PIC 9(03) VALUE 0.
009126     05  WS-CKP-PEND-KEY.
009127         10  WS-CKP-PEND-USER PIC X(08) VALUE HIGH-VALUES.
009128         10  WS-CKP-PEND-TIME PIC S9(15) COMP-3 VALUE 0.
009129     05  FILLER               PIC X(03) VALUE SPACES.
009130*
009131* CHECKPOINT INTERVAL AND THE GENERATION BEING BUILT - FIRST
009132* AND LAST KEYS WRITTEN AND THE RUNNING CONTROL TOTAL
009133*
009134 01  WS-GENERATION.
009135     05  WS-CKP-INTERVAL      PIC 9(05) COMP VALUE 500.
009136     05  WS-INT-TEST          PIC X(05).
009137     05  WS-INT-NUM REDEFINES WS-INT-TEST
009138                              PIC 9(05).
009139     05  WS-SINCE-CKP         PIC 9(05) COMP VALUE 0.
009140     05  WS-CKP-WRITES        PIC 9(07) COMP VALUE 0.
009141     05  WS-ONGEN-COUNT       PIC 9(07) COMP VALUE 0.
009142     05  WS-RECOUNT           PIC 9(09) COMP VALUE 0.
009143     05  WS-GEN-LOW-KEY.
009144         10  WS-GEN-LOW-USER  PIC X(08) VALUE SPACES.
009145         10  WS-GEN-LOW-TIME  PIC S9(15) COMP-3 VALUE 0.
009146     05  WS-THIS-KEY.
009147         10  WS-THIS-USER     PIC X(08) VALUE SPACES.
009148         10  WS-THIS-TIME     PIC S9(15) COMP-3 VALUE 0.
009149     05  WS-GEN-HIGH-KEY.
009150         10  WS-GEN-HIGH-USER PIC X(08) VALUE SPACES.
009151         10  WS-GEN-HIGH-TIME PIC S9(15) COMP-3 VALUE 0.
009152     05  WS-CTL-TOTAL         PIC S9(18) COMP-3 VALUE 0.
009153     05  WS-KEY-SECS          PIC S9(15) COMP-3 VALUE 0.
009154     05  WS-RESTARTS          PIC 9(03) VALUE 0.
009155     05  WS-REFUSE-REASON     PIC X(50) VALUE SPACES.
009200*
009300* RETENTION AND CUTOFF
009400*
014300     05  WS-ARCH-COUNT        PIC 9(07) COMP VALUE ZERO.
014400     05  WS-DEL-COUNT         PIC 9(07) COMP VALUE ZERO.
014500     05  WS-SUB               PIC 9(03) COMP VALUE ZERO.
014506*
014512* AIHIST RECORDS ON THE GENERATION SINCE THE LAST CHECKPOINT,
014518* WAITING TO BE DELETED ONCE THE NEXT CHECKPOINT IS WRITTEN. A
014524* FULL TABLE FORCES A CHECKPOINT WHATEVER THE INTERVAL
014530*
014536 01  WS-PEND-TABLE.
014542     05  WS-PEND-MAX          PIC 9(05) COMP VALUE 1000.
014548     05  WS-PEND-COUNT        PIC 9(05) COMP VALUE ZERO.
014554     05  WS-PEND-SUB          PIC 9(05) COMP VALUE ZERO.
014560     05  WS-PEND-ENTRY OCCURS 1000 TIMES.
014566         10  WS-PEND-KEY.
014572             15  WS-PEND-USER PIC X(08).
014578             15  WS-PEND-TIME PIC S9(15) COMP-3.
014584         10  WS-PEND-USUB     PIC 9(03) COMP.
014600*
014700* PER-USERID BREAKDOWN TABLE
014800*
018200     05  FILLER               PIC X(24)
018300         VALUE 'RECORDS DELETED . . . . '.
018400     05  WS-DEL-OUT           PIC ZZZ,ZZ9.
018402 01  WS-RUN-LINE.
018404     05  FILLER               PIC X(24)
018406         VALUE 'RUN TYPE  . . . . . . . '.
018408     05  WS-RUN-OUT           PIC X(08).
018410 01  WS-INT-LINE.
018412     05  FILLER               PIC X(24)
018414         VALUE 'CHECKPOINT INTERVAL . . '.
018416     05  WS-INT-OUT           PIC ZZ,ZZ9.
018418 01  WS-CKPW-LINE.
018420     05  FILLER               PIC X(24)
018422         VALUE 'CHECKPOINTS WRITTEN . . '.
018424     05  WS-CKPW-OUT          PIC ZZZ,ZZ9.
018426 01  WS-RSTK-LINE.
018428     05  FILLER               PIC X(24)
018430         VALUE 'RESTARTED AFTER USERID  '.
018432     05  WS-RSTK-OUT          PIC X(08).
018434 01  WS-RECNT-LINE.
018436     05  FILLER               PIC X(24)
018438         VALUE 'ON GENERATION AT RESTART'.
018440     05  WS-RECNT-OUT         PIC ZZZ,ZZ9.
018442     05  FILLER               PIC X(20)
018444         VALUE '  CHECKPOINT SAID'.
018446     05  WS-RECNT-CKP         PIC ZZZ,ZZ9.
018448 01  WS-ONGEN-LINE.
018450     05  FILLER               PIC X(24)
018452         VALUE 'ALREADY ON GENERATION . '.
018454     05  WS-ONGEN-OUT         PIC ZZZ,ZZ9.
018456 01  WS-TOTAL-LINE.
018458     05  FILLER               PIC X(24)
018460         VALUE 'GENERATION CONTROL TOTAL'.
018462     05  WS-TOTAL-OUT         PIC Z(17)9.
018464 01  WS-REFUSE-LINE.
018466     05  FILLER               PIC X(14)
018468         VALUE 'RUN REFUSED - '.
018470     05  WS-REFUSE-OUT        PIC X(50).
018500 01  WS-USER-HEADING.
018600     05  FILLER               PIC X(26)
018700         VALUE 'BREAKDOWN BY USERID'.
020700*
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020900*
020910     IF RUN-REFUSED
020920         PERFORM 8900-PRODUCE-REFUSAL THRU 8900-EXIT
020930         PERFORM 9100-TERMINATE-REFUSED THRU 9100-EXIT
020940         STOP RUN
020950     END-IF.
020960*
021000     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
021100         UNTIL EOF-YES.
021200*
021210     PERFORM 7000-FINISH-GENERATION THRU 7000-EXIT.
021300     PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
021400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021500*
021600     STOP RUN.
021700*
021800******************************************************************
021900* INITIALIZE - RETENTION, CHECKPOINT, CUTOFF, FILES, PRIME THE   *
021910* READ                                                           *
022000******************************************************************
022100 1000-INITIALIZE.
022200*
022300     OPEN INPUT  CONTROL-FILE.
022600     OPEN OUTPUT REPORT-FILE.
022700*
022800     PERFORM 1200-GET-RETENTION THRU 1200-EXIT.
022810     PERFORM 1400-READ-CHECKPOINT THRU 1400-EXIT.
022820*
022830     IF RESTART-RUN
022840         PERFORM 1500-PREPARE-RESTART THRU 1500-EXIT
022850     ELSE
022860         PERFORM 1600-PREPARE-NORMAL THRU 1600-EXIT
022870     END-IF.
022880*
022890     IF RUN-REFUSED
022900         GO TO 1000-EXIT
022910     END-IF.
022920*
022930     IF EOF-NO
022940         PERFORM 1100-READ-AIHIST THRU 1100-EXIT
022950     END-IF.
023100*
023200 1000-EXIT.
023300     EXIT.
023400*
023500 1100-READ-AIHIST.
023600*
023700     READ AIHIST-FILE NEXT
023800         AT END
023900             MOVE 'Y' TO WS-EOF-SW
024000     END-READ.
024400*
024500******************************************************************
024600* PICK UP THE RETENTION DAYS FROM THE CONTROL CARD - A MISSING,  *
024700* BLANK OR NON-NUMERIC CARD FALLS BACK TO 30 DAYS. THE SAME      *
024710* CARD CARRIES THE RESTART REQUEST AND THE CHECKPOINT INTERVAL   *
024800******************************************************************
024900 1200-GET-RETENTION.
025000*
025800         IF WS-RET-TEST NUMERIC AND WS-RET-NUM > 0
025900             MOVE WS-RET-NUM TO WS-RET-DAYS
026000         END-IF
026010         IF CTL-RESTART = 'RESTART'
026020             MOVE 'Y' TO WS-RESTART-SW
026030         END-IF
026040         MOVE CTL-INTERVAL TO WS-INT-TEST
026050         IF WS-INT-TEST NUMERIC AND WS-INT-NUM > 0
026060             MOVE WS-INT-NUM TO WS-CKP-INTERVAL
026070         END-IF
026100     END-IF.
026200*
026300 1200-EXIT.
029200*
029300 1300-EXIT.
029400     EXIT.
029401*
029402******************************************************************
029403* READ THE CHECKPOINT LEFT BY THE LAST RUN - AN EMPTY FILE MEANS *
029404* NO RUN HAS EVER BEEN INTERRUPTED                               *
029405******************************************************************
029406 1400-READ-CHECKPOINT.
029407*
029408     OPEN INPUT CHECKPOINT-FILE.
029409*
029410     READ CHECKPOINT-FILE INTO WS-CHECKPOINT
029411         AT END
029412             MOVE 'C' TO WS-CKP-STATUS
029413     END-READ.
029414*
029415     CLOSE CHECKPOINT-FILE.
029416*
029417 1400-EXIT.
029418     EXIT.
029419*
029420******************************************************************
029421* RESTART - ONLY WHILE THE CHECKPOINT IS ACTIVE. THE INTERRUPTED *
029422* RUN'S DATE, RETENTION AND CUTOFF STAND SO THE SAME SET OF      *
029423* RECORDS IS ARCHIVED, THE PARTIAL GENERATION IS RECOUNTED AND   *
029424* EXTENDED, AND AIHIST IS POSITIONED AFTER THE CHECKPOINT KEY    *
029425******************************************************************
029426 1500-PREPARE-RESTART.
029427*
029428     IF NOT CKP-ACTIVE
029429         MOVE 'RESTART REQUESTED BUT NO RUN IS IN PROGRESS'
029430             TO WS-REFUSE-REASON
029431         MOVE 'Y' TO WS-REFUSE-SW
029432         MOVE 12 TO RETURN-CODE
029433         GO TO 1500-EXIT
029434     END-IF.
029435*
029436     MOVE WS-CKP-RUN-DATE    TO WS-TODAY.
029437     MOVE WS-CKP-RET-DAYS    TO WS-RET-DAYS.
029438     MOVE WS-CKP-CUTOFF-TIME TO WS-CUTOFF-TIME.
029439     MOVE WS-CKP-READ-COUNT  TO WS-READ-COUNT.
029440     MOVE WS-CKP-KEPT-COUNT  TO WS-KEPT-COUNT.
029441     MOVE WS-CKP-DEL-COUNT   TO WS-DEL-COUNT.
029442     COMPUTE WS-RESTARTS = WS-CKP-RESTARTS + 1.
029443*
029444     PERFORM 1510-RECOUNT-GENERATION THRU 1510-EXIT.
029445*
029446* THE LAST RUN GOT AS FAR AS ITS TRAILER - NOTHING TO RESTART,
029447* JUST CLOSE THE CHECKPOINT
029448*
029449     IF GEN-HAS-TRAILER
029450         MOVE 'C' TO WS-CKP-STATUS
029451         PERFORM 2400-PUT-CHECKPOINT THRU 2400-EXIT
029452         MOVE 'GENERATION ALREADY COMPLETE - CHECKPOINT CLOSED'
029453             TO WS-REFUSE-REASON
029454         MOVE 'Y' TO WS-REFUSE-SW
029455         MOVE 4 TO RETURN-CODE
029456         GO TO 1500-EXIT
029457     END-IF.
029458*
029459     OPEN EXTEND ARCHIVE-FILE.
029460     OPEN I-O    AIHIST-FILE.
029461*
029462     IF WS-CKP-READ-COUNT > 0
029463         AND WS-CKP-PEND-USER NOT = HIGH-VALUES
029464         PERFORM 1530-REDO-DELETES THRU 1530-EXIT
029465     END-IF.
029466*
029467     IF WS-CKP-READ-COUNT > 0
029468         MOVE WS-CKP-LAST-KEY TO AIHIST-KEY
029469         START AIHIST-FILE KEY > AIHIST-KEY
029470             INVALID KEY
029471                 MOVE 'Y' TO WS-EOF-SW
029472         END-START
029473     END-IF.
029474*
029475 1500-EXIT.
029476     EXIT.
029500*
029504******************************************************************
029508* COUNT WHAT THE INTERRUPTED RUN GOT ONTO THE GENERATION - THE   *
029512* TRAILER IS BUILT FROM WHAT IS REALLY THERE, NOT FROM THE       *
029516* CHECKPOINT, WHICH CAN BE UP TO ONE INTERVAL BEHIND             *
029520******************************************************************
029524 1510-RECOUNT-GENERATION.
029528*
029532     MOVE 0 TO WS-ARCH-COUNT.
029536     MOVE 0 TO WS-CTL-TOTAL.
029540*
029544     OPEN INPUT ARCHIVE-FILE.
029548*
029552     PERFORM 1520-RECOUNT-ONE THRU 1520-EXIT
029556         UNTIL EOF-YES.
029560*
029564     CLOSE ARCHIVE-FILE.
029568*
029572     MOVE 'N' TO WS-EOF-SW.
029576     MOVE WS-ARCH-COUNT TO WS-RECOUNT.
029580*
029584 1510-EXIT.
029588     EXIT.
029592*
029596 1520-RECOUNT-ONE.
029600*
029604     READ ARCHIVE-FILE
029608         AT END
029612             MOVE 'Y' TO WS-EOF-SW
029616             GO TO 1520-EXIT
029620     END-READ.
029624*
029628     IF TRL-ID = HIGH-VALUES
029632         MOVE 'Y' TO WS-TRAILER-SW
029636         GO TO 1520-EXIT
029640     END-IF.
029644*
029648     ADD 1 TO WS-ARCH-COUNT.
029652     MOVE ARC-KEY TO WS-THIS-KEY.
029656     PERFORM 2200-ADD-TO-GENERATION THRU 2200-EXIT.
029660*
029664 1520-EXIT.
029668     EXIT.
029672*
029676******************************************************************
029680* THE INTERRUPTED RUN MAY HAVE DIED WHILE ISSUING THE DELETES    *
029684* THAT FOLLOW ITS LAST CHECKPOINT. EVERY RECORD FROM THE FIRST   *
029688* OF THAT BATCH TO THE CHECKPOINT KEY THAT IS OLDER THAN THE     *
029692* CUTOFF IS ALREADY ON THE GENERATION, SO ANY STILL IN AIHIST    *
029696* ARE DELETED NOW. THEY WERE COUNTED WHEN THE CHECKPOINT WAS     *
029700* WRITTEN AND ARE NOT COUNTED AGAIN                              *
029704******************************************************************
029708 1530-REDO-DELETES.
029712*
029716     MOVE WS-CKP-PEND-KEY TO AIHIST-KEY.
029720     START AIHIST-FILE KEY NOT < AIHIST-KEY
029724         INVALID KEY
029728             GO TO 1530-EXIT
029732     END-START.
029736*
029740     PERFORM 1540-REDO-ONE THRU 1540-EXIT
029744         UNTIL EOF-YES.
029748*
029752     MOVE 'N' TO WS-EOF-SW.
029756*
029760 1530-EXIT.
029764     EXIT.
029768*
029772 1540-REDO-ONE.
029776*
029780     PERFORM 1100-READ-AIHIST THRU 1100-EXIT.
029784     IF EOF-YES
029788         GO TO 1540-EXIT
029792     END-IF.
029796*
029800     IF AIHIST-KEY > WS-CKP-LAST-KEY
029804         MOVE 'Y' TO WS-EOF-SW
029808         GO TO 1540-EXIT
029812     END-IF.
029816*
029820     IF AIHIST-TIME < WS-CUTOFF-TIME
029824         AND AIHIST-KEY NOT > WS-GEN-HIGH-KEY
029828         DELETE AIHIST-FILE
029832             INVALID KEY
029836                 CONTINUE
029840         END-DELETE
029844     END-IF.
029848*
029852 1540-EXIT.
029856     EXIT.
029860*
029864******************************************************************
029868* NORMAL RUN - REFUSED WHILE AN INTERRUPTED RUN IS STILL OPEN,   *
029872* OTHERWISE A NEW GENERATION AND AN ACTIVE CHECKPOINT            *
029876******************************************************************
029880 1600-PREPARE-NORMAL.
029884*
029888     IF CKP-ACTIVE
029892         MOVE 'LAST RUN DID NOT FINISH - RERUN WITH RESTART'
029896             TO WS-REFUSE-REASON
029900         MOVE 'Y' TO WS-REFUSE-SW
029904         MOVE 12 TO RETURN-CODE
029908         GO TO 1600-EXIT
029912     END-IF.
029916*
029920     PERFORM 1300-COMPUTE-CUTOFF THRU 1300-EXIT.
029924*
029928     OPEN I-O    AIHIST-FILE.
029932     OPEN OUTPUT ARCHIVE-FILE.
029936*
029940     MOVE 'A' TO WS-CKP-STATUS.
029944     MOVE 0   TO WS-CKP-RESTARTS.
029948     PERFORM 2300-WRITE-CHECKPOINT THRU 2300-EXIT.
029952*
029956 1600-EXIT.
029960     EXIT.
029964*
029968******************************************************************
029972* PROCESS ONE AIHIST RECORD - ARCHIVE AND DELETE WHEN OLDER      *
029976* THAN THE CUTOFF, OTHERWISE JUST COUNT IT AS KEPT. ON A RESTART *
029980* A RECORD ALREADY ON THE GENERATION IS ONLY DELETED. THE DELETE *
029984* ITSELF WAITS FOR THE NEXT CHECKPOINT (SEE 2300)                *
029988******************************************************************
030000 2000-PROCESS-RECORD.
030100*
030200     ADD 1 TO WS-READ-COUNT.
030300*
030400     PERFORM 2100-FIND-USERID THRU 2100-EXIT.
030410     MOVE AIHIST-KEY TO WS-CKP-LAST-KEY.
030500*
030600     IF AIHIST-TIME < WS-CUTOFF-TIME
030610         IF RESTART-RUN
030620             AND WS-RECOUNT > 0
030630             AND AIHIST-KEY NOT > WS-GEN-HIGH-KEY
030640             ADD 1 TO WS-ONGEN-COUNT
030650         ELSE
030700             MOVE AIHIST-RECORD TO ARCHIVE-RECORD
030800             WRITE ARCHIVE-RECORD
030900             ADD 1 TO WS-ARCH-COUNT
030910             MOVE AIHIST-KEY TO WS-THIS-KEY
030920             PERFORM 2200-ADD-TO-GENERATION THRU 2200-EXIT
031000             IF WS-SUB NOT = 0
031100                 ADD 1 TO WS-USER-ARCH(WS-SUB)
031200             END-IF
031210         END-IF
031300         ADD 1 TO WS-PEND-COUNT
031400         MOVE AIHIST-KEY TO WS-PEND-KEY(WS-PEND-COUNT)
031500         MOVE WS-SUB     TO WS-PEND-USUB(WS-PEND-COUNT)
032000     ELSE
032100         ADD 1 TO WS-KEPT-COUNT
032200         IF WS-SUB NOT = 0
032400         END-IF
032500     END-IF.
032600*
032610     ADD 1 TO WS-SINCE-CKP.
032620     IF WS-SINCE-CKP NOT < WS-CKP-INTERVAL
032625         OR WS-PEND-COUNT NOT < WS-PEND-MAX
032630         PERFORM 2300-WRITE-CHECKPOINT THRU 2300-EXIT
032640     END-IF.
032650*
032700     PERFORM 1100-READ-AIHIST THRU 1100-EXIT.
032800*
032900 2000-EXIT.
038300 2120-EXIT.
038400     EXIT.
038500*
038502******************************************************************
038504* ONE MORE RECORD ON THE GENERATION (KEY IN WS-THIS-KEY) - KEEP  *
038506* THE FIRST AND LAST KEYS AND ADD THE KEY TIME IN WHOLE SECONDS  *
038508* TO THE CONTROL TOTAL. THE CALLER COUNTS THE RECORD             *
038510******************************************************************
038512 2200-ADD-TO-GENERATION.
038514*
038516     IF WS-ARCH-COUNT = 1
038518         MOVE WS-THIS-KEY TO WS-GEN-LOW-KEY
038520     END-IF.
038522*
038524     MOVE WS-THIS-KEY TO WS-GEN-HIGH-KEY.
038526*
038528     DIVIDE WS-THIS-TIME BY 1000 GIVING WS-KEY-SECS.
038530     ADD WS-KEY-SECS TO WS-CTL-TOTAL.
038532*
038534 2200-EXIT.
038536     EXIT.
038538*
038540******************************************************************
038542* REWRITE THE CHECKPOINT WITH WHERE THE RUN HAS GOT TO. THE      *
038544* CALLER SETS WS-CKP-STATUS. WHILE THE RUN IS ACTIVE ARCHOUT IS  *
038546* CLOSED AND REOPENED FIRST SO EVERYTHING WRITTEN SO FAR IS ON   *
038548* THE GENERATION, AND THE HELD DELETES ARE ISSUED AFTER THE      *
038550* CHECKPOINT - THEY ARE COUNTED IN IT AS DONE                    *
038552******************************************************************
038554 2300-WRITE-CHECKPOINT.
038556*
038558     IF CKP-ACTIVE
038560         CLOSE ARCHIVE-FILE
038562         OPEN EXTEND ARCHIVE-FILE
038564     END-IF.
038566*
038568     MOVE WS-TODAY        TO WS-CKP-RUN-DATE.
038570     MOVE WS-RET-DAYS     TO WS-CKP-RET-DAYS.
038572     MOVE WS-CUTOFF-TIME  TO WS-CKP-CUTOFF-TIME.
038574     MOVE WS-READ-COUNT   TO WS-CKP-READ-COUNT.
038576     MOVE WS-KEPT-COUNT   TO WS-CKP-KEPT-COUNT.
038578     MOVE WS-ARCH-COUNT   TO WS-CKP-ARCH-COUNT.
038580     COMPUTE WS-CKP-DEL-COUNT = WS-DEL-COUNT + WS-PEND-COUNT.
038582     MOVE WS-GEN-LOW-KEY  TO WS-CKP-LOW-KEY.
038584     MOVE WS-CTL-TOTAL    TO WS-CKP-CTL-TOTAL.
038586     MOVE WS-RESTARTS     TO WS-CKP-RESTARTS.
038588     IF WS-PEND-COUNT = 0
038590         MOVE HIGH-VALUES     TO WS-CKP-PEND-KEY
038592     ELSE
038594         MOVE WS-PEND-KEY(1)  TO WS-CKP-PEND-KEY
038596     END-IF.
038598*
038600     PERFORM 2400-PUT-CHECKPOINT THRU 2400-EXIT.
038602*
038604     MOVE 0 TO WS-SINCE-CKP.
038606     ADD 1 TO WS-CKP-WRITES.
038608*
038610     PERFORM 2500-ISSUE-DELETES THRU 2500-EXIT.
038612*
038614 2300-EXIT.
038616     EXIT.
038618*
038620 2400-PUT-CHECKPOINT.
038622*
038624     OPEN OUTPUT CHECKPOINT-FILE.
038626     WRITE CHECKPOINT-RECORD FROM WS-CHECKPOINT.
038628     CLOSE CHECKPOINT-FILE.
038630*
038632 2400-EXIT.
038634     EXIT.
038636*
038638******************************************************************
038640* DELETE THE HELD AIHIST RECORDS. THE DELETES ARE BY KEY, SO     *
038642* THE BROWSE IS RESTARTED AFTER THE LAST KEY READ                *
038644******************************************************************
038646 2500-ISSUE-DELETES.
038648*
038650     IF WS-PEND-COUNT = 0
038652         GO TO 2500-EXIT
038654     END-IF.
038656*
038658     PERFORM 2510-DELETE-ONE THRU 2510-EXIT
038660         VARYING WS-PEND-SUB FROM 1 BY 1
038662         UNTIL WS-PEND-SUB > WS-PEND-COUNT.
038664*
038666     MOVE 0 TO WS-PEND-COUNT.
038668*
038670     IF EOF-NO
038672         MOVE WS-CKP-LAST-KEY TO AIHIST-KEY
038674         START AIHIST-FILE KEY > AIHIST-KEY
038676             INVALID KEY
038678                 MOVE 'Y' TO WS-EOF-SW
038680         END-START
038682     END-IF.
038684*
038686 2500-EXIT.
038688     EXIT.
038690*
038692 2510-DELETE-ONE.
038694*
038696     MOVE WS-PEND-KEY(WS-PEND-SUB) TO AIHIST-KEY.
038698     DELETE AIHIST-FILE
038700         INVALID KEY
038702             GO TO 2510-EXIT
038704     END-DELETE.
038706*
038708     ADD 1 TO WS-DEL-COUNT.
038710     IF WS-PEND-USUB(WS-PEND-SUB) NOT = 0
038712         ADD 1 TO WS-USER-DEL(WS-PEND-USUB(WS-PEND-SUB))
038714     END-IF.
038716*
038718 2510-EXIT.
038720     EXIT.
038722*
038724******************************************************************
038726* CLOSE THE GENERATION WITH ITS TRAILER, THEN MARK THE           *
038728* CHECKPOINT COMPLETE SO THE NEXT RUN STARTS A NEW GENERATION.   *
038730* A LAST ACTIVE CHECKPOINT FIRST CLEARS THE HELD DELETES, SO     *
038732* NOTHING ON A FINISHED GENERATION IS LEFT IN AIHIST             *
038734******************************************************************
038736 7000-FINISH-GENERATION.
038738*
038740     PERFORM 2300-WRITE-CHECKPOINT THRU 2300-EXIT.
038742*
038744     MOVE SPACES          TO ARCHIVE-RECORD.
038746     MOVE HIGH-VALUES     TO TRL-ID.
038748     MOVE 'AIARCTRL'      TO TRL-EYECATCHER.
038750     MOVE WS-ARCH-COUNT   TO TRL-REC-COUNT.
038752     MOVE WS-GEN-LOW-KEY  TO TRL-LOW-KEY.
038754     MOVE WS-GEN-HIGH-KEY TO TRL-HIGH-KEY.
038756     MOVE WS-CTL-TOTAL    TO TRL-CTL-TOTAL.
038758     MOVE WS-TODAY        TO TRL-RUN-DATE.
038760     MOVE WS-CUTOFF-TIME  TO TRL-CUTOFF-TIME.
038762     MOVE WS-RESTARTS     TO TRL-RESTARTS.
038764     WRITE ARCHIVE-TRAILER.
038766*
038768     CLOSE ARCHIVE-FILE.
038770*
038772     MOVE 'C' TO WS-CKP-STATUS.
038774     PERFORM 2300-WRITE-CHECKPOINT THRU 2300-EXIT.
038776*
038778 7000-EXIT.
038780     EXIT.
038782*
038784******************************************************************
038786* PRODUCE THE PRINTED REPORT                                     *
038788******************************************************************
038900 8000-PRODUCE-REPORT.
039000*
039100     MOVE '1'            TO PRINT-CTL.
040400     MOVE ' '            TO PRINT-CTL.
040500     MOVE WS-RET-LINE    TO PRINT-DATA.
040600     WRITE PRINT-LINE.
040605*
040610     IF RESTART-RUN
040615         MOVE 'RESTART'  TO WS-RUN-OUT
040620     ELSE
040625         MOVE 'NORMAL'   TO WS-RUN-OUT
040630     END-IF.
040635     MOVE ' '            TO PRINT-CTL.
040640     MOVE WS-RUN-LINE    TO PRINT-DATA.
040645     WRITE PRINT-LINE.
040650*
040655     MOVE WS-CKP-INTERVAL TO WS-INT-OUT.
040660     MOVE ' '             TO PRINT-CTL.
040665     MOVE WS-INT-LINE     TO PRINT-DATA.
040670     WRITE PRINT-LINE.
040675*
040680     IF RESTART-RUN
040685         PERFORM 8050-PRINT-RESTART THRU 8050-EXIT
040690     END-IF.
040700*
040800     MOVE WS-READ-COUNT  TO WS-READ-OUT.
040900     MOVE ' '            TO PRINT-CTL.
042400     MOVE ' '            TO PRINT-CTL.
042500     MOVE WS-DEL-LINE    TO PRINT-DATA.
042600     WRITE PRINT-LINE.
042609*
042618     MOVE WS-CKP-WRITES  TO WS-CKPW-OUT.
042627     MOVE ' '            TO PRINT-CTL.
042636     MOVE WS-CKPW-LINE   TO PRINT-DATA.
042645     WRITE PRINT-LINE.
042654*
042663     MOVE WS-CTL-TOTAL   TO WS-TOTAL-OUT.
042672     MOVE ' '            TO PRINT-CTL.
042681     MOVE WS-TOTAL-LINE  TO PRINT-DATA.
042690     WRITE PRINT-LINE.
042700*
042800     MOVE ' '             TO PRINT-CTL.
042900     MOVE WS-BLANK-LINE   TO PRINT-DATA.
044400 8000-EXIT.
044500     EXIT.
044600*
044603******************************************************************
044606* RESTART DETAIL - WHERE THE RUN PICKED UP AND WHAT THE PARTIAL  *
044609* GENERATION HELD AGAINST WHAT THE CHECKPOINT RECORDED           *
044612******************************************************************
044615 8050-PRINT-RESTART.
044618*
044621     MOVE WS-CKP-LAST-USER  TO WS-RSTK-OUT.
044624     IF WS-CKP-READ-COUNT = 0
044627         MOVE '(START)'     TO WS-RSTK-OUT
044630     END-IF.
044633     MOVE ' '               TO PRINT-CTL.
044636     MOVE WS-RSTK-LINE      TO PRINT-DATA.
044639     WRITE PRINT-LINE.
044642*
044645     MOVE WS-RECOUNT        TO WS-RECNT-OUT.
044648     MOVE WS-CKP-ARCH-COUNT TO WS-RECNT-CKP.
044651     MOVE ' '               TO PRINT-CTL.
044654     MOVE WS-RECNT-LINE     TO PRINT-DATA.
044657     WRITE PRINT-LINE.
044660*
044663     MOVE WS-ONGEN-COUNT    TO WS-ONGEN-OUT.
044666     MOVE ' '               TO PRINT-CTL.
044669     MOVE WS-ONGEN-LINE     TO PRINT-DATA.
044672     WRITE PRINT-LINE.
044675*
044678 8050-EXIT.
044681     EXIT.
044684*
044700 8100-PRINT-USER-LINE.
044800*
044900     MOVE WS-USER-ID(WS-SUB)   TO WS-UL-USER.
045700 8100-EXIT.
045800     EXIT.
045900*
045903******************************************************************
045906* A REFUSED RUN PRINTS WHY AND TOUCHES NOTHING ELSE              *
045909******************************************************************
045912 8900-PRODUCE-REFUSAL.
045915*
045918     MOVE '1'              TO PRINT-CTL.
045921     MOVE WS-HEADING-1     TO PRINT-DATA.
045924     WRITE PRINT-LINE.
045927*
045930     MOVE ' '              TO PRINT-CTL.
045933     MOVE WS-HEADING-2     TO PRINT-DATA.
045936     WRITE PRINT-LINE.
045939*
045942     MOVE ' '              TO PRINT-CTL.
045945     MOVE WS-BLANK-LINE    TO PRINT-DATA.
045948     WRITE PRINT-LINE.
045951*
045954     MOVE WS-REFUSE-REASON TO WS-REFUSE-OUT.
045957     MOVE ' '              TO PRINT-CTL.
045960     MOVE WS-REFUSE-LINE   TO PRINT-DATA.
045963     WRITE PRINT-LINE.
045966*
045969 8900-EXIT.
045972     EXIT.
045975*
046000******************************************************************
046100* TERMINATE - CLOSE FILES                                        *
046200******************************************************************
046400*
046500     CLOSE CONTROL-FILE.
046600     CLOSE AIHIST-FILE.
046800     CLOSE REPORT-FILE.
046900*
047000 9000-EXIT.
047100     EXIT.
047110*
047120 9100-TERMINATE-REFUSED.
047130*
047140     CLOSE CONTROL-FILE.
047150     CLOSE REPORT-FILE.
047160*
047170 9100-EXIT.
047180     EXIT.
