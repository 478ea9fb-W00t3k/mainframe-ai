000800*                                                                *
000900* AIRPT04 - AUTHORIZATION CHANGE-TRAIL REVIEW REPORT             *
001000*                                                                *
001010* AIADM WRITES EVERY AIAUTH ADD, SUSPEND, REACTIVATE, COST       *
001020* CENTER CHANGE AND ROLE GRANT OR REVOKE TO THE AIAL TD QUEUE SO *
001030* SECURITY CAN REVIEW THE CHANGE TRAIL; THIS IS THE JOB THAT     *
001040* FINALLY READS IT. FROM THE AIAL EXTRACT AND THE CURRENT AIAUTH *
001050* FILE IT PRINTS:                                                *
001060*     - THE FULL TRAIL: WHO CHANGED WHICH USERID, FROM WHICH     *
001070*       TERMINAL, WHEN, AND FROM WHAT STATUS TO WHAT             *
001080*       (OR FROM WHAT VALUE TO WHAT)                             *
001090*     - FLAGS ON THE PATTERNS SECURITY CARES ABOUT: A CHANGE     *
001100*       TO A USERID THAT HOLDS THE SECURITY ADMINISTRATOR ROLE,  *
001110*       AND A USERID CHANGING ITS OWN RECORD                     *
001120*     - SUSPEND/REACTIVATE CHURN - TARGETS WITH FOUR OR MORE     *
001130*       S/R ACTIONS ON THE EXTRACT                               *
001140*     - EVERY ROLE GRANT AND REVOCATION ON THE EXTRACT           *
001150*       (SECURITY ADMINISTRATOR, OPERATOR, EXPERT REVIEWER,      *
001160*       FAQ CURATOR), WHO GAVE OR TOOK IT AND WHEN               *
001170*     - THE CROSS-CHECK: EVERY AIAUTH RECORD WHOSE UPDATE        *
001180*       STAMP HAS NO MATCHING AIAL TRAIL RECORD, WHICH MEANS     *
001190*       IT WAS CHANGED BY SOMETHING OTHER THAN AIADM             *
001200*     - SEGREGATION OF DUTIES: EVERY USERID NOW HOLDING BOTH THE *
001210*       SECURITY ADMINISTRATOR AND THE OPERATOR ROLE, WHO COULD  *
001220*       GRANT ACCESS AND ALSO RUN RECOVERY ON THE PIPELINE       *
002500*                                                                *
002600* INTENDED TO RUN IN THE AIRPT01 MOULD AGAINST THE PERIOD'S      *
002700* AIAL EXTRACT, WITH THE LIVE AIAUTH CLUSTER ALLOCATED READ-     *
002900*                                                                *
003000* MODIFICATION HISTORY                                           *
003100*   2026-09-02  OSG  ORIGINAL PROGRAM                            *
003110*   2026-10-15  OSG  AIAL OLD/NEW VALUE FIELDS, COST CENTER      *
003120*                    CHANGE ACTION, AIAUTH COST CENTER           *
003130*   2026-10-15  OSG  ROLE GRANTS/REVOKES, ROLE FLAGS REPLACE THE *
003140*                    ADMIN FLAG, SECURITY ADMIN + OPERATOR CHECK *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
005700         88  AIAL-ADD         VALUE 'A'.
005800         88  AIAL-SUSPEND     VALUE 'S'.
005900         88  AIAL-REACTIVATE  VALUE 'R'.
005910         88  AIAL-COST-CTR    VALUE 'C'.
005920         88  AIAL-ROLE-GRANT  VALUE 'G'.
005930         88  AIAL-ROLE-REVOKE VALUE 'V'.
006000     05  AIAL-TARGET-USER     PIC X(08).
006100     05  AIAL-OLD-STATUS      PIC X(01).
006200     05  AIAL-NEW-STATUS      PIC X(01).
006300     05  AIAL-TIME            PIC S9(15) COMP-3.
006310     05  AIAL-OLD-VALUE       PIC X(08).
006320     05  AIAL-NEW-VALUE       PIC X(08).
006400*
006500 FD  AIAUTH-FILE.
006600 01  AIAUTH-RECORD.
006800     05  AIAUTH-STATUS        PIC X(01).
006900         88  AIAUTH-ALLOWED   VALUE 'A'.
007000         88  AIAUTH-DENIED    VALUE 'D'.
007010     05  AIAUTH-ROLES.
007020         10  AIAUTH-ROLE-SEC  PIC X(01).
007030             88  AIAUTH-IS-SECADM    VALUE 'Y'.
007040         10  AIAUTH-ROLE-OPR  PIC X(01).
007050             88  AIAUTH-IS-OPERATOR  VALUE 'Y'.
007060         10  AIAUTH-ROLE-RVW  PIC X(01).
007070             88  AIAUTH-IS-REVIEWER  VALUE 'Y'.
007080         10  AIAUTH-ROLE-FAQ  PIC X(01).
007090             88  AIAUTH-IS-CURATOR   VALUE 'Y'.
007300     05  AIAUTH-UPD-USER      PIC X(08).
007400     05  AIAUTH-UPD-TIME      PIC S9(15) COMP-3.
007410     05  AIAUTH-COST-CTR      PIC X(06).
007500*
007600 FD  REPORT-FILE
007700     RECORDING MODE IS F.
012000         10  WS-CHURN-TARGET  PIC X(08).
012100         10  WS-CHURN-SR      PIC 9(05) COMP.
012200*
012207* ROLE CHANGE TABLE - EVERY GRANT AND REVOKE ON THE EXTRACT, HELD
012214* FOR ITS OWN SECTION AFTER THE FULL TRAIL
012221*
012228 01  WS-ROLE-TABLE.
012235     05  WS-ROLE-MAX          PIC 9(03) COMP VALUE 200.
012242     05  WS-ROLE-COUNT        PIC 9(03) COMP VALUE ZERO.
012249     05  WS-ROLE-ENTRY OCCURS 200 TIMES.
012256         10  WS-ROLE-DATE     PIC 9(08).
012263         10  WS-ROLE-ADMIN    PIC X(08).
012270         10  WS-ROLE-TARGET   PIC X(08).
012277         10  WS-ROLE-ACTION   PIC X(01).
012284         10  WS-ROLE-NAME     PIC X(08).
012291*
012300* ABSTIME-TO-DATE CONVERSION - THE REVERSE OF THE AIARC01
012400* CUTOFF ARITHMETIC: DAYS SINCE 1900-01-01 WALKED BACK DOWN TO
012500* YEAR, MONTH AND DAY. 1900 ITSELF IS NOT A LEAP YEAR
016500     05  WS-ADMTGT-COUNT      PIC 9(07) COMP VALUE ZERO.
016600     05  WS-OVER-COUNT        PIC 9(07) COMP VALUE ZERO.
016700     05  WS-OUTSIDE-COUNT     PIC 9(07) COMP VALUE ZERO.
016710     05  WS-GRANT-COUNT       PIC 9(07) COMP VALUE ZERO.
016720     05  WS-REVOKE-COUNT      PIC 9(07) COMP VALUE ZERO.
016730     05  WS-ROLE-OVER-COUNT   PIC 9(07) COMP VALUE ZERO.
016740     05  WS-CONFLICT-COUNT    PIC 9(07) COMP VALUE ZERO.
016800     05  WS-SUB               PIC 9(03) COMP VALUE ZERO.
016900*
017000* REPORT LINES
018400     05  FILLER               PIC X(06) VALUE 'ACT'.
018500     05  FILLER               PIC X(10) VALUE 'TARGET'.
018600     05  FILLER               PIC X(08) VALUE 'OLD NEW'.
018610     05  FILLER               PIC X(10) VALUE 'OLD VALUE'.
018620     05  FILLER               PIC X(10) VALUE 'NEW VALUE'.
018700     05  FILLER               PIC X(24) VALUE '  FLAGS'.
018800 01  WS-TRAIL-LINE.
018900     05  WS-TLN-DATE          PIC 9(08).
020000     05  FILLER               PIC X(03) VALUE SPACES.
020100     05  WS-TLN-NEW           PIC X(01).
020200     05  FILLER               PIC X(03) VALUE SPACES.
020210     05  WS-TLN-OLD-VAL       PIC X(08).
020220     05  FILLER               PIC X(02) VALUE SPACES.
020230     05  WS-TLN-NEW-VAL       PIC X(08).
020240     05  FILLER               PIC X(02) VALUE SPACES.
020300     05  WS-TLN-FLAGS         PIC X(28).
020400 01  WS-REC-LINE.
020500     05  FILLER               PIC X(24)
021100     05  WS-SELF-OUT          PIC ZZZ,ZZ9.
021200 01  WS-ADMTGT-LINE.
021300     05  FILLER               PIC X(24)
021310         VALUE 'SEC ADMIN TARGETS . . . '.
021500     05  WS-ADMTGT-OUT        PIC ZZZ,ZZ9.
021600 01  WS-OVER-LINE.
021700     05  FILLER               PIC X(24)
021800         VALUE 'TRAIL TABLE OVERFLOW  . '.
021900     05  WS-OVER-OUT          PIC ZZZ,ZZ9.
021910 01  WS-GRANT-LINE.
021920     05  FILLER               PIC X(24)
021930         VALUE 'ROLE GRANTS . . . . . . '.
021940     05  WS-GRANT-OUT         PIC ZZZ,ZZ9.
021950 01  WS-REVOKE-LINE.
021960     05  FILLER               PIC X(24)
021970         VALUE 'ROLE REVOCATIONS  . . . '.
021980     05  WS-REVOKE-OUT        PIC ZZZ,ZZ9.
022000 01  WS-CHURN-HEADING.
022100     05  FILLER               PIC X(40)
022200         VALUE 'SUSPEND/REACTIVATE CHURN (4 OR MORE)'.
023000 01  WS-NOCHURN-LINE.
023100     05  FILLER               PIC X(30)
023200         VALUE 'NO CHURN OVER THE THRESHOLD'.
023203 01  WS-ROLE-HEADING.
023206     05  FILLER               PIC X(40)
023209         VALUE 'ROLE GRANTS AND REVOCATIONS'.
023212 01  WS-ROLE-COL-LINE.
023215     05  FILLER               PIC X(10) VALUE 'DATE'.
023218     05  FILLER               PIC X(10) VALUE 'ADMIN'.
023221     05  FILLER               PIC X(10) VALUE 'TARGET'.
023224     05  FILLER               PIC X(08) VALUE 'ACTION'.
023227     05  FILLER               PIC X(10) VALUE 'ROLE'.
023230     05  FILLER               PIC X(10) VALUE 'FLAGS'.
023233 01  WS-ROLE-LINE.
023236     05  WS-RLN-DATE          PIC 9(08).
023239     05  FILLER               PIC X(02) VALUE SPACES.
023242     05  WS-RLN-ADMIN         PIC X(08).
023245     05  FILLER               PIC X(02) VALUE SPACES.
023248     05  WS-RLN-TARGET        PIC X(08).
023251     05  FILLER               PIC X(02) VALUE SPACES.
023254     05  WS-RLN-ACTION        PIC X(06).
023257     05  FILLER               PIC X(02) VALUE SPACES.
023260     05  WS-RLN-ROLE          PIC X(08).
023263     05  FILLER               PIC X(02) VALUE SPACES.
023266     05  WS-RLN-FLAGS         PIC X(12).
023269 01  WS-NOROLE-LINE.
023272     05  FILLER               PIC X(30)
023275         VALUE 'NO ROLE GRANTS OR REVOCATIONS'.
023278 01  WS-ROLE-OVER-LINE.
023281     05  FILLER               PIC X(24)
023284         VALUE 'NOT LISTED - TABLE FULL '.
023287     05  WS-ROLE-OVER-OUT     PIC ZZZ,ZZ9.
023300 01  WS-XCHK-HEADING.
023400     05  FILLER               PIC X(40)
023500         VALUE 'AIAUTH ENTRIES CHANGED OUTSIDE AIADM'.
024600 01  WS-NOXCHK-LINE.
024700     05  FILLER               PIC X(40)
024800         VALUE 'EVERY UPDATE STAMP HAS A TRAIL RECORD'.
024803 01  WS-SOD-HEADING.
024806     05  FILLER               PIC X(50)
024809         VALUE 'USERIDS HOLDING BOTH SECURITY ADMIN AND OPERATOR'.
024812 01  WS-SOD-COL-LINE.
024815     05  FILLER               PIC X(10) VALUE 'USERID'.
024818     05  FILLER               PIC X(11) VALUE 'STATUS'.
024821     05  FILLER               PIC X(17) VALUE 'ROLES'.
024824     05  FILLER               PIC X(12) VALUE 'STAMPED BY'.
024827     05  FILLER               PIC X(10) VALUE 'STAMPED ON'.
024830 01  WS-SOD-LINE.
024833     05  WS-SL-USERID         PIC X(08).
024836     05  FILLER               PIC X(02) VALUE SPACES.
024839     05  WS-SL-STATUS         PIC X(09).
024842     05  FILLER               PIC X(02) VALUE SPACES.
024845     05  WS-SL-ROLES          PIC X(15).
024848     05  FILLER               PIC X(02) VALUE SPACES.
024851     05  WS-SL-UPD-USER       PIC X(08).
024854     05  FILLER               PIC X(04) VALUE SPACES.
024857     05  WS-SL-UPD-DATE       PIC 9(08).
024860 01  WS-NOSOD-LINE.
024863     05  FILLER               PIC X(40)
024866         VALUE 'NO USERID HOLDS BOTH ROLES'.
024869 01  WS-SOD-COUNT-LINE.
024872     05  FILLER               PIC X(24)
024875         VALUE 'CONFLICTING ROLE HOLDERS'.
024878     05  WS-SOD-COUNT-OUT     PIC ZZZ,ZZ9.
024900 01  WS-BLANK-LINE            PIC X(01) VALUE SPACE.
025000 PROCEDURE DIVISION.
025100******************************************************************
026000*
026100     PERFORM 7000-PRINT-TRAIL-TOTALS THRU 7000-EXIT.
026200     PERFORM 7500-PRINT-CHURN THRU 7500-EXIT.
026210     PERFORM 7700-PRINT-ROLES THRU 7700-EXIT.
026300     PERFORM 8000-CROSS-CHECK THRU 8000-EXIT.
026310     PERFORM 8500-ROLE-CONFLICTS THRU 8500-EXIT.
026400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026500*
026600     STOP RUN.
032700     MOVE AIAL-TARGET-USER TO WS-TLN-TARGET.
032800     MOVE AIAL-OLD-STATUS  TO WS-TLN-OLD.
032900     MOVE AIAL-NEW-STATUS  TO WS-TLN-NEW.
032910     MOVE AIAL-OLD-VALUE   TO WS-TLN-OLD-VAL.
032920     MOVE AIAL-NEW-VALUE   TO WS-TLN-NEW-VAL.
033000*
033100     EVALUATE TRUE
033200         WHEN AIAL-ADD
033500             MOVE 'SUSP' TO WS-TLN-ACT
033600         WHEN AIAL-REACTIVATE
033700             MOVE 'REAC' TO WS-TLN-ACT
033710         WHEN AIAL-COST-CTR
033720             MOVE 'CCTR' TO WS-TLN-ACT
033730         WHEN AIAL-ROLE-GRANT
033740             MOVE 'GRNT' TO WS-TLN-ACT
033750         WHEN AIAL-ROLE-REVOKE
033760             MOVE 'RVOK' TO WS-TLN-ACT
033800         WHEN OTHER
033900             MOVE '????' TO WS-TLN-ACT
034000     END-EVALUATE.
034900         ADD 1 TO WS-SELF-COUNT
035000     END-IF.
035100*
035110* A CHANGE AIMED AT A USERID THAT HOLDS THE SECURITY
035120* ADMINISTRATOR ROLE TODAY IS THE SECOND
035400*
035500     MOVE AIAL-TARGET-USER TO AIAUTH-USERID.
035600     READ AIAUTH-FILE
035700         INVALID KEY
035800             CONTINUE
035900         NOT INVALID KEY
035910             IF AIAUTH-IS-SECADM
036100                 MOVE 'ADMIN TARGET' TO WS-TLN-FLAGS(14:12)
036200                 ADD 1 TO WS-ADMTGT-COUNT
036300             END-IF
038200     IF AIAL-SUSPEND OR AIAL-REACTIVATE
038300         PERFORM 2500-TALLY-CHURN THRU 2500-EXIT
038400     END-IF.
038410*
038420     IF AIAL-ROLE-GRANT OR AIAL-ROLE-REVOKE
038430         PERFORM 2600-TABLE-ROLE-CHANGE THRU 2600-EXIT
038440     END-IF.
038500*
038600     PERFORM 1100-READ-AIAL THRU 1100-EXIT.
038700*
042100*
042200 2510-EXIT.
042300     EXIT.
042302*
042304******************************************************************
042306* COUNT A ROLE GRANT OR REVOKE AND TABLE IT FOR THE ROLE SECTION *
042308* - THE ROLE NAME IS THE NEW VALUE OF A GRANT AND THE OLD VALUE  *
042310* OF A REVOKE                                                    *
042312******************************************************************
042314 2600-TABLE-ROLE-CHANGE.
042316*
042318     IF AIAL-ROLE-GRANT
042320         ADD 1 TO WS-GRANT-COUNT
042322     ELSE
042324         ADD 1 TO WS-REVOKE-COUNT
042326     END-IF.
042328*
042330     IF WS-ROLE-COUNT NOT < WS-ROLE-MAX
042332         ADD 1 TO WS-ROLE-OVER-COUNT
042334         GO TO 2600-EXIT
042336     END-IF.
042338*
042340     ADD 1 TO WS-ROLE-COUNT.
042342     MOVE WS-OUT-DATE      TO WS-ROLE-DATE(WS-ROLE-COUNT).
042344     MOVE AIAL-ADMIN-USER  TO WS-ROLE-ADMIN(WS-ROLE-COUNT).
042346     MOVE AIAL-TARGET-USER TO WS-ROLE-TARGET(WS-ROLE-COUNT).
042348     MOVE AIAL-ACTION      TO WS-ROLE-ACTION(WS-ROLE-COUNT).
042350*
042352     IF AIAL-ROLE-GRANT
042354         MOVE AIAL-NEW-VALUE TO WS-ROLE-NAME(WS-ROLE-COUNT)
042356     ELSE
042358         MOVE AIAL-OLD-VALUE TO WS-ROLE-NAME(WS-ROLE-COUNT)
042360     END-IF.
042362*
042364 2600-EXIT.
042366     EXIT.
042400*
042500******************************************************************
042600* TURN THE ABSTIME IN WS-ABS-IN INTO A YYYYMMDD DATE - DAYS      *
052800     MOVE WS-ADMTGT-LINE  TO PRINT-DATA.
052900     WRITE PRINT-LINE.
053000*
053009     MOVE WS-GRANT-COUNT  TO WS-GRANT-OUT.
053018     MOVE ' '             TO PRINT-CTL.
053027     MOVE WS-GRANT-LINE   TO PRINT-DATA.
053036     WRITE PRINT-LINE.
053045*
053054     MOVE WS-REVOKE-COUNT TO WS-REVOKE-OUT.
053063     MOVE ' '             TO PRINT-CTL.
053072     MOVE WS-REVOKE-LINE  TO PRINT-DATA.
053081     WRITE PRINT-LINE.
053090*
053100     IF WS-OVER-COUNT > 0
053200         MOVE WS-OVER-COUNT TO WS-OVER-OUT
053300         MOVE ' '           TO PRINT-CTL
058500*
058600 7510-EXIT.
058700     EXIT.
058701*
058702******************************************************************
058703* ROLE GRANTS AND REVOCATIONS SECTION                            *
058704******************************************************************
058705 7700-PRINT-ROLES.
058706*
058707     MOVE ' '              TO PRINT-CTL.
058708     MOVE WS-BLANK-LINE    TO PRINT-DATA.
058709     WRITE PRINT-LINE.
058710*
058711     MOVE ' '              TO PRINT-CTL.
058712     MOVE WS-ROLE-HEADING  TO PRINT-DATA.
058713     WRITE PRINT-LINE.
058714*
058715     MOVE ' '              TO PRINT-CTL.
058716     MOVE WS-ROLE-COL-LINE TO PRINT-DATA.
058717     WRITE PRINT-LINE.
058718*
058719     PERFORM 7710-PRINT-ONE-ROLE THRU 7710-EXIT
058720         VARYING WS-SUB FROM 1 BY 1
058721         UNTIL WS-SUB > WS-ROLE-COUNT.
058722*
058723     IF WS-ROLE-COUNT = 0
058724         MOVE ' '             TO PRINT-CTL
058725         MOVE WS-NOROLE-LINE  TO PRINT-DATA
058726         WRITE PRINT-LINE
058727     END-IF.
058728*
058729     IF WS-ROLE-OVER-COUNT > 0
058730         MOVE WS-ROLE-OVER-COUNT TO WS-ROLE-OVER-OUT
058731         MOVE ' '                TO PRINT-CTL
058732         MOVE WS-ROLE-OVER-LINE  TO PRINT-DATA
058733         WRITE PRINT-LINE
058734     END-IF.
058735*
058736 7700-EXIT.
058737     EXIT.
058738*
058739 7710-PRINT-ONE-ROLE.
058740*
058741     MOVE SPACES                   TO WS-RLN-FLAGS.
058742     MOVE WS-ROLE-DATE(WS-SUB)     TO WS-RLN-DATE.
058743     MOVE WS-ROLE-ADMIN(WS-SUB)    TO WS-RLN-ADMIN.
058744     MOVE WS-ROLE-TARGET(WS-SUB)   TO WS-RLN-TARGET.
058745     MOVE WS-ROLE-NAME(WS-SUB)     TO WS-RLN-ROLE.
058746*
058747     IF WS-ROLE-ACTION(WS-SUB) = 'G'
058748         MOVE 'GRANT'  TO WS-RLN-ACTION
058749     ELSE
058750         MOVE 'REVOKE' TO WS-RLN-ACTION
058751     END-IF.
058752*
058753     IF WS-ROLE-ADMIN(WS-SUB) = WS-ROLE-TARGET(WS-SUB)
058754         MOVE 'SELF CHANGE' TO WS-RLN-FLAGS
058755     END-IF.
058756*
058757     MOVE ' '                      TO PRINT-CTL.
058758     MOVE WS-ROLE-LINE             TO PRINT-DATA.
058759     WRITE PRINT-LINE.
058760*
058761 7710-EXIT.
058762     EXIT.
058800*
058900******************************************************************
059000* CROSS-CHECK - EVERY AIAUTH RECORD WITH AN UPDATE STAMP MUST    *
067000*
067100 8110-EXIT.
067200     EXIT.
067201*
067202******************************************************************
067203* SEGREGATION OF DUTIES - EVERY AIAUTH USERID HOLDING BOTH THE   *
067204* SECURITY ADMINISTRATOR AND OPERATOR ROLES, SUSPENDED OR NOT,   *
067205* SINCE A REACTIVATE GIVES BOTH BACK AT ONCE                     *
067206******************************************************************
067207 8500-ROLE-CONFLICTS.
067208*
067209     MOVE ' '             TO PRINT-CTL.
067210     MOVE WS-BLANK-LINE   TO PRINT-DATA.
067211     WRITE PRINT-LINE.
067212*
067213     MOVE ' '             TO PRINT-CTL.
067214     MOVE WS-SOD-HEADING  TO PRINT-DATA.
067215     WRITE PRINT-LINE.
067216*
067217     MOVE ' '             TO PRINT-CTL.
067218     MOVE WS-SOD-COL-LINE TO PRINT-DATA.
067219     WRITE PRINT-LINE.
067220*
067221     MOVE 'N'        TO WS-AUTH-EOF-SW.
067222     MOVE LOW-VALUES TO AIAUTH-USERID.
067223*
067224     START AIAUTH-FILE KEY NOT < AIAUTH-USERID
067225         INVALID KEY
067226             MOVE 'Y' TO WS-AUTH-EOF-SW
067227     END-START.
067228*
067229     PERFORM 8510-CHECK-ONE-ROLES THRU 8510-EXIT
067230         UNTIL AUTH-EOF-YES.
067231*
067232     IF WS-CONFLICT-COUNT = 0
067233         MOVE ' '             TO PRINT-CTL
067234         MOVE WS-NOSOD-LINE   TO PRINT-DATA
067235         WRITE PRINT-LINE
067236     END-IF.
067237*
067238     MOVE WS-CONFLICT-COUNT  TO WS-SOD-COUNT-OUT.
067239     MOVE ' '                TO PRINT-CTL.
067240     MOVE WS-SOD-COUNT-LINE  TO PRINT-DATA.
067241     WRITE PRINT-LINE.
067242*
067243 8500-EXIT.
067244     EXIT.
067245*
067246 8510-CHECK-ONE-ROLES.
067247*
067248     READ AIAUTH-FILE NEXT
067249         AT END
067250             MOVE 'Y' TO WS-AUTH-EOF-SW
067251             GO TO 8510-EXIT
067252     END-READ.
067253*
067254     IF NOT AIAUTH-IS-SECADM OR NOT AIAUTH-IS-OPERATOR
067255         GO TO 8510-EXIT
067256     END-IF.
067257*
067258     ADD 1 TO WS-CONFLICT-COUNT.
067259*
067260     MOVE SPACES          TO WS-SL-ROLES.
067261     MOVE AIAUTH-USERID   TO WS-SL-USERID.
067262     MOVE AIAUTH-UPD-USER TO WS-SL-UPD-USER.
067263*
067264     IF AIAUTH-ALLOWED
067265         MOVE 'ACTIVE'    TO WS-SL-STATUS
067266     ELSE
067267         MOVE 'SUSPENDED' TO WS-SL-STATUS
067268     END-IF.
067269*
067270     MOVE 'SEC OPR'       TO WS-SL-ROLES(1:7).
067271     IF AIAUTH-IS-REVIEWER
067272         MOVE 'RVW'       TO WS-SL-ROLES(9:3)
067273     END-IF.
067274     IF AIAUTH-IS-CURATOR
067275         MOVE 'FAQ'       TO WS-SL-ROLES(13:3)
067276     END-IF.
067277*
067278     MOVE AIAUTH-UPD-TIME TO WS-ABS-IN.
067279     PERFORM 3500-ABS-TO-DATE THRU 3500-EXIT.
067280     MOVE WS-OUT-DATE     TO WS-SL-UPD-DATE.
067281*
067282     MOVE ' '             TO PRINT-CTL.
067283     MOVE WS-SOD-LINE     TO PRINT-DATA.
067284     WRITE PRINT-LINE.
067285*
067286 8510-EXIT.
067287     EXIT.
067300*
067400******************************************************************
067500* TERMINATE - CLOSE FILES                                        *
