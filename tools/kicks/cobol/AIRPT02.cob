002500* INTENDED TO RUN AS AN OVERNIGHT BATCH JOB AGAINST THE SAME     *
002600* DAILY AILOG EXTRACT AIRPT01 READS.                             *
002700*                                                                *
002710* QUESTIONS AIPGM REFUSED OUTSIDE THE AICAL SERVICE HOURS NEVER  *
002720* WENT TO THE BRIDGE EITHER; THEY ARE COUNTED ON THEIR OWN LINE  *
002730* AND KEPT OUT OF EVERY SERVICE-LEVEL FIGURE.                    *
002740*                                                                *
002800* MODIFICATION HISTORY                                           *
002900*   2026-08-21  OSG  ORIGINAL PROGRAM                            *
002950*   2026-09-02  OSG  EXCLUDE BLOCKED QUESTIONS                   *
002960*   2026-10-15  OSG  EXCLUDE OUT-OF-HOURS QUESTIONS              *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
005500         88  AILOG-OK         VALUE 'O'.
005600         88  AILOG-TIMEOUT    VALUE 'T'.
005650         88  AILOG-BLOCKED    VALUE 'B'.
005660         88  AILOG-CLOSED     VALUE 'H'.
005700*
005800 FD  REPORT-FILE
005900     RECORDING MODE IS F.
009000     05  WS-ANSW-COUNT        PIC 9(07) COMP VALUE ZERO.
009100     05  WS-TIMEOUT-COUNT     PIC 9(07) COMP VALUE ZERO.
009150     05  WS-BLOCKED-COUNT     PIC 9(07) COMP VALUE ZERO.
009160     05  WS-CLOSED-COUNT      PIC 9(07) COMP VALUE ZERO.
009200     05  WS-SEC-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
009300     05  WS-AVG-SEC           PIC 9(05)V9(02) VALUE ZERO.
009400     05  WS-SUB               PIC 9(03) COMP VALUE ZERO.
014020     05  FILLER               PIC X(24)
014030         VALUE 'BLOCKED (EXCLUDED)  . . '.
014040     05  WS-BLK-OUT           PIC ZZZ,ZZ9.
014050 01  WS-CLS-LINE.
014060     05  FILLER               PIC X(24)
014070         VALUE 'OUT OF HOURS (EXCLUDED) '.
014080     05  WS-CLS-OUT           PIC ZZZ,ZZ9.
014100 01  WS-AVG-LINE.
014200     05  FILLER               PIC X(24)
014300         VALUE 'AVERAGE ELAPSED SECS  . '.
025770         PERFORM 1100-READ-AILOG THRU 1100-EXIT
025780         GO TO 2000-EXIT
025790     END-IF.
025791*
025792* NOR DID ONE REFUSED OUTSIDE SERVICE HOURS - NOBODY WAS ON THE
025793* BRIDGE TO ANSWER IT, SO IT SAYS NOTHING ABOUT SERVICE LEVEL
025794*
025795     IF AILOG-CLOSED
025796         ADD 1 TO WS-CLOSED-COUNT
025797         PERFORM 1100-READ-AILOG THRU 1100-EXIT
025798         GO TO 2000-EXIT
025799     END-IF.
025800*
025900     ADD 1 TO WS-ANSW-COUNT.
026000*
038130     MOVE ' '              TO PRINT-CTL.
038140     MOVE WS-BLK-LINE      TO PRINT-DATA.
038150     WRITE PRINT-LINE.
038158*
038166     MOVE WS-CLOSED-COUNT  TO WS-CLS-OUT.
038174     MOVE ' '              TO PRINT-CTL.
038182     MOVE WS-CLS-LINE      TO PRINT-DATA.
038190     WRITE PRINT-LINE.
038200*
038300     IF WS-ANSW-COUNT > 0
038400         COMPUTE WS-AVG-SEC ROUNDED =
