002700* RUN WEEKLY OR MONTHLY AS WANTED - IT SIMPLY REPORTS WHATEVER   *
002800* RANGE OF DAYS IS ON THE AISUM FILE.                            *
002900*                                                                *
002910* QUESTIONS REFUSED OUTSIDE THE AICAL SERVICE HOURS ARE NOT IN   *
002920* THE DAILY VOLUME, SO THEY NEVER MOVE THE PERCENTAGES; THEIR    *
002930* TOTAL FOR THE RANGE IS PRINTED ON ITS OWN LINE. SUMMARIES      *
002940* WRITTEN BEFORE AIRPT01 CARRIED THE COUNT READ AS ZERO.         *
002950*                                                                *
003000* MODIFICATION HISTORY                                           *
003100*   2026-09-02  OSG  ORIGINAL PROGRAM                            *
003110*   2026-10-15  OSG  OUT-OF-HOURS TOTAL ON ITS OWN LINE          *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
005400     05  AISUM-RATED          PIC 9(07).
005500     05  AISUM-HELPFUL        PIC 9(07).
005600     05  AISUM-PCT-HELP       PIC 9(03)V9(01).
005610     05  AISUM-CLOSED         PIC 9(07).
005620     05  FILLER               PIC X(19).
005800*
005900 FD  REPORT-FILE
006000     RECORDING MODE IS F.
013200     05  WS-PCT-DELTA         PIC S9(03)V9(01) VALUE ZERO.
013300     05  WS-READ-COUNT        PIC 9(05) COMP VALUE ZERO.
013400     05  WS-SKIP-COUNT        PIC 9(05) COMP VALUE ZERO.
013410     05  WS-CLOSED-TOTAL      PIC 9(09) COMP VALUE ZERO.
013500*
013600* EDITED DELTA FIELDS, BLANKED WHEN THERE IS NO DAY TO
013700* COMPARE AGAINST
015500     05  FILLER               PIC X(24)
015600         VALUE 'RECORDS SET ASIDE . . . '.
015700     05  WS-SKIP-OUT          PIC ZZ,ZZ9.
015710 01  WS-CLOSED-LINE.
015720     05  FILLER               PIC X(24)
015730         VALUE 'OUT OF HOURS (EXCLUDED) '.
015740     05  WS-CLOSED-OUT        PIC ZZZ,ZZZ,ZZ9.
015800 01  WS-COL-LINE-1.
015900     05  FILLER               PIC X(46) VALUE SPACES.
016000     05  FILLER               PIC X(22)
026000     ELSE
026100         MOVE 0 TO WS-DAY-TMO-PCT(WS-DAY-COUNT)
026200     END-IF.
026210*
026220     IF AISUM-CLOSED NUMERIC
026230         ADD AISUM-CLOSED TO WS-CLOSED-TOTAL
026240     END-IF.
026300*
026400     MOVE AISUM-DATE TO WS-WORK-DATE.
026500     PERFORM 2100-DATE-TO-DAYS THRU 2100-EXIT.
032100     MOVE ' '            TO PRINT-CTL.
032200     MOVE WS-SKIP-LINE   TO PRINT-DATA.
032300     WRITE PRINT-LINE.
032310*
032320     MOVE WS-CLOSED-TOTAL TO WS-CLOSED-OUT.
032330     MOVE ' '            TO PRINT-CTL.
032340     MOVE WS-CLOSED-LINE TO PRINT-DATA.
032350     WRITE PRINT-LINE.
032400*
032500     MOVE ' '            TO PRINT-CTL.
032600     MOVE WS-BLANK-LINE  TO PRINT-DATA.
