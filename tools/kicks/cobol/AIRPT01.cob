003100*   2026-08-21  OSG  ANSWER QUALITY SECTION FROM AIRT RATINGS    *
003150*   2026-09-02  OSG  BLOCKED-QUESTION SECTION                    *
003160*   2026-09-02  OSG  DAILY SUMMARY RECORD TO AISUM FOR AIRPT03   *
003170*   2026-10-15  OSG  OUT-OF-HOURS QUESTIONS COUNTED APART        *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
005900         88  AILOG-OK         VALUE 'O'.
006000         88  AILOG-TIMEOUT    VALUE 'T'.
006050         88  AILOG-BLOCKED    VALUE 'B'.
006060         88  AILOG-CLOSED     VALUE 'H'.
006100*
006200 FD  AIRT-FILE
006300     RECORDING MODE IS F.
007997     05  AISUM-RATED          PIC 9(07).
007998     05  AISUM-HELPFUL        PIC 9(07).
007999     05  AISUM-PCT-HELP       PIC 9(03)V9(01).
008000     05  AISUM-CLOSED         PIC 9(07).
008001     05  FILLER               PIC X(19).
008002 WORKING-STORAGE SECTION.
008100*
008200* SWITCHES
009800     05  WS-REC-COUNT         PIC 9(07) COMP VALUE ZERO.
009900     05  WS-TIMEOUT-COUNT     PIC 9(07) COMP VALUE ZERO.
009950     05  WS-BLOCKED-COUNT     PIC 9(07) COMP VALUE ZERO.
009952     05  WS-CLOSED-COUNT      PIC 9(07) COMP VALUE ZERO.
009955     05  WS-ANSW-COUNT        PIC 9(07) COMP VALUE ZERO.
010000     05  WS-WAIT-TOTAL        PIC 9(09) COMP VALUE ZERO.
010100     05  WS-AVG-WAIT          PIC 9(03)V9(02) VALUE ZERO.
014220     05  FILLER               PIC X(24)
014230         VALUE 'BLOCKED QUESTIONS . . . '.
014240     05  WS-BLOCKED-OUT       PIC ZZZ,ZZ9.
014250 01  WS-CLOSED-LINE.
014260     05  FILLER               PIC X(24)
014270         VALUE 'OUT OF HOURS QUESTIONS  '.
014280     05  WS-CLOSED-OUT        PIC ZZZ,ZZ9.
014300 01  WS-USER-HEADING.
014400     05  FILLER          PIC X(20) VALUE 'QUESTIONS BY USERID'.
014500 01  WS-USER-LINE.
024120* APART FROM THE USAGE AND LATENCY FIGURES AND REPORTED BY
024130* USERID IN ITS OWN SECTION FOR COMPLIANCE
024140*
024143     IF AILOG-BLOCKED
024146         ADD 1 TO WS-BLOCKED-COUNT
024149         PERFORM 2150-UPDATE-BLOCKED-TABLE THRU 2150-EXIT
024152         PERFORM 1100-READ-AILOG THRU 1100-EXIT
024155         GO TO 2000-EXIT
024158     END-IF.
024161*
024164* A QUESTION REFUSED OUTSIDE THE AICAL SERVICE HOURS NEVER WENT
024167* TO THE BRIDGE EITHER - IT IS ONLY COUNTED, ON ITS OWN LINE
024170*
024173     IF AILOG-CLOSED
024176         ADD 1 TO WS-CLOSED-COUNT
024179         PERFORM 1100-READ-AILOG THRU 1100-EXIT
024182         GO TO 2000-EXIT
024185     END-IF.
024188*
024200     ADD 1               TO WS-REC-COUNT.
024300     ADD AILOG-WAIT-COUNT TO WS-WAIT-TOTAL.
024400*
042330     MOVE ' '              TO PRINT-CTL.
042340     MOVE WS-BLOCKED-LINE  TO PRINT-DATA.
042350     WRITE PRINT-LINE.
042358*
042366     MOVE WS-CLOSED-COUNT  TO WS-CLOSED-OUT.
042374     MOVE ' '              TO PRINT-CTL.
042382     MOVE WS-CLOSED-LINE   TO PRINT-DATA.
042390     WRITE PRINT-LINE.
042400*
042500     MOVE ' '             TO PRINT-CTL.
042600     MOVE WS-BLANK-LINE   TO PRINT-DATA.
056208     MOVE WS-RATED-COUNT    TO AISUM-RATED.
056210     MOVE WS-HELPFUL-COUNT  TO AISUM-HELPFUL.
056212     MOVE WS-PCT-HELPFUL    TO AISUM-PCT-HELP.
056213     MOVE WS-CLOSED-COUNT   TO AISUM-CLOSED.
056214     MOVE SPACES            TO AISUM-RECORD(62:19).
056216*
056218     WRITE AISUM-RECORD.
056220*
