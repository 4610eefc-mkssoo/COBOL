000200*                  TODAY.  PLAYMAIN'S LOOKUP SHOWS THE LIFETIME
000210*                  TOTALS; THIS SHOWS THE GAMES THAT MAKE THEM
000220*                  UP.
000222* 10/15/26   DLM   MARK GAMES VOIDED BY A SUPERVISOR (GH/GL
000225*                  VOID FLAG, SET BY VOIDAPL) "VOID" ON THE
000227*                  LISTING AND LEAVE THEM OUT OF THE TOTALS.
000230*-----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000820     05  DET-SMALL-HINTS         PIC 99.
000830     05  FILLER                  PIC X(03) VALUE SPACES.
000840     05  DET-BIG-HINTS           PIC 99.
000843     05  FILLER                  PIC X(03) VALUE SPACES.
000846     05  DET-VOID                PIC X(04).
000850 01  WS-TOTAL-LINE.
000860     05  FILLER                  PIC X(08) VALUE "GAMES ".
000870     05  TOT-GAMES               PIC ZZZZ9.
002340     MOVE GH-OUTCOME TO DET-OUTCOME
002350     MOVE GH-SMALL-HINT-CNT TO DET-SMALL-HINTS
002360     MOVE GH-BIG-HINT-CNT TO DET-BIG-HINTS
002361     IF GH-VOIDED
002363         MOVE "VOID" TO DET-VOID
002365     ELSE
002366         MOVE SPACES TO DET-VOID
002368     END-IF
002370     PERFORM 5000-COUNT-AND-SHOW THRU 5000-EXIT.
002380 3100-EXIT.
002390     EXIT.
002790     MOVE GL-OUTCOME TO DET-OUTCOME
002800     MOVE GL-SMALL-HINT-CNT TO DET-SMALL-HINTS
002810     MOVE GL-BIG-HINT-CNT TO DET-BIG-HINTS
002811     IF GL-VOIDED
002813         MOVE "VOID" TO DET-VOID
002815     ELSE
002816         MOVE SPACES TO DET-VOID
002818     END-IF
002820     PERFORM 5000-COUNT-AND-SHOW THRU 5000-EXIT.
002830 4100-EXIT.
002840     EXIT.
002850*-----------------------------------------------------------------
002860* 5000-COUNT-AND-SHOW - DISPLAY THE FORMATTED LINE AND ROLL IT
002866*                       INTO THE RANGE TOTALS.  A VOIDED GAME IS
002873*                       SHOWN BUT NOT COUNTED.
002880*-----------------------------------------------------------------
002890 5000-COUNT-AND-SHOW.
002892     DISPLAY WS-DETAIL-LINE UPON CONSOLE
002894     IF DET-VOID NOT = SPACES
002896         GO TO 5000-EXIT
002898     END-IF
002900     ADD 1 TO WS-GAMES-COUNT
002910     IF DET-OUTCOME = "W"
002920         ADD 1 TO WS-WINS-COUNT
002930     ELSE
002940         ADD 1 TO WS-LOSSES-COUNT
002955     END-IF.
002970 5000-EXIT.
002980     EXIT.
002990 END PROGRAM GHINQ.
