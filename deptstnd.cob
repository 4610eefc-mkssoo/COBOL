000290*                  ROLL-UP AND HAS NO PER-GAME EQUIVALENT, SO
000300*                  THE BOARD NOW SHOWS PLAYED, WINS AND WIN
000310*                  PERCENTAGE.
000313* 10/15/26   DLM   SKIP GAMES VOIDED BY A SUPERVISOR (GH/GL
000316*                  VOID FLAG, SET BY VOIDAPL).
000320*-----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
002280         MOVE "Y" TO WS-EOF-SW
002290         GO TO 2100-EXIT
002300     END-IF
002302     IF GH-VOIDED
002305         GO TO 2100-EXIT
002307     END-IF
002310     MOVE GH-PLAYER-ID TO WS-GAME-PLAYER
002320     MOVE GH-LOG-DATE TO WS-GAME-DATE
002330     MOVE GH-OUTCOME TO WS-GAME-OUTCOME
002660         GO TO 2900-EXIT
002670     END-IF
002680     IF GL-LOG-DATE < WS-TODAY-DATE
002682         GO TO 2900-EXIT
002685     END-IF
002687     IF GL-VOIDED
002690         GO TO 2900-EXIT
002700     END-IF
002710     MOVE GL-PLAYER-ID TO WS-GAME-PLAYER
