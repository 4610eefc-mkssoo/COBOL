000210*                  FROM OLD PRINTOUTS.  THE MASTER HOLDS CLOSED
000220*                  DAYS ONLY, SO THE REPORT IS BEST RUN ONCE
000230*                  THE MONTH HAS CLOSED.
000233* 10/15/26   DLM   SKIP GAMES VOIDED BY A SUPERVISOR (GH-VOID-SW,
000236*                  SET BY VOIDAPL).
000240*-----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
002470     END-READ
002480     IF GH-LOG-DATE > WS-TO-DATE
002490         MOVE "Y" TO WS-EOF-SW
002492         GO TO 2100-EXIT
002495     END-IF
002497     IF GH-VOIDED
002500         GO TO 2100-EXIT
002510     END-IF
002520     IF WS-PRIOR-PASS
