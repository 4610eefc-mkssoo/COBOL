000970*                  THE GUESS-LOG RECORD SO THE GAME SCORES
000980*                  TOWARD THE EVENT IN TRNSTND.  A PLAYER IN
000990*                  NO EVENT PLAYS EXACTLY AS BEFORE.
000991* 10/15/26   DLM   CLEAR THE VOID FLAG (GL-VOID-SW) ON EVERY
000992*                  NEW GUESS-LOG RECORD.  ONLY VOIDAPL SETS IT.
000993* 10/15/26   DLM   A TOURNAMENT ENTRY WITHDRAWN BY LVRSTL (A
000994*                  LEAVER) NO LONGER TAGS THE PLAYER'S GAMES.
000995* 10/15/26   DLM   APPLY EACH AWARD TO THE PLAYER'S POINTS BALANCE
000996*                  MASTER (PTSBAL) AS IT IS POSTED TO THE LEDGER.
000997* 10/15/26   DLM   A PTSBAL UPDATE THAT WILL NOT FILE IS NAMED ON
000998*                  THE CONSOLE.
001000*-----------------------------------------------------------------
001010 ENVIRONMENT DIVISION.
001020 INPUT-OUTPUT SECTION.
001300     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS FS-POINTS-LEDGER.
001321     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
001323         ORGANIZATION IS INDEXED
001325         ACCESS MODE IS DYNAMIC
001326         RECORD KEY IS PB-PLAYER-ID
001328         FILE STATUS IS FS-POINTS-BALANCE.
001330     SELECT AUDIT-FILE ASSIGN TO "OPAUDIT"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS FS-AUDIT.
001590     COPY LBDREC.
001600 FD  POINTS-LEDGER-FILE.
001610     COPY PTSLREC.
001613 FD  POINTS-BALANCE-FILE.
001616     COPY PTSBREC.
001620 FD  AUDIT-FILE.
001630     COPY OPAUDREC.
001640 FD  TOURN-EVENT-FILE.
002160 01  FS-POINTS-LEDGER        PIC X(02).
002170     88  FS-POINTS-LEDGER-OK        VALUE "00".
002180 01  WS-POINTS-EARNED        PIC 9(05) COMP VALUE ZERO.
002182 01  FS-POINTS-BALANCE       PIC X(02).
002184     88  FS-POINTS-BALANCE-OK       VALUE "00".
002186 01  WS-BAL-ON-FILE-SW       PIC X(01) VALUE "N".
002188     88  WS-BAL-ON-FILE             VALUE "Y".
002190 01  WS-LBD-EXISTS-SW        PIC X(01) VALUE "N".
002200     88  WS-LBD-EXISTS               VALUE "Y".
002210 01  WS-WEEK-ENDING          PIC 9(08).
004600     EXIT.
004610*-----------------------------------------------------------------
004620* 1660-TRY-ONE-EVENT - TEST ONE EVENT - OPEN, RUNNING TODAY AND
004626*                      HOLDING AN ENTRY FOR THIS PLAYER THAT HAS
004633*                      NOT BEEN WITHDRAWN.
004640*-----------------------------------------------------------------
004650 1660-TRY-ONE-EVENT.
004660     READ TOURN-EVENT-FILE NEXT
004810         INVALID KEY
004820             CONTINUE
004830         NOT INVALID KEY
004836             IF NOT TN-WITHDRAWN
004843                 MOVE TE-EVENT-ID TO WS-EVENT-ID
004850                 DISPLAY "GUESS: THIS GAME COUNTS TOWARD "
004856                     TE-EVENT-NAME UPON CONSOLE
004863             END-IF
004870     END-READ.
004880 1660-EXIT.
004890     EXIT.
007020     MOVE WS-BIG-HINT-CNT TO GL-BIG-HINT-CNT
007030     MOVE WS-SESSION-CODE TO GL-SESSION-CODE
007040     MOVE WS-EVENT-ID TO GL-EVENT-ID
007045     MOVE SPACE TO GL-VOID-SW
007050     IF WS-WON
007060         MOVE "W" TO GL-OUTCOME
007070     ELSE
008190     MOVE "A" TO PT-TRAN-TYPE
008200     MOVE "WIN" TO PT-ITEM-CODE
008210     MOVE WS-POINTS-EARNED TO PT-POINTS
008211     PERFORM 5100-UPDATE-BALANCE THRU 5100-EXIT
008212     WRITE POINTS-LEDGER-RECORD
008213     CLOSE POINTS-LEDGER-FILE
008214     DISPLAY "YOU EARNED " WS-POINTS-EARNED " POINTS."
008215         UPON CONSOLE.
008216 5000-EXIT.
008217     EXIT.
008218*-----------------------------------------------------------------
008219* 5100-UPDATE-BALANCE - APPLY THE AWARD ON THE LEDGER RECORD JUST
008220*                       BUILT TO THE PLAYER'S POINTS BALANCE
008221*                       MASTER (PTSBAL), ADDING THE PLAYER'S
008222*                       RECORD THE FIRST TIME.  NO MASTER ON FILE
008223*                       MEANS PTSPROOF HAS NOT YET BUILT IT, AND
008224*                       THERE IS NOTHING TO KEEP.
008225*-----------------------------------------------------------------
008226 5100-UPDATE-BALANCE.
008227     OPEN I-O POINTS-BALANCE-FILE
008228     IF NOT FS-POINTS-BALANCE-OK
008230         GO TO 5100-EXIT
008231     END-IF
008232     MOVE "Y" TO WS-BAL-ON-FILE-SW
008233     MOVE PT-PLAYER-ID TO PB-PLAYER-ID
008234     READ POINTS-BALANCE-FILE
008235         INVALID KEY
008236             MOVE "N" TO WS-BAL-ON-FILE-SW
008237             MOVE SPACES TO POINTS-BALANCE-RECORD
008238             MOVE PT-PLAYER-ID TO PB-PLAYER-ID
008239             MOVE ZERO TO PB-BALANCE
008240             MOVE ZERO TO PB-PROOF-DATE
008241     END-READ
008242     IF PT-REDEMPTION OR PT-EXPIRY
008243         OR (PT-REVERSAL AND PT-WIN-AWARD)
008244         SUBTRACT PT-POINTS FROM PB-BALANCE
008245     ELSE
008246         ADD PT-POINTS TO PB-BALANCE
008247     END-IF
008248     MOVE PT-TRAN-DATE TO PB-LAST-TRAN-DATE
008250     MOVE PT-TRAN-TIME TO PB-LAST-TRAN-TIME
008251     MOVE PT-TRAN-TYPE TO PB-LAST-TRAN-TYPE
008252     IF WS-BAL-ON-FILE
008253         REWRITE POINTS-BALANCE-RECORD
008254             INVALID KEY
008255                 DISPLAY "GUESS: PTSBAL NOT UPDATED FOR "
008256                     PB-PLAYER-ID " - STATUS " FS-POINTS-BALANCE
008257                     UPON CONSOLE
008258         END-REWRITE
008259     ELSE
008260         WRITE POINTS-BALANCE-RECORD
008261             INVALID KEY
008262                 DISPLAY "GUESS: PTSBAL NOT ADDED FOR "
008263                     PB-PLAYER-ID " - STATUS " FS-POINTS-BALANCE
008264                     UPON CONSOLE
008265         END-WRITE
008266     END-IF
008267     CLOSE POINTS-BALANCE-FILE.
008268 5100-EXIT.
008270     EXIT.
008280*-----------------------------------------------------------------
008290* 4600-GET-WEEK-ENDING - DERIVE THE SATURDAY THAT ENDS THE
