000200*                  MARKED SETTLED SO IT CANNOT PAY OUT TWICE.
000210*                  MID-EVENT THE SAME SCREEN IS THE STANDINGS
000220*                  BOARD FOR THE FLOOR.
000221* 10/15/26   DLM   SKIP GAMES VOIDED BY A SUPERVISOR (GH/GL
000222*                  VOID FLAG, SET BY VOIDAPL).
000223* 10/15/26   DLM   SKIP ENTRANTS WITHDRAWN BY LVRSTL (LEAVERS) -
000224*                  THEY NEITHER RANK NOR TAKE A PRIZE.
000225* 10/15/26   DLM   APPLY EACH PRIZE TO THE WINNER'S POINTS BALANCE
000226*                  MASTER (PTSBAL) AS IT IS POSTED TO THE LEDGER.
000227* 10/15/26   DLM   A PTSBAL UPDATE THAT WILL NOT FILE IS NAMED ON
000228*                  THE CONSOLE.
000230*-----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000450     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-POINTS-LEDGER.
000471     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
000473         ORGANIZATION IS INDEXED
000475         ACCESS MODE IS DYNAMIC
000476         RECORD KEY IS PB-PLAYER-ID
000478         FILE STATUS IS FS-POINTS-BALANCE.
000480     SELECT OPERATOR-FILE ASSIGN TO "OPERS"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000620     COPY GLOGREC.
000630 FD  POINTS-LEDGER-FILE.
000640     COPY PTSLREC.
000643 FD  POINTS-BALANCE-FILE.
000646     COPY PTSBREC.
000650 FD  OPERATOR-FILE.
000660     COPY OPERREC.
000670 WORKING-STORAGE SECTION.
000750     88  FS-GUESS-LOG-OK            VALUE "00".
000760 01  FS-POINTS-LEDGER        PIC X(02).
000770     88  FS-POINTS-LEDGER-OK        VALUE "00".
000773 01  FS-POINTS-BALANCE       PIC X(02).
000776     88  FS-POINTS-BALANCE-OK       VALUE "00".
000780 01  FS-OPERATOR             PIC X(02).
000790     88  FS-OPERATOR-OK             VALUE "00".
000800 01  WS-SWITCHES.
000860         88  WS-TABLE-FULL               VALUE "Y".
000870     05  WS-SWAP-SW              PIC X(01) VALUE "N".
000880         88  WS-SWAP-MADE            VALUE "Y".
000883     05  WS-BAL-ON-FILE-SW       PIC X(01) VALUE "N".
000886         88  WS-BAL-ON-FILE              VALUE "Y".
000890 01  WS-SIGNON-ID                PIC X(10).
000900 01  WS-SIGNON-PRIV              PIC 9(01) VALUE ZERO.
000910     88  WS-SIGNON-SUPER             VALUES 5 THRU 9.
002230*-----------------------------------------------------------------
002240* 3100-LOAD-ONE-ENTRANT - FILE ONE ENTRY RECORD IN THE TABLE,
002250*                         STOPPING WHEN THE KEY LEAVES THE
002256*                         EVENT.  A WITHDRAWN ENTRANT IS NOT
002263*                         RANKED.
002270*-----------------------------------------------------------------
002280 3100-LOAD-ONE-ENTRANT.
002290     READ TOURN-ENTRY-FILE NEXT
002330     END-READ
002340     IF TN-EVENT-ID NOT = WS-EVENT-ID
002350         MOVE "Y" TO WS-EOF-SW
002352         GO TO 3100-EXIT
002355     END-IF
002357     IF TN-WITHDRAWN
002360         GO TO 3100-EXIT
002370     END-IF
002380     IF WS-ENTRY-COUNT >= 200
002930     IF GH-EVENT-ID NOT = WS-EVENT-ID
002940         GO TO 4100-EXIT
002950     END-IF
002952     IF GH-VOIDED
002955         GO TO 4100-EXIT
002957     END-IF
002960     MOVE GH-PLAYER-ID TO WS-MATCH-ID
002970     MOVE GH-OUTCOME TO WS-GAME-OUTCOME
002980     MOVE GH-ATTEMPTS-USED TO WS-GAME-ATTEMPTS
003300         GO TO 4600-EXIT
003310     END-IF
003320     IF GL-EVENT-ID NOT = WS-EVENT-ID
003322         GO TO 4600-EXIT
003325     END-IF
003327     IF GL-VOIDED
003330         GO TO 4600-EXIT
003340     END-IF
003350     MOVE GL-PLAYER-ID TO WS-MATCH-ID
005450     MOVE "A" TO PT-TRAN-TYPE
005460     MOVE WS-EVENT-ID TO PT-ITEM-CODE
005470     MOVE WS-PRIZE-POINTS TO PT-POINTS
005471     PERFORM 7600-UPDATE-BALANCE THRU 7600-EXIT
005472     WRITE POINTS-LEDGER-RECORD
005473     CLOSE POINTS-LEDGER-FILE
005474     DISPLAY "PRIZE OF " WS-PRIZE-POINTS " POINTS POSTED TO "
005475         TRN-PLAYER-ID (WS-SUB-1) UPON CONSOLE.
005476 7500-EXIT.
005477     EXIT.
005478*-----------------------------------------------------------------
005479* 7600-UPDATE-BALANCE - APPLY THE LEDGER RECORD JUST BUILT TO THE
005480*                       PLAYER'S POINTS BALANCE MASTER (PTSBAL),
005481*                       ADDING THE PLAYER'S RECORD THE FIRST TIME.
005482*                       NO MASTER ON FILE MEANS PTSPROOF HAS NOT
005483*                       YET BUILT IT, AND THERE IS NOTHING TO
005484*                       KEEP.
005485*-----------------------------------------------------------------
005486 7600-UPDATE-BALANCE.
005487     OPEN I-O POINTS-BALANCE-FILE
005488     IF NOT FS-POINTS-BALANCE-OK
005490         GO TO 7600-EXIT
005491     END-IF
005492     MOVE "Y" TO WS-BAL-ON-FILE-SW
005493     MOVE PT-PLAYER-ID TO PB-PLAYER-ID
005494     READ POINTS-BALANCE-FILE
005495         INVALID KEY
005496             MOVE "N" TO WS-BAL-ON-FILE-SW
005497             MOVE SPACES TO POINTS-BALANCE-RECORD
005498             MOVE PT-PLAYER-ID TO PB-PLAYER-ID
005499             MOVE ZERO TO PB-BALANCE
005500             MOVE ZERO TO PB-PROOF-DATE
005501     END-READ
005502     IF PT-REDEMPTION OR PT-EXPIRY
005503         OR (PT-REVERSAL AND PT-WIN-AWARD)
005504         SUBTRACT PT-POINTS FROM PB-BALANCE
005505     ELSE
005506         ADD PT-POINTS TO PB-BALANCE
005507     END-IF
005508     MOVE PT-TRAN-DATE TO PB-LAST-TRAN-DATE
005510     MOVE PT-TRAN-TIME TO PB-LAST-TRAN-TIME
005511     MOVE PT-TRAN-TYPE TO PB-LAST-TRAN-TYPE
005512     IF WS-BAL-ON-FILE
005513         REWRITE POINTS-BALANCE-RECORD
005514             INVALID KEY
005515                 DISPLAY "TRNSTND: PTSBAL NOT UPDATED FOR "
005516                     PB-PLAYER-ID " - STATUS " FS-POINTS-BALANCE
005517                     UPON CONSOLE
005518         END-REWRITE
005519     ELSE
005520         WRITE POINTS-BALANCE-RECORD
005521             INVALID KEY
005522                 DISPLAY "TRNSTND: PTSBAL NOT ADDED FOR "
005523                     PB-PLAYER-ID " - STATUS " FS-POINTS-BALANCE
005524                     UPON CONSOLE
005525         END-WRITE
005526     END-IF
005527     CLOSE POINTS-BALANCE-FILE.
005528 7600-EXIT.
005530     EXIT.
005540*-----------------------------------------------------------------
005550* 9000-TERMINATE - CLOSE THE EVENT FILE.
