000230* 08/08/26   DLM   DISPLAY A WARNING THE FIRST TIME THE 200-ENTRY
000240*                  TABLE CAP IS HIT SO A SUPERVISOR KNOWS THE
000250*                  BOARD IS INCOMPLETE, INSTEAD OF SILENTLY
000251*                  DROPPING THE EXCESS ENTRIES.
000253* 10/15/26   DLM   HANDICAPPED VIEW - ASKS FOR THE VIEW AT START.
000255*                  (W)INS IS THE BOARD AS BEFORE; (H)ANDICAPPED
000256*                  RANKS THE WEEK OFF THE SKILL RATING MASTER
000258*                  (SKILLRT, BUILT NIGHTLY BY SKLRATE) BY EACH
000260*                  PLAYER'S AVERAGE GAME SCORE FOR THE WEEK LESS
000261*                  THE RATING THE PLAYER CARRIED INTO IT, SO A
000263*                  CASUAL PLAYER HAVING A GOOD WEEK CAN TOP THE
000265*                  BOARD.  A PLAYER NEEDS THREE GAMES IN THE WEEK
000266*                  AND A RATING FROM EARLIER GAMES TO BE RANKED.
000268*                  THE VIEW IS AS OF THE LAST SKLRATE RUN.
000270*-----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS LB-PLAYER-ID
000350         FILE STATUS IS FS-LEADERBOARD.
000351     SELECT SKILL-RATING-FILE ASSIGN TO "SKILLRT"
000353         ORGANIZATION IS INDEXED
000355         ACCESS MODE IS SEQUENTIAL
000356         RECORD KEY IS SR-PLAYER-ID
000358         FILE STATUS IS FS-SKILL-RATING.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  LEADERBOARD-FILE.
000390     COPY LBDREC.
000393 FD  SKILL-RATING-FILE.
000396     COPY SKRTREC.
000400 WORKING-STORAGE SECTION.
000410 01  FS-LEADERBOARD           PIC X(02).
000420     88  FS-LEADERBOARD-OK           VALUE "00".
000423 01  FS-SKILL-RATING          PIC X(02).
000426     88  FS-SKILL-RATING-OK          VALUE "00".
000430 01  WS-SWITCHES.
000440     05  WS-EOF-SW               PIC X(01) VALUE "N".
000450         88  WS-EOF                  VALUE "Y".
000460     05  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
000470         88  WS-TABLE-FULL               VALUE "Y".
000472     05  WS-VIEW-SW              PIC X(01) VALUE "W".
000475         88  WS-VIEW-WINS                VALUE "W".
000477         88  WS-VIEW-HANDICAP            VALUE "H".
000480 01  WS-ENTRY-COUNT              PIC 9(05) COMP VALUE ZERO.
000490 01  WS-SUB-1                    PIC 9(05) COMP VALUE ZERO.
000500 01  WS-SUB-2                    PIC 9(05) COMP VALUE ZERO.
000610         10  LBD-PLAYER-ID           PIC X(10).
000620         10  LBD-WEEK-ENDING         PIC 9(08).
000630         10  LBD-GAMES-PLAYED        PIC 9(05) COMP.
000631         10  LBD-GAMES-WON           PIC 9(05) COMP.
000632         10  LBD-BEST-STREAK         PIC 9(05) COMP.
000633*
000635* HANDICAPPED VIEW.  A PLAYER NEEDS WS-HCP-MIN-GAMES GAMES IN THE
000636* WEEK, AND A RATING CARRIED INTO IT, TO BE RANKED.
000637*
000638 01  WS-HCP-MIN-GAMES            PIC 9(03) COMP VALUE 3.
000640 01  WS-HCP-UNRANKED             PIC 9(05) COMP VALUE ZERO.
000641 01  WS-HCP-RATED-DATE           PIC 9(08) VALUE ZERO.
000642 01  WS-HCP-UNRANKED-ED          PIC ZZZZ9.
000643 01  HCP-TABLE.
000645     05  HCP-ENTRY OCCURS 200 TIMES.
000646         10  HCP-PLAYER-ID           PIC X(10).
000647         10  HCP-GAMES               PIC 9(05) COMP.
000648         10  HCP-WEEK-AVERAGE        PIC 9(03)V99.
000650         10  HCP-BASE-RATING         PIC 9(03)V99.
000651         10  HCP-MARGIN              PIC S9(03)V99.
000652 01  HCP-HOLD-ENTRY.
000653     05  HCP-HOLD-PLAYER-ID          PIC X(10).
000655     05  HCP-HOLD-GAMES              PIC 9(05) COMP.
000656     05  HCP-HOLD-WEEK-AVERAGE       PIC 9(03)V99.
000657     05  HCP-HOLD-BASE-RATING        PIC 9(03)V99.
000658     05  HCP-HOLD-MARGIN             PIC S9(03)V99.
000660 01  LBD-HOLD-ENTRY.
000670     05  LBD-HOLD-PLAYER-ID          PIC X(10).
000680     05  LBD-HOLD-WEEK-ENDING        PIC 9(08).
000780     05  FILLER                  PIC X(05) VALUE SPACES.
000790     05  DET-GAMES-WON           PIC ZZZZ9.
000800     05  FILLER                  PIC X(05) VALUE SPACES.
000801     05  DET-BEST-STREAK         PIC ZZZZ9.
000802 01  WS-HCP-DETAIL-LINE.
000804     05  HDT-RANK                PIC ZZ9.
000805     05  FILLER                  PIC X(03) VALUE SPACES.
000807     05  HDT-PLAYER-ID           PIC X(10).
000808     05  FILLER                  PIC X(03) VALUE SPACES.
000810     05  HDT-GAMES               PIC ZZZZ9.
000811     05  FILLER                  PIC X(04) VALUE SPACES.
000812     05  HDT-WEEK-AVERAGE        PIC ZZ9.99.
000814     05  FILLER                  PIC X(04) VALUE SPACES.
000815     05  HDT-BASE-RATING         PIC ZZ9.99.
000817     05  FILLER                  PIC X(03) VALUE SPACES.
000818     05  HDT-MARGIN              PIC +ZZ9.99.
000820 PROCEDURE DIVISION.
000830 0000-MAINLINE.
000840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000850     PERFORM 1100-GET-WEEK-ENDING THRU 1100-EXIT
000854     IF WS-VIEW-HANDICAP
000858         PERFORM 5000-LOAD-HANDICAP THRU 5000-EXIT
000862             UNTIL WS-EOF
000866         PERFORM 6000-SORT-HANDICAP THRU 6000-EXIT
000870         PERFORM 7000-DISPLAY-HANDICAP THRU 7000-EXIT
000875     ELSE
000879         PERFORM 2000-LOAD-TABLE THRU 2000-EXIT
000883             UNTIL WS-EOF
000887         PERFORM 3000-SORT-TABLE THRU 3000-EXIT
000891         PERFORM 4000-DISPLAY-TABLE THRU 4000-EXIT
000895     END-IF
000900     PERFORM 9000-TERMINATE THRU 9000-EXIT
000910     STOP RUN.
000920*-----------------------------------------------------------------
000925* 1000-INITIALIZE - ASK FOR THE VIEW, THEN OPEN THE LEADERBOARD
000930*                   FOR THE WINS VIEW OR THE SKILL RATING MASTER
000935*                   FOR THE HANDICAPPED VIEW.
000940*-----------------------------------------------------------------
000941 1000-INITIALIZE.
000942     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
000943     DISPLAY "VIEW - (W)INS (H)ANDICAPPED (BLANK = W)?"
000944         UPON CONSOLE
000946     ACCEPT WS-VIEW-SW FROM CONSOLE
000947     IF WS-VIEW-SW = SPACE OR "w"
000948         MOVE "W" TO WS-VIEW-SW
000949     END-IF
000950     IF WS-VIEW-SW = "h"
000952         MOVE "H" TO WS-VIEW-SW
000953     END-IF
000954     IF NOT WS-VIEW-WINS AND NOT WS-VIEW-HANDICAP
000955         DISPLAY "LBDISP: INVALID VIEW." UPON CONSOLE
000956         STOP RUN
000958     END-IF
000959     IF WS-VIEW-HANDICAP
000960         OPEN INPUT SKILL-RATING-FILE
000961         IF NOT FS-SKILL-RATING-OK
000962             DISPLAY "LBDISP: NO SKILL RATINGS ON FILE - RUN"
000964                 " SKLRATE FIRST." UPON CONSOLE
000965             STOP RUN
000966         END-IF
000967         GO TO 1000-EXIT
000968     END-IF
000970     OPEN INPUT LEADERBOARD-FILE
000980     IF NOT FS-LEADERBOARD-OK
000990         DISPLAY "LBDISP: NO LEADERBOARD ON FILE." UPON CONSOLE
002310 4100-EXIT.
002320     EXIT.
002330*-----------------------------------------------------------------
002340* 5000-LOAD-HANDICAP - READ ONE SKILL RATING RECORD AND TABLE IT
002350*                      IF THE PLAYER IS RANKED THIS WEEK.  A
002360*                      RECORD DATED TO ANOTHER WEEK IS A PLAYER
002370*                      SKLRATE HAS NOT REBUILT SINCE, AND IS
002380*                      SKIPPED LIKE A STALE LEADERBOARD ENTRY.  A
002390*                      PLAYER WHO PLAYED THIS WEEK BUT TOO FEW
002400*                      GAMES, OR WITH NO RATING TO PLAY AGAINST,
002410*                      IS COUNTED AS UNRANKED.
002420*-----------------------------------------------------------------
002430 5000-LOAD-HANDICAP.
002440     READ SKILL-RATING-FILE
002450         AT END
002460             MOVE "Y" TO WS-EOF-SW
002470             GO TO 5000-EXIT
002480     END-READ
002490     IF SR-WEEK-ENDING NOT = WS-WEEK-ENDING
002500         GO TO 5000-EXIT
002510     END-IF
002520     IF SR-RATED-DATE > WS-HCP-RATED-DATE
002530         MOVE SR-RATED-DATE TO WS-HCP-RATED-DATE
002540     END-IF
002550     IF SR-WEEK-GAMES = ZERO
002560         GO TO 5000-EXIT
002570     END-IF
002580     IF SR-WEEK-GAMES < WS-HCP-MIN-GAMES
002590         OR NOT SR-WEEK-BASE-HELD
002600         ADD 1 TO WS-HCP-UNRANKED
002610         GO TO 5000-EXIT
002620     END-IF
002630     IF WS-ENTRY-COUNT NOT < 200
002640         IF NOT WS-TABLE-FULL
002650             DISPLAY "LBDISP: HANDICAP TABLE FULL"
002660                 " - EXCESS ENTRIES DROPPED."
002670                 UPON CONSOLE
002680             MOVE "Y" TO WS-TABLE-FULL-SW
002690         END-IF
002700         GO TO 5000-EXIT
002710     END-IF
002720     ADD 1 TO WS-ENTRY-COUNT
002730     MOVE SR-PLAYER-ID TO HCP-PLAYER-ID (WS-ENTRY-COUNT)
002740     MOVE SR-WEEK-GAMES TO HCP-GAMES (WS-ENTRY-COUNT)
002750     COMPUTE HCP-WEEK-AVERAGE (WS-ENTRY-COUNT) ROUNDED =
002760         SR-WEEK-SCORE / SR-WEEK-GAMES
002770     MOVE SR-WEEK-BASE-RATING TO HCP-BASE-RATING (WS-ENTRY-COUNT)
002780     COMPUTE HCP-MARGIN (WS-ENTRY-COUNT) =
002790         HCP-WEEK-AVERAGE (WS-ENTRY-COUNT) - SR-WEEK-BASE-RATING.
002800 5000-EXIT.
002810     EXIT.
002820*-----------------------------------------------------------------
002830* 6000-SORT-HANDICAP - RANK THE HANDICAP TABLE DESCENDING BY
002840*                      MARGIN OVER RATING, WITH THE SAME BUBBLE
002850*                      SORT AS THE WINS VIEW.
002860*-----------------------------------------------------------------
002870 6000-SORT-HANDICAP.
002880     IF WS-ENTRY-COUNT < 2
002890         GO TO 6000-EXIT
002900     END-IF
002910     MOVE "Y" TO WS-SWAP-SW
002920     PERFORM 6100-HANDICAP-PASS THRU 6100-EXIT
002930         UNTIL NOT WS-SWAP-MADE.
002940 6000-EXIT.
002950     EXIT.
002960*-----------------------------------------------------------------
002970* 6100-HANDICAP-PASS - ONE BUBBLE SORT PASS OVER THE HANDICAP
002980*                      TABLE.
002990*-----------------------------------------------------------------
003000 6100-HANDICAP-PASS.
003010     MOVE "N" TO WS-SWAP-SW
003020     PERFORM 6200-COMPARE-HANDICAP THRU 6200-EXIT
003030         VARYING WS-SUB-1 FROM 1 BY 1
003040         UNTIL WS-SUB-1 >= WS-ENTRY-COUNT.
003050 6100-EXIT.
003060     EXIT.
003070*-----------------------------------------------------------------
003080* 6200-COMPARE-HANDICAP - COMPARE ONE ADJACENT PAIR AND SWAP IF
003090*                         OUT OF ORDER.
003100*-----------------------------------------------------------------
003110 6200-COMPARE-HANDICAP.
003120     COMPUTE WS-SUB-2 = WS-SUB-1 + 1
003130     IF HCP-MARGIN (WS-SUB-1) < HCP-MARGIN (WS-SUB-2)
003140         MOVE HCP-ENTRY (WS-SUB-1) TO HCP-HOLD-ENTRY
003150         MOVE HCP-ENTRY (WS-SUB-2) TO HCP-ENTRY (WS-SUB-1)
003160         MOVE HCP-HOLD-ENTRY       TO HCP-ENTRY (WS-SUB-2)
003170         MOVE "Y" TO WS-SWAP-SW
003180     END-IF.
003190 6200-EXIT.
003200     EXIT.
003210*-----------------------------------------------------------------
003220* 7000-DISPLAY-HANDICAP - HEADER, ONE DETAIL LINE PER RANKED
003230*                         PLAYER AND A COUNT OF THE PLAYERS NOT
003240*                         RANKED.
003250*-----------------------------------------------------------------
003260 7000-DISPLAY-HANDICAP.
003270     DISPLAY " " UPON CONSOLE
003280     DISPLAY "HANDICAPPED WEEKLY LEADERBOARD - WEEK ENDING "
003290         WS-WEEK-ENDING UPON CONSOLE
003300     DISPLAY "RATINGS AS OF THE SKLRATE RUN OF " WS-HCP-RATED-DATE
003310         UPON CONSOLE
003320     DISPLAY "RANK   PLAYER ID   GAMES    WK AVG    RATING"
003330         "       +/-" UPON CONSOLE
003340     IF WS-ENTRY-COUNT = 0
003350         DISPLAY "NO PLAYERS RANKED THIS WEEK." UPON CONSOLE
003360     ELSE
003370         MOVE ZERO TO WS-RANK
003380         PERFORM 7100-DISPLAY-HANDICAP-ENTRY THRU 7100-EXIT
003390             VARYING WS-SUB-1 FROM 1 BY 1
003400             UNTIL WS-SUB-1 > WS-ENTRY-COUNT
003410     END-IF
003420     IF WS-HCP-UNRANKED > ZERO
003430         MOVE WS-HCP-UNRANKED TO WS-HCP-UNRANKED-ED
003440         DISPLAY WS-HCP-UNRANKED-ED " MORE PLAYED THIS WEEK - TOO"
003450             " FEW GAMES OR NOT YET RATED." UPON CONSOLE
003460     END-IF.
003470 7000-EXIT.
003480     EXIT.
003490*-----------------------------------------------------------------
003500* 7100-DISPLAY-HANDICAP-ENTRY - FORMAT AND DISPLAY ONE RANKED
003510*                               PLAYER.
003520*-----------------------------------------------------------------
003530 7100-DISPLAY-HANDICAP-ENTRY.
003540     ADD 1 TO WS-RANK
003550     MOVE WS-RANK TO HDT-RANK
003560     MOVE HCP-PLAYER-ID (WS-SUB-1) TO HDT-PLAYER-ID
003570     MOVE HCP-GAMES (WS-SUB-1) TO HDT-GAMES
003580     MOVE HCP-WEEK-AVERAGE (WS-SUB-1) TO HDT-WEEK-AVERAGE
003590     MOVE HCP-BASE-RATING (WS-SUB-1) TO HDT-BASE-RATING
003600     MOVE HCP-MARGIN (WS-SUB-1) TO HDT-MARGIN
003610     DISPLAY WS-HCP-DETAIL-LINE UPON CONSOLE.
003620 7100-EXIT.
003630     EXIT.
003640*-----------------------------------------------------------------
003650* 9000-TERMINATE - CLOSE THE FILE THE VIEW READ.
003660*-----------------------------------------------------------------
003670 9000-TERMINATE.
003680     IF WS-VIEW-HANDICAP
003690         CLOSE SKILL-RATING-FILE
003700     ELSE
003710         CLOSE LEADERBOARD-FILE
003720     END-IF.
003730 9000-EXIT.
003740     EXIT.
003750 END PROGRAM LBDISP.
