000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SKLRATE.
000030 AUTHOR. D L MORRIS.
000040 INSTALLATION. GAME FLOOR OPERATIONS.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DLM   ORIGINAL PROGRAM.  NIGHTLY BUILD OF THE PLAYER
000120*                  SKILL RATING MASTER (SKILLRT) FROM THE
000130*                  GAME-HISTORY MASTER (GAMEHIST, PLUS THE OPEN
000140*                  DAY ON GUESS-LOG).  EVERY GAME IS SCORED 0 TO
000150*                  100 ON THE ATTEMPTS USED AGAINST THE CEILING
000160*                  AND ATTEMPT LIMIT OF ITS SESSION'S DRAW -
000170*                  A WIN WITHIN THE ATTEMPTS A HALVING SEARCH
000180*                  NEEDS SCORES 100, A LATER WIN SCORES LESS THE
000190*                  NEARER IT CAME TO THE LIMIT, DOWN TO JUST OVER
000200*                  50, AND A LOSS SCORES 0.  THE RATING IS THE
000210*                  PLAIN AVERAGE OF THE FIRST TEN GAMES, THEN
000220*                  MOVES ONE TENTH OF THE WAY TOWARD EACH NEW
000230*                  SCORE, SO RECENT GAMES COUNT FOR THE MOST.
000240*                  THE MASTER ALSO CARRIES THE RATING'S TREND
000250*                  OVER THE LAST WEEK AND THE CURRENT WEEK'S
000260*                  GAMES AGAINST THE RATING THE PLAYER CARRIED
000270*                  INTO IT, FOR LBDISP'S HANDICAPPED VIEW.
000273* 10/15/26   DLM   A RATING THAT WILL NOT FILE IS WARNED TO THE
000276*                  JOB LOG AS WELL AS NAMED ON THE CONSOLE.
000280*-----------------------------------------------------------------
000290* RUN THIS EVERY NIGHT AFTER EODHSKP.  EVERY RATING IS WORKED OUT
000300* AGAIN FROM THE FIRST GAME ON THE HISTORY, SO A SECOND RUN
000310* WRITES THE SAME MASTER AND A GAME VOIDED SINCE THE LAST RUN
000320* DROPS OUT OF THE RATING.  VOIDED GAMES ARE SKIPPED.  A GAME
000330* WITH NO DRAW ON DRAW-CTL (LOGGED BEFORE THE SESSIONS EXISTED)
000340* IS SCORED ON THE GAME-CTL CEILING AND ATTEMPT LIMIT.  A PLAYER
000350* TABLE TOO SMALL FOR THE HISTORY LEAVES THE PLAYERS IT COULD
000360* NOT HOLD AS THEY WERE ON THE MASTER.
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS GH-HIST-KEY
000450         FILE STATUS IS FS-GAME-HIST.
000460     SELECT GUESS-LOG-FILE ASSIGN TO "GUESSLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-GUESS-LOG.
000490     SELECT DRAW-CTL-FILE ASSIGN TO "DRAWCTL"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS DC-DRAW-KEY
000530         FILE STATUS IS FS-DRAW-CTL.
000540     SELECT GAME-CTL-FILE ASSIGN TO "GAMECTL"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS FS-GAME-CTL.
000570     SELECT SKILL-RATING-FILE ASSIGN TO "SKILLRT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS SR-PLAYER-ID
000610         FILE STATUS IS FS-SKILL-RATING.
000620     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-JOB-LOG.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  GAME-HIST-FILE.
000680     COPY GHISTREC.
000690 FD  GUESS-LOG-FILE.
000700     COPY GLOGREC.
000710 FD  DRAW-CTL-FILE.
000720     COPY DRAWCTL.
000730 FD  GAME-CTL-FILE.
000740     COPY GMCTLREC.
000750 FD  SKILL-RATING-FILE.
000760     COPY SKRTREC.
000770 FD  JOB-LOG-FILE.
000780     COPY JOBLREC.
000790 WORKING-STORAGE SECTION.
000800 01  FS-GAME-HIST             PIC X(02).
000810     88  FS-GAME-HIST-OK             VALUE "00".
000820 01  FS-GUESS-LOG             PIC X(02).
000830     88  FS-GUESS-LOG-OK             VALUE "00".
000840 01  FS-DRAW-CTL              PIC X(02).
000850     88  FS-DRAW-CTL-OK              VALUE "00".
000860 01  FS-GAME-CTL              PIC X(02).
000870     88  FS-GAME-CTL-OK              VALUE "00".
000880 01  FS-SKILL-RATING          PIC X(02).
000890     88  FS-SKILL-RATING-OK          VALUE "00".
000900 01  FS-JOB-LOG              PIC X(02).
000910     88  FS-JOB-LOG-OK               VALUE "00".
000920 01  WS-SWITCHES.
000930     05  WS-EOF-SW               PIC X(01) VALUE "N".
000940         88  WS-EOF                  VALUE "Y".
000950     05  WS-DRAW-CTL-OPEN-SW     PIC X(01) VALUE "N".
000960         88  WS-DRAW-CTL-OPEN        VALUE "Y".
000970     05  WS-FOUND-SW             PIC X(01) VALUE "N".
000980         88  WS-FOUND                VALUE "Y".
000990     05  WS-PLAYER-FULL-SW       PIC X(01) VALUE "N".
001000         88  WS-PLAYER-FULL          VALUE "Y".
001010     05  WS-ON-FILE-SW           PIC X(01) VALUE "N".
001020         88  WS-ON-FILE              VALUE "Y".
001030 01  WS-TODAY-DATE               PIC 9(08).
001040 01  WS-WEEK-ENDING              PIC 9(08).
001050 01  WS-WEEK-START               PIC 9(08).
001060 01  WS-TREND-DATE               PIC 9(08).
001070 01  WS-WEEK-INT                 PIC 9(08) COMP.
001080 01  WS-WEEK-DAY-MOD             PIC 9(01) COMP.
001090*
001100* RATING CONSTANTS.  THE RATING IS THE PLAIN AVERAGE OF A
001110* PLAYER'S FIRST WS-RATING-WEIGHT GAMES AND AFTER THAT MOVES
001120* 1 / WS-RATING-WEIGHT OF THE WAY TOWARD EACH NEW SCORE.  THE
001130* TREND COMPARES THE RATING WITH THE ONE HELD WS-TREND-DAYS AGO.
001140* THE CEILING AND LIMIT ARE THE DRAWSET DEFAULTS, REPLACED BY
001150* GAME-CTL WHEN IT IS ON FILE.
001160*
001170 01  WS-RATING-WEIGHT            PIC 9(03) COMP VALUE 10.
001180 01  WS-TREND-DAYS               PIC 9(03) COMP VALUE 7.
001190 01  WS-TOP-SCORE                PIC 9(03) COMP VALUE 100.
001200 01  WS-DEFAULT-CEILING          PIC 99 VALUE 99.
001210 01  WS-DEFAULT-ATTEMPTS         PIC 99 VALUE 10.
001220*
001230* THE GAME BEING RATED, FROM EITHER SOURCE.
001240*
001250 01  WS-CUR-GAME.
001260     05  WS-GAME-PLAYER          PIC X(10).
001270     05  WS-GAME-DATE            PIC 9(08).
001280     05  WS-GAME-SESSION         PIC X(01).
001290     05  WS-GAME-ATTEMPTS        PIC 99.
001300     05  WS-GAME-OUTCOME         PIC X(01).
001310         88  WS-GAME-WIN             VALUE "W".
001320 01  WS-GAME-CEILING             PIC 99.
001330 01  WS-GAME-LIMIT               PIC 99.
001340 01  WS-GAME-USED                PIC 99.
001350 01  WS-GAME-PAR                 PIC 9(03) COMP VALUE ZERO.
001360 01  WS-GAME-POWER               PIC 9(05) COMP VALUE ZERO.
001370 01  WS-GAME-SCORE               PIC 9(03)V9(04) VALUE ZERO.
001380 01  WS-RATING-DIVISOR           PIC 9(07) COMP VALUE ZERO.
001390 01  WS-SUB-1                    PIC 9(05) COMP VALUE ZERO.
001400 01  WS-SESS-SUB                 PIC 9(01) COMP VALUE ZERO.
001410 01  WS-MATCH-PLAYER             PIC X(10) VALUE SPACES.
001420 01  WS-GAMES-READ               PIC 9(07) COMP VALUE ZERO.
001430 01  WS-GAMES-RATED              PIC 9(07) COMP VALUE ZERO.
001440 01  WS-GAMES-SKIPPED            PIC 9(07) COMP VALUE ZERO.
001450 01  WS-WRITTEN-COUNT            PIC 9(07) COMP VALUE ZERO.
001460*
001470* DRAW-CTL SESSIONS FOR ONE DATE - LOADED WHEN THE DATE CHANGES.
001480*
001490 01  WS-CTL-DATE                 PIC 9(08) VALUE ZERO.
001500 01  WS-SESSION-CODES            PIC X(03) VALUE "MLE".
001510 01  WS-SESSION-CODES-R REDEFINES WS-SESSION-CODES.
001520     05  WS-SESSION-ENTRY        PIC X(01) OCCURS 3 TIMES.
001530 01  WS-CTL-TABLE.
001540     05  WS-CTL-ENTRY OCCURS 3 TIMES.
001550         10  WS-CS-FOUND-SW          PIC X(01).
001560             88  WS-CS-FOUND             VALUE "Y".
001570         10  WS-CS-CEILING           PIC 99.
001580         10  WS-CS-ATTEMPTS          PIC 99.
001590*
001600* PLAYERS SEEN ON THE HISTORY.  WS-PT-BASE-SW IS SPACE UNTIL THE
001610* PLAYER'S FIRST GAME OF THE WEEK, THEN "Y" WITH THE RATING
001620* CARRIED INTO THE WEEK, OR "N" FOR A PLAYER WITH NO EARLIER
001630* GAME TO RATE.
001640*
001650 01  WS-PLAYER-COUNT             PIC 9(05) COMP VALUE ZERO.
001660 01  WS-PLAYER-MAX               PIC 9(05) COMP VALUE 500.
001670 01  WS-PLAYER-TABLE.
001680     05  WS-PLAYER-ENTRY OCCURS 500 TIMES.
001690         10  WS-PT-PLAYER-ID         PIC X(10).
001700         10  WS-PT-RATING            PIC 9(03)V9(04).
001710         10  WS-PT-GAMES             PIC 9(07) COMP.
001720         10  WS-PT-LAST-DATE         PIC 9(08).
001730         10  WS-PT-AGO-RATING        PIC 9(03)V9(04).
001740         10  WS-PT-AGO-SW            PIC X(01).
001750             88  WS-PT-AGO-HELD          VALUE "Y".
001760         10  WS-PT-WEEK-GAMES        PIC 9(05) COMP.
001770         10  WS-PT-WEEK-SCORE        PIC 9(07)V99.
001780         10  WS-PT-BASE-RATING       PIC 9(03)V9(04).
001790         10  WS-PT-BASE-SW           PIC X(01).
001800             88  WS-PT-BASE-HELD         VALUE "Y".
001810 01  WS-JOB-LOG-AREA.
001820     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
001830     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
001840     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
001850     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
001860     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
001870     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
001880     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
001890     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
001900     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
001910     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
001920     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
001930 PROCEDURE DIVISION.
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001960     PERFORM 1100-GET-WEEK THRU 1100-EXIT
001970     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
001980     PERFORM 2100-LOAD-OPEN-DAY THRU 2100-EXIT
001990     PERFORM 3000-WRITE-MASTER THRU 3000-EXIT
002000     PERFORM 9000-TERMINATE THRU 9000-EXIT
002010     STOP RUN.
002020*-----------------------------------------------------------------
002030* 1000-INITIALIZE - TAKE THE CEILING AND ATTEMPT LIMIT FROM
002040*                   GAME-CTL, AND OPEN THE HISTORY MASTER AND
002050*                   DRAW-CTL.  WITH NO HISTORY THERE IS NOTHING TO
002060*                   RATE FROM, AND THE MASTER IS LEFT AS IT WAS
002070*                   RATHER THAN REBUILT FROM THE OPEN DAY ALONE.
002080*-----------------------------------------------------------------
002090 1000-INITIALIZE.
002100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002110     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
002120     PERFORM 9700-LOG-START THRU 9700-EXIT
002130     OPEN INPUT GAME-CTL-FILE
002140     IF FS-GAME-CTL-OK
002150         READ GAME-CTL-FILE
002160             AT END
002170                 CONTINUE
002180             NOT AT END
002190                 MOVE GC-CEILING TO WS-DEFAULT-CEILING
002200                 MOVE GC-ATTEMPTS TO WS-DEFAULT-ATTEMPTS
002210         END-READ
002220         CLOSE GAME-CTL-FILE
002230     END-IF
002240     OPEN INPUT GAME-HIST-FILE
002250     IF NOT FS-GAME-HIST-OK
002260         DISPLAY "SKLRATE: NO GAME HISTORY ON FILE - RATINGS NOT"
002270             " BUILT." UPON CONSOLE
002280         MOVE "NO GAME HISTORY ON FILE" TO WS-JOB-NEW-MESSAGE
002290         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002300         STOP RUN
002310     END-IF
002320     OPEN INPUT DRAW-CTL-FILE
002330     IF FS-DRAW-CTL-OK
002340         MOVE "Y" TO WS-DRAW-CTL-OPEN-SW
002350     ELSE
002360         DISPLAY "SKLRATE: NO DRAW-CTL FILE - EVERY GAME SCORED"
002370             " ON THE GAME-CTL LIMITS." UPON CONSOLE
002380         MOVE "NO DRAW-CTL - GAME-CTL LIMITS"
002390             TO WS-JOB-NEW-MESSAGE
002400         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
002410     END-IF.
002420 1000-EXIT.
002430     EXIT.
002440*-----------------------------------------------------------------
002450* 1100-GET-WEEK - DERIVE THE SUNDAY-SATURDAY WEEK HOLDING TODAY,
002460*                 THE SAME WEEK LBDISP SHOWS, AND THE DATE A WEEK
002470*                 BACK THAT THE TREND IS MEASURED FROM.
002480*-----------------------------------------------------------------
002490 1100-GET-WEEK.
002500     COMPUTE WS-WEEK-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
002510     COMPUTE WS-WEEK-DAY-MOD = FUNCTION MOD(WS-WEEK-INT, 7)
002520     ADD 6 TO WS-WEEK-INT
002530     SUBTRACT WS-WEEK-DAY-MOD FROM WS-WEEK-INT
002540     COMPUTE WS-WEEK-ENDING =
002550         FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
002560     SUBTRACT 6 FROM WS-WEEK-INT
002570     COMPUTE WS-WEEK-START =
002580         FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
002590     COMPUTE WS-WEEK-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
002600         - WS-TREND-DAYS
002610     COMPUTE WS-TREND-DATE =
002620         FUNCTION DATE-OF-INTEGER(WS-WEEK-INT).
002630 1100-EXIT.
002640     EXIT.
002650*-----------------------------------------------------------------
002660* 2000-LOAD-HISTORY - READ THE HISTORY MASTER FROM THE TOP.  THE
002670*                     KEY IS DATE, PLAYER, TIME, SO EACH PLAYER'S
002680*                     GAMES ARRIVE IN THE ORDER THEY WERE PLAYED.
002690*-----------------------------------------------------------------
002700 2000-LOAD-HISTORY.
002710     MOVE ZEROS TO GH-LOG-DATE
002720     MOVE LOW-VALUES TO GH-PLAYER-ID
002730     MOVE ZEROS TO GH-LOG-TIME
002740     START GAME-HIST-FILE KEY IS NOT LESS THAN GH-HIST-KEY
002750         INVALID KEY
002760             GO TO 2000-EXIT
002770     END-START
002780     MOVE "N" TO WS-EOF-SW
002790     PERFORM 2050-READ-ONE-HISTORY THRU 2050-EXIT
002800         UNTIL WS-EOF.
002810 2000-EXIT.
002820     EXIT.
002830*-----------------------------------------------------------------
002840* 2050-READ-ONE-HISTORY - RATE ONE HISTORY RECORD.
002850*-----------------------------------------------------------------
002860 2050-READ-ONE-HISTORY.
002870     READ GAME-HIST-FILE NEXT
002880         AT END
002890             MOVE "Y" TO WS-EOF-SW
002900             GO TO 2050-EXIT
002910     END-READ
002920     ADD 1 TO WS-GAMES-READ
002930     IF GH-VOIDED
002940         ADD 1 TO WS-GAMES-SKIPPED
002950         GO TO 2050-EXIT
002960     END-IF
002970     MOVE GH-PLAYER-ID TO WS-GAME-PLAYER
002980     MOVE GH-LOG-DATE TO WS-GAME-DATE
002990     MOVE GH-SESSION-CODE TO WS-GAME-SESSION
003000     MOVE GH-ATTEMPTS-USED TO WS-GAME-ATTEMPTS
003010     MOVE GH-OUTCOME TO WS-GAME-OUTCOME
003020     PERFORM 2200-RATE-ONE-GAME THRU 2200-EXIT.
003030 2050-EXIT.
003040     EXIT.
003050*-----------------------------------------------------------------
003060* 2100-LOAD-OPEN-DAY - TODAY'S GAMES ARE STILL ON GUESS-LOG RATHER
003070*                      THAN THE MASTER - RATE THEM AFTER THE
003080*                      HISTORY, THE WAY PLYINTG DOES.  THE LOG IS
003090*                      IN FINISHING ORDER.  NO LOG MEANS NO GAMES
003100*                      TODAY.
003110*-----------------------------------------------------------------
003120 2100-LOAD-OPEN-DAY.
003130     OPEN INPUT GUESS-LOG-FILE
003140     IF NOT FS-GUESS-LOG-OK
003150         GO TO 2100-EXIT
003160     END-IF
003170     MOVE "N" TO WS-EOF-SW
003180     PERFORM 2150-READ-ONE-LOG THRU 2150-EXIT
003190         UNTIL WS-EOF
003200     CLOSE GUESS-LOG-FILE.
003210 2100-EXIT.
003220     EXIT.
003230*-----------------------------------------------------------------
003240* 2150-READ-ONE-LOG - RATE ONE OPEN-DAY RECORD.  A RECORD DATED
003250*                     BEFORE TODAY IS ALREADY ON THE HISTORY.
003260*-----------------------------------------------------------------
003270 2150-READ-ONE-LOG.
003280     READ GUESS-LOG-FILE
003290         AT END
003300             MOVE "Y" TO WS-EOF-SW
003310             GO TO 2150-EXIT
003320     END-READ
003330     IF GL-LOG-DATE < WS-TODAY-DATE
003340         GO TO 2150-EXIT
003350     END-IF
003360     ADD 1 TO WS-GAMES-READ
003370     IF GL-VOIDED
003380         ADD 1 TO WS-GAMES-SKIPPED
003390         GO TO 2150-EXIT
003400     END-IF
003410     MOVE GL-PLAYER-ID TO WS-GAME-PLAYER
003420     MOVE GL-LOG-DATE TO WS-GAME-DATE
003430     MOVE GL-SESSION-CODE TO WS-GAME-SESSION
003440     MOVE GL-ATTEMPTS-USED TO WS-GAME-ATTEMPTS
003450     MOVE GL-OUTCOME TO WS-GAME-OUTCOME
003460     PERFORM 2200-RATE-ONE-GAME THRU 2200-EXIT.
003470 2150-EXIT.
003480     EXIT.
003490*-----------------------------------------------------------------
003500* 2200-RATE-ONE-GAME - SCORE THE GAME IN WS-CUR-GAME AND ROLL IT
003510*                      INTO ITS PLAYER'S RATING.  THE FIRST GAME
003520*                      OF THE WEEK FIRST NOTES THE RATING CARRIED
003530*                      INTO IT; THE LAST GAME ON OR BEFORE THE
003540*                      TREND DATE LEAVES THE RATING THE TREND IS
003550*                      MEASURED FROM.
003560*-----------------------------------------------------------------
003570 2200-RATE-ONE-GAME.
003580     MOVE WS-GAME-PLAYER TO WS-MATCH-PLAYER
003590     PERFORM 2250-FIND-PLAYER THRU 2250-EXIT
003600     IF WS-SUB-1 = ZERO
003610         ADD 1 TO WS-GAMES-SKIPPED
003620         GO TO 2200-EXIT
003630     END-IF
003640     PERFORM 2300-GET-SESSION THRU 2300-EXIT
003650     PERFORM 2400-SCORE-GAME THRU 2400-EXIT
003660     ADD 1 TO WS-GAMES-RATED
003670     IF WS-GAME-DATE NOT < WS-WEEK-START
003680         IF WS-PT-BASE-SW (WS-SUB-1) = SPACE
003690             IF WS-PT-GAMES (WS-SUB-1) > ZERO
003700                 MOVE WS-PT-RATING (WS-SUB-1)
003710                     TO WS-PT-BASE-RATING (WS-SUB-1)
003720                 MOVE "Y" TO WS-PT-BASE-SW (WS-SUB-1)
003730             ELSE
003740                 MOVE "N" TO WS-PT-BASE-SW (WS-SUB-1)
003750             END-IF
003760         END-IF
003770         ADD 1 TO WS-PT-WEEK-GAMES (WS-SUB-1)
003780         ADD WS-GAME-SCORE TO WS-PT-WEEK-SCORE (WS-SUB-1)
003790     END-IF
003800     ADD 1 TO WS-PT-GAMES (WS-SUB-1)
003810     IF WS-PT-GAMES (WS-SUB-1) < WS-RATING-WEIGHT
003820         MOVE WS-PT-GAMES (WS-SUB-1) TO WS-RATING-DIVISOR
003830     ELSE
003840         MOVE WS-RATING-WEIGHT TO WS-RATING-DIVISOR
003850     END-IF
003860     COMPUTE WS-PT-RATING (WS-SUB-1) ROUNDED =
003870         WS-PT-RATING (WS-SUB-1)
003880         + (WS-GAME-SCORE - WS-PT-RATING (WS-SUB-1))
003890         / WS-RATING-DIVISOR
003900     IF WS-GAME-DATE NOT > WS-TREND-DATE
003910         MOVE WS-PT-RATING (WS-SUB-1)
003920             TO WS-PT-AGO-RATING (WS-SUB-1)
003930         MOVE "Y" TO WS-PT-AGO-SW (WS-SUB-1)
003940     END-IF
003950     MOVE WS-GAME-DATE TO WS-PT-LAST-DATE (WS-SUB-1).
003960 2200-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------------
003990* 2250-FIND-PLAYER - LOCATE WS-MATCH-PLAYER IN THE TABLE, ADDING
004000*                    A NEW ENTRY THE FIRST TIME THE PLAYER IS
004010*                    SEEN.  SETS WS-SUB-1 TO THE ENTRY SUBSCRIPT,
004020*                    OR TO ZERO IF THE TABLE IS FULL.
004030*-----------------------------------------------------------------
004040 2250-FIND-PLAYER.
004050     MOVE "N" TO WS-FOUND-SW
004060     PERFORM 2260-COMPARE-PLAYER THRU 2260-EXIT
004070         VARYING WS-SUB-1 FROM 1 BY 1
004080         UNTIL WS-SUB-1 > WS-PLAYER-COUNT
004090         OR WS-FOUND
004100     IF WS-FOUND
004110         SUBTRACT 1 FROM WS-SUB-1
004120         GO TO 2250-EXIT
004130     END-IF
004140     IF WS-PLAYER-COUNT < WS-PLAYER-MAX
004150         ADD 1 TO WS-PLAYER-COUNT
004160         MOVE WS-PLAYER-COUNT TO WS-SUB-1
004170         MOVE WS-MATCH-PLAYER TO WS-PT-PLAYER-ID (WS-SUB-1)
004180         MOVE ZERO TO WS-PT-RATING (WS-SUB-1)
004190         MOVE ZERO TO WS-PT-GAMES (WS-SUB-1)
004200         MOVE ZERO TO WS-PT-LAST-DATE (WS-SUB-1)
004210         MOVE ZERO TO WS-PT-AGO-RATING (WS-SUB-1)
004220         MOVE "N" TO WS-PT-AGO-SW (WS-SUB-1)
004230         MOVE ZERO TO WS-PT-WEEK-GAMES (WS-SUB-1)
004240         MOVE ZERO TO WS-PT-WEEK-SCORE (WS-SUB-1)
004250         MOVE ZERO TO WS-PT-BASE-RATING (WS-SUB-1)
004260         MOVE SPACE TO WS-PT-BASE-SW (WS-SUB-1)
004270     ELSE
004280         IF NOT WS-PLAYER-FULL
004290             DISPLAY "SKLRATE: PLAYER TABLE FULL - LATER PLAYERS"
004300                 " LEFT AS THEY WERE." UPON CONSOLE
004310             MOVE "PLAYER TABLE FULL" TO WS-JOB-NEW-MESSAGE
004320             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
004330             MOVE "Y" TO WS-PLAYER-FULL-SW
004340         END-IF
004350         MOVE ZERO TO WS-SUB-1
004360     END-IF.
004370 2250-EXIT.
004380     EXIT.
004390*-----------------------------------------------------------------
004400* 2260-COMPARE-PLAYER - TEST ONE TABLE SUBSCRIPT FOR A MATCH.
004410*-----------------------------------------------------------------
004420 2260-COMPARE-PLAYER.
004430     IF WS-PT-PLAYER-ID (WS-SUB-1) = WS-MATCH-PLAYER
004440         MOVE "Y" TO WS-FOUND-SW
004450     END-IF.
004460 2260-EXIT.
004470     EXIT.
004480*-----------------------------------------------------------------
004490* 2300-GET-SESSION - SET THE GAME'S CEILING AND ATTEMPT LIMIT
004500*                    FROM ITS SESSION'S DRAW, RELOADING THE
004510*                    DRAW-CTL TABLE WHEN THE DATE CHANGES.  A GAME
004520*                    WITH NO SESSION CODE OR NO DRAW ON FILE TAKES
004530*                    THE GAME-CTL LIMITS.
004540*-----------------------------------------------------------------
004550 2300-GET-SESSION.
004560     MOVE WS-DEFAULT-CEILING TO WS-GAME-CEILING
004570     MOVE WS-DEFAULT-ATTEMPTS TO WS-GAME-LIMIT
004580     IF NOT WS-DRAW-CTL-OPEN
004590         GO TO 2300-EXIT
004600     END-IF
004610     IF WS-GAME-DATE NOT = WS-CTL-DATE
004620         MOVE WS-GAME-DATE TO WS-CTL-DATE
004630         PERFORM 2350-LOAD-ONE-SESSION THRU 2350-EXIT
004640             VARYING WS-SESS-SUB FROM 1 BY 1
004650             UNTIL WS-SESS-SUB > 3
004660     END-IF
004670     EVALUATE WS-GAME-SESSION
004680         WHEN "M"
004690             MOVE 1 TO WS-SESS-SUB
004700         WHEN "L"
004710             MOVE 2 TO WS-SESS-SUB
004720         WHEN "E"
004730             MOVE 3 TO WS-SESS-SUB
004740         WHEN OTHER
004750             MOVE 0 TO WS-SESS-SUB
004760     END-EVALUATE
004770     IF WS-SESS-SUB = ZERO
004780         GO TO 2300-EXIT
004790     END-IF
004800     IF NOT WS-CS-FOUND (WS-SESS-SUB)
004810         GO TO 2300-EXIT
004820     END-IF
004830     MOVE WS-CS-CEILING (WS-SESS-SUB) TO WS-GAME-CEILING
004840     IF WS-CS-ATTEMPTS (WS-SESS-SUB) > ZERO
004850         MOVE WS-CS-ATTEMPTS (WS-SESS-SUB) TO WS-GAME-LIMIT
004860     END-IF.
004870 2300-EXIT.
004880     EXIT.
004890*-----------------------------------------------------------------
004900* 2350-LOAD-ONE-SESSION - READ ONE SESSION OF THE DATE'S DRAWS.
004910*-----------------------------------------------------------------
004920 2350-LOAD-ONE-SESSION.
004930     MOVE WS-CTL-DATE TO DC-DRAW-DATE
004940     MOVE WS-SESSION-ENTRY (WS-SESS-SUB) TO DC-SESSION-CODE
004950     READ DRAW-CTL-FILE
004960         INVALID KEY
004970             MOVE "N" TO WS-CS-FOUND-SW (WS-SESS-SUB)
004980             GO TO 2350-EXIT
004990     END-READ
005000     MOVE "Y" TO WS-CS-FOUND-SW (WS-SESS-SUB)
005010     MOVE DC-DRAW-CEILING TO WS-CS-CEILING (WS-SESS-SUB)
005020     MOVE DC-ATTEMPTS TO WS-CS-ATTEMPTS (WS-SESS-SUB).
005030 2350-EXIT.
005040     EXIT.
005050*-----------------------------------------------------------------
005060* 2400-SCORE-GAME - SCORE THE GAME 0 TO 100.  THE NUMBERS RUN 0 TO
005070*                   THE CEILING, AND WITH THE HIGHER/LOWER HINT A
005080*                   HALVING SEARCH IS SURE TO FIND THE NUMBER
005090*                   WITHIN PAR ATTEMPTS - THE SMALLEST N WITH 2 TO
005100*                   THE N OVER CEILING + 1 - OR WITHIN THE LIMIT
005110*                   IF THAT IS FEWER.  A WIN WITHIN PAR SCORES
005120*                   100; EACH ATTEMPT PAST PAR TAKES AN EQUAL
005130*                   SHARE OF 50 POINTS OFF, SO A WIN ON THE LAST
005140*                   ALLOWED ATTEMPT STILL BEATS A LOSS BY HALF THE
005150*                   SCALE.
005160*-----------------------------------------------------------------
005170 2400-SCORE-GAME.
005180     MOVE ZERO TO WS-GAME-SCORE
005190     IF NOT WS-GAME-WIN
005200         GO TO 2400-EXIT
005210     END-IF
005220     MOVE 1 TO WS-GAME-PAR
005230     MOVE 2 TO WS-GAME-POWER
005240     PERFORM 2450-DOUBLE-POWER THRU 2450-EXIT
005250         UNTIL WS-GAME-POWER > WS-GAME-CEILING + 1
005260     IF WS-GAME-LIMIT < WS-GAME-PAR
005270         MOVE WS-GAME-LIMIT TO WS-GAME-PAR
005280     END-IF
005290     MOVE WS-GAME-ATTEMPTS TO WS-GAME-USED
005300     IF WS-GAME-USED > WS-GAME-LIMIT
005310         MOVE WS-GAME-LIMIT TO WS-GAME-USED
005320     END-IF
005330     IF WS-GAME-USED NOT > WS-GAME-PAR
005340         MOVE WS-TOP-SCORE TO WS-GAME-SCORE
005350     ELSE
005360         COMPUTE WS-GAME-SCORE ROUNDED = WS-TOP-SCORE
005370             - (WS-TOP-SCORE / 2) * (WS-GAME-USED - WS-GAME-PAR)
005380             / (WS-GAME-LIMIT - WS-GAME-PAR + 1)
005390     END-IF.
005400 2400-EXIT.
005410     EXIT.
005420*-----------------------------------------------------------------
005430* 2450-DOUBLE-POWER - ONE MORE ATTEMPT OF PAR.
005440*-----------------------------------------------------------------
005450 2450-DOUBLE-POWER.
005460     ADD 1 TO WS-GAME-PAR
005470     MULTIPLY 2 BY WS-GAME-POWER.
005480 2450-EXIT.
005490     EXIT.
005500*-----------------------------------------------------------------
005510* 3000-WRITE-MASTER - OPEN THE RATING MASTER (CREATING IT THE
005520*                     FIRST TIME) AND WRITE EVERY PLAYER IN THE
005530*                     TABLE TO IT.
005540*-----------------------------------------------------------------
005550 3000-WRITE-MASTER.
005560     CLOSE GAME-HIST-FILE
005570     IF WS-DRAW-CTL-OPEN
005580         CLOSE DRAW-CTL-FILE
005590     END-IF
005600     OPEN I-O SKILL-RATING-FILE
005610     IF NOT FS-SKILL-RATING-OK
005620         CLOSE SKILL-RATING-FILE
005630         OPEN OUTPUT SKILL-RATING-FILE
005640         CLOSE SKILL-RATING-FILE
005650         OPEN I-O SKILL-RATING-FILE
005660     END-IF
005670     IF NOT FS-SKILL-RATING-OK
005680         DISPLAY "SKLRATE: UNABLE TO OPEN THE RATING MASTER."
005690             UPON CONSOLE
005700         MOVE "RATING MASTER WILL NOT OPEN" TO WS-JOB-NEW-MESSAGE
005710         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
005720         STOP RUN
005730     END-IF
005740     IF WS-PLAYER-COUNT = ZERO
005750         GO TO 3000-EXIT
005760     END-IF
005770     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
005780         VARYING WS-SUB-1 FROM 1 BY 1
005790         UNTIL WS-SUB-1 > WS-PLAYER-COUNT.
005800 3000-EXIT.
005810     EXIT.
005820*-----------------------------------------------------------------
005830* 3100-WRITE-ONE - REPLACE OR ADD ONE PLAYER'S RATING RECORD.  A
005840*                  PLAYER WITH NO GAME ON OR BEFORE THE TREND DATE
005850*                  IS NEW AND HAS NO TREND YET.  THE WEEK FIELDS
005860*                  ARE DATED TO THIS WEEK EVEN WHEN THE PLAYER HAS
005870*                  NOT PLAYED IN IT, SO LAST WEEK'S FIGURES NEVER
005880*                  SHOW AS THIS WEEK'S.
005890*-----------------------------------------------------------------
005900 3100-WRITE-ONE.
005910     MOVE "Y" TO WS-ON-FILE-SW
005920     MOVE WS-PT-PLAYER-ID (WS-SUB-1) TO SR-PLAYER-ID
005930     READ SKILL-RATING-FILE
005940         INVALID KEY
005950             MOVE "N" TO WS-ON-FILE-SW
005960     END-READ
005970     MOVE SPACES TO SKILL-RATING-RECORD
005980     MOVE WS-PT-PLAYER-ID (WS-SUB-1) TO SR-PLAYER-ID
005990     COMPUTE SR-RATING ROUNDED = WS-PT-RATING (WS-SUB-1)
006000     MOVE WS-PT-GAMES (WS-SUB-1) TO SR-GAMES-RATED
006010     IF WS-PT-AGO-HELD (WS-SUB-1)
006020         COMPUTE SR-TREND ROUNDED = WS-PT-RATING (WS-SUB-1)
006030             - WS-PT-AGO-RATING (WS-SUB-1)
006040         MOVE "Y" TO SR-TREND-SW
006050     ELSE
006060         MOVE ZERO TO SR-TREND
006070         MOVE "N" TO SR-TREND-SW
006080     END-IF
006090     MOVE WS-PT-LAST-DATE (WS-SUB-1) TO SR-LAST-GAME-DATE
006100     MOVE WS-WEEK-ENDING TO SR-WEEK-ENDING
006110     MOVE WS-PT-WEEK-GAMES (WS-SUB-1) TO SR-WEEK-GAMES
006120     MOVE WS-PT-WEEK-SCORE (WS-SUB-1) TO SR-WEEK-SCORE
006130     IF WS-PT-BASE-HELD (WS-SUB-1)
006140         COMPUTE SR-WEEK-BASE-RATING ROUNDED =
006150             WS-PT-BASE-RATING (WS-SUB-1)
006160         MOVE "Y" TO SR-WEEK-BASE-SW
006170     ELSE
006180         MOVE ZERO TO SR-WEEK-BASE-RATING
006190         MOVE "N" TO SR-WEEK-BASE-SW
006200     END-IF
006210     MOVE WS-TODAY-DATE TO SR-RATED-DATE
006220     IF WS-ON-FILE
006230         REWRITE SKILL-RATING-RECORD
006240             INVALID KEY
006250                 DISPLAY "SKLRATE: UNABLE TO REWRITE THE RATING"
006260                     " FOR " SR-PLAYER-ID UPON CONSOLE
006263                 MOVE "RATING NOT WRITTEN" TO WS-JOB-NEW-MESSAGE
006266                 PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
006270                 GO TO 3100-EXIT
006280         END-REWRITE
006290     ELSE
006300         WRITE SKILL-RATING-RECORD
006310             INVALID KEY
006320                 DISPLAY "SKLRATE: UNABLE TO ADD THE RATING FOR "
006330                     SR-PLAYER-ID UPON CONSOLE
006333                 MOVE "RATING NOT WRITTEN" TO WS-JOB-NEW-MESSAGE
006336                 PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
006340                 GO TO 3100-EXIT
006350         END-WRITE
006360     END-IF
006370     ADD 1 TO WS-WRITTEN-COUNT.
006380 3100-EXIT.
006390     EXIT.
006400*-----------------------------------------------------------------
006410* 9000-TERMINATE - CLOSE THE MASTER AND SHOW THE COUNTS.
006420*-----------------------------------------------------------------
006430 9000-TERMINATE.
006440     CLOSE SKILL-RATING-FILE
006450     DISPLAY "SKLRATE: " WS-GAMES-RATED " GAMES RATED, "
006460         WS-GAMES-SKIPPED " SKIPPED, " WS-WRITTEN-COUNT
006470         " PLAYERS WRITTEN." UPON CONSOLE
006480     PERFORM 9710-LOG-END THRU 9710-EXIT.
006490 9000-EXIT.
006500     EXIT.
006510*-----------------------------------------------------------------
006520* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
006530*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
006540*                  BUSINESS DATE.
006550*-----------------------------------------------------------------
006560 9700-LOG-START.
006570     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
006580     ACCEPT WS-JOB-START-TIME FROM TIME
006590     MOVE "S" TO WS-JOB-EVENT
006600     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
006610 9700-EXIT.
006620     EXIT.
006630*-----------------------------------------------------------------
006640* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
006650*                LOG.  READ IS GAMES READ, WRITTEN IS RATING
006660*                RECORDS WRITTEN AND SKIPPED IS VOIDED GAMES PLUS
006670*                GAMES OF PLAYERS THE TABLE COULD NOT HOLD.  A RUN
006680*                THAT RAISED WARNINGS BUT WAS NOT STOPPED ENDS
006690*                WITH CODE 04.
006700*-----------------------------------------------------------------
006710 9710-LOG-END.
006720     MOVE WS-GAMES-READ TO WS-JOB-READ
006730     MOVE WS-WRITTEN-COUNT TO WS-JOB-WRITTEN
006740     MOVE WS-GAMES-SKIPPED TO WS-JOB-SKIPPED
006750     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
006760         MOVE 04 TO WS-JOB-COMPLETION
006770     END-IF
006780     MOVE "E" TO WS-JOB-EVENT
006790     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
006800 9710-EXIT.
006810     EXIT.
006820*-----------------------------------------------------------------
006830* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
006840*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
006850*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
006860*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
006870*-----------------------------------------------------------------
006880 9720-NOTE-WARNING.
006890     ADD 1 TO WS-JOB-WARNINGS
006900     IF WS-JOB-MESSAGE = SPACES
006910         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
006920     END-IF.
006930 9720-EXIT.
006940     EXIT.
006950*-----------------------------------------------------------------
006960* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
006970*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
006980*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
006990*                    BEFORE THE STOP RUN.
007000*-----------------------------------------------------------------
007010 9730-LOG-FAILURE.
007020     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
007030     MOVE 08 TO WS-JOB-COMPLETION
007040     PERFORM 9710-LOG-END THRU 9710-EXIT.
007050 9730-EXIT.
007060     EXIT.
007070*-----------------------------------------------------------------
007080* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
007090*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
007100*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
007110*-----------------------------------------------------------------
007120 9750-WRITE-JOB-LOG.
007130     OPEN EXTEND JOB-LOG-FILE
007140     IF NOT FS-JOB-LOG-OK
007150         OPEN OUTPUT JOB-LOG-FILE
007160     END-IF
007170     IF NOT FS-JOB-LOG-OK
007180         DISPLAY "SKLRATE: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
007190             UPON CONSOLE
007200         GO TO 9750-EXIT
007210     END-IF
007220     MOVE SPACES TO JOB-LOG-RECORD
007230     MOVE "SKLRATE" TO JL-PROGRAM
007240     MOVE WS-JOB-EVENT TO JL-EVENT
007250     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
007260     MOVE WS-JOB-START-DATE TO JL-START-DATE
007270     MOVE WS-JOB-START-TIME TO JL-START-TIME
007280     IF JL-END
007290         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
007300         ACCEPT JL-END-TIME FROM TIME
007310     ELSE
007320         MOVE ZERO TO JL-END-DATE
007330         MOVE ZERO TO JL-END-TIME
007340     END-IF
007350     MOVE WS-JOB-READ TO JL-READ-COUNT
007360     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
007370     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
007380     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
007390     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
007400     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
007410     WRITE JOB-LOG-RECORD
007420     CLOSE JOB-LOG-FILE.
007430 9750-EXIT.
007440     EXIT.
007450 END PROGRAM SKLRATE.
