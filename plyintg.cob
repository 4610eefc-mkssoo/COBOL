000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PLYINTG.
000030 AUTHOR. D L MORRIS.
000040 INSTALLATION. GAME FLOOR OPERATIONS.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DLM   ORIGINAL PROGRAM.  WEEKLY PLAY-INTEGRITY
000120*                  EXCEPTION REPORT OFF THE GAME-HISTORY MASTER
000130*                  (GAMEHIST, PLUS THE OPEN DAY ON GUESS-LOG).
000140*                  DRAWFAIR LOOKS AT THE DRAWS; THIS LOOKS AT THE
000150*                  PLAYERS.  IT FLAGS -
000160*                  1. A FIRST- OR SECOND-ATTEMPT WIN RATE OVER A
000170*                     ROLLING FOUR WEEKS OUT OF LINE WITH WHAT THE
000180*                     DRAW CEILINGS ALLOW A FAIR PLAYER,
000190*                  2. GAMES FINISHED OUTSIDE THE DRAW-CTL OPEN AND
000200*                     CLOSE TIMES OF THEIR SESSION,
000210*                  3. GAMES PLAYED AGAINST A DRAW DRAWSET LATER
000220*                     REPLACED (DRAW-REPLACE ON OPAUDIT),
000230*                  4. A WIN THAT IS THE ID'S FIRST GAME AFTER A
000240*                     PIN-REFUSED EVENT ON OPAUDIT,
000250*                  5. ONE ID FINISHING GAMES TOO CLOSE TOGETHER
000260*                     FOR THEM NOT TO HAVE OVERLAPPED.
000270*                  EACH EXCEPTION LISTS THE GAMES BEHIND IT SO A
000280*                  SUPERVISOR CAN DECIDE WHETHER TO VOID THEM
000290*                  THROUGH GMVOID.  GAMES ALREADY VOIDED ARE LEFT
000300*                  OUT.
000301* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000302*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000304*                  REPORT (JOBLRPT), WITH THE RUN'S RECORD COUNTS
000305*                  AND ANY TABLE-CAP OR OPEN-FAILURE WARNINGS.
000307*                  EVERY STOP SHORT OF A NORMAL END LOGS ITS
000308*                  REASON WITH CODE 08.
000310*-----------------------------------------------------------------
000320* RUN THIS WEEKLY AFTER SATURDAY'S CLOSE.  IT ASKS FOR THE WEEK
000330* ENDING DATE; BLANK TAKES THE SUNDAY-SATURDAY WEEK HOLDING TODAY,
000340* THE SAME WEEK LBDISP AND DEPTSTND SHOW.  CHECKS 2 TO 5 COVER THE
000350* WEEK; CHECK 1 COVERS THE FOUR WEEKS ENDING WITH IT.
000360*-----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS GH-HIST-KEY
000440         FILE STATUS IS FS-GAME-HIST.
000450     SELECT GUESS-LOG-FILE ASSIGN TO "GUESSLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-GUESS-LOG.
000480     SELECT DRAW-CTL-FILE ASSIGN TO "DRAWCTL"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS DC-DRAW-KEY
000520         FILE STATUS IS FS-DRAW-CTL.
000530     SELECT AUDIT-FILE ASSIGN TO "OPAUDIT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-AUDIT.
000560     SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS PL-PLAYER-ID
000600         FILE STATUS IS FS-PLAYERS.
000610     SELECT REPORT-FILE ASSIGN TO "PLYINTG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-REPORT.
000632     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000635         ORGANIZATION IS LINE SEQUENTIAL
000637         FILE STATUS IS FS-JOB-LOG.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  GAME-HIST-FILE.
000670     COPY GHISTREC.
000680 FD  GUESS-LOG-FILE.
000690     COPY GLOGREC.
000700 FD  DRAW-CTL-FILE.
000710     COPY DRAWCTL.
000720 FD  AUDIT-FILE.
000730     COPY OPAUDREC.
000740 FD  PLAYERS-FILE.
000750     COPY PLAYREC.
000760 FD  REPORT-FILE.
000770 01  REPORT-LINE                 PIC X(80).
000773 FD  JOB-LOG-FILE.
000776     COPY JOBLREC.
000780 WORKING-STORAGE SECTION.
000790 01  FS-GAME-HIST             PIC X(02).
000800     88  FS-GAME-HIST-OK             VALUE "00".
000810 01  FS-GUESS-LOG             PIC X(02).
000820     88  FS-GUESS-LOG-OK             VALUE "00".
000830 01  FS-DRAW-CTL              PIC X(02).
000840     88  FS-DRAW-CTL-OK              VALUE "00".
000850 01  FS-AUDIT                 PIC X(02).
000860     88  FS-AUDIT-OK                 VALUE "00".
000870 01  FS-PLAYERS               PIC X(02).
000880     88  FS-PLAYERS-OK               VALUE "00".
000890 01  FS-REPORT                PIC X(02).
000900     88  FS-REPORT-OK                VALUE "00".
000903 01  FS-JOB-LOG              PIC X(02).
000906     88  FS-JOB-LOG-OK               VALUE "00".
000910 01  WS-SWITCHES.
000920     05  WS-EOF-SW               PIC X(01) VALUE "N".
000930         88  WS-EOF                  VALUE "Y".
000940     05  WS-HIST-OPEN-SW         PIC X(01) VALUE "N".
000950         88  WS-HIST-OPEN            VALUE "Y".
000960     05  WS-ROSTER-OPEN-SW       PIC X(01) VALUE "N".
000970         88  WS-ROSTER-OPEN          VALUE "Y".
000980     05  WS-FOUND-SW             PIC X(01) VALUE "N".
000990         88  WS-FOUND                   VALUE "Y".
001000     05  WS-PLAYER-FULL-SW       PIC X(01) VALUE "N".
001010         88  WS-PLAYER-FULL          VALUE "Y".
001020     05  WS-EXC-FULL-SW          PIC X(01) VALUE "N".
001030         88  WS-EXC-FULL             VALUE "Y".
001040     05  WS-AUDIT-FULL-SW        PIC X(01) VALUE "N".
001050         88  WS-AUDIT-FULL           VALUE "Y".
001060     05  WS-PIN-HIT-SW           PIC X(01) VALUE "N".
001070         88  WS-PIN-HIT              VALUE "Y".
001080     05  WS-SWAPPED-SW           PIC X(01) VALUE "N".
001090         88  WS-SWAPPED              VALUE "Y".
001093     05  WS-COLLECT-SW           PIC X(01) VALUE "N".
001096         88  WS-COLLECTING           VALUE "Y".
001100 01  WS-TODAY-DATE               PIC 9(08).
001110 01  WS-DATE-RAW                 PIC X(08).
001120 01  WS-ASK-DATE                 PIC 9(08).
001130 01  WS-WEEK-ENDING              PIC 9(08).
001140 01  WS-WEEK-START               PIC 9(08).
001150 01  WS-WINDOW-START             PIC 9(08).
001160 01  WS-WEEK-INT                 PIC 9(08) COMP.
001170 01  WS-WEEK-DAY-MOD             PIC 9(01) COMP.
001180*
001190* TOLERANCES.  A GUESS CANNOT BE KEYED FASTER THAN ONE EVERY FIVE
001200* SECONDS; A GAME STARTED JUST BEFORE THE CLOSE MAY FINISH UP TO
001210* TEN MINUTES AFTER IT; A WIN WITHIN THIRTY MINUTES OF A REFUSED
001220* SIGN-IN COUNTS AS IMMEDIATELY AFTER IT.  THE WIN-RATE TEST
001230* FLAGS AT LEAST THREE EARLY WINS ABOVE THE FAIR EXPECTATION PLUS
001240* THREE STANDARD DEVIATIONS.
001250*
001260 01  WS-SECS-PER-ATTEMPT         PIC 9(03) COMP VALUE 5.
001270 01  WS-CLOSE-GRACE-MINS         PIC 9(03) COMP VALUE 10.
001280 01  WS-PIN-WINDOW-SECS          PIC 9(05) COMP VALUE 1800.
001290 01  WS-MIN-EARLY-WINS           PIC 9(03) COMP VALUE 3.
001300*
001310* THE GAME BEING CHECKED, FROM EITHER SOURCE.  THE LAYOUT MATCHES
001320* WS-EX-GAME AND WS-PT-LAST-GAME SO IT MOVES AS A GROUP.
001330*
001340 01  WS-CUR-GAME.
001350     05  WS-GAME-PLAYER          PIC X(10).
001360     05  WS-GAME-DATE            PIC 9(08).
001370     05  WS-GAME-TIME            PIC 9(08).
001380     05  WS-GAME-SESSION         PIC X(01).
001390     05  WS-GAME-DRAWN           PIC 99.
001400     05  WS-GAME-ATTEMPTS        PIC 99.
001410     05  WS-GAME-OUTCOME         PIC X(01).
001420         88  WS-GAME-WIN             VALUE "W".
001430 01  WS-GAME-SECS                PIC 9(05) COMP VALUE ZERO.
001440 01  WS-GAME-MINS                PIC 9(05) COMP VALUE ZERO.
001450 01  WS-GAME-EXPECT              PIC 9(01)V9(04) VALUE ZERO.
001460 01  WS-GAP-SECS                 PIC S9(05) COMP VALUE ZERO.
001470 01  WS-MIN-GAP                  PIC 9(05) COMP VALUE ZERO.
001480 01  WS-OPEN-MINS                PIC 9(05) COMP VALUE ZERO.
001490 01  WS-CLOSE-MINS               PIC 9(05) COMP VALUE ZERO.
001500 01  WS-LIMIT                    PIC 9(05)V9(04) VALUE ZERO.
001510 01  WS-TIME-WORK                PIC 9(08).
001520 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
001530     05  WS-TW-HH                PIC 9(02).
001540     05  WS-TW-MM                PIC 9(02).
001550     05  WS-TW-SS                PIC 9(02).
001560     05  WS-TW-CC                PIC 9(02).
001570 01  WS-TIME-SECS                PIC 9(05) COMP VALUE ZERO.
001580 01  WS-HHMM-WORK                PIC 9(04).
001590 01  WS-HHMM-WORK-R REDEFINES WS-HHMM-WORK.
001600     05  WS-HW-HH                PIC 9(02).
001610     05  WS-HW-MM                PIC 9(02).
001620 01  WS-CLOCK.
001630     05  WS-CLK-HH               PIC 9(02).
001640     05  FILLER                  PIC X(01) VALUE ":".
001650     05  WS-CLK-MM               PIC 9(02).
001660     05  FILLER                  PIC X(01) VALUE ":".
001670     05  WS-CLK-SS               PIC 9(02).
001680 01  WS-SUB-1                    PIC 9(05) COMP VALUE ZERO.
001690 01  WS-SUB-2                    PIC 9(05) COMP VALUE ZERO.
001700 01  WS-EXC-SUB                  PIC 9(05) COMP VALUE ZERO.
001710 01  WS-FLAG-COUNT               PIC 9(05) COMP VALUE ZERO.
001720 01  WS-SESS-SUB                 PIC 9(01) COMP VALUE ZERO.
001730 01  WS-TYPE-SUB                 PIC 9(01) COMP VALUE ZERO.
001740 01  WS-MATCH-PLAYER             PIC X(10) VALUE SPACES.
001750 01  WS-PREV-PLAYER              PIC X(10) VALUE SPACES.
001760 01  WS-PIN-HIT-SECS             PIC 9(05) COMP VALUE ZERO.
001770 01  WS-PIN-HIT-TIME             PIC 9(08) VALUE ZERO.
001780 01  WS-REPL-DATE-X              PIC X(08).
001790 01  WS-REPL-DATE REDEFINES WS-REPL-DATE-X
001800                                 PIC 9(08).
001810 01  WS-GAMES-READ               PIC 9(07) COMP VALUE ZERO.
001820 01  WS-EXC-DROPPED              PIC 9(05) COMP VALUE ZERO.
001830 01  WS-DROPPED-ED               PIC ZZZZ9.
001840*
001850* DRAW-CTL SESSIONS FOR ONE DATE - LOADED WHEN THE DATE CHANGES.
001860*
001870 01  WS-CTL-DATE                 PIC 9(08) VALUE ZERO.
001880 01  WS-SESSION-CODES            PIC X(03) VALUE "MLE".
001890 01  WS-SESSION-CODES-R REDEFINES WS-SESSION-CODES.
001900     05  WS-SESSION-ENTRY        PIC X(01) OCCURS 3 TIMES.
001910 01  WS-CTL-TABLE.
001920     05  WS-CTL-ENTRY OCCURS 3 TIMES.
001930         10  WS-CS-FOUND-SW          PIC X(01).
001940             88  WS-CS-FOUND             VALUE "Y".
001950         10  WS-CS-OPEN-TIME         PIC 9(04).
001960         10  WS-CS-CLOSE-TIME        PIC 9(04).
001970         10  WS-CS-CEILING           PIC 99.
001980         10  WS-CS-ATTEMPTS          PIC 99.
001990*
002000* PLAYERS SEEN IN THE WINDOW - WIN-RATE TALLY AND THE LAST GAME,
002010* FOR THE OVERLAP TEST.
002020*
002030 01  WS-PLAYER-COUNT             PIC 9(05) COMP VALUE ZERO.
002040 01  WS-PLAYER-TABLE.
002050     05  WS-PLAYER-ENTRY OCCURS 500 TIMES.
002060         10  WS-PT-PLAYER-ID         PIC X(10).
002070         10  WS-PT-GAMES             PIC 9(05) COMP.
002080         10  WS-PT-EARLY-WINS        PIC 9(05) COMP.
002090         10  WS-PT-EXPECTED          PIC 9(05)V9(04).
002100         10  WS-PT-FLAG-SW           PIC X(01).
002110             88  WS-PT-FLAGGED           VALUE "Y".
002120         10  WS-PT-LAST-SECS         PIC 9(05) COMP.
002130         10  WS-PT-LAST-GAME.
002140             15  FILLER              PIC X(10).
002150             15  WS-PT-LAST-DATE     PIC 9(08).
002160             15  FILLER              PIC X(14).
002170*
002180* PIN REFUSALS AND DRAW REPLACEMENTS IN THE WEEK, OFF OPAUDIT.
002190*
002200 01  WS-PIN-COUNT                PIC 9(05) COMP VALUE ZERO.
002210 01  WS-PIN-TABLE.
002220     05  WS-PIN-ENTRY OCCURS 300 TIMES.
002230         10  WS-PN-PLAYER-ID         PIC X(10).
002240         10  WS-PN-DATE              PIC 9(08).
002250         10  WS-PN-TIME              PIC 9(08).
002260         10  WS-PN-SECS              PIC 9(05) COMP.
002270         10  WS-PN-USED-SW           PIC X(01).
002280             88  WS-PN-USED              VALUE "Y".
002290 01  WS-REPL-COUNT               PIC 9(05) COMP VALUE ZERO.
002300 01  WS-REPL-TABLE.
002310     05  WS-REPL-ENTRY OCCURS 50 TIMES.
002320         10  WS-RP-DATE              PIC 9(08).
002330         10  WS-RP-SESSION           PIC X(01).
002340         10  WS-RP-TIME              PIC 9(08).
002350         10  WS-RP-SECS              PIC 9(05) COMP.
002360         10  WS-RP-OLD-NUMBER        PIC X(02).
002370*
002380* EXCEPTION GAMES.  WS-EX-TYPE IS THE CHECK NUMBER (1-5); THE
002390* TABLE IS SORTED ON TYPE, PLAYER, DATE AND TIME FOR PRINTING.
002400*
002410 01  WS-NEW-EXC.
002420     05  WS-NEW-TYPE             PIC 9(01).
002430     05  WS-NEW-GAME             PIC X(32).
002440     05  WS-NEW-NOTE             PIC X(22).
002450 01  WS-EXC-HOLD                 PIC X(55).
002460 01  WS-EXC-COUNT                PIC 9(05) COMP VALUE ZERO.
002470 01  WS-EXC-TABLE.
002480     05  WS-EXC-ENTRY OCCURS 2000 TIMES.
002490         10  WS-EX-DETAIL.
002500             15  WS-EX-TYPE          PIC 9(01).
002510             15  WS-EX-GAME.
002520                 20  WS-EX-PLAYER-ID     PIC X(10).
002530                 20  WS-EX-DATE          PIC 9(08).
002540                 20  WS-EX-TIME          PIC 9(08).
002550                 20  WS-EX-SESSION       PIC X(01).
002560                 20  WS-EX-DRAWN         PIC 99.
002570                 20  WS-EX-ATTEMPTS      PIC 99.
002580                 20  WS-EX-OUTCOME       PIC X(01).
002590             15  WS-EX-NOTE          PIC X(22).
002600         10  WS-EX-KEY-VIEW REDEFINES WS-EX-DETAIL.
002610             15  WS-EX-SORT-KEY      PIC X(27).
002620             15  FILLER              PIC X(28).
002630 01  WS-TYPE-TOTALS.
002640     05  WS-TYPE-TOTAL OCCURS 5 TIMES.
002650         10  WS-TT-PLAYERS           PIC 9(05) COMP.
002660         10  WS-TT-GAMES             PIC 9(05) COMP.
002670 01  WS-TYPE-TITLES.
002680     05  FILLER                  PIC X(60) VALUE
002690         "1. FIRST/SECOND-ATTEMPT WIN RATE OUT OF LINE".
002700     05  FILLER                  PIC X(60) VALUE
002710         "2. GAMES FINISHED OUTSIDE THEIR DRAW SESSION".
002720     05  FILLER                  PIC X(60) VALUE
002730         "3. GAMES PLAYED AGAINST A DRAW LATER REPLACED".
002740     05  FILLER                  PIC X(60) VALUE
002750         "4. WINS IMMEDIATELY AFTER A REFUSED PIN ON THE SAME ID".
002760     05  FILLER                  PIC X(60) VALUE
002770         "5. OVERLAPPING GAMES ON ONE ID".
002780 01  WS-TYPE-TITLES-R REDEFINES WS-TYPE-TITLES.
002790     05  WS-TYPE-TITLE           PIC X(60) OCCURS 5 TIMES.
002800 01  WS-HDR-LINE1.
002810     05  FILLER                  PIC X(37) VALUE
002820         "GUESS - PLAY INTEGRITY EXCEPTIONS    ".
002830     05  FILLER                  PIC X(08) VALUE "DATE : ".
002840     05  HDR-DATE                PIC 9(08).
002850     05  FILLER                  PIC X(27) VALUE SPACES.
002860 01  WS-PERIOD-LINE.
002870     05  FILLER                  PIC X(07) VALUE "WEEK : ".
002880     05  PER-WEEK-START          PIC 9(08).
002890     05  FILLER                  PIC X(03) VALUE " - ".
002900     05  PER-WEEK-ENDING         PIC 9(08).
002910     05  FILLER                  PIC X(20) VALUE
002920         "   WIN-RATE WINDOW :".
002930     05  FILLER                  PIC X(01) VALUE SPACE.
002940     05  PER-WINDOW-START        PIC 9(08).
002950     05  FILLER                  PIC X(03) VALUE " - ".
002960     05  PER-WINDOW-END          PIC 9(08).
002970     05  FILLER                  PIC X(14) VALUE SPACES.
002980 01  WS-TITLE-LINE.
002990     05  TTL-TEXT                PIC X(60).
003000     05  FILLER                  PIC X(20) VALUE SPACES.
003010 01  WS-PLAYER-LINE.
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  FILLER                  PIC X(07) VALUE "PLAYER ".
003040     05  PLY-PLAYER-ID           PIC X(10).
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  PLY-PLAYER-NAME         PIC X(20).
003070     05  FILLER                  PIC X(39) VALUE SPACES.
003080 01  WS-RATE-LINE.
003090     05  FILLER                  PIC X(04) VALUE SPACES.
003100     05  FILLER                  PIC X(11) VALUE "EARLY WINS ".
003110     05  RTE-EARLY               PIC ZZZZ9.
003120     05  FILLER                  PIC X(04) VALUE " OF ".
003130     05  RTE-GAMES               PIC ZZZZ9.
003140     05  FILLER                  PIC X(17) VALUE
003150         " GAMES - FAIR UP ".
003160     05  FILLER                  PIC X(03) VALUE "TO ".
003170     05  RTE-EXPECTED            PIC ZZZ9.99.
003180     05  FILLER                  PIC X(08) VALUE ", LIMIT ".
003190     05  RTE-LIMIT               PIC ZZZ9.99.
003200     05  FILLER                  PIC X(09) VALUE SPACES.
003210 01  WS-GAME-LINE.
003220     05  FILLER                  PIC X(04) VALUE SPACES.
003230     05  GML-DATE                PIC 9(08).
003240     05  FILLER                  PIC X(01) VALUE SPACE.
003250     05  GML-TIME                PIC X(08).
003260     05  FILLER                  PIC X(07) VALUE "  SESS ".
003270     05  GML-SESSION             PIC X(01).
003280     05  FILLER                  PIC X(08) VALUE "  DRAWN ".
003290     05  GML-DRAWN               PIC 99.
003300     05  FILLER                  PIC X(06) VALUE "  ATT ".
003310     05  GML-ATTEMPTS            PIC Z9.
003320     05  FILLER                  PIC X(02) VALUE SPACES.
003330     05  GML-OUTCOME             PIC X(04).
003340     05  FILLER                  PIC X(01) VALUE SPACE.
003350     05  GML-NOTE                PIC X(22).
003360     05  FILLER                  PIC X(04) VALUE SPACES.
003370 01  WS-TOTAL-LINE.
003380     05  FILLER                  PIC X(02) VALUE SPACES.
003390     05  TOT-TYPE                PIC 9(01).
003400     05  FILLER                  PIC X(03) VALUE ".  ".
003410     05  TOT-PLAYERS             PIC ZZZZ9.
003420     05  FILLER                  PIC X(11) VALUE " PLAYERS   ".
003430     05  TOT-GAMES               PIC ZZZZ9.
003440     05  FILLER                  PIC X(06) VALUE " GAMES".
003441     05  FILLER                  PIC X(47) VALUE SPACES.
003442 01  WS-JOB-LOG-AREA.
003444     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
003445     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
003447     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
003448     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
003450     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
003451     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
003452     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
003454     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
003455     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
003457     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
003458     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
003460 PROCEDURE DIVISION.
003470 0000-MAINLINE.
003480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003490     PERFORM 1200-LOAD-AUDIT THRU 1200-EXIT
003500     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
003510     PERFORM 2100-LOAD-OPEN-DAY THRU 2100-EXIT
003520     PERFORM 3000-JUDGE-WIN-RATES THRU 3000-EXIT
003530     PERFORM 3500-SORT-EXCEPTIONS THRU 3500-EXIT
003540     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
003550     PERFORM 9000-TERMINATE THRU 9000-EXIT
003560     STOP RUN.
003570*-----------------------------------------------------------------
003580* 1000-INITIALIZE - SETTLE THE WEEK, THEN OPEN THE DRAW CONTROL
003590*                   FILE AND THE REPORT.
003600*                   THE HISTORY MASTER IS OPTIONAL (WITHOUT IT
003610*                   ONLY THE OPEN DAY IS CHECKED) AND SO IS THE
003620*                   ROSTER (WITHOUT IT NO NAMES PRINT).
003630*-----------------------------------------------------------------
003640 1000-INITIALIZE.
003650     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003653     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
003656     PERFORM 9700-LOG-START THRU 9700-EXIT
003660     PERFORM 1100-GET-WEEK-RANGE THRU 1100-EXIT
003670     OPEN INPUT DRAW-CTL-FILE
003680     IF NOT FS-DRAW-CTL-OK
003690         DISPLAY "PLYINTG: UNABLE TO OPEN DRAW-CTL." UPON CONSOLE
003693         MOVE "UNABLE TO OPEN DRAW-CTL" TO WS-JOB-NEW-MESSAGE
003696         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003700         STOP RUN
003710     END-IF
003720     OPEN OUTPUT REPORT-FILE
003730     IF NOT FS-REPORT-OK
003740         DISPLAY "PLYINTG: UNABLE TO OPEN REPORT FILE."
003750             UPON CONSOLE
003760         CLOSE DRAW-CTL-FILE
003763         MOVE "UNABLE TO OPEN REPORT FILE" TO WS-JOB-NEW-MESSAGE
003766         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003770         STOP RUN
003780     END-IF
003790     OPEN INPUT GAME-HIST-FILE
003800     IF FS-GAME-HIST-OK
003810         MOVE "Y" TO WS-HIST-OPEN-SW
003820     END-IF
003830     OPEN INPUT PLAYERS-FILE
003840     IF FS-PLAYERS-OK
003850         MOVE "Y" TO WS-ROSTER-OPEN-SW
003860     END-IF
003870     PERFORM 1050-CLEAR-ONE-TYPE THRU 1050-EXIT
003880         VARYING WS-TYPE-SUB FROM 1 BY 1
003890         UNTIL WS-TYPE-SUB > 5.
003900 1000-EXIT.
003910     EXIT.
003920*-----------------------------------------------------------------
003930* 1050-CLEAR-ONE-TYPE - ZERO ONE CHECK'S REPORT TOTALS.
003940*-----------------------------------------------------------------
003950 1050-CLEAR-ONE-TYPE.
003960     MOVE ZERO TO WS-TT-PLAYERS (WS-TYPE-SUB)
003970     MOVE ZERO TO WS-TT-GAMES (WS-TYPE-SUB).
003980 1050-EXIT.
003990     EXIT.
004000*-----------------------------------------------------------------
004010* 1100-GET-WEEK-RANGE - ASK FOR THE WEEK ENDING DATE AND DERIVE
004020*                       THE SUNDAY-SATURDAY WEEK HOLDING IT (BLANK
004030*                       = THE WEEK HOLDING TODAY), AND THE FOUR
004040*                       WEEKS ENDING WITH IT FOR THE WIN-RATE
004050*                       TEST.
004060*-----------------------------------------------------------------
004070 1100-GET-WEEK-RANGE.
004080     DISPLAY "WEEK ENDING YYYYMMDD (BLANK = THIS WEEK)?"
004090         UPON CONSOLE
004100     MOVE SPACES TO WS-DATE-RAW
004110     ACCEPT WS-DATE-RAW FROM CONSOLE
004120     IF WS-DATE-RAW = SPACES
004130         MOVE WS-TODAY-DATE TO WS-ASK-DATE
004140     ELSE
004150         IF WS-DATE-RAW IS NUMERIC
004160             MOVE WS-DATE-RAW TO WS-ASK-DATE
004170         ELSE
004180             DISPLAY "PLYINTG: NOT A VALID DATE." UPON CONSOLE
004182             MOVE "NOT A VALID WEEK ENDING DATE"
004185                 TO WS-JOB-NEW-MESSAGE
004187             PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
004190             STOP RUN
004200         END-IF
004210     END-IF
004220     COMPUTE WS-WEEK-INT = FUNCTION INTEGER-OF-DATE(WS-ASK-DATE)
004230     IF WS-WEEK-INT = ZERO
004240         DISPLAY "PLYINTG: NOT A VALID DATE." UPON CONSOLE
004243         MOVE "NOT A VALID WEEK ENDING DATE" TO WS-JOB-NEW-MESSAGE
004246         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
004250         STOP RUN
004260     END-IF
004270     COMPUTE WS-WEEK-DAY-MOD = FUNCTION MOD(WS-WEEK-INT, 7)
004280     ADD 6 TO WS-WEEK-INT
004290     SUBTRACT WS-WEEK-DAY-MOD FROM WS-WEEK-INT
004300     COMPUTE WS-WEEK-ENDING =
004310         FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
004320     SUBTRACT 6 FROM WS-WEEK-INT
004330     COMPUTE WS-WEEK-START =
004340         FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
004350     SUBTRACT 21 FROM WS-WEEK-INT
004360     COMPUTE WS-WINDOW-START =
004370         FUNCTION DATE-OF-INTEGER(WS-WEEK-INT).
004380 1100-EXIT.
004390     EXIT.
004400*-----------------------------------------------------------------
004410* 1200-LOAD-AUDIT - PICK THE WEEK'S PIN REFUSALS AND DRAW
004420*                   REPLACEMENTS OFF THE PRIVILEGED-ACTION AUDIT
004430*                   FILE.  NO AUDIT FILE MEANS NEITHER CHECK FINDS
004440*                   ANYTHING.
004450*-----------------------------------------------------------------
004460 1200-LOAD-AUDIT.
004470     OPEN INPUT AUDIT-FILE
004480     IF NOT FS-AUDIT-OK
004490         DISPLAY "PLYINTG: NO AUDIT FILE - PIN AND DRAW"
004500             " REPLACEMENT CHECKS NOT MADE." UPON CONSOLE
004503         MOVE "NO AUDIT FILE" TO WS-JOB-NEW-MESSAGE
004506         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
004510         GO TO 1200-EXIT
004520     END-IF
004530     MOVE "N" TO WS-EOF-SW
004540     PERFORM 1250-READ-ONE-AUDIT THRU 1250-EXIT
004550         UNTIL WS-EOF
004560     CLOSE AUDIT-FILE.
004570 1200-EXIT.
004580     EXIT.
004590*-----------------------------------------------------------------
004600* 1250-READ-ONE-AUDIT - TABLE ONE PIN-REFUSED OR DRAW-REPLACE
004610*                       RECORD DATED IN THE WEEK.  DRAWSET KEYS
004620*                       THE REPLACEMENT BY DRAW DATE WITH THE
004630*                       SESSION CODE IN THE LAST BYTE, AND PUTS
004640*                       THE OLD NUMBER IN THE BEFORE VALUE.
004650*-----------------------------------------------------------------
004660 1250-READ-ONE-AUDIT.
004670     READ AUDIT-FILE
004680         AT END
004690             MOVE "Y" TO WS-EOF-SW
004700             GO TO 1250-EXIT
004710     END-READ
004720     IF OA-AUDIT-DATE < WS-WEEK-START
004730             OR OA-AUDIT-DATE > WS-WEEK-ENDING
004740         GO TO 1250-EXIT
004750     END-IF
004760     IF OA-ACTION = "PIN-REFUSED"
004770         IF WS-PIN-COUNT < 300
004780             ADD 1 TO WS-PIN-COUNT
004790             MOVE OA-KEY TO WS-PN-PLAYER-ID (WS-PIN-COUNT)
004800             MOVE OA-AUDIT-DATE TO WS-PN-DATE (WS-PIN-COUNT)
004810             MOVE OA-AUDIT-TIME TO WS-PN-TIME (WS-PIN-COUNT)
004820             MOVE OA-AUDIT-TIME TO WS-TIME-WORK
004830             PERFORM 8000-TIME-TO-SECS THRU 8000-EXIT
004840             MOVE WS-TIME-SECS TO WS-PN-SECS (WS-PIN-COUNT)
004850             MOVE "N" TO WS-PN-USED-SW (WS-PIN-COUNT)
004860         ELSE
004870             PERFORM 1290-AUDIT-FULL THRU 1290-EXIT
004880         END-IF
004890         GO TO 1250-EXIT
004900     END-IF
004910     IF OA-ACTION NOT = "DRAW-REPLACE"
004920         GO TO 1250-EXIT
004930     END-IF
004940     MOVE OA-KEY (1:8) TO WS-REPL-DATE-X
004950     IF WS-REPL-DATE-X NOT NUMERIC
004960         GO TO 1250-EXIT
004970     END-IF
004980     IF WS-REPL-COUNT NOT < 50
004990         PERFORM 1290-AUDIT-FULL THRU 1290-EXIT
005000         GO TO 1250-EXIT
005010     END-IF
005020     ADD 1 TO WS-REPL-COUNT
005030     MOVE WS-REPL-DATE TO WS-RP-DATE (WS-REPL-COUNT)
005040     MOVE OA-KEY (10:1) TO WS-RP-SESSION (WS-REPL-COUNT)
005050     MOVE OA-AUDIT-TIME TO WS-RP-TIME (WS-REPL-COUNT)
005060     MOVE OA-AUDIT-TIME TO WS-TIME-WORK
005070     PERFORM 8000-TIME-TO-SECS THRU 8000-EXIT
005080     MOVE WS-TIME-SECS TO WS-RP-SECS (WS-REPL-COUNT)
005090     MOVE OA-BEFORE (8:2) TO WS-RP-OLD-NUMBER (WS-REPL-COUNT).
005100 1250-EXIT.
005110     EXIT.
005120*-----------------------------------------------------------------
005130* 1290-AUDIT-FULL - WARN ONCE THAT AUDIT EVENTS WERE DROPPED.
005140*-----------------------------------------------------------------
005150 1290-AUDIT-FULL.
005160     IF NOT WS-AUDIT-FULL
005170         DISPLAY "PLYINTG: AUDIT EVENT TABLE FULL - LATER PIN OR"
005180             " DRAW EVENTS NOT CHECKED." UPON CONSOLE
005183         MOVE "AUDIT EVENT TABLE FULL" TO WS-JOB-NEW-MESSAGE
005186         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
005190         MOVE "Y" TO WS-AUDIT-FULL-SW
005200     END-IF.
005210 1290-EXIT.
005220     EXIT.
005230*-----------------------------------------------------------------
005240* 2000-LOAD-HISTORY - POSITION THE HISTORY MASTER AT THE WINDOW
005250*                     START BY KEY AND CHECK EVERY GAME THROUGH
005260*                     THE WEEK END.  THE KEY IS DATE, PLAYER,
005270*                     TIME, SO EACH PLAYER'S GAMES FOR A DAY
005280*                     ARRIVE IN TIME ORDER.
005290*-----------------------------------------------------------------
005300 2000-LOAD-HISTORY.
005310     IF NOT WS-HIST-OPEN
005320         GO TO 2000-EXIT
005330     END-IF
005340     MOVE WS-WINDOW-START TO GH-LOG-DATE
005350     MOVE LOW-VALUES TO GH-PLAYER-ID
005360     MOVE ZEROS TO GH-LOG-TIME
005370     START GAME-HIST-FILE KEY IS NOT LESS THAN GH-HIST-KEY
005380         INVALID KEY
005390             GO TO 2000-EXIT
005400     END-START
005410     MOVE "N" TO WS-EOF-SW
005420     PERFORM 2050-READ-ONE-HISTORY THRU 2050-EXIT
005430         UNTIL WS-EOF.
005440 2000-EXIT.
005450     EXIT.
005460*-----------------------------------------------------------------
005470* 2050-READ-ONE-HISTORY - CHECK ONE HISTORY RECORD, STOPPING PAST
005480*                         THE WEEK END.
005490*-----------------------------------------------------------------
005500 2050-READ-ONE-HISTORY.
005510     READ GAME-HIST-FILE NEXT
005520         AT END
005530             MOVE "Y" TO WS-EOF-SW
005540             GO TO 2050-EXIT
005550     END-READ
005560     IF GH-LOG-DATE > WS-WEEK-ENDING
005570         MOVE "Y" TO WS-EOF-SW
005580         GO TO 2050-EXIT
005590     END-IF
005600     IF GH-VOIDED
005610         GO TO 2050-EXIT
005620     END-IF
005630     MOVE GH-PLAYER-ID TO WS-GAME-PLAYER
005640     MOVE GH-LOG-DATE TO WS-GAME-DATE
005650     MOVE GH-LOG-TIME TO WS-GAME-TIME
005660     MOVE GH-SESSION-CODE TO WS-GAME-SESSION
005670     MOVE GH-DRAWN-NUMBER TO WS-GAME-DRAWN
005680     MOVE GH-ATTEMPTS-USED TO WS-GAME-ATTEMPTS
005690     MOVE GH-OUTCOME TO WS-GAME-OUTCOME
005700     PERFORM 2200-CHECK-ONE-GAME THRU 2200-EXIT.
005710 2050-EXIT.
005720     EXIT.
005730*-----------------------------------------------------------------
005740* 2100-LOAD-OPEN-DAY - TODAY'S GAMES ARE STILL ON GUESS-LOG
005750*                      RATHER THAN THE MASTER - SWEEP THE ONES
005760*                      INSIDE THE WEEK IN, THE WAY DEPTSTND DOES.
005770*                      THE LOG IS IN FINISHING ORDER, SO EACH
005780*                      PLAYER'S GAMES ARRIVE IN TIME ORDER.
005790*-----------------------------------------------------------------
005800 2100-LOAD-OPEN-DAY.
005810     OPEN INPUT GUESS-LOG-FILE
005820     IF NOT FS-GUESS-LOG-OK
005830         GO TO 2100-EXIT
005840     END-IF
005850     MOVE "N" TO WS-EOF-SW
005860     PERFORM 2150-READ-ONE-LOG THRU 2150-EXIT
005870         UNTIL WS-EOF
005880     CLOSE GUESS-LOG-FILE.
005890 2100-EXIT.
005900     EXIT.
005910*-----------------------------------------------------------------
005920* 2150-READ-ONE-LOG - CHECK ONE OPEN-DAY RECORD IF IT FALLS
005930*                     INSIDE THE WEEK.
005940*-----------------------------------------------------------------
005950 2150-READ-ONE-LOG.
005960     READ GUESS-LOG-FILE
005970         AT END
005980             MOVE "Y" TO WS-EOF-SW
005990             GO TO 2150-EXIT
006000     END-READ
006010     IF GL-LOG-DATE < WS-WEEK-START
006020             OR GL-LOG-DATE > WS-WEEK-ENDING
006030         GO TO 2150-EXIT
006040     END-IF
006050     IF GL-LOG-DATE < WS-TODAY-DATE
006060         GO TO 2150-EXIT
006070     END-IF
006080     IF GL-VOIDED
006090         GO TO 2150-EXIT
006100     END-IF
006110     MOVE GL-PLAYER-ID TO WS-GAME-PLAYER
006120     MOVE GL-LOG-DATE TO WS-GAME-DATE
006130     MOVE GL-LOG-TIME TO WS-GAME-TIME
006140     MOVE GL-SESSION-CODE TO WS-GAME-SESSION
006150     MOVE GL-DRAWN-NUMBER TO WS-GAME-DRAWN
006160     MOVE GL-ATTEMPTS-USED TO WS-GAME-ATTEMPTS
006170     MOVE GL-OUTCOME TO WS-GAME-OUTCOME
006180     PERFORM 2200-CHECK-ONE-GAME THRU 2200-EXIT.
006190 2150-EXIT.
006200     EXIT.
006210*-----------------------------------------------------------------
006220* 2200-CHECK-ONE-GAME - RUN EVERY CHECK AGAINST THE GAME IN
006230*                       WS-CUR-GAME.  THE WIN-RATE TALLY TAKES THE
006240*                       WHOLE WINDOW; THE OTHER CHECKS ONLY THE
006245*                       WEEK.  ON THE SECOND PASS OVER THE WINDOW
006250*                       ONLY THE FLAGGED PLAYERS' EARLY WINS ARE
006255*                       LISTED.
006260*-----------------------------------------------------------------
006270 2200-CHECK-ONE-GAME.
006271     IF WS-COLLECTING
006273         PERFORM 2300-GET-SESSION THRU 2300-EXIT
006275         PERFORM 2450-LIST-EARLY-WIN THRU 2450-EXIT
006276         GO TO 2200-EXIT
006278     END-IF
006280     ADD 1 TO WS-GAMES-READ
006290     MOVE WS-GAME-TIME TO WS-TIME-WORK
006300     PERFORM 8000-TIME-TO-SECS THRU 8000-EXIT
006310     MOVE WS-TIME-SECS TO WS-GAME-SECS
006320     COMPUTE WS-GAME-MINS = WS-TW-HH * 60 + WS-TW-MM
006330     PERFORM 2300-GET-SESSION THRU 2300-EXIT
006340     MOVE WS-GAME-PLAYER TO WS-MATCH-PLAYER
006350     PERFORM 2250-FIND-PLAYER THRU 2250-EXIT
006360     IF WS-SUB-1 > ZERO
006370         PERFORM 2400-TALLY-WIN-RATE THRU 2400-EXIT
006380     END-IF
006390     IF WS-GAME-DATE < WS-WEEK-START
006400         GO TO 2200-EXIT
006410     END-IF
006420     PERFORM 2600-CHECK-SESSION-TIME THRU 2600-EXIT
006430     PERFORM 2700-CHECK-REPLACED-DRAW THRU 2700-EXIT
006440     PERFORM 2800-CHECK-PIN-REFUSAL THRU 2800-EXIT
006450     IF WS-SUB-1 > ZERO
006460         PERFORM 2500-CHECK-OVERLAP THRU 2500-EXIT
006470     END-IF.
006480 2200-EXIT.
006490     EXIT.
006500*-----------------------------------------------------------------
006510* 2250-FIND-PLAYER - LOCATE WS-MATCH-PLAYER IN THE TABLE, ADDING
006520*                    A NEW ENTRY THE FIRST TIME THE PLAYER IS
006530*                    SEEN.  SETS WS-SUB-1 TO THE ENTRY SUBSCRIPT,
006540*                    OR TO ZERO IF THE TABLE IS FULL.
006550*-----------------------------------------------------------------
006560 2250-FIND-PLAYER.
006570     MOVE "N" TO WS-FOUND-SW
006580     PERFORM 2260-COMPARE-PLAYER THRU 2260-EXIT
006590         VARYING WS-SUB-1 FROM 1 BY 1
006600         UNTIL WS-SUB-1 > WS-PLAYER-COUNT
006610         OR WS-FOUND
006620     IF WS-FOUND
006630         SUBTRACT 1 FROM WS-SUB-1
006640         GO TO 2250-EXIT
006650     END-IF
006660     IF WS-PLAYER-COUNT < 500
006670         ADD 1 TO WS-PLAYER-COUNT
006680         MOVE WS-PLAYER-COUNT TO WS-SUB-1
006690         MOVE WS-MATCH-PLAYER TO WS-PT-PLAYER-ID (WS-SUB-1)
006700         MOVE ZERO TO WS-PT-GAMES (WS-SUB-1)
006710         MOVE ZERO TO WS-PT-EARLY-WINS (WS-SUB-1)
006720         MOVE ZERO TO WS-PT-EXPECTED (WS-SUB-1)
006730         MOVE "N" TO WS-PT-FLAG-SW (WS-SUB-1)
006740         MOVE ZERO TO WS-PT-LAST-SECS (WS-SUB-1)
006750         MOVE SPACES TO WS-PT-LAST-GAME (WS-SUB-1)
006760         MOVE ZEROS TO WS-PT-LAST-DATE (WS-SUB-1)
006770     ELSE
006780         IF NOT WS-PLAYER-FULL
006790             DISPLAY "PLYINTG: PLAYER TABLE FULL - WIN-RATE AND"
006800                 " OVERLAP CHECKS INCOMPLETE." UPON CONSOLE
006803             MOVE "PLAYER TABLE FULL" TO WS-JOB-NEW-MESSAGE
006806             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
006810             MOVE "Y" TO WS-PLAYER-FULL-SW
006820         END-IF
006830         MOVE ZERO TO WS-SUB-1
006840     END-IF.
006850 2250-EXIT.
006860     EXIT.
006870*-----------------------------------------------------------------
006880* 2260-COMPARE-PLAYER - TEST ONE TABLE SUBSCRIPT FOR A MATCH.
006890*-----------------------------------------------------------------
006900 2260-COMPARE-PLAYER.
006910     IF WS-PT-PLAYER-ID (WS-SUB-1) = WS-MATCH-PLAYER
006920         MOVE "Y" TO WS-FOUND-SW
006930     END-IF.
006940 2260-EXIT.
006950     EXIT.
006960*-----------------------------------------------------------------
006970* 2300-GET-SESSION - POINT WS-SESS-SUB AT THE GAME'S SESSION IN
006980*                    THE DRAW-CTL TABLE, RELOADING THE TABLE WHEN
006990*                    THE DATE CHANGES.  ZERO MEANS THE GAME
007000*                    CARRIES NO SESSION CODE (LOGGED BEFORE THE
007010*                    SESSIONS EXISTED).
007020*-----------------------------------------------------------------
007030 2300-GET-SESSION.
007040     IF WS-GAME-DATE NOT = WS-CTL-DATE
007050         MOVE WS-GAME-DATE TO WS-CTL-DATE
007060         PERFORM 2350-LOAD-ONE-SESSION THRU 2350-EXIT
007070             VARYING WS-SESS-SUB FROM 1 BY 1
007080             UNTIL WS-SESS-SUB > 3
007090     END-IF
007100     EVALUATE WS-GAME-SESSION
007110         WHEN "M"
007120             MOVE 1 TO WS-SESS-SUB
007130         WHEN "L"
007140             MOVE 2 TO WS-SESS-SUB
007150         WHEN "E"
007160             MOVE 3 TO WS-SESS-SUB
007170         WHEN OTHER
007180             MOVE 0 TO WS-SESS-SUB
007190     END-EVALUATE.
007200 2300-EXIT.
007210     EXIT.
007220*-----------------------------------------------------------------
007230* 2350-LOAD-ONE-SESSION - READ ONE SESSION OF THE DATE'S DRAWS.
007240*-----------------------------------------------------------------
007250 2350-LOAD-ONE-SESSION.
007260     MOVE WS-CTL-DATE TO DC-DRAW-DATE
007270     MOVE WS-SESSION-ENTRY (WS-SESS-SUB) TO DC-SESSION-CODE
007280     READ DRAW-CTL-FILE
007290         INVALID KEY
007300             MOVE "N" TO WS-CS-FOUND-SW (WS-SESS-SUB)
007310             GO TO 2350-EXIT
007320     END-READ
007330     MOVE "Y" TO WS-CS-FOUND-SW (WS-SESS-SUB)
007340     MOVE DC-OPEN-TIME TO WS-CS-OPEN-TIME (WS-SESS-SUB)
007350     MOVE DC-CLOSE-TIME TO WS-CS-CLOSE-TIME (WS-SESS-SUB)
007360     MOVE DC-DRAW-CEILING TO WS-CS-CEILING (WS-SESS-SUB)
007370     MOVE DC-ATTEMPTS TO WS-CS-ATTEMPTS (WS-SESS-SUB).
007380 2350-EXIT.
007390     EXIT.
007400*-----------------------------------------------------------------
007410* 2400-TALLY-WIN-RATE - COUNT THE GAME TOWARD THE PLAYER'S
007420*                       WIN-RATE TEST.  THE NUMBERS RUN 0 TO THE
007430*                       CEILING, SO A FAIR FIRST GUESS WINS ONE
007440*                       TIME IN CEILING + 1, AND WITH THE HIGHER/
007450*                       LOWER HINT THE BEST A FAIR PLAYER CAN DO
007460*                       BY THE SECOND GUESS IS THREE TIMES IN
007470*                       CEILING + 1.  A GAME WITH NO DRAW ON FILE
007480*                       HAS NO KNOWN CEILING AND IS LEFT OUT.
007488*                       EARLY WINS ARE ONLY COUNTED HERE - A
007496*                       FLAGGED PLAYER'S ARE LISTED ON THE SECOND
007504*                       PASS, SO A FAIR PLAYER'S WINS NEVER TAKE
007512*                       UP ROOM IN THE EXCEPTION TABLE.
007520*-----------------------------------------------------------------
007530 2400-TALLY-WIN-RATE.
007540     IF WS-SESS-SUB = ZERO
007550         GO TO 2400-EXIT
007560     END-IF
007570     IF NOT WS-CS-FOUND (WS-SESS-SUB)
007580         GO TO 2400-EXIT
007590     END-IF
007600     IF WS-CS-ATTEMPTS (WS-SESS-SUB) < 2
007610         COMPUTE WS-GAME-EXPECT ROUNDED =
007620             1 / (WS-CS-CEILING (WS-SESS-SUB) + 1)
007630     ELSE
007640         IF WS-CS-CEILING (WS-SESS-SUB) < 2
007650             MOVE 1 TO WS-GAME-EXPECT
007660         ELSE
007670             COMPUTE WS-GAME-EXPECT ROUNDED =
007680                 3 / (WS-CS-CEILING (WS-SESS-SUB) + 1)
007690         END-IF
007700     END-IF
007710     ADD 1 TO WS-PT-GAMES (WS-SUB-1)
007720     ADD WS-GAME-EXPECT TO WS-PT-EXPECTED (WS-SUB-1)
007730     IF NOT WS-GAME-WIN OR WS-GAME-ATTEMPTS > 2
007740         GO TO 2400-EXIT
007741     END-IF
007742     ADD 1 TO WS-PT-EARLY-WINS (WS-SUB-1).
007743 2400-EXIT.
007744     EXIT.
007745*-----------------------------------------------------------------
007746* 2450-LIST-EARLY-WIN - ON THE SECOND PASS, LIST THE GAME AS A
007747*                       WIN-RATE EXCEPTION IF IT IS AN EARLY WIN
007748*                       2400-TALLY-WIN-RATE COUNTED FOR A PLAYER
007749*                       3000-JUDGE-WIN-RATES FLAGGED.
007750*-----------------------------------------------------------------
007751 2450-LIST-EARLY-WIN.
007752     IF NOT WS-GAME-WIN OR WS-GAME-ATTEMPTS > 2
007753         GO TO 2450-EXIT
007754     END-IF
007755     IF WS-SESS-SUB = ZERO
007756         GO TO 2450-EXIT
007757     END-IF
007758     IF NOT WS-CS-FOUND (WS-SESS-SUB)
007759         GO TO 2450-EXIT
007760     END-IF
007761     MOVE WS-GAME-PLAYER TO WS-MATCH-PLAYER
007762     PERFORM 2250-FIND-PLAYER THRU 2250-EXIT
007763     IF WS-SUB-1 = ZERO
007764         GO TO 2450-EXIT
007765     END-IF
007766     IF NOT WS-PT-FLAGGED (WS-SUB-1)
007767         GO TO 2450-EXIT
007768     END-IF
007770     MOVE 1 TO WS-NEW-TYPE
007780     MOVE WS-CUR-GAME TO WS-NEW-GAME
007790     MOVE SPACES TO WS-NEW-NOTE
007800     STRING "CEILING " WS-CS-CEILING (WS-SESS-SUB)
007810         DELIMITED SIZE INTO WS-NEW-NOTE
007820     PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT.
007830 2450-EXIT.
007840     EXIT.
007850*-----------------------------------------------------------------
007860* 2500-CHECK-OVERLAP - COMPARE THE GAME WITH THE SAME PLAYER'S
007870*                      PREVIOUS GAME THAT DAY.  IF IT FINISHED
007880*                      SOONER AFTER THAT ONE THAN ITS OWN GUESSES
007890*                      COULD HAVE BEEN KEYED, THE TWO WERE PLAYED
007900*                      AT ONCE - LIST BOTH.  THE GAME THEN BECOMES
007910*                      THE PREVIOUS GAME.
007920*-----------------------------------------------------------------
007930 2500-CHECK-OVERLAP.
007940     IF WS-PT-LAST-DATE (WS-SUB-1) = WS-GAME-DATE
007950         COMPUTE WS-GAP-SECS =
007960             WS-GAME-SECS - WS-PT-LAST-SECS (WS-SUB-1)
007970         COMPUTE WS-MIN-GAP =
007980             WS-GAME-ATTEMPTS * WS-SECS-PER-ATTEMPT
007990         IF WS-GAP-SECS < WS-MIN-GAP
008000             PERFORM 2550-LIST-OVERLAP THRU 2550-EXIT
008010         END-IF
008020     END-IF
008030     MOVE WS-CUR-GAME TO WS-PT-LAST-GAME (WS-SUB-1)
008040     MOVE WS-GAME-SECS TO WS-PT-LAST-SECS (WS-SUB-1).
008050 2500-EXIT.
008060     EXIT.
008070*-----------------------------------------------------------------
008080* 2550-LIST-OVERLAP - LIST BOTH GAMES, EACH NOTED WITH THE OTHER'S
008090*                     FINISHING TIME.
008100*-----------------------------------------------------------------
008110 2550-LIST-OVERLAP.
008120     MOVE 5 TO WS-NEW-TYPE
008130     MOVE WS-PT-LAST-GAME (WS-SUB-1) TO WS-NEW-GAME
008140     MOVE WS-GAME-TIME TO WS-TIME-WORK
008150     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
008160     MOVE SPACES TO WS-NEW-NOTE
008170     STRING "OVERLAPS " WS-CLOCK DELIMITED SIZE
008180         INTO WS-NEW-NOTE
008190     PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT
008200     MOVE WS-CUR-GAME TO WS-NEW-GAME
008210     MOVE WS-PT-LAST-GAME (WS-SUB-1) (19:8) TO WS-TIME-WORK
008220     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
008230     MOVE SPACES TO WS-NEW-NOTE
008240     STRING "OVERLAPS " WS-CLOCK DELIMITED SIZE
008250         INTO WS-NEW-NOTE
008260     PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT.
008270 2550-EXIT.
008280     EXIT.
008290*-----------------------------------------------------------------
008300* 2600-CHECK-SESSION-TIME - A GAME MUST FINISH INSIDE ITS
008310*                           SESSION'S OPEN AND CLOSE TIMES, LESS
008320*                           THE GRACE ALLOWED FOR A GAME STARTED
008330*                           JUST BEFORE THE CLOSE.  A SESSION WITH
008340*                           NO DRAW ON FILE COULD NOT HAVE BEEN
008350*                           PLAYED AT ALL.
008360*-----------------------------------------------------------------
008370 2600-CHECK-SESSION-TIME.
008380     IF WS-SESS-SUB = ZERO
008390         GO TO 2600-EXIT
008400     END-IF
008410     MOVE 2 TO WS-NEW-TYPE
008420     MOVE WS-CUR-GAME TO WS-NEW-GAME
008430     MOVE SPACES TO WS-NEW-NOTE
008440     IF NOT WS-CS-FOUND (WS-SESS-SUB)
008450         MOVE "NO DRAW ON FILE" TO WS-NEW-NOTE
008460         PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT
008470         GO TO 2600-EXIT
008480     END-IF
008490     MOVE WS-CS-OPEN-TIME (WS-SESS-SUB) TO WS-HHMM-WORK
008500     COMPUTE WS-OPEN-MINS = WS-HW-HH * 60 + WS-HW-MM
008510     MOVE WS-CS-CLOSE-TIME (WS-SESS-SUB) TO WS-HHMM-WORK
008520     COMPUTE WS-CLOSE-MINS =
008530         WS-HW-HH * 60 + WS-HW-MM + WS-CLOSE-GRACE-MINS
008540     IF WS-GAME-MINS NOT < WS-OPEN-MINS
008550             AND WS-GAME-MINS < WS-CLOSE-MINS
008560         GO TO 2600-EXIT
008570     END-IF
008580     STRING "SESSION " WS-CS-OPEN-TIME (WS-SESS-SUB) "-"
008590         WS-CS-CLOSE-TIME (WS-SESS-SUB)
008600         DELIMITED SIZE INTO WS-NEW-NOTE
008610     PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT.
008620 2600-EXIT.
008630     EXIT.
008640*-----------------------------------------------------------------
008650* 2700-CHECK-REPLACED-DRAW - A GAME FINISHED IN A SESSION BEFORE
008660*                            DRAWSET REPLACED THAT SESSION'S DRAW
008670*                            WAS PLAYED AGAINST THE OLD NUMBER.
008680*-----------------------------------------------------------------
008690 2700-CHECK-REPLACED-DRAW.
008700     IF WS-REPL-COUNT = ZERO
008710         GO TO 2700-EXIT
008720     END-IF
008730     MOVE "N" TO WS-FOUND-SW
008740     PERFORM 2750-COMPARE-REPLACE THRU 2750-EXIT
008750         VARYING WS-SUB-2 FROM 1 BY 1
008760         UNTIL WS-SUB-2 > WS-REPL-COUNT
008770         OR WS-FOUND
008780     IF NOT WS-FOUND
008790         GO TO 2700-EXIT
008800     END-IF
008810     SUBTRACT 1 FROM WS-SUB-2
008820     MOVE 3 TO WS-NEW-TYPE
008830     MOVE WS-CUR-GAME TO WS-NEW-GAME
008840     MOVE WS-RP-TIME (WS-SUB-2) TO WS-TIME-WORK
008850     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
008860     MOVE SPACES TO WS-NEW-NOTE
008870     STRING "DRAW " WS-RP-OLD-NUMBER (WS-SUB-2) " REPL "
008880         WS-CLOCK DELIMITED SIZE INTO WS-NEW-NOTE
008890     PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT.
008900 2700-EXIT.
008910     EXIT.
008920*-----------------------------------------------------------------
008930* 2750-COMPARE-REPLACE - TEST ONE REPLACEMENT AGAINST THE GAME.
008940*-----------------------------------------------------------------
008950 2750-COMPARE-REPLACE.
008960     IF WS-RP-DATE (WS-SUB-2) = WS-GAME-DATE
008970             AND WS-RP-SESSION (WS-SUB-2) = WS-GAME-SESSION
008980             AND WS-GAME-SECS < WS-RP-SECS (WS-SUB-2)
008990         MOVE "Y" TO WS-FOUND-SW
009000     END-IF.
009010 2750-EXIT.
009020     EXIT.
009030*-----------------------------------------------------------------
009040* 2800-CHECK-PIN-REFUSAL - THE FIRST GAME ON AN ID AFTER A REFUSED
009050*                          SIGN-IN THE SAME DAY TAKES UP EVERY
009060*                          REFUSAL BEFORE IT.  IF THAT GAME WAS
009070*                          WON WITHIN THE WINDOW OF THE LATEST
009080*                          REFUSAL, SOMEONE MAY HAVE GUESSED THE
009090*                          PIN AND PLAYED ON ANOTHER PLAYER'S ID.
009100*-----------------------------------------------------------------
009110 2800-CHECK-PIN-REFUSAL.
009120     IF WS-PIN-COUNT = ZERO
009130         GO TO 2800-EXIT
009140     END-IF
009150     MOVE "N" TO WS-PIN-HIT-SW
009160     MOVE ZERO TO WS-PIN-HIT-SECS
009170     PERFORM 2850-COMPARE-PIN THRU 2850-EXIT
009180         VARYING WS-SUB-2 FROM 1 BY 1
009190         UNTIL WS-SUB-2 > WS-PIN-COUNT
009200     IF NOT WS-PIN-HIT OR NOT WS-GAME-WIN
009210         GO TO 2800-EXIT
009220     END-IF
009230     IF WS-GAME-SECS - WS-PIN-HIT-SECS > WS-PIN-WINDOW-SECS
009240         GO TO 2800-EXIT
009250     END-IF
009260     MOVE 4 TO WS-NEW-TYPE
009270     MOVE WS-CUR-GAME TO WS-NEW-GAME
009280     MOVE WS-PIN-HIT-TIME TO WS-TIME-WORK
009290     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
009300     MOVE SPACES TO WS-NEW-NOTE
009310     STRING "PIN REFUSED " WS-CLOCK DELIMITED SIZE
009320         INTO WS-NEW-NOTE
009330     PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT.
009340 2800-EXIT.
009350     EXIT.
009360*-----------------------------------------------------------------
009370* 2850-COMPARE-PIN - TAKE UP ONE REFUSAL ON THE GAME'S ID AND DATE
009380*                    THAT CAME BEFORE THE GAME, KEEPING THE
009390*                    LATEST.
009400*-----------------------------------------------------------------
009410 2850-COMPARE-PIN.
009420     IF WS-PN-USED (WS-SUB-2)
009430         GO TO 2850-EXIT
009440     END-IF
009450     IF WS-PN-PLAYER-ID (WS-SUB-2) NOT = WS-GAME-PLAYER
009460             OR WS-PN-DATE (WS-SUB-2) NOT = WS-GAME-DATE
009470             OR WS-PN-SECS (WS-SUB-2) > WS-GAME-SECS
009480         GO TO 2850-EXIT
009490     END-IF
009500     MOVE "Y" TO WS-PN-USED-SW (WS-SUB-2)
009510     MOVE "Y" TO WS-PIN-HIT-SW
009520     IF WS-PN-SECS (WS-SUB-2) NOT < WS-PIN-HIT-SECS
009530         MOVE WS-PN-SECS (WS-SUB-2) TO WS-PIN-HIT-SECS
009540         MOVE WS-PN-TIME (WS-SUB-2) TO WS-PIN-HIT-TIME
009550     END-IF.
009560 2850-EXIT.
009570     EXIT.
009580*-----------------------------------------------------------------
009590* 2900-ADD-EXCEPTION - FILE WS-NEW-EXC IN THE EXCEPTION TABLE.  A
009600*                      FULL TABLE IS COUNTED AND REPORTED ONCE.
009610*-----------------------------------------------------------------
009620 2900-ADD-EXCEPTION.
009630     IF WS-EXC-COUNT NOT < 2000
009640         ADD 1 TO WS-EXC-DROPPED
009650         IF NOT WS-EXC-FULL
009660             DISPLAY "PLYINTG: EXCEPTION TABLE FULL - LATER"
009670                 " EXCEPTIONS DROPPED." UPON CONSOLE
009673             MOVE "EXCEPTION TABLE FULL" TO WS-JOB-NEW-MESSAGE
009676             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
009680             MOVE "Y" TO WS-EXC-FULL-SW
009690         END-IF
009700         GO TO 2900-EXIT
009710     END-IF
009720     ADD 1 TO WS-EXC-COUNT
009730     MOVE WS-NEW-EXC TO WS-EX-DETAIL (WS-EXC-COUNT).
009740 2900-EXIT.
009750     EXIT.
009760*-----------------------------------------------------------------
009770* 3000-JUDGE-WIN-RATES - FLAG EACH PLAYER WHOSE EARLY WINS OVER
009780*                        THE WINDOW EXCEED THE FAIR EXPECTATION BY
009790*                        MORE THAN THREE STANDARD DEVIATIONS (THE
009800*                        SQUARE ROOT OF THE EXPECTATION), THEN
009810*                        READ THE WINDOW A SECOND TIME TO LIST THE
009820*                        FLAGGED PLAYERS' EARLY WINS.
009830*-----------------------------------------------------------------
009840 3000-JUDGE-WIN-RATES.
009850     IF WS-PLAYER-COUNT > ZERO
009860         PERFORM 3050-JUDGE-ONE-PLAYER THRU 3050-EXIT
009870             VARYING WS-SUB-1 FROM 1 BY 1
009880             UNTIL WS-SUB-1 > WS-PLAYER-COUNT
009890     END-IF
009910     IF WS-FLAG-COUNT = ZERO
009930         GO TO 3000-EXIT
009950     END-IF
009954     MOVE "Y" TO WS-COLLECT-SW
009958     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
009962     PERFORM 2100-LOAD-OPEN-DAY THRU 2100-EXIT
009966     MOVE "N" TO WS-COLLECT-SW.
009970 3000-EXIT.
009980     EXIT.
009990*-----------------------------------------------------------------
010000* 3050-JUDGE-ONE-PLAYER - APPLY THE WIN-RATE TEST TO ONE PLAYER.
010010*-----------------------------------------------------------------
010020 3050-JUDGE-ONE-PLAYER.
010030     IF WS-PT-EARLY-WINS (WS-SUB-1) < WS-MIN-EARLY-WINS
010040         GO TO 3050-EXIT
010050     END-IF
010060     PERFORM 3060-COMPUTE-LIMIT THRU 3060-EXIT
010070     IF WS-PT-EARLY-WINS (WS-SUB-1) > WS-LIMIT
010080         MOVE "Y" TO WS-PT-FLAG-SW (WS-SUB-1)
010085         ADD 1 TO WS-FLAG-COUNT
010090     END-IF.
010100 3050-EXIT.
010110     EXIT.
010120*-----------------------------------------------------------------
010130* 3060-COMPUTE-LIMIT - THE MOST EARLY WINS A FAIR PLAYER SHOULD
010140*                      SHOW: EXPECTATION PLUS THREE TIMES ITS
010150*                      SQUARE ROOT.
010160*-----------------------------------------------------------------
010170 3060-COMPUTE-LIMIT.
010180     COMPUTE WS-LIMIT ROUNDED = WS-PT-EXPECTED (WS-SUB-1)
010190         + 3 * (WS-PT-EXPECTED (WS-SUB-1) ** 0.5).
010200 3060-EXIT.
010440     EXIT.
010450*-----------------------------------------------------------------
010460* 3500-SORT-EXCEPTIONS - ORDER THE TABLE BY CHECK, PLAYER, DATE
010470*                        AND TIME USING A STRUCTURED BUBBLE SORT,
010480*                        THE WAY LBDISP RANKS ITS BOARD.
010490*-----------------------------------------------------------------
010500 3500-SORT-EXCEPTIONS.
010510     IF WS-EXC-COUNT < 2
010520         GO TO 3500-EXIT
010530     END-IF
010540     MOVE "Y" TO WS-SWAPPED-SW
010550     PERFORM 3550-SORT-PASS THRU 3550-EXIT
010560         UNTIL NOT WS-SWAPPED.
010570 3500-EXIT.
010580     EXIT.
010590*-----------------------------------------------------------------
010600* 3550-SORT-PASS - ONE BUBBLE SORT PASS OVER THE TABLE.
010610*-----------------------------------------------------------------
010620 3550-SORT-PASS.
010630     MOVE "N" TO WS-SWAPPED-SW
010640     PERFORM 3560-COMPARE-PAIR THRU 3560-EXIT
010650         VARYING WS-EXC-SUB FROM 1 BY 1
010660         UNTIL WS-EXC-SUB >= WS-EXC-COUNT.
010670 3550-EXIT.
010680     EXIT.
010690*-----------------------------------------------------------------
010700* 3560-COMPARE-PAIR - SWAP ONE ADJACENT PAIR IF OUT OF ORDER.
010710*-----------------------------------------------------------------
010720 3560-COMPARE-PAIR.
010730     COMPUTE WS-SUB-2 = WS-EXC-SUB + 1
010740     IF WS-EX-SORT-KEY (WS-EXC-SUB) > WS-EX-SORT-KEY (WS-SUB-2)
010750         MOVE WS-EX-DETAIL (WS-EXC-SUB) TO WS-EXC-HOLD
010760         MOVE WS-EX-DETAIL (WS-SUB-2) TO WS-EX-DETAIL (WS-EXC-SUB)
010770         MOVE WS-EXC-HOLD TO WS-EX-DETAIL (WS-SUB-2)
010780         MOVE "Y" TO WS-SWAPPED-SW
010790     END-IF.
010800 3560-EXIT.
010810     EXIT.
010820*-----------------------------------------------------------------
010830* 4000-WRITE-REPORT - HEADER, ONE SECTION PER CHECK (WITH "NONE"
010840*                     WHERE IT FOUND NOTHING) AND THE TOTALS.
010850*-----------------------------------------------------------------
010860 4000-WRITE-REPORT.
010870     MOVE WS-TODAY-DATE TO HDR-DATE
010880     WRITE REPORT-LINE FROM WS-HDR-LINE1
010890     MOVE WS-WEEK-START TO PER-WEEK-START
010900     MOVE WS-WEEK-ENDING TO PER-WEEK-ENDING
010910     MOVE WS-WINDOW-START TO PER-WINDOW-START
010920     MOVE WS-WEEK-ENDING TO PER-WINDOW-END
010930     WRITE REPORT-LINE FROM WS-PERIOD-LINE
010940     MOVE 1 TO WS-EXC-SUB
010950     PERFORM 4100-WRITE-ONE-CHECK THRU 4100-EXIT
010960         VARYING WS-TYPE-SUB FROM 1 BY 1
010970         UNTIL WS-TYPE-SUB > 5
010980     MOVE SPACES TO REPORT-LINE
010990     WRITE REPORT-LINE
011000     MOVE SPACES TO REPORT-LINE
011010     MOVE "EXCEPTIONS BY CHECK" TO REPORT-LINE
011020     WRITE REPORT-LINE
011030     PERFORM 4400-WRITE-ONE-TOTAL THRU 4400-EXIT
011040         VARYING WS-TYPE-SUB FROM 1 BY 1
011050         UNTIL WS-TYPE-SUB > 5
011060     IF WS-EXC-DROPPED > ZERO
011070         MOVE SPACES TO REPORT-LINE
011080         MOVE WS-EXC-DROPPED TO WS-DROPPED-ED
011090         STRING "EXCEPTION TABLE FULL - " WS-DROPPED-ED
011100             " GAMES NOT LISTED." DELIMITED SIZE INTO REPORT-LINE
011110         WRITE REPORT-LINE
011120     END-IF.
011130 4000-EXIT.
011140     EXIT.
011150*-----------------------------------------------------------------
011160* 4100-WRITE-ONE-CHECK - THE SECTION FOR ONE CHECK.  THE TABLE IS
011170*                        IN CHECK ORDER, SO WS-EXC-SUB CARRIES ON
011180*                        FROM WHERE THE LAST SECTION STOPPED.
011190*-----------------------------------------------------------------
011200 4100-WRITE-ONE-CHECK.
011210     MOVE SPACES TO REPORT-LINE
011220     WRITE REPORT-LINE
011230     MOVE WS-TYPE-TITLE (WS-TYPE-SUB) TO TTL-TEXT
011240     WRITE REPORT-LINE FROM WS-TITLE-LINE
011250     MOVE SPACES TO WS-PREV-PLAYER
011260     PERFORM 4200-WRITE-ONE-GAME THRU 4200-EXIT
011270         UNTIL WS-EXC-SUB > WS-EXC-COUNT
011280         OR WS-EX-TYPE (WS-EXC-SUB) NOT = WS-TYPE-SUB
011290     IF WS-TT-GAMES (WS-TYPE-SUB) = ZERO
011300         MOVE SPACES TO REPORT-LINE
011310         MOVE "  NONE." TO REPORT-LINE
011320         WRITE REPORT-LINE
011330     END-IF.
011340 4100-EXIT.
011350     EXIT.
011360*-----------------------------------------------------------------
011370* 4200-WRITE-ONE-GAME - ONE GAME LINE, UNDER A PLAYER HEADING
011380*                       WHEN THE PLAYER CHANGES.
011390*-----------------------------------------------------------------
011400 4200-WRITE-ONE-GAME.
011410     IF WS-EX-PLAYER-ID (WS-EXC-SUB) NOT = WS-PREV-PLAYER
011420         PERFORM 4300-WRITE-PLAYER THRU 4300-EXIT
011430     END-IF
011440     MOVE WS-EX-DATE (WS-EXC-SUB) TO GML-DATE
011450     MOVE WS-EX-TIME (WS-EXC-SUB) TO WS-TIME-WORK
011460     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
011470     MOVE WS-CLOCK TO GML-TIME
011480     MOVE WS-EX-SESSION (WS-EXC-SUB) TO GML-SESSION
011490     MOVE WS-EX-DRAWN (WS-EXC-SUB) TO GML-DRAWN
011500     MOVE WS-EX-ATTEMPTS (WS-EXC-SUB) TO GML-ATTEMPTS
011510     IF WS-EX-OUTCOME (WS-EXC-SUB) = "W"
011520         MOVE "WIN" TO GML-OUTCOME
011530     ELSE
011540         MOVE "LOSS" TO GML-OUTCOME
011550     END-IF
011560     MOVE WS-EX-NOTE (WS-EXC-SUB) TO GML-NOTE
011570     WRITE REPORT-LINE FROM WS-GAME-LINE
011580     ADD 1 TO WS-TT-GAMES (WS-TYPE-SUB)
011590     ADD 1 TO WS-EXC-SUB.
011600 4200-EXIT.
011610     EXIT.
011620*-----------------------------------------------------------------
011630* 4300-WRITE-PLAYER - PLAYER HEADING, WITH THE NAME OFF THE ROSTER
011640*                     AND, FOR THE WIN-RATE CHECK, THE FIGURES
011650*                     BEHIND THE FLAG.
011660*-----------------------------------------------------------------
011670 4300-WRITE-PLAYER.
011680     MOVE WS-EX-PLAYER-ID (WS-EXC-SUB) TO WS-PREV-PLAYER
011690     ADD 1 TO WS-TT-PLAYERS (WS-TYPE-SUB)
011700     MOVE WS-PREV-PLAYER TO PLY-PLAYER-ID
011710     MOVE SPACES TO PLY-PLAYER-NAME
011720     IF WS-ROSTER-OPEN
011730         MOVE WS-PREV-PLAYER TO PL-PLAYER-ID
011740         READ PLAYERS-FILE
011750             INVALID KEY
011760                 MOVE "(NOT ON ROSTER)" TO PLY-PLAYER-NAME
011770             NOT INVALID KEY
011780                 MOVE PL-PLAYER-NAME TO PLY-PLAYER-NAME
011790         END-READ
011800     END-IF
011810     WRITE REPORT-LINE FROM WS-PLAYER-LINE
011820     IF WS-TYPE-SUB NOT = 1
011830         GO TO 4300-EXIT
011840     END-IF
011850     MOVE WS-PREV-PLAYER TO WS-MATCH-PLAYER
011860     PERFORM 2250-FIND-PLAYER THRU 2250-EXIT
011870     IF WS-SUB-1 = ZERO
011880         GO TO 4300-EXIT
011890     END-IF
011900     PERFORM 3060-COMPUTE-LIMIT THRU 3060-EXIT
011910     MOVE WS-PT-EARLY-WINS (WS-SUB-1) TO RTE-EARLY
011920     MOVE WS-PT-GAMES (WS-SUB-1) TO RTE-GAMES
011930     MOVE WS-PT-EXPECTED (WS-SUB-1) TO RTE-EXPECTED
011940     MOVE WS-LIMIT TO RTE-LIMIT
011950     WRITE REPORT-LINE FROM WS-RATE-LINE.
011960 4300-EXIT.
011970     EXIT.
011980*-----------------------------------------------------------------
011990* 4400-WRITE-ONE-TOTAL - ONE CHECK'S PLAYER AND GAME COUNTS.
012000*-----------------------------------------------------------------
012010 4400-WRITE-ONE-TOTAL.
012020     MOVE WS-TYPE-SUB TO TOT-TYPE
012030     MOVE WS-TT-PLAYERS (WS-TYPE-SUB) TO TOT-PLAYERS
012040     MOVE WS-TT-GAMES (WS-TYPE-SUB) TO TOT-GAMES
012050     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
012060 4400-EXIT.
012070     EXIT.
012080*-----------------------------------------------------------------
012090* 8000-TIME-TO-SECS - SECONDS PAST MIDNIGHT OF THE HHMMSSHH TIME
012100*                     IN WS-TIME-WORK.
012110*-----------------------------------------------------------------
012120 8000-TIME-TO-SECS.
012130     COMPUTE WS-TIME-SECS =
012140         WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.
012150 8000-EXIT.
012160     EXIT.
012170*-----------------------------------------------------------------
012180* 8100-FORMAT-CLOCK - HH:MM:SS OF THE TIME IN WS-TIME-WORK.
012190*-----------------------------------------------------------------
012200 8100-FORMAT-CLOCK.
012210     MOVE WS-TW-HH TO WS-CLK-HH
012220     MOVE WS-TW-MM TO WS-CLK-MM
012230     MOVE WS-TW-SS TO WS-CLK-SS.
012240 8100-EXIT.
012250     EXIT.
012260*-----------------------------------------------------------------
012270* 9000-TERMINATE - CLOSE FILES AND LOG THE END.
012280*-----------------------------------------------------------------
012290 9000-TERMINATE.
012300     CLOSE DRAW-CTL-FILE
012310     CLOSE REPORT-FILE
012320     IF WS-HIST-OPEN
012330         CLOSE GAME-HIST-FILE
012340     END-IF
012350     IF WS-ROSTER-OPEN
012360         CLOSE PLAYERS-FILE
012370     END-IF
012380     DISPLAY "PLYINTG: INTEGRITY REPORT WRITTEN - " WS-GAMES-READ
012390         " GAMES CHECKED, " WS-EXC-COUNT " EXCEPTION LINES."
012396         UPON CONSOLE
012403     PERFORM 9710-LOG-END THRU 9710-EXIT.
012410 9000-EXIT.
012420     EXIT.
012430*-----------------------------------------------------------------
012440* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
012450*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
012460*                  BUSINESS DATE.
012470*-----------------------------------------------------------------
012480 9700-LOG-START.
012490     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
012500     ACCEPT WS-JOB-START-TIME FROM TIME
012510     MOVE "S" TO WS-JOB-EVENT
012520     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
012530 9700-EXIT.
012540     EXIT.
012550*-----------------------------------------------------------------
012560* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
012570*                LOG.  THE GAMES CHECKED ARE COUNTED AS READ, THE
012580*                EXCEPTION LINES AS WRITTEN AND THE EXCEPTIONS A
012590*                FULL TABLE DROPPED AS SKIPPED.  A RUN THAT RAISED
012600*                WARNINGS BUT WAS NOT STOPPED ENDS WITH CODE 04.
012610*-----------------------------------------------------------------
012620 9710-LOG-END.
012630     MOVE WS-GAMES-READ TO WS-JOB-READ
012640     MOVE WS-EXC-COUNT TO WS-JOB-WRITTEN
012650     MOVE WS-EXC-DROPPED TO WS-JOB-SKIPPED
012660     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
012670         MOVE 04 TO WS-JOB-COMPLETION
012680     END-IF
012690     MOVE "E" TO WS-JOB-EVENT
012700     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
012710 9710-EXIT.
012720     EXIT.
012730*-----------------------------------------------------------------
012740* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
012750*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
012760*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
012770*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
012780*-----------------------------------------------------------------
012790 9720-NOTE-WARNING.
012800     ADD 1 TO WS-JOB-WARNINGS
012810     IF WS-JOB-MESSAGE = SPACES
012820         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
012830     END-IF.
012840 9720-EXIT.
012850     EXIT.
012860*-----------------------------------------------------------------
012870* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
012880*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
012890*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
012900*                    BEFORE THE STOP RUN.
012910*-----------------------------------------------------------------
012920 9730-LOG-FAILURE.
012930     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
012940     MOVE 08 TO WS-JOB-COMPLETION
012950     PERFORM 9710-LOG-END THRU 9710-EXIT.
012960 9730-EXIT.
012970     EXIT.
012980*-----------------------------------------------------------------
012990* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
013000*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
013010*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
013020*-----------------------------------------------------------------
013030 9750-WRITE-JOB-LOG.
013040     OPEN EXTEND JOB-LOG-FILE
013050     IF NOT FS-JOB-LOG-OK
013060         OPEN OUTPUT JOB-LOG-FILE
013070     END-IF
013080     IF NOT FS-JOB-LOG-OK
013090         DISPLAY "PLYINTG: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
013100             UPON CONSOLE
013110         GO TO 9750-EXIT
013120     END-IF
013130     MOVE SPACES TO JOB-LOG-RECORD
013140     MOVE "PLYINTG" TO JL-PROGRAM
013150     MOVE WS-JOB-EVENT TO JL-EVENT
013160     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
013170     MOVE WS-JOB-START-DATE TO JL-START-DATE
013180     MOVE WS-JOB-START-TIME TO JL-START-TIME
013190     IF JL-END
013200         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
013210         ACCEPT JL-END-TIME FROM TIME
013220     ELSE
013230         MOVE ZERO TO JL-END-DATE
013240         MOVE ZERO TO JL-END-TIME
013250     END-IF
013260     MOVE WS-JOB-READ TO JL-READ-COUNT
013270     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
013280     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
013290     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
013300     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
013310     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
013320     WRITE JOB-LOG-RECORD
013330     CLOSE JOB-LOG-FILE.
013340 9750-EXIT.
013350     EXIT.
013360 END PROGRAM PLYINTG.
