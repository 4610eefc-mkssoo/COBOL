000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VOIDAPL.
000030 AUTHOR. D L MORRIS.
000040 INSTALLATION. GAME FLOOR OPERATIONS.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DLM   ORIGINAL PROGRAM.  NIGHTLY APPLY OF THE GAME
000120*                  VOIDS SUPERVISORS FILE THROUGH GMVOID
000130*                  (GAMEVOID).  FOR EACH PENDING REQUEST THE GAME
000140*                  IS FLAGGED VOIDED WHERE IT LIES - ON GUESS-LOG
000150*                  IF IT IS STILL THERE, OTHERWISE ON GAMEHIST -
000160*                  AND BACKED OUT OF THE PLAYER'S ROSTER COUNTS
000170*                  AND THE LDRBRD WEEK IT WAS PLAYED IN.  A WON
000180*                  GAME'S POINTS ARE TAKEN BACK WITH A "V"
000190*                  POSTING AGAINST THE "WIN " CODE ON PTSLEDG,
000200*                  FOR THE AMOUNT THE ORIGINAL ACCRUAL PAID.  IF
000210*                  THE GAME'S DAY WAS ALREADY EXTRACTED FOR
000220*                  PAYROLL THE REQUEST IS LEFT WITH AN ADJUSTMENT
000230*                  DUE, WHICH THE NEXT PAYEXT CARRIES.  THE
000240*                  CURRENT STREAK AND THE WEEK'S BEST STREAK OF
000250*                  EVERY PLAYER TOUCHED ARE REBUILT FROM THE LOG
000260*                  THE WAY RECONRPT REBUILDS THEM.  A VOID
000270*                  REGISTER (VOIDRPT) LISTS WHAT WAS APPLIED AND
000271*                  WHAT WAS REJECTED, AND EACH ONE IS WRITTEN TO
000272*                  OPAUDIT UNDER THE SUPERVISOR WHO REQUESTED IT.
000274* 10/15/26   DLM   APPLY EACH AWARD TAKEN BACK TO THE PLAYER'S
000275*                  POINTS BALANCE MASTER (PTSBAL) AS IT IS POSTED
000276*                  TO THE LEDGER.
000278* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000279*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000280*                  REPORT (JOBLRPT), WITH THE RUN'S RECORD COUNTS
000282*                  AND ANY TABLE-CAP OR OPEN-FAILURE WARNINGS.
000283*                  EVERY STOP SHORT OF A NORMAL END LOGS ITS
000285*                  REASON WITH CODE 08.
000286* 10/15/26   DLM   THE OPEN DAY'S VOIDS ARE APPLIED ONLY AFTER
000287*                  GUESS-LOG HAS BEEN REWRITTEN WITH THEM FLAGGED
000289*                  AND THE REWRITE PROVED BY RECORD COUNT.  A
000290*                  REBUILD THAT CANNOT BE MADE OR PROVED STOPS THE
000291*                  RUN WITH NOTHING APPLIED, SO A RERUN REPEATS
000293*                  THE WHOLE APPLY.
000294* 10/15/26   DLM   STOP BEFORE GUESS-LOG IS TOUCHED IF A WORK FILE
000295*                  RECORD WILL NOT WRITE, AND GIVE THE WORK FILE'S
000297*                  COUNT WHEN THE OPERATOR IS TOLD TO RESTORE FROM
000298*                  IT.
000300*-----------------------------------------------------------------
000310* RUN THIS AT CLOSE OF BUSINESS AFTER EODHSKP AND BEFORE
000320* RECONRPT, SO THE RECONCILIATION SEES THE FILES AFTER THE VOIDS.
000330* THE RUN IS REFUSED WHILE TODAY'S FLOOR IS STILL OPEN OR THE
000340* CLOSE STREAM HAS NOT REACHED HOUSEKEEPING.  A REQUEST IS ONLY
000350* EVER APPLIED ONCE - IT LEAVES PENDING THE MOMENT IT IS APPLIED
000355* OR REJECTED - SO A RE-RUN FINDS NOTHING LEFT TO DO.  AN
000360* OPEN-DAY GAME FLAGGED ON GUESS-LOG WHOSE REQUEST IS STILL
000365* PENDING IS APPLIED BY THE NEXT RUN.
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT GAME-VOID-FILE ASSIGN TO "GAMEVOID"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS GV-VOID-KEY
000450         FILE STATUS IS FS-GAME-VOID.
000460     SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS GH-HIST-KEY
000500         FILE STATUS IS FS-GAME-HIST.
000510     SELECT GUESS-LOG-FILE ASSIGN TO "GUESSLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-GUESS-LOG.
000540     SELECT LOG-WORK-FILE ASSIGN TO "VOIDWORK"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-LOG-WORK.
000570     SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS PL-PLAYER-ID
000610         FILE STATUS IS FS-PLAYERS.
000620     SELECT LEADERBOARD-FILE ASSIGN TO "LDRBRD"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS LB-PLAYER-ID
000660         FILE STATUS IS FS-LEADERBOARD.
000670     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-POINTS-LEDGER.
000691     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
000693         ORGANIZATION IS INDEXED
000695         ACCESS MODE IS DYNAMIC
000696         RECORD KEY IS PB-PLAYER-ID
000698         FILE STATUS IS FS-POINTS-BALANCE.
000700     SELECT ARCHIVE-FILE ASSIGN TO "PTSARCH"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FS-ARCHIVE.
000730     SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS RC-RUN-DATE
000770         FILE STATUS IS FS-RUN-CTL.
000780     SELECT AUDIT-FILE ASSIGN TO "OPAUDIT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-AUDIT.
000810     SELECT REPORT-FILE ASSIGN TO "VOIDRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS FS-REPORT.
000832     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000835         ORGANIZATION IS LINE SEQUENTIAL
000837         FILE STATUS IS FS-JOB-LOG.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  GAME-VOID-FILE.
000870     COPY VOIDREC.
000880 FD  GAME-HIST-FILE.
000890     COPY GHISTREC.
000900 FD  GUESS-LOG-FILE.
000910     COPY GLOGREC.
000920 FD  LOG-WORK-FILE.
000930 01  LOG-WORK-RECORD             PIC X(41).
000940 FD  PLAYERS-FILE.
000950     COPY PLAYREC.
000960 FD  LEADERBOARD-FILE.
000970     COPY LBDREC.
000980 FD  POINTS-LEDGER-FILE.
000990     COPY PTSLREC.
000993 FD  POINTS-BALANCE-FILE.
000996     COPY PTSBREC.
001000 FD  ARCHIVE-FILE.
001010 01  ARCHIVE-RECORD              PIC X(40).
001020 FD  RUN-CTL-FILE.
001030     COPY RUNCTLRC.
001040 FD  AUDIT-FILE.
001050     COPY OPAUDREC.
001060 FD  REPORT-FILE.
001070 01  REPORT-LINE                 PIC X(80).
001073 FD  JOB-LOG-FILE.
001076     COPY JOBLREC.
001080 WORKING-STORAGE SECTION.
001090 01  FS-GAME-VOID             PIC X(02).
001100     88  FS-GAME-VOID-OK             VALUE "00".
001110 01  FS-GAME-HIST             PIC X(02).
001120     88  FS-GAME-HIST-OK             VALUE "00".
001130 01  FS-GUESS-LOG             PIC X(02).
001140     88  FS-GUESS-LOG-OK             VALUE "00".
001150 01  FS-LOG-WORK              PIC X(02).
001160     88  FS-LOG-WORK-OK              VALUE "00".
001170 01  FS-PLAYERS               PIC X(02).
001180     88  FS-PLAYERS-OK               VALUE "00".
001190 01  FS-LEADERBOARD           PIC X(02).
001200     88  FS-LEADERBOARD-OK           VALUE "00".
001210 01  FS-POINTS-LEDGER         PIC X(02).
001220     88  FS-POINTS-LEDGER-OK         VALUE "00".
001223 01  FS-POINTS-BALANCE        PIC X(02).
001226     88  FS-POINTS-BALANCE-OK        VALUE "00".
001230 01  FS-ARCHIVE               PIC X(02).
001240     88  FS-ARCHIVE-OK               VALUE "00".
001250 01  FS-RUN-CTL               PIC X(02).
001260     88  FS-RUN-CTL-OK               VALUE "00".
001270 01  FS-AUDIT                 PIC X(02).
001280     88  FS-AUDIT-OK                 VALUE "00".
001290 01  FS-REPORT                PIC X(02).
001300     88  FS-REPORT-OK                VALUE "00".
001303 01  FS-JOB-LOG              PIC X(02).
001306     88  FS-JOB-LOG-OK               VALUE "00".
001310 01  WS-SWITCHES.
001320     05  WS-EOF-SW               PIC X(01) VALUE "N".
001330         88  WS-EOF                  VALUE "Y".
001340     05  WS-FOUND-SW             PIC X(01) VALUE "N".
001350         88  WS-FOUND                   VALUE "Y".
001360     05  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
001370         88  WS-TABLE-FULL               VALUE "Y".
001380     05  WS-HIST-OPEN-SW         PIC X(01) VALUE "N".
001390         88  WS-HIST-OPEN                VALUE "Y".
001400     05  WS-GLOG-OPEN-SW         PIC X(01) VALUE "N".
001410         88  WS-GLOG-OPEN                VALUE "Y".
001420     05  WS-LBD-OPEN-SW          PIC X(01) VALUE "N".
001430         88  WS-LBD-OPEN                 VALUE "Y".
001440     05  WS-RUNCTL-OPEN-SW       PIC X(01) VALUE "N".
001450         88  WS-RUNCTL-OPEN              VALUE "Y".
001460     05  WS-LOG-CHANGED-SW       PIC X(01) VALUE "N".
001470         88  WS-LOG-CHANGED              VALUE "Y".
001480     05  WS-AWARD-FOUND-SW       PIC X(01) VALUE "N".
001490         88  WS-AWARD-FOUND              VALUE "Y".
001493     05  WS-BAL-ON-FILE-SW       PIC X(01) VALUE "N".
001496         88  WS-BAL-ON-FILE              VALUE "Y".
001500 01  WS-TODAY-DATE               PIC 9(08).
001510 01  WS-NOW-TIME                 PIC 9(08).
001520 01  WS-WEEK-ENDING              PIC 9(08).
001530 01  WS-WEEK-START               PIC 9(08).
001540 01  WS-WEEK-INT                 PIC 9(08) COMP.
001550 01  WS-WEEK-DAY-MOD             PIC 9(01) COMP.
001560 01  WS-GAME-WEEK-END            PIC 9(08).
001570 01  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
001580 01  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001590 01  WS-ADJ-DUE-COUNT            PIC 9(05) COMP VALUE ZERO.
001600 01  WS-POINTS-TOTAL             PIC 9(07) COMP VALUE ZERO.
001610 01  WS-PLAYER-COUNT             PIC 9(05) COMP VALUE ZERO.
001620 01  WS-SUB-1                    PIC 9(05) COMP VALUE ZERO.
001630 01  WS-AWARD-POINTS             PIC 9(05) VALUE ZERO.
001640 01  WS-PLAYER-BALANCE           PIC S9(07) COMP VALUE ZERO.
001650 01  WS-REJECT-NOTE              PIC X(20).
001653 01  WS-WORK-COUNT               PIC 9(07) COMP VALUE ZERO.
001656 01  WS-BACK-COUNT               PIC 9(07) COMP VALUE ZERO.
001660*-----------------------------------------------------------------
001670* THE GAME BEING VOIDED, LOADED FROM WHICHEVER FILE HOLDS IT.
001680*-----------------------------------------------------------------
001690 01  WS-VOID-GAME.
001700     05  WS-VOID-DATE            PIC 9(08).
001710     05  WS-VOID-PLAYER          PIC X(10).
001720     05  WS-VOID-TIME            PIC 9(08).
001730     05  WS-VOID-OUTCOME         PIC X(01).
001740         88  WS-VOID-WIN             VALUE "W".
001750*-----------------------------------------------------------------
001760* ONE ARCHIVED LEDGER TRANSACTION, LAID OUT AS PTSLREC.
001770*-----------------------------------------------------------------
001780 01  WS-ARCH-TRAN.
001790     05  WS-AT-PLAYER-ID         PIC X(10).
001800     05  WS-AT-TRAN-DATE         PIC 9(08).
001810     05  WS-AT-TRAN-TIME         PIC 9(08).
001820     05  WS-AT-TRAN-TYPE         PIC X(01).
001830     05  WS-AT-ITEM-CODE         PIC X(04).
001840     05  WS-AT-POINTS            PIC 9(05).
001850     05  FILLER                  PIC X(04).
001860*-----------------------------------------------------------------
001870* PLAYERS WHOSE STREAKS ARE REBUILT AFTER THE VOIDS.
001880*-----------------------------------------------------------------
001890 01  WS-PLAYER-TABLE.
001900     05  WS-PLAYER-ENTRY OCCURS 500 TIMES
001910                 INDEXED BY WS-PLAYER-IDX.
001920         10  WS-TBL-PLAYER-ID        PIC X(10).
001930         10  WS-TBL-STREAK           PIC S9(05) COMP.
001940         10  WS-TBL-WK-BEST          PIC S9(05) COMP.
001950 01  WS-GAME-DATE                PIC 9(08).
001960 01  WS-GAME-ID                  PIC X(10).
001970 01  WS-GAME-OUTCOME             PIC X(01).
001980     88  WS-GAME-WIN                 VALUE "W".
001990 01  WS-HDR-LINE1.
002000     05  FILLER                  PIC X(34) VALUE
002010         "GUESS - GAME VOID REGISTER        ".
002020     05  FILLER                  PIC X(08) VALUE "DATE : ".
002030     05  HDR-DATE                PIC 9(08).
002040     05  FILLER                  PIC X(30) VALUE SPACES.
002050 01  WS-HDR-LINE2.
002060     05  FILLER                  PIC X(50) VALUE
002070         "PLAYER ID   GAME DATE GAME TIME O POINTS  PAYROLL ".
002080     05  FILLER                  PIC X(30) VALUE
002090         "RESULT".
002100 01  WS-DETAIL-LINE.
002110     05  DET-PLAYER-ID           PIC X(10).
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  DET-GAME-DATE           PIC 9(08).
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  DET-GAME-TIME           PIC 9(08).
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  DET-OUTCOME             PIC X(01).
002180     05  FILLER                  PIC X(01) VALUE SPACES.
002190     05  DET-POINTS              PIC ZZZZ9.
002200     05  FILLER                  PIC X(03) VALUE SPACES.
002210     05  DET-PAYROLL             PIC X(07).
002220     05  FILLER                  PIC X(01) VALUE SPACES.
002230     05  DET-RESULT              PIC X(20).
002240     05  FILLER                  PIC X(10) VALUE SPACES.
002250 01  WS-REASON-LINE.
002260     05  FILLER                  PIC X(12) VALUE SPACES.
002270     05  FILLER                  PIC X(08) VALUE "REASON: ".
002280     05  RSN-REASON              PIC X(30).
002290     05  FILLER                  PIC X(04) VALUE " BY ".
002300     05  RSN-OPER-ID             PIC X(10).
002310     05  FILLER                  PIC X(16) VALUE SPACES.
002320 01  WS-NOTE-LINE.
002330     05  FILLER                  PIC X(12) VALUE SPACES.
002340     05  NOTE-TEXT               PIC X(68).
002350 01  WS-TOTAL-LINE.
002360     05  TOT-LABEL               PIC X(26).
002370     05  TOT-VALUE               PIC ZZZZZZ9.
002371     05  FILLER                  PIC X(47) VALUE SPACES.
002372 01  WS-JOB-LOG-AREA.
002374     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
002375     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
002377     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
002378     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
002380     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
002381     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
002382     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
002384     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
002385     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
002387     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
002388     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
002390 PROCEDURE DIVISION.
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002420     PERFORM 1100-GET-WEEK-ENDING THRU 1100-EXIT
002430     PERFORM 2000-VOID-OPEN-DAY THRU 2000-EXIT
002440     PERFORM 2500-VOID-HISTORY THRU 2500-EXIT
002450     PERFORM 4000-REBUILD-STREAKS THRU 4000-EXIT
002460     PERFORM 9000-TERMINATE THRU 9000-EXIT
002470     STOP RUN.
002480*-----------------------------------------------------------------
002490* 1000-INITIALIZE - CHECK THE CLOSE STREAM, OPEN THE REQUEST FILE
002500*                   AND THE FILES A VOID IS APPLIED TO, AND WRITE
002510*                   THE REGISTER HEADER.  NO REQUEST FILE MEANS NO
002520*                   SUPERVISOR HAS EVER FILED A VOID.
002530*-----------------------------------------------------------------
002540 1000-INITIALIZE.
002550     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002560     ACCEPT WS-NOW-TIME FROM TIME
002563     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
002566     PERFORM 9700-LOG-START THRU 9700-EXIT
002570     PERFORM 1050-CHECK-RUN-CTL THRU 1050-EXIT
002580     OPEN I-O GAME-VOID-FILE
002590     IF NOT FS-GAME-VOID-OK
002600         DISPLAY "VOIDAPL: NO VOID REQUESTS ON FILE." UPON CONSOLE
002603         MOVE "NO VOID REQUESTS ON FILE" TO WS-JOB-MESSAGE
002606         PERFORM 9710-LOG-END THRU 9710-EXIT
002610         STOP RUN
002620     END-IF
002630     OPEN I-O PLAYERS-FILE
002640     IF NOT FS-PLAYERS-OK
002650         DISPLAY "VOIDAPL: NO PLAYER ROSTER ON FILE." UPON CONSOLE
002660         CLOSE GAME-VOID-FILE
002663         MOVE "NO PLAYER ROSTER ON FILE" TO WS-JOB-NEW-MESSAGE
002666         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002670         STOP RUN
002680     END-IF
002690     OPEN OUTPUT REPORT-FILE
002700     IF NOT FS-REPORT-OK
002710         DISPLAY "VOIDAPL: UNABLE TO OPEN REPORT FILE."
002720             UPON CONSOLE
002730         CLOSE GAME-VOID-FILE
002740         CLOSE PLAYERS-FILE
002743         MOVE "UNABLE TO OPEN VOID REGISTER" TO WS-JOB-NEW-MESSAGE
002746         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002750         STOP RUN
002760     END-IF
002770     OPEN I-O LEADERBOARD-FILE
002780     IF FS-LEADERBOARD-OK
002790         MOVE "Y" TO WS-LBD-OPEN-SW
002800     END-IF
002810     OPEN I-O GAME-HIST-FILE
002820     IF FS-GAME-HIST-OK
002830         MOVE "Y" TO WS-HIST-OPEN-SW
002840     END-IF
002850     MOVE WS-TODAY-DATE TO HDR-DATE
002860     WRITE REPORT-LINE FROM WS-HDR-LINE1
002870     WRITE REPORT-LINE FROM WS-HDR-LINE2
002880     MOVE SPACES TO REPORT-LINE
002890     WRITE REPORT-LINE.
002900 1000-EXIT.
002910     EXIT.
002920*-----------------------------------------------------------------
002930* 1050-CHECK-RUN-CTL - GUESS-LOG IS REWRITTEN HERE, SO THE FLOOR
002940*                      MUST BE CLOSED AND THE CLOSE STREAM DONE
002950*                      WITH THE LOG BEFORE A VOID IS APPLIED.  NO
002960*                      RECORD FOR TODAY MEANS NO BUSINESS TODAY
002970*                      (A CLOSED DATE) AND THE RUN GOES AHEAD.
002980*                      THE FILE STAYS OPEN - EACH GAME DATE'S
002990*                      RECORD SAYS WHETHER PAYEXT HAS SENT IT.
003000*-----------------------------------------------------------------
003010 1050-CHECK-RUN-CTL.
003020     OPEN INPUT RUN-CTL-FILE
003030     IF NOT FS-RUN-CTL-OK
003040         GO TO 1050-EXIT
003050     END-IF
003060     MOVE "Y" TO WS-RUNCTL-OPEN-SW
003070     MOVE WS-TODAY-DATE TO RC-RUN-DATE
003080     READ RUN-CTL-FILE
003090         INVALID KEY
003100             GO TO 1050-EXIT
003110     END-READ
003120     IF NOT RC-FLOOR-CLOSED
003130         DISPLAY "VOIDAPL: THE FLOOR IS STILL OPEN - VOIDS ARE"
003140             " APPLIED AFTER THE CLOSE." UPON CONSOLE
003150         CLOSE RUN-CTL-FILE
003153         MOVE "FLOOR STILL OPEN" TO WS-JOB-NEW-MESSAGE
003156         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003160         STOP RUN
003170     END-IF
003180     IF NOT RC-HSKP-DONE
003190         DISPLAY "VOIDAPL: EODHSKP HAS NOT RUN FOR TODAY - VOIDS"
003200             " ARE APPLIED AFTER IT HAS." UPON CONSOLE
003210         CLOSE RUN-CTL-FILE
003213         MOVE "EODHSKP NOT DONE FOR TODAY" TO WS-JOB-NEW-MESSAGE
003216         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003220         STOP RUN
003230     END-IF.
003240 1050-EXIT.
003250     EXIT.
003260*-----------------------------------------------------------------
003270* 1100-GET-WEEK-ENDING - DERIVE THE SUNDAY-SATURDAY WEEK
003280*                        CONTAINING TODAY, THE SAME WAY GUESS AND
003290*                        RECONRPT DO, FOR THE BEST-STREAK REBUILD.
003300*-----------------------------------------------------------------
003310 1100-GET-WEEK-ENDING.
003320     COMPUTE WS-WEEK-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
003330     COMPUTE WS-WEEK-DAY-MOD = FUNCTION MOD(WS-WEEK-INT, 7)
003340     ADD 6 TO WS-WEEK-INT
003350     SUBTRACT WS-WEEK-DAY-MOD FROM WS-WEEK-INT
003360     COMPUTE WS-WEEK-ENDING =
003370         FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
003380     SUBTRACT 6 FROM WS-WEEK-INT
003390     COMPUTE WS-WEEK-START =
003400         FUNCTION DATE-OF-INTEGER(WS-WEEK-INT).
003410 1100-EXIT.
003420     EXIT.
003430*-----------------------------------------------------------------
003440* 1150-GET-GAME-WEEK - THE SATURDAY ENDING THE WEEK THE VOIDED
003450*                      GAME WAS PLAYED IN, FOR ITS LDRBRD WEEK.
003460*-----------------------------------------------------------------
003470 1150-GET-GAME-WEEK.
003480     COMPUTE WS-WEEK-INT = FUNCTION INTEGER-OF-DATE(WS-VOID-DATE)
003490     COMPUTE WS-WEEK-DAY-MOD = FUNCTION MOD(WS-WEEK-INT, 7)
003500     ADD 6 TO WS-WEEK-INT
003510     SUBTRACT WS-WEEK-DAY-MOD FROM WS-WEEK-INT
003520     COMPUTE WS-GAME-WEEK-END =
003530         FUNCTION DATE-OF-INTEGER(WS-WEEK-INT).
003540 1150-EXIT.
003550     EXIT.
003560*-----------------------------------------------------------------
003570* 2000-VOID-OPEN-DAY - PASS GUESS-LOG THROUGH A WORK FILE,
003580*                      FLAGGING EVERY GAME WITH A PENDING VOID.
003590*                      THE LOG IS ONLY WRITTEN BACK IF A GAME ON
003592*                      IT WAS NEWLY FLAGGED.  THE FLAGGED GAMES
003595*                      ARE THEN APPLIED FROM THE REWRITTEN LOG.
003598*                      A WORK FILE THAT WILL NOT OPEN STOPS THE
003601*                      RUN BEFORE ANY VOID IS APPLIED - CARRYING
003604*                      ON WOULD REJECT THE OPEN DAY'S REQUESTS AS
003607*                      NOT ON GAMEHIST.
003610*-----------------------------------------------------------------
003620 2000-VOID-OPEN-DAY.
003630     OPEN INPUT GUESS-LOG-FILE
003640     IF NOT FS-GUESS-LOG-OK
003650         GO TO 2000-EXIT
003660     END-IF
003670     MOVE "Y" TO WS-GLOG-OPEN-SW
003680     OPEN OUTPUT LOG-WORK-FILE
003690     IF NOT FS-LOG-WORK-OK
003700         DISPLAY "VOIDAPL: UNABLE TO OPEN WORK FILE - NO VOIDS"
003710             " APPLIED." UPON CONSOLE
003720         CLOSE GUESS-LOG-FILE
003726         MOVE "UNABLE TO OPEN VOIDWORK" TO WS-JOB-NEW-MESSAGE
003733         PERFORM 2900-STOP-SHORT THRU 2900-EXIT
003740     END-IF
003745     MOVE ZERO TO WS-WORK-COUNT
003750     MOVE "N" TO WS-EOF-SW
003760     PERFORM 2100-CHECK-ONE-LOG THRU 2100-EXIT
003770         UNTIL WS-EOF
003780     CLOSE GUESS-LOG-FILE
003790     CLOSE LOG-WORK-FILE
003800     IF WS-LOG-CHANGED
003810         PERFORM 2200-REBUILD-LOG THRU 2200-EXIT
003816     END-IF
003823     PERFORM 2400-APPLY-OPEN-DAY THRU 2400-EXIT.
003830 2000-EXIT.
003840     EXIT.
003850*-----------------------------------------------------------------
003860* 2100-CHECK-ONE-LOG - LOOK ONE LOGGED GAME UP ON THE REQUEST FILE
003867*                      AND FLAG IT IF A VOID IS PENDING AGAINST
003875*                      IT, THEN COPY IT TO THE WORK FILE.  NOTHING
003882*                      IS APPLIED UNTIL THE LOG IS REWRITTEN.
003890*-----------------------------------------------------------------
003900 2100-CHECK-ONE-LOG.
003910     READ GUESS-LOG-FILE
003920         AT END
003930             MOVE "Y" TO WS-EOF-SW
003940             GO TO 2100-EXIT
003950     END-READ
003960     IF GL-VOIDED
003970         GO TO 2150-COPY-ONE
003980     END-IF
003990     MOVE GL-LOG-DATE TO GV-LOG-DATE
004000     MOVE GL-PLAYER-ID TO GV-PLAYER-ID
004010     MOVE GL-LOG-TIME TO GV-LOG-TIME
004020     READ GAME-VOID-FILE
004030         INVALID KEY
004040             GO TO 2150-COPY-ONE
004050     END-READ
004060     IF NOT GV-PENDING
004070         GO TO 2150-COPY-ONE
004080     END-IF
004130     MOVE "V" TO GL-VOID-SW
004145     MOVE "Y" TO WS-LOG-CHANGED-SW.
004160 2150-COPY-ONE.
004161     WRITE LOG-WORK-RECORD FROM GUESS-LOG-RECORD
004163     IF NOT FS-LOG-WORK-OK
004165         DISPLAY "VOIDAPL: UNABLE TO WRITE WORK FILE - STATUS "
004166             FS-LOG-WORK ".  GUESS-LOG UNCHANGED, NO VOIDS"
004168             " APPLIED." UPON CONSOLE
004170         CLOSE GUESS-LOG-FILE
004171         CLOSE LOG-WORK-FILE
004173         MOVE "UNABLE TO WRITE VOIDWORK" TO WS-JOB-NEW-MESSAGE
004175         PERFORM 2900-STOP-SHORT THRU 2900-EXIT
004176     END-IF
004178     ADD 1 TO WS-WORK-COUNT.
004180 2100-EXIT.
004190     EXIT.
004200*-----------------------------------------------------------------
004202* 2200-REBUILD-LOG - REPLACE GUESS-LOG WITH THE FLAGGED COPY.  THE
004204*                    WORK FILE IS OPENED BEFORE GUESS-LOG IS
004206*                    EMPTIED, AND THE RECORDS WRITTEN BACK MUST
004208*                    MATCH THE WORK FILE'S COUNT.  ANY FAILURE
004211*                    STOPS THE RUN WITH EVERY REQUEST PENDING.
004213*                    EVERY WORK FILE WRITE WAS CHECKED IN 2150,
004215*                    SO THE WORK FILE IS WHOLE AND THE OPERATOR
004217*                    CAN BE TOLD TO RESTORE GUESS-LOG FROM IT.
004220*-----------------------------------------------------------------
004230 2200-REBUILD-LOG.
004240     OPEN INPUT LOG-WORK-FILE
004241     IF NOT FS-LOG-WORK-OK
004242         DISPLAY "VOIDAPL: UNABLE TO REOPEN WORK FILE - GUESS-LOG"
004244             " UNCHANGED, NO VOIDS APPLIED." UPON CONSOLE
004245         MOVE "UNABLE TO REOPEN VOIDWORK" TO WS-JOB-NEW-MESSAGE
004247         PERFORM 2900-STOP-SHORT THRU 2900-EXIT
004248     END-IF
004250     OPEN OUTPUT GUESS-LOG-FILE
004255     IF NOT FS-GUESS-LOG-OK
004261         DISPLAY "VOIDAPL: UNABLE TO REWRITE GUESS-LOG - NO VOIDS"
004266             " APPLIED.  VOIDWORK HOLDS ALL " WS-WORK-COUNT
004272             " RECORDS - IF GUESSLOG IS EMPTY RESTORE IT FROM"
004277             " VOIDWORK, THEN RERUN." UPON CONSOLE
004283         CLOSE LOG-WORK-FILE
004288         MOVE "UNABLE TO REWRITE GUESS-LOG" TO WS-JOB-NEW-MESSAGE
004294         PERFORM 2900-STOP-SHORT THRU 2900-EXIT
004300     END-IF
004305     MOVE ZERO TO WS-BACK-COUNT
004310     MOVE "N" TO WS-EOF-SW
004320     PERFORM 2300-COPY-BACK THRU 2300-EXIT
004330         UNTIL WS-EOF
004340     CLOSE LOG-WORK-FILE
004341     CLOSE GUESS-LOG-FILE
004343     IF WS-BACK-COUNT NOT = WS-WORK-COUNT
004345         DISPLAY "VOIDAPL: GUESS-LOG REBUILT SHORT - "
004347             WS-BACK-COUNT " OF " WS-WORK-COUNT
004349             " RECORDS WRITTEN.  NO VOIDS APPLIED.  VOIDWORK"
004350             " HOLDS ALL " WS-WORK-COUNT " RECORDS - RESTORE"
004352             " GUESSLOG FROM VOIDWORK AND RERUN." UPON CONSOLE
004354         MOVE "GUESS-LOG REBUILD SHORT" TO WS-JOB-NEW-MESSAGE
004356         PERFORM 2900-STOP-SHORT THRU 2900-EXIT
004358     END-IF.
004360 2200-EXIT.
004370     EXIT.
004380*-----------------------------------------------------------------
004386* 2300-COPY-BACK - COPY ONE RECORD BACK TO GUESS-LOG, COUNTING
004393*                  THE ONES THAT WRITE.
004400*-----------------------------------------------------------------
004410 2300-COPY-BACK.
004420     READ LOG-WORK-FILE
004421         AT END
004422             MOVE "Y" TO WS-EOF-SW
004423             GO TO 2300-EXIT
004424     END-READ
004425     WRITE GUESS-LOG-RECORD FROM LOG-WORK-RECORD
004426     IF FS-GUESS-LOG-OK
004427         ADD 1 TO WS-BACK-COUNT
004428     END-IF.
004429 2300-EXIT.
004430     EXIT.
004432*-----------------------------------------------------------------
004433* 2400-APPLY-OPEN-DAY - READ THE REWRITTEN GUESS-LOG AND APPLY
004434*                       EVERY FLAGGED GAME WHOSE REQUEST IS STILL
004435*                       PENDING - THE ONES FLAGGED THIS RUN, AND
004436*                       ANY A RUN THAT STOPPED SHORT FLAGGED BUT
004437*                       NEVER APPLIED.  A LOG THAT CANNOT BE READ
004438*                       BACK STOPS THE RUN, SINCE CARRYING ON
004439*                       WOULD REJECT THOSE REQUESTS AS NOT ON
004440*                       GAMEHIST.
004441*-----------------------------------------------------------------
004442 2400-APPLY-OPEN-DAY.
004444     OPEN INPUT GUESS-LOG-FILE
004445     IF NOT FS-GUESS-LOG-OK
004446         DISPLAY "VOIDAPL: UNABLE TO REREAD GUESS-LOG - OPEN-DAY"
004447             " VOIDS NOT APPLIED." UPON CONSOLE
004448         MOVE "UNABLE TO REREAD GUESS-LOG" TO WS-JOB-NEW-MESSAGE
004449         PERFORM 2900-STOP-SHORT THRU 2900-EXIT
004450     END-IF
004451     MOVE "N" TO WS-EOF-SW
004452     PERFORM 2450-APPLY-ONE-LOG THRU 2450-EXIT
004453         UNTIL WS-EOF
004455     CLOSE GUESS-LOG-FILE.
004456 2400-EXIT.
004457     EXIT.
004458*-----------------------------------------------------------------
004459* 2450-APPLY-ONE-LOG - APPLY THE PENDING VOID AGAINST ONE FLAGGED
004460*                      GAME ON THE LOG.
004461*-----------------------------------------------------------------
004462 2450-APPLY-ONE-LOG.
004463     READ GUESS-LOG-FILE
004464         AT END
004465             MOVE "Y" TO WS-EOF-SW
004467             GO TO 2450-EXIT
004468     END-READ
004469     IF NOT GL-VOIDED
004470         GO TO 2450-EXIT
004471     END-IF
004472     MOVE GL-LOG-DATE TO GV-LOG-DATE
004473     MOVE GL-PLAYER-ID TO GV-PLAYER-ID
004474     MOVE GL-LOG-TIME TO GV-LOG-TIME
004475     READ GAME-VOID-FILE
004476         INVALID KEY
004477             GO TO 2450-EXIT
004479     END-READ
004480     IF NOT GV-PENDING
004481         GO TO 2450-EXIT
004482     END-IF
004483     MOVE GL-LOG-DATE TO WS-VOID-DATE
004484     MOVE GL-PLAYER-ID TO WS-VOID-PLAYER
004485     MOVE GL-LOG-TIME TO WS-VOID-TIME
004486     MOVE GL-OUTCOME TO WS-VOID-OUTCOME
004487     PERFORM 3000-APPLY-VOID THRU 3000-EXIT.
004488 2450-EXIT.
004490     EXIT.
004500*-----------------------------------------------------------------
004510* 2500-VOID-HISTORY - EVERY REQUEST STILL PENDING AFTER THE OPEN
004520*                     DAY IS FOR A GAME ALREADY FILED ON GAMEHIST.
004530*                     READ THE REQUESTS IN KEY ORDER AND APPLY OR
004540*                     REJECT EACH ONE.
004550*-----------------------------------------------------------------
004560 2500-VOID-HISTORY.
004570     MOVE LOW-VALUES TO GV-VOID-KEY
004580     START GAME-VOID-FILE KEY IS NOT LESS THAN GV-VOID-KEY
004590         INVALID KEY
004600             GO TO 2500-EXIT
004610     END-START
004620     MOVE "N" TO WS-EOF-SW
004630     PERFORM 2600-CHECK-ONE-REQUEST THRU 2600-EXIT
004640         UNTIL WS-EOF.
004650 2500-EXIT.
004660     EXIT.
004670*-----------------------------------------------------------------
004680* 2600-CHECK-ONE-REQUEST - FIND ONE PENDING REQUEST'S GAME ON THE
004690*                          HISTORY MASTER.  A GAME NOT ON FILE, OR
004700*                          ALREADY VOIDED, REJECTS THE REQUEST.
004710*-----------------------------------------------------------------
004720 2600-CHECK-ONE-REQUEST.
004730     READ GAME-VOID-FILE NEXT
004740         AT END
004750             MOVE "Y" TO WS-EOF-SW
004760             GO TO 2600-EXIT
004770     END-READ
004780     IF NOT GV-PENDING
004790         GO TO 2600-EXIT
004800     END-IF
004810     MOVE GV-LOG-DATE TO WS-VOID-DATE
004820     MOVE GV-PLAYER-ID TO WS-VOID-PLAYER
004830     MOVE GV-LOG-TIME TO WS-VOID-TIME
004840     MOVE GV-OUTCOME TO WS-VOID-OUTCOME
004850     IF NOT WS-HIST-OPEN
004860         MOVE "GAME NOT ON FILE" TO WS-REJECT-NOTE
004870         PERFORM 3900-REJECT-VOID THRU 3900-EXIT
004880         GO TO 2600-EXIT
004890     END-IF
004900     MOVE GV-LOG-DATE TO GH-LOG-DATE
004910     MOVE GV-PLAYER-ID TO GH-PLAYER-ID
004920     MOVE GV-LOG-TIME TO GH-LOG-TIME
004930     READ GAME-HIST-FILE
004940         INVALID KEY
004950             MOVE "GAME NOT ON FILE" TO WS-REJECT-NOTE
004960             PERFORM 3900-REJECT-VOID THRU 3900-EXIT
004970             GO TO 2600-EXIT
004980     END-READ
004990     IF GH-VOIDED
005000         MOVE "ALREADY VOIDED" TO WS-REJECT-NOTE
005010         PERFORM 3900-REJECT-VOID THRU 3900-EXIT
005020         GO TO 2600-EXIT
005030     END-IF
005040     MOVE GH-OUTCOME TO WS-VOID-OUTCOME
005050     MOVE "V" TO GH-VOID-SW
005051     REWRITE GAME-HIST-RECORD
005053         INVALID KEY
005055             DISPLAY "VOIDAPL: UNABLE TO FLAG GAME FOR "
005056                 GV-PLAYER-ID " - STATUS " FS-GAME-HIST
005058                 UPON CONSOLE
005060             MOVE "GAMEHIST NOT FLAGGED" TO WS-JOB-NEW-MESSAGE
005061             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
005063             MOVE "GAMEHIST NOT FLAGGED" TO WS-REJECT-NOTE
005065             PERFORM 3900-REJECT-VOID THRU 3900-EXIT
005066             GO TO 2600-EXIT
005068     END-REWRITE
005070     PERFORM 3000-APPLY-VOID THRU 3000-EXIT.
005071 2600-EXIT.
005072     EXIT.
005074*-----------------------------------------------------------------
005075* 2900-STOP-SHORT - THE OPEN DAY COULD NOT BE REWRITTEN OR READ
005076*                   BACK.  NO VOID HAS BEEN APPLIED YET, SO CLOSE
005078*                   THE FILES, LOG THE FAILURE (THE CALLER HAS
005079*                   MOVED THE REASON) AND STOP, LEAVING EVERY
005080*                   REQUEST PENDING FOR THE RERUN.
005082*-----------------------------------------------------------------
005083 2900-STOP-SHORT.
005084     PERFORM 9100-CLOSE-FILES THRU 9100-EXIT
005086     PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
005087     STOP RUN.
005088 2900-EXIT.
005090     EXIT.
005100*-----------------------------------------------------------------
005110* 3000-APPLY-VOID - BACK THE GAME IN WS-VOID-GAME OUT OF THE
005120*                   ROSTER, THE LEADERBOARD AND THE LEDGER, FLAG
005130*                   ANY PAYROLL ADJUSTMENT, AND CLOSE THE REQUEST
005140*                   (GAME-VOID-RECORD MUST HOLD IT).
005150*-----------------------------------------------------------------
005160 3000-APPLY-VOID.
005170     PERFORM 3100-BACK-OUT-PLAYER THRU 3100-EXIT
005180     PERFORM 3200-BACK-OUT-BOARD THRU 3200-EXIT
005190     MOVE ZERO TO WS-AWARD-POINTS
005200     MOVE ZERO TO WS-PLAYER-BALANCE
005210     MOVE "N" TO WS-AWARD-FOUND-SW
005220     IF WS-VOID-WIN
005230         PERFORM 3300-FIND-AWARD THRU 3300-EXIT
005240         IF WS-AWARD-FOUND AND WS-AWARD-POINTS > ZERO
005250             PERFORM 3500-POST-REVERSAL THRU 3500-EXIT
005260         END-IF
005270     END-IF
005280     MOVE SPACE TO GV-ADJ-SW
005290     IF WS-RUNCTL-OPEN
005300         MOVE WS-VOID-DATE TO RC-RUN-DATE
005310         READ RUN-CTL-FILE
005320             INVALID KEY
005330                 CONTINUE
005340             NOT INVALID KEY
005350                 IF RC-PAYEXT-DONE
005360                     MOVE "D" TO GV-ADJ-SW
005370                     ADD 1 TO WS-ADJ-DUE-COUNT
005380                 END-IF
005390         END-READ
005400     END-IF
005410     MOVE "A" TO GV-STATUS-SW
005420     MOVE WS-VOID-OUTCOME TO GV-OUTCOME
005430     MOVE WS-TODAY-DATE TO GV-APPLY-DATE
005440     MOVE "APPLIED" TO GV-APPLY-NOTE
005450     MOVE WS-AWARD-POINTS TO GV-POINTS-REVERSED
005460     MOVE ZERO TO GV-ADJ-GEN
005470     MOVE ZERO TO GV-ADJ-AMOUNT
005480     REWRITE GAME-VOID-RECORD
005481         INVALID KEY
005482             DISPLAY "VOIDAPL: VOID APPLIED BUT REQUEST FOR "
005483                 GV-PLAYER-ID " NOT CLOSED - STATUS " FS-GAME-VOID
005485                 UPON CONSOLE
005486             MOVE "VOID REQUEST NOT CLOSED" TO WS-JOB-NEW-MESSAGE
005487             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
005488     END-REWRITE
005490     ADD 1 TO WS-APPLIED-COUNT
005500     ADD WS-AWARD-POINTS TO WS-POINTS-TOTAL
005510     PERFORM 3700-NOTE-PLAYER THRU 3700-EXIT
005520     MOVE "APPLIED" TO DET-RESULT
005530     PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT
005540     IF WS-VOID-WIN AND NOT WS-AWARD-FOUND
005550         MOVE "NO WIN AWARD FOUND ON THE LEDGER OR ARCHIVE -"
005560             TO NOTE-TEXT
005570         WRITE REPORT-LINE FROM WS-NOTE-LINE
005580         MOVE "NO POINTS TAKEN BACK." TO NOTE-TEXT
005590         WRITE REPORT-LINE FROM WS-NOTE-LINE
005600     END-IF
005610     IF WS-AWARD-FOUND
005620             AND WS-PLAYER-BALANCE < WS-AWARD-POINTS
005630         MOVE "POINTS ALREADY SPENT - BALANCE NOW NEGATIVE."
005640             TO NOTE-TEXT
005650         WRITE REPORT-LINE FROM WS-NOTE-LINE
005660     END-IF
005670     MOVE "VOID-APPLIED" TO OA-ACTION
005680     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
005690 3000-EXIT.
005700     EXIT.
005710*-----------------------------------------------------------------
005720* 3100-BACK-OUT-PLAYER - TAKE THE GAME OFF THE ROSTER COUNTS.  THE
005730*                        STREAK IS REBUILT AT THE END OF THE RUN.
005740*-----------------------------------------------------------------
005750 3100-BACK-OUT-PLAYER.
005760     MOVE WS-VOID-PLAYER TO PL-PLAYER-ID
005770     READ PLAYERS-FILE
005780         INVALID KEY
005790             GO TO 3100-EXIT
005800     END-READ
005810     IF PL-GAMES-PLAYED > ZERO
005820         SUBTRACT 1 FROM PL-GAMES-PLAYED
005830     END-IF
005840     IF WS-VOID-WIN
005850         IF PL-GAMES-WON > ZERO
005860             SUBTRACT 1 FROM PL-GAMES-WON
005870         END-IF
005880     ELSE
005890         IF PL-GAMES-LOST > ZERO
005900             SUBTRACT 1 FROM PL-GAMES-LOST
005910         END-IF
005920     END-IF
005922     REWRITE PLAYERS-RECORD
005925         INVALID KEY
005927             DISPLAY "VOIDAPL: ROSTER NOT BACKED OUT FOR "
005930                 PL-PLAYER-ID " - STATUS " FS-PLAYERS UPON CONSOLE
005932             MOVE "ROSTER NOT BACKED OUT" TO WS-JOB-NEW-MESSAGE
005935             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
005937     END-REWRITE.
005940 3100-EXIT.
005950     EXIT.
005960*-----------------------------------------------------------------
005970* 3200-BACK-OUT-BOARD - TAKE THE GAME OFF LDRBRD IF THE PLAYER'S
005980*                       ENTRY STILL HOLDS THE WEEK IT WAS PLAYED
005990*                       IN.  A LATER WEEK NEVER COUNTED IT.
006000*-----------------------------------------------------------------
006010 3200-BACK-OUT-BOARD.
006020     IF NOT WS-LBD-OPEN
006030         GO TO 3200-EXIT
006040     END-IF
006050     PERFORM 1150-GET-GAME-WEEK THRU 1150-EXIT
006060     MOVE WS-VOID-PLAYER TO LB-PLAYER-ID
006070     READ LEADERBOARD-FILE
006080         INVALID KEY
006090             GO TO 3200-EXIT
006100     END-READ
006110     IF LB-WEEK-ENDING NOT = WS-GAME-WEEK-END
006120         GO TO 3200-EXIT
006130     END-IF
006140     IF LB-GAMES-PLAYED > ZERO
006150         SUBTRACT 1 FROM LB-GAMES-PLAYED
006160     END-IF
006170     IF WS-VOID-WIN AND LB-GAMES-WON > ZERO
006180         SUBTRACT 1 FROM LB-GAMES-WON
006190     END-IF
006192     REWRITE LEADERBOARD-RECORD
006194         INVALID KEY
006196             DISPLAY "VOIDAPL: LDRBRD NOT BACKED OUT FOR "
006198                 LB-PLAYER-ID " - STATUS " FS-LEADERBOARD
006201                 UPON CONSOLE
006203             MOVE "LDRBRD NOT BACKED OUT" TO WS-JOB-NEW-MESSAGE
006205             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
006207     END-REWRITE.
006210 3200-EXIT.
006220     EXIT.
006230*-----------------------------------------------------------------
006240* 3300-FIND-AWARD - FIND THE POINTS THE GAME PAID.  GUESS POSTS
006250*                   THE "WIN " ACCRUAL RIGHT AFTER IT LOGS THE
006260*                   GAME, SO THE AWARD IS THE PLAYER'S FIRST "A"
006270*                   "WIN " POSTING ON THE GAME DATE AT OR AFTER
006280*                   THE LOGGED TIME.  THE OPEN LEDGER IS SEARCHED
006290*                   FIRST (TOTTING UP THE PLAYER'S BALANCE ON THE
006300*                   WAY), THEN THE ARCHIVE IF PTSCLOSE HAS ALREADY
006310*                   MOVED THE GAME'S MONTH OFF.  VOIDS ARE FEW, SO
006320*                   A PASS PER WON GAME IS CHEAP.
006330*-----------------------------------------------------------------
006340 3300-FIND-AWARD.
006350     OPEN INPUT POINTS-LEDGER-FILE
006360     IF FS-POINTS-LEDGER-OK
006370         MOVE "N" TO WS-EOF-SW
006380         PERFORM 3350-SCAN-ONE-TRAN THRU 3350-EXIT
006390             UNTIL WS-EOF
006400         CLOSE POINTS-LEDGER-FILE
006410     END-IF
006420     MOVE "N" TO WS-EOF-SW
006430     IF WS-AWARD-FOUND
006440         GO TO 3300-EXIT
006450     END-IF
006460     OPEN INPUT ARCHIVE-FILE
006470     IF NOT FS-ARCHIVE-OK
006480         GO TO 3300-EXIT
006490     END-IF
006500     PERFORM 3400-SCAN-ONE-ARCHIVED THRU 3400-EXIT
006510         UNTIL WS-EOF OR WS-AWARD-FOUND
006520     CLOSE ARCHIVE-FILE
006530     MOVE "N" TO WS-EOF-SW.
006540 3300-EXIT.
006550     EXIT.
006560*-----------------------------------------------------------------
006570* 3350-SCAN-ONE-TRAN - ROLL ONE OPEN-LEDGER TRANSACTION INTO THE
006580*                      PLAYER'S BALANCE AND TEST IT AS THE AWARD.
006590*-----------------------------------------------------------------
006600 3350-SCAN-ONE-TRAN.
006610     READ POINTS-LEDGER-FILE
006620         AT END
006630             MOVE "Y" TO WS-EOF-SW
006640             GO TO 3350-EXIT
006650     END-READ
006660     IF PT-PLAYER-ID NOT = WS-VOID-PLAYER
006670         GO TO 3350-EXIT
006680     END-IF
006690     IF PT-REDEMPTION OR PT-EXPIRY
006700             OR (PT-REVERSAL AND PT-WIN-AWARD)
006710         SUBTRACT PT-POINTS FROM WS-PLAYER-BALANCE
006720     ELSE
006730         ADD PT-POINTS TO WS-PLAYER-BALANCE
006740     END-IF
006750     IF WS-AWARD-FOUND
006760         GO TO 3350-EXIT
006770     END-IF
006780     IF PT-ACCRUAL AND PT-WIN-AWARD
006790             AND PT-TRAN-DATE = WS-VOID-DATE
006800             AND PT-TRAN-TIME NOT < WS-VOID-TIME
006810         MOVE "Y" TO WS-AWARD-FOUND-SW
006820         MOVE PT-POINTS TO WS-AWARD-POINTS
006830     END-IF.
006840 3350-EXIT.
006850     EXIT.
006860*-----------------------------------------------------------------
006870* 3400-SCAN-ONE-ARCHIVED - TEST ONE ARCHIVED TRANSACTION AS THE
006880*                          AWARD.
006890*-----------------------------------------------------------------
006900 3400-SCAN-ONE-ARCHIVED.
006910     READ ARCHIVE-FILE INTO WS-ARCH-TRAN
006920         AT END
006930             MOVE "Y" TO WS-EOF-SW
006940             GO TO 3400-EXIT
006950     END-READ
006960     IF WS-AT-PLAYER-ID = WS-VOID-PLAYER
006970             AND WS-AT-TRAN-TYPE = "A"
006980             AND WS-AT-ITEM-CODE = "WIN "
006990             AND WS-AT-TRAN-DATE = WS-VOID-DATE
007000             AND WS-AT-TRAN-TIME NOT < WS-VOID-TIME
007010         MOVE "Y" TO WS-AWARD-FOUND-SW
007020         MOVE WS-AT-POINTS TO WS-AWARD-POINTS
007030     END-IF.
007040 3400-EXIT.
007050     EXIT.
007060*-----------------------------------------------------------------
007070* 3500-POST-REVERSAL - POST THE "V" AGAINST THE "WIN " CODE THAT
007080*                      TAKES THE AWARD BACK.  THE ORIGINAL ACCRUAL
007090*                      STAYS ON THE LEDGER, SO THE STATEMENT SHOWS
007100*                      BOTH.
007110*-----------------------------------------------------------------
007120 3500-POST-REVERSAL.
007130     OPEN EXTEND POINTS-LEDGER-FILE
007140     IF NOT FS-POINTS-LEDGER-OK
007150         OPEN OUTPUT POINTS-LEDGER-FILE
007160     END-IF
007170     MOVE SPACES TO POINTS-LEDGER-RECORD
007180     MOVE WS-VOID-PLAYER TO PT-PLAYER-ID
007190     ACCEPT PT-TRAN-DATE FROM DATE YYYYMMDD
007200     ACCEPT PT-TRAN-TIME FROM TIME
007210     MOVE "V" TO PT-TRAN-TYPE
007220     MOVE "WIN" TO PT-ITEM-CODE
007230     MOVE WS-AWARD-POINTS TO PT-POINTS
007235     PERFORM 3600-UPDATE-BALANCE THRU 3600-EXIT
007240     WRITE POINTS-LEDGER-RECORD
007241     CLOSE POINTS-LEDGER-FILE.
007242 3500-EXIT.
007243     EXIT.
007244*-----------------------------------------------------------------
007245* 3600-UPDATE-BALANCE - APPLY THE LEDGER RECORD JUST BUILT TO THE
007246*                       PLAYER'S POINTS BALANCE MASTER (PTSBAL),
007247*                       ADDING THE PLAYER'S RECORD THE FIRST TIME.
007248*                       NO MASTER ON FILE MEANS PTSPROOF HAS NOT
007249*                       YET BUILT IT, AND THERE IS NOTHING TO
007250*                       KEEP.
007251*-----------------------------------------------------------------
007252 3600-UPDATE-BALANCE.
007253     OPEN I-O POINTS-BALANCE-FILE
007254     IF NOT FS-POINTS-BALANCE-OK
007255         GO TO 3600-EXIT
007256     END-IF
007257     MOVE "Y" TO WS-BAL-ON-FILE-SW
007258     MOVE PT-PLAYER-ID TO PB-PLAYER-ID
007259     READ POINTS-BALANCE-FILE
007260         INVALID KEY
007261             MOVE "N" TO WS-BAL-ON-FILE-SW
007262             MOVE SPACES TO POINTS-BALANCE-RECORD
007263             MOVE PT-PLAYER-ID TO PB-PLAYER-ID
007264             MOVE ZERO TO PB-BALANCE
007265             MOVE ZERO TO PB-PROOF-DATE
007266     END-READ
007267     IF PT-REDEMPTION OR PT-EXPIRY
007268         OR (PT-REVERSAL AND PT-WIN-AWARD)
007269         SUBTRACT PT-POINTS FROM PB-BALANCE
007270     ELSE
007271         ADD PT-POINTS TO PB-BALANCE
007272     END-IF
007273     MOVE PT-TRAN-DATE TO PB-LAST-TRAN-DATE
007274     MOVE PT-TRAN-TIME TO PB-LAST-TRAN-TIME
007275     MOVE PT-TRAN-TYPE TO PB-LAST-TRAN-TYPE
007276     IF WS-BAL-ON-FILE
007277         REWRITE POINTS-BALANCE-RECORD
007278             INVALID KEY
007279                 DISPLAY "VOIDAPL: PTSBAL NOT UPDATED FOR "
007280                     PB-PLAYER-ID " - STATUS " FS-POINTS-BALANCE
007281                     UPON CONSOLE
007282                 MOVE "PTSBAL NOT UPDATED" TO WS-JOB-NEW-MESSAGE
007283                 PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
007284         END-REWRITE
007285     ELSE
007286         WRITE POINTS-BALANCE-RECORD
007287             INVALID KEY
007288                 DISPLAY "VOIDAPL: PTSBAL NOT ADDED FOR "
007289                     PB-PLAYER-ID " - STATUS " FS-POINTS-BALANCE
007290                     UPON CONSOLE
007291                 MOVE "PTSBAL NOT UPDATED" TO WS-JOB-NEW-MESSAGE
007292                 PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
007293         END-WRITE
007294     END-IF
007295     CLOSE POINTS-BALANCE-FILE.
007296 3600-EXIT.
007297     EXIT.
007298*-----------------------------------------------------------------
007299* 3700-NOTE-PLAYER - ADD THE PLAYER TO THE STREAK-REBUILD TABLE
007300*                    ONCE.  A FULL TABLE LEAVES THE EXCESS
007310*                    PLAYERS' STREAKS FOR RECONRPT TO FLAG.
007320*-----------------------------------------------------------------
007330 3700-NOTE-PLAYER.
007340     MOVE WS-VOID-PLAYER TO WS-GAME-ID
007350     PERFORM 4300-FIND-PLAYER THRU 4300-EXIT
007360     IF WS-FOUND
007370         GO TO 3700-EXIT
007380     END-IF
007390     IF WS-PLAYER-COUNT < 500
007400         ADD 1 TO WS-PLAYER-COUNT
007410         MOVE WS-PLAYER-COUNT TO WS-SUB-1
007420         MOVE WS-VOID-PLAYER TO WS-TBL-PLAYER-ID (WS-SUB-1)
007430         MOVE ZERO TO WS-TBL-STREAK (WS-SUB-1)
007440         MOVE ZERO TO WS-TBL-WK-BEST (WS-SUB-1)
007450     ELSE
007460         IF NOT WS-TABLE-FULL
007470             DISPLAY "VOIDAPL: PLAYER TABLE FULL - EXCESS STREAKS"
007480                 " NOT REBUILT." UPON CONSOLE
007483             MOVE "PLAYER TABLE FULL" TO WS-JOB-NEW-MESSAGE
007486             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
007490             MOVE "Y" TO WS-TABLE-FULL-SW
007500         END-IF
007510     END-IF.
007520 3700-EXIT.
007530     EXIT.
007540*-----------------------------------------------------------------
007550* 3800-WRITE-REGISTER - WRITE THE REGISTER AND REASON LINES
007560*                       FOR THE REQUEST IN GAME-VOID-RECORD.  THE
007570*                       CALLER HAS SET THE RESULT TEXT.
007580*-----------------------------------------------------------------
007590 3800-WRITE-REGISTER.
007600     MOVE GV-PLAYER-ID TO DET-PLAYER-ID
007610     MOVE GV-LOG-DATE TO DET-GAME-DATE
007620     MOVE GV-LOG-TIME TO DET-GAME-TIME
007630     MOVE GV-OUTCOME TO DET-OUTCOME
007640     MOVE GV-POINTS-REVERSED TO DET-POINTS
007650     IF GV-ADJ-DUE
007660         MOVE "ADJ DUE" TO DET-PAYROLL
007670     ELSE
007680         MOVE SPACES TO DET-PAYROLL
007690     END-IF
007700     WRITE REPORT-LINE FROM WS-DETAIL-LINE
007710     MOVE GV-REASON TO RSN-REASON
007720     MOVE GV-REQ-OPER-ID TO RSN-OPER-ID
007730     WRITE REPORT-LINE FROM WS-REASON-LINE.
007740 3800-EXIT.
007750     EXIT.
007760*-----------------------------------------------------------------
007770* 3900-REJECT-VOID - CLOSE A REQUEST THAT CANNOT BE APPLIED, WITH
007780*                    THE REASON IN WS-REJECT-NOTE.
007790*-----------------------------------------------------------------
007800 3900-REJECT-VOID.
007810     MOVE "R" TO GV-STATUS-SW
007820     MOVE WS-TODAY-DATE TO GV-APPLY-DATE
007830     MOVE WS-REJECT-NOTE TO GV-APPLY-NOTE
007840     MOVE ZERO TO GV-POINTS-REVERSED
007850     MOVE SPACE TO GV-ADJ-SW
007860     REWRITE GAME-VOID-RECORD
007861         INVALID KEY
007862             DISPLAY "VOIDAPL: REJECTED REQUEST FOR " GV-PLAYER-ID
007864                 " NOT CLOSED - STATUS " FS-GAME-VOID UPON CONSOLE
007865             MOVE "VOID REQUEST NOT CLOSED" TO WS-JOB-NEW-MESSAGE
007867             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
007868     END-REWRITE
007870     ADD 1 TO WS-REJECTED-COUNT
007880     MOVE WS-REJECT-NOTE TO DET-RESULT
007890     PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT
007900     MOVE "VOID-REJECT" TO OA-ACTION
007910     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
007920 3900-EXIT.
007930     EXIT.
007940*-----------------------------------------------------------------
007950* 4000-REBUILD-STREAKS - REPLAY THE LOG FOR EVERY PLAYER WHO LOST
007960*                        A GAME TO A VOID AND PUT THE CURRENT
007970*                        STREAK, AND THE WEEK'S BEST STREAK, BACK
007980*                        THE WAY GUESS WOULD HAVE LEFT THEM
007990*                        WITHOUT THE VOIDED GAMES.  GAMEHIST IN
008000*                        KEY ORDER THEN THE OPEN DAY GIVES EACH
008010*                        PLAYER'S GAMES IN PLAYED ORDER.
008020*-----------------------------------------------------------------
008030 4000-REBUILD-STREAKS.
008040     IF WS-PLAYER-COUNT = 0
008050         GO TO 4000-EXIT
008060     END-IF
008070     IF WS-HIST-OPEN
008080         MOVE LOW-VALUES TO GH-HIST-KEY
008090         START GAME-HIST-FILE KEY IS NOT LESS THAN GH-HIST-KEY
008100             INVALID KEY
008110                 MOVE "Y" TO WS-EOF-SW
008120             NOT INVALID KEY
008130                 MOVE "N" TO WS-EOF-SW
008140         END-START
008150         PERFORM 4100-REPLAY-ONE-HISTORY THRU 4100-EXIT
008160             UNTIL WS-EOF
008170     END-IF
008180     IF WS-GLOG-OPEN
008190         OPEN INPUT GUESS-LOG-FILE
008200         IF FS-GUESS-LOG-OK
008210             MOVE "N" TO WS-EOF-SW
008220             PERFORM 4200-REPLAY-ONE-LOG THRU 4200-EXIT
008230                 UNTIL WS-EOF
008240             CLOSE GUESS-LOG-FILE
008250         END-IF
008260     END-IF
008270     PERFORM 4500-STORE-ONE-STREAK THRU 4500-EXIT
008280         VARYING WS-SUB-1 FROM 1 BY 1
008290         UNTIL WS-SUB-1 > WS-PLAYER-COUNT.
008300 4000-EXIT.
008310     EXIT.
008320*-----------------------------------------------------------------
008330* 4100-REPLAY-ONE-HISTORY - REPLAY ONE FILED GAME.
008340*-----------------------------------------------------------------
008350 4100-REPLAY-ONE-HISTORY.
008360     READ GAME-HIST-FILE NEXT
008370         AT END
008380             MOVE "Y" TO WS-EOF-SW
008390             GO TO 4100-EXIT
008400     END-READ
008410     IF GH-VOIDED
008420         GO TO 4100-EXIT
008430     END-IF
008440     MOVE GH-LOG-DATE TO WS-GAME-DATE
008450     MOVE GH-PLAYER-ID TO WS-GAME-ID
008460     MOVE GH-OUTCOME TO WS-GAME-OUTCOME
008470     PERFORM 4400-REPLAY-GAME THRU 4400-EXIT.
008480 4100-EXIT.
008490     EXIT.
008500*-----------------------------------------------------------------
008510* 4200-REPLAY-ONE-LOG - REPLAY ONE OPEN-DAY GAME.
008520*-----------------------------------------------------------------
008530 4200-REPLAY-ONE-LOG.
008540     READ GUESS-LOG-FILE
008550         AT END
008560             MOVE "Y" TO WS-EOF-SW
008570             GO TO 4200-EXIT
008580     END-READ
008590     IF GL-VOIDED
008600         GO TO 4200-EXIT
008610     END-IF
008620     MOVE GL-LOG-DATE TO WS-GAME-DATE
008630     MOVE GL-PLAYER-ID TO WS-GAME-ID
008640     MOVE GL-OUTCOME TO WS-GAME-OUTCOME
008650     PERFORM 4400-REPLAY-GAME THRU 4400-EXIT.
008660 4200-EXIT.
008670     EXIT.
008680*-----------------------------------------------------------------
008690* 4300-FIND-PLAYER - LOCATE WS-GAME-ID IN THE TABLE.  SETS
008700*                    WS-FOUND AND WS-SUB-1 TO THE ENTRY SUBSCRIPT.
008710*-----------------------------------------------------------------
008720 4300-FIND-PLAYER.
008730     MOVE "N" TO WS-FOUND-SW
008740     PERFORM 4350-COMPARE-ENTRY THRU 4350-EXIT
008750         VARYING WS-SUB-1 FROM 1 BY 1
008760         UNTIL WS-SUB-1 > WS-PLAYER-COUNT
008770         OR WS-FOUND
008780     IF WS-FOUND
008790         SUBTRACT 1 FROM WS-SUB-1
008800     END-IF.
008810 4300-EXIT.
008820     EXIT.
008830*-----------------------------------------------------------------
008840* 4350-COMPARE-ENTRY - TEST ONE TABLE SUBSCRIPT FOR A MATCH.
008850*-----------------------------------------------------------------
008860 4350-COMPARE-ENTRY.
008870     IF WS-TBL-PLAYER-ID (WS-SUB-1) = WS-GAME-ID
008880         MOVE "Y" TO WS-FOUND-SW
008890     END-IF.
008900 4350-EXIT.
008910     EXIT.
008920*-----------------------------------------------------------------
008930* 4400-REPLAY-GAME - ROLL ONE GAME INTO ITS PLAYER'S STREAK THE
008940*                    WAY GUESS 4000-UPDATE-PLAYER DOES, AND INTO
008950*                    THE WEEK'S BEST THE WAY 4500-UPDATE-
008960*                    LEADERBOARD DOES.  PLAYERS NOT IN THE TABLE
008970*                    ARE SKIPPED.
008980*-----------------------------------------------------------------
008990 4400-REPLAY-GAME.
009000     PERFORM 4300-FIND-PLAYER THRU 4300-EXIT
009010     IF NOT WS-FOUND
009020         GO TO 4400-EXIT
009030     END-IF
009040     IF WS-GAME-WIN
009050         IF WS-TBL-STREAK (WS-SUB-1) IS POSITIVE
009060             ADD 1 TO WS-TBL-STREAK (WS-SUB-1)
009070         ELSE
009080             MOVE 1 TO WS-TBL-STREAK (WS-SUB-1)
009090         END-IF
009100     ELSE
009110         IF WS-TBL-STREAK (WS-SUB-1) IS NEGATIVE
009120             SUBTRACT 1 FROM WS-TBL-STREAK (WS-SUB-1)
009130         ELSE
009140             MOVE -1 TO WS-TBL-STREAK (WS-SUB-1)
009150         END-IF
009160     END-IF
009170     IF WS-GAME-DATE >= WS-WEEK-START
009180             AND WS-GAME-DATE <= WS-WEEK-ENDING
009190         IF WS-TBL-STREAK (WS-SUB-1) >
009200                 WS-TBL-WK-BEST (WS-SUB-1)
009210             MOVE WS-TBL-STREAK (WS-SUB-1)
009220                 TO WS-TBL-WK-BEST (WS-SUB-1)
009230         END-IF
009240     END-IF.
009250 4400-EXIT.
009260     EXIT.
009270*-----------------------------------------------------------------
009280* 4500-STORE-ONE-STREAK - PUT ONE PLAYER'S REBUILT STREAK BACK ON
009290*                         THE ROSTER, AND THE WEEK'S BEST ON
009300*                         LDRBRD IF IT HOLDS THE CURRENT WEEK.
009310*-----------------------------------------------------------------
009320 4500-STORE-ONE-STREAK.
009330     MOVE WS-TBL-PLAYER-ID (WS-SUB-1) TO PL-PLAYER-ID
009340     READ PLAYERS-FILE
009350         INVALID KEY
009360             CONTINUE
009370         NOT INVALID KEY
009380             MOVE WS-TBL-STREAK (WS-SUB-1) TO PL-CURRENT-STREAK
009390             REWRITE PLAYERS-RECORD
009391                 INVALID KEY
009392                     DISPLAY "VOIDAPL: STREAK NOT STORED FOR "
009393                         PL-PLAYER-ID UPON CONSOLE
009395                     MOVE "STREAK NOT STORED"
009396                         TO WS-JOB-NEW-MESSAGE
009397                     PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
009398             END-REWRITE
009400     END-READ
009410     IF NOT WS-LBD-OPEN
009420         GO TO 4500-EXIT
009430     END-IF
009440     MOVE WS-TBL-PLAYER-ID (WS-SUB-1) TO LB-PLAYER-ID
009450     READ LEADERBOARD-FILE
009460         INVALID KEY
009470             GO TO 4500-EXIT
009480     END-READ
009490     IF LB-WEEK-ENDING = WS-WEEK-ENDING
009500         MOVE WS-TBL-WK-BEST (WS-SUB-1) TO LB-BEST-STREAK
009510         REWRITE LEADERBOARD-RECORD
009511             INVALID KEY
009512                 DISPLAY "VOIDAPL: BEST STREAK NOT STORED FOR "
009514                     LB-PLAYER-ID UPON CONSOLE
009515                 MOVE "STREAK NOT STORED" TO WS-JOB-NEW-MESSAGE
009517                 PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
009518         END-REWRITE
009520     END-IF.
009530 4500-EXIT.
009540     EXIT.
009550*-----------------------------------------------------------------
009560* 8000-WRITE-AUDIT - APPEND ONE AUDIT RECORD FOR THE REQUEST IN
009570*                    GAME-VOID-RECORD, UNDER THE SUPERVISOR WHO
009580*                    FILED IT.  THE CALLER HAS SET OA-ACTION.
009590*-----------------------------------------------------------------
009600 8000-WRITE-AUDIT.
009610     OPEN EXTEND AUDIT-FILE
009620     IF NOT FS-AUDIT-OK
009630         OPEN OUTPUT AUDIT-FILE
009640     END-IF
009650     ACCEPT OA-AUDIT-DATE FROM DATE YYYYMMDD
009660     ACCEPT OA-AUDIT-TIME FROM TIME
009670     MOVE GV-REQ-OPER-ID TO OA-OPER-ID
009680     MOVE "VOIDAPL" TO OA-PROGRAM
009690     MOVE GV-PLAYER-ID TO OA-KEY
009700     MOVE GV-LOG-DATE TO OA-BEFORE
009710     MOVE GV-LOG-TIME TO OA-AFTER
009720     WRITE OPER-AUDIT-RECORD
009730     CLOSE AUDIT-FILE.
009740 8000-EXIT.
009750     EXIT.
009760*-----------------------------------------------------------------
009770* 9000-TERMINATE - WRITE THE REGISTER TOTALS, CLOSE FILES, REPORT
009780*                  THE RUN AND LOG ITS END.
009790*-----------------------------------------------------------------
009800 9000-TERMINATE.
009810     IF WS-APPLIED-COUNT = 0 AND WS-REJECTED-COUNT = 0
009820         MOVE SPACES TO REPORT-LINE
009830         MOVE "NO VOIDS PENDING." TO REPORT-LINE
009840         WRITE REPORT-LINE
009850     END-IF
009860     MOVE SPACES TO REPORT-LINE
009870     WRITE REPORT-LINE
009880     MOVE "VOIDS APPLIED           : " TO TOT-LABEL
009890     MOVE WS-APPLIED-COUNT TO TOT-VALUE
009900     WRITE REPORT-LINE FROM WS-TOTAL-LINE
009910     MOVE "VOIDS REJECTED          : " TO TOT-LABEL
009920     MOVE WS-REJECTED-COUNT TO TOT-VALUE
009930     WRITE REPORT-LINE FROM WS-TOTAL-LINE
009940     MOVE "POINTS TAKEN BACK       : " TO TOT-LABEL
009950     MOVE WS-POINTS-TOTAL TO TOT-VALUE
009960     WRITE REPORT-LINE FROM WS-TOTAL-LINE
009970     MOVE "PAYROLL ADJUSTMENTS DUE : " TO TOT-LABEL
009980     MOVE WS-ADJ-DUE-COUNT TO TOT-VALUE
009981     WRITE REPORT-LINE FROM WS-TOTAL-LINE
009982     PERFORM 9100-CLOSE-FILES THRU 9100-EXIT
009984     DISPLAY "VOIDAPL: " WS-APPLIED-COUNT " VOIDS APPLIED, "
009985         WS-REJECTED-COUNT " REJECTED, " WS-ADJ-DUE-COUNT
009987         " PAYROLL ADJUSTMENTS DUE." UPON CONSOLE
009988     PERFORM 9710-LOG-END THRU 9710-EXIT.
009990 9000-EXIT.
009991     EXIT.
009992*-----------------------------------------------------------------
009994* 9100-CLOSE-FILES - CLOSE THE REQUEST, ROSTER AND REPORT FILES
009995*                    AND WHICHEVER OF THE OTHERS WERE OPENED.
009997*-----------------------------------------------------------------
009998 9100-CLOSE-FILES.
010000     CLOSE GAME-VOID-FILE
010010     CLOSE PLAYERS-FILE
010020     CLOSE REPORT-FILE
010030     IF WS-LBD-OPEN
010040         CLOSE LEADERBOARD-FILE
010050     END-IF
010060     IF WS-HIST-OPEN
010070         CLOSE GAME-HIST-FILE
010080     END-IF
010090     IF WS-RUNCTL-OPEN
010100         CLOSE RUN-CTL-FILE
010110     END-IF.
010120 9100-EXIT.
010130     EXIT.
010140*-----------------------------------------------------------------
010150* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
010160*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
010170*                  BUSINESS DATE.
010180*-----------------------------------------------------------------
010190 9700-LOG-START.
010200     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
010210     ACCEPT WS-JOB-START-TIME FROM TIME
010220     MOVE "S" TO WS-JOB-EVENT
010230     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
010240 9700-EXIT.
010250     EXIT.
010260*-----------------------------------------------------------------
010270* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
010280*                LOG.  THE REQUESTS TAKEN UP ARE COUNTED AS READ,
010290*                THE VOIDS APPLIED AS WRITTEN AND THE ONES
010300*                REJECTED AS SKIPPED.  A RUN THAT RAISED WARNINGS
010310*                BUT WAS NOT STOPPED ENDS WITH CODE 04.
010320*-----------------------------------------------------------------
010330 9710-LOG-END.
010340     COMPUTE WS-JOB-READ = WS-APPLIED-COUNT + WS-REJECTED-COUNT
010350     MOVE WS-APPLIED-COUNT TO WS-JOB-WRITTEN
010360     MOVE WS-REJECTED-COUNT TO WS-JOB-SKIPPED
010370     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
010380         MOVE 04 TO WS-JOB-COMPLETION
010390     END-IF
010400     MOVE "E" TO WS-JOB-EVENT
010410     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
010420 9710-EXIT.
010430     EXIT.
010440*-----------------------------------------------------------------
010450* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
010460*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
010470*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
010480*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
010490*-----------------------------------------------------------------
010500 9720-NOTE-WARNING.
010510     ADD 1 TO WS-JOB-WARNINGS
010520     IF WS-JOB-MESSAGE = SPACES
010530         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
010540     END-IF.
010550 9720-EXIT.
010560     EXIT.
010570*-----------------------------------------------------------------
010580* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
010590*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
010600*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
010610*                    BEFORE THE STOP RUN.
010620*-----------------------------------------------------------------
010630 9730-LOG-FAILURE.
010640     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
010650     MOVE 08 TO WS-JOB-COMPLETION
010660     PERFORM 9710-LOG-END THRU 9710-EXIT.
010670 9730-EXIT.
010680     EXIT.
010690*-----------------------------------------------------------------
010700* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
010710*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
010720*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
010730*-----------------------------------------------------------------
010740 9750-WRITE-JOB-LOG.
010750     OPEN EXTEND JOB-LOG-FILE
010760     IF NOT FS-JOB-LOG-OK
010770         OPEN OUTPUT JOB-LOG-FILE
010780     END-IF
010790     IF NOT FS-JOB-LOG-OK
010800         DISPLAY "VOIDAPL: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
010810             UPON CONSOLE
010820         GO TO 9750-EXIT
010830     END-IF
010840     MOVE SPACES TO JOB-LOG-RECORD
010850     MOVE "VOIDAPL" TO JL-PROGRAM
010860     MOVE WS-JOB-EVENT TO JL-EVENT
010870     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
010880     MOVE WS-JOB-START-DATE TO JL-START-DATE
010890     MOVE WS-JOB-START-TIME TO JL-START-TIME
010900     IF JL-END
010910         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
010920         ACCEPT JL-END-TIME FROM TIME
010930     ELSE
010940         MOVE ZERO TO JL-END-DATE
010950         MOVE ZERO TO JL-END-TIME
010960     END-IF
010970     MOVE WS-JOB-READ TO JL-READ-COUNT
010980     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
010990     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
011000     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
011010     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
011020     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
011030     WRITE JOB-LOG-RECORD
011040     CLOSE JOB-LOG-FILE.
011050 9750-EXIT.
011060     EXIT.
011070 END PROGRAM VOIDAPL.
