000600*                  AFTER A RERUN WE ONCE RECONCILED TUESDAY'S
000610*                  RETURNS AGAINST WEDNESDAY'S EXTRACT.
000620* 09/02/26   DLM   CHECK THE SHOP BUSINESS CALENDAR (SHOPCAL,
000621*                  MAINTAINED BY CALMNT) AT INITIALIZE - A DATE
000622*                  MARKED CLOSED HAS NOTHING TO EXTRACT, SO THE
000623*                  RUN ENDS QUIETLY INSTEAD OF COMPLAINING
000624*                  ABOUT A CLOSE STREAM THAT WAS NEVER DUE.
000625* 10/15/26   DLM   LEAVE GAMES A SUPERVISOR HAS VOIDED OUT OF
000626*                  THE EXTRACT.  A GAME VOIDED AFTER ITS DAY WAS
000627*                  ALREADY EXTRACTED IS TAKEN BACK ON THE NEXT
000628*                  EXTRACT INSTEAD - ONE "A" ADJUSTMENT RECORD
000629*                  PER GAME FOR MINUS ONE GAME'S INCENTIVE,
000630*                  AFTER THE DETAILS, WITH THE ADJUSTMENT COUNT
000631*                  AND NET AMOUNT ON THE TRAILER.  THE
000632*                  TRANSMISSION REGISTER KEEPS THE GROSS DETAIL
000633*                  TOTAL.
000634* 10/15/26   DLM   PRICE THE INCENTIVE FROM THE EFFECTIVE-DATED
000635*                  RATE SCHEDULE (INCRATE, MAINTAINED BY INCRMNT)
000637*                  INSTEAD OF THE FIXED 0.50 A GAME - A GAME RATE,
000638*                  A BONUS PER GAME WON AND AN OPTIONAL DAILY CAP
000639*                  PER PLAYER.  A DEPARTMENT'S OWN ENTRY, BY THE
000640*                  DEPARTMENT THE PLAYER BELONGED TO ON THE DAY
000641*                  (DEPTASGN), OVERRIDES THE SHOP-WIDE ENTRY; NO
000642*                  ENTRY IN FORCE FALLS BACK TO THE STANDARD 0.50.
000643*                  A VOIDED-GAME ADJUSTMENT TAKES BACK WHAT THE
000644*                  GAME EARNED AT THE RATE IN FORCE ON ITS OWN
000645*                  DATE.  THE RATES APPLIED GO TO THE CONSOLE AND
000646*                  THE LATEST EFFECTIVE DATE AND CAPPED COUNT TO
000647*                  THE TRAILER.
000648* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000649*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000650*                  REPORT (JOBLRPT), WITH THE RUN'S RECORD COUNTS
000651*                  AND ANY TABLE-CAP OR OPEN-FAILURE WARNINGS.
000652*                  EVERY STOP SHORT OF A NORMAL END LOGS ITS
000654*                  REASON WITH CODE 08.
000655* 10/15/26   DLM   A VOIDED-GAME ADJUSTMENT NOW REPRICES THE
000656*                  PLAYER'S WHOLE DAY FROM THE GAME-HISTORY MASTER
000657*                  (GAMEHIST), ONCE WITH THE VOIDED GAME AND ONCE
000658*                  WITHOUT, EACH HELD TO THE DAILY CAP, AND TAKES
000659*                  BACK ONLY THE DIFFERENCE - NOTHING AT ALL FOR A
000660*                  GAME THAT ONLY TOOK THE DAY FURTHER OVER ITS
000661*                  CAP.  ANOTHER VOIDED GAME THAT DAY COUNTS AS
000662*                  STILL PAID UNTIL ITS OWN ADJUSTMENT IS TAKEN
000663*                  BACK, SO SEVERAL VOIDS ON ONE CAPPED DAY TAKE
000664*                  BACK NO MORE THAN THE DAY LOST.
000665* 10/15/26   DLM   A VOID REQUEST THAT CANNOT BE MARKED AS TAKEN
000666*                  BACK IS NAMED ON THE CONSOLE AND WARNED ON THE
000667*                  JOB LOG, SO IT IS CLEARED BY HAND BEFORE THE
000668*                  NEXT EXTRACT CLAIMS IT AGAIN.
000670*-----------------------------------------------------------------
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000920     SELECT SHOP-CAL-FILE ASSIGN TO "SHOPCAL"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000941         RECORD KEY IS CA-CAL-DATE
000942         FILE STATUS IS FS-SHOP-CAL.
000943     SELECT GAME-VOID-FILE ASSIGN TO "GAMEVOID"
000944         ORGANIZATION IS INDEXED
000945         ACCESS MODE IS DYNAMIC
000946         RECORD KEY IS GV-VOID-KEY
000948         FILE STATUS IS FS-GAME-VOID.
000949     SELECT INCENTIVE-RATE-FILE ASSIGN TO "INCRATE"
000950         ORGANIZATION IS INDEXED
000951         ACCESS MODE IS DYNAMIC
000952         RECORD KEY IS IR-RATE-KEY
000953         FILE STATUS IS FS-INCENTIVE-RATE.
000955     SELECT DEPT-ASSIGN-FILE ASSIGN TO "DEPTASGN"
000956         ORGANIZATION IS INDEXED
000957         ACCESS MODE IS DYNAMIC
000958         RECORD KEY IS DA-ASSIGN-KEY
000959         FILE STATUS IS FS-DEPT-ASSIGN.
000960     SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
000961         ORGANIZATION IS INDEXED
000963         ACCESS MODE IS DYNAMIC
000964         RECORD KEY IS GH-HIST-KEY
000965         FILE STATUS IS FS-GAME-HIST.
000966     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000967         ORGANIZATION IS LINE SEQUENTIAL
000968         FILE STATUS IS FS-JOB-LOG.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  GUESS-LOG-FILE.
001070 FD  XMIT-REG-FILE.
001080     COPY XMTREC.
001090 FD  SHOP-CAL-FILE.
001091     COPY CALREC.
001093 FD  GAME-VOID-FILE.
001095     COPY VOIDREC.
001096 FD  INCENTIVE-RATE-FILE.
001098     COPY INCRREC.
001100 FD  DEPT-ASSIGN-FILE.
001101     COPY DASGREC.
001103 FD  GAME-HIST-FILE.
001105     COPY GHISTREC.
001106 FD  JOB-LOG-FILE.
001108     COPY JOBLREC.
001110 WORKING-STORAGE SECTION.
001120 01  FS-GUESS-LOG             PIC X(02).
001130     88  FS-GUESS-LOG-OK             VALUE "00".
001200 01  FS-XMIT-REG              PIC X(02).
001210     88  FS-XMIT-REG-OK              VALUE "00".
001220 01  FS-SHOP-CAL              PIC X(02).
001221     88  FS-SHOP-CAL-OK              VALUE "00".
001222 01  FS-GAME-VOID             PIC X(02).
001223     88  FS-GAME-VOID-OK             VALUE "00".
001224 01  FS-INCENTIVE-RATE        PIC X(02).
001226     88  FS-INCENTIVE-RATE-OK        VALUE "00".
001227 01  FS-DEPT-ASSIGN           PIC X(02).
001228     88  FS-DEPT-ASSIGN-OK           VALUE "00".
001229 01  FS-GAME-HIST             PIC X(02).
001230     88  FS-GAME-HIST-OK             VALUE "00".
001232 01  FS-JOB-LOG               PIC X(02).
001233     88  FS-JOB-LOG-OK               VALUE "00".
001234 01  WS-TODAY-DATE               PIC 9(08).
001235 01  WS-JOB-LOG-AREA.
001236     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
001238     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
001239     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
001240     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
001241     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
001242     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
001244     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
001245     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
001246     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
001247     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
001248     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
001250 01  WS-GEN-NUMBER               PIC 9(05) VALUE ZERO.
001260 01  WS-REG-EOF-SW               PIC X(01) VALUE "N".
001270     88  WS-REG-EOF                  VALUE "Y".
001320         88  WS-ROSTER-OPEN          VALUE "Y".
001330     05  WS-FOUND-SW             PIC X(01) VALUE "N".
001340         88  WS-FOUND                   VALUE "Y".
001341     05  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
001342         88  WS-TABLE-FULL               VALUE "Y".
001343     05  WS-VOID-OPEN-SW         PIC X(01) VALUE "N".
001345         88  WS-VOID-OPEN            VALUE "Y".
001346     05  WS-VOID-EOF-SW          PIC X(01) VALUE "N".
001347         88  WS-VOID-EOF             VALUE "Y".
001349     05  WS-RATE-EOF-SW          PIC X(01) VALUE "N".
001350         88  WS-RATE-EOF             VALUE "Y".
001351     05  WS-DEPT-RATES-SW        PIC X(01) VALUE "N".
001353         88  WS-DEPT-RATES           VALUE "Y".
001354     05  WS-ASGN-OPEN-SW         PIC X(01) VALUE "N".
001355         88  WS-ASGN-OPEN            VALUE "Y".
001356     05  WS-ASGN-EOF-SW          PIC X(01) VALUE "N".
001358         88  WS-ASGN-EOF             VALUE "Y".
001359     05  WS-ASGN-FOUND-SW        PIC X(01) VALUE "N".
001360         88  WS-ASGN-FOUND           VALUE "Y".
001362     05  WS-HIST-OPEN-SW         PIC X(01) VALUE "N".
001363         88  WS-HIST-OPEN            VALUE "Y".
001364     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
001366         88  WS-HIST-EOF             VALUE "Y".
001367     05  WS-STILL-PAID-SW        PIC X(01) VALUE "N".
001368         88  WS-STILL-PAID           VALUE "Y".
001370 01  WS-PLAYER-COUNT             PIC 9(05) COMP VALUE ZERO.
001371 01  WS-EXTR-COUNT               PIC 9(05) COMP VALUE ZERO.
001372 01  WS-INACT-COUNT              PIC 9(05) COMP VALUE ZERO.
001373 01  WS-SUB-1                    PIC 9(05) COMP VALUE ZERO.
001374 01  WS-STD-GAME-RATE            PIC 9(01)V99 VALUE 0.50.
001375 01  WS-STD-USED                 PIC 9(05) COMP VALUE ZERO.
001376 01  WS-RATE-COUNT               PIC 9(05) COMP VALUE ZERO.
001378 01  WS-RATE-SUB                 PIC 9(05) COMP VALUE ZERO.
001379 01  WS-DEPT-HIT                 PIC 9(05) COMP VALUE ZERO.
001380 01  WS-ALL-HIT                  PIC 9(05) COMP VALUE ZERO.
001381 01  WS-CAPPED-COUNT             PIC 9(05) COMP VALUE ZERO.
001382 01  WS-RATE-EFF-DATE            PIC 9(08) VALUE ZERO.
001383 01  WS-PRICE-DATE               PIC 9(08) VALUE ZERO.
001385 01  WS-PRICE-PLAYER             PIC X(10) VALUE SPACES.
001386 01  WS-PRICE-DEPT               PIC X(04) VALUE SPACES.
001387 01  WS-APPLY-RATE               PIC 9(01)V99 VALUE ZERO.
001388 01  WS-APPLY-BONUS              PIC 9(01)V99 VALUE ZERO.
001389 01  WS-APPLY-CAP                PIC 9(02)V99 VALUE ZERO.
001390 01  WS-DAY-AMOUNT               PIC 9(07)V99 VALUE ZERO.
001392 01  WS-GAME-AMOUNT              PIC 9(02)V99 VALUE ZERO.
001393 01  WS-WITH-AMOUNT              PIC 9(07)V99 VALUE ZERO.
001394 01  WS-WITHOUT-AMOUNT           PIC 9(07)V99 VALUE ZERO.
001395 01  WS-ADJ-PLAYED               PIC 9(05) COMP VALUE ZERO.
001396 01  WS-ADJ-WON                  PIC 9(05) COMP VALUE ZERO.
001397 01  WS-ADJ-KEY.
001399     05  WS-ADJ-DATE             PIC 9(08).
001400     05  WS-ADJ-PLAYER           PIC X(10).
001401     05  WS-ADJ-TIME             PIC 9(08).
001402 01  WS-RATE-SHOW.
001403     05  WS-SHOW-DEPT            PIC X(04).
001404     05  WS-SHOW-RATE            PIC 9.99.
001406     05  WS-SHOW-BONUS           PIC 9.99.
001407     05  WS-SHOW-CAP             PIC X(05).
001408     05  WS-SHOW-CAP-ED REDEFINES WS-SHOW-CAP
001409                                 PIC Z9.99.
001410 01  WS-RATE-TABLE.
001411     05  WS-RATE-ENTRY OCCURS 200 TIMES.
001413         10  WS-RT-EFF-DATE          PIC 9(08).
001414         10  WS-RT-DEPT-CODE         PIC X(04).
001415         10  WS-RT-GAME-RATE         PIC 9(01)V99.
001416         10  WS-RT-WIN-BONUS         PIC 9(01)V99.
001417         10  WS-RT-DAILY-CAP         PIC 9(02)V99.
001418         10  WS-RT-USED              PIC 9(05) COMP.
001420 01  WS-TOTAL-GAMES              PIC 9(07) COMP VALUE ZERO.
001430 01  WS-TOTAL-WON                PIC 9(07) COMP VALUE ZERO.
001440 01  WS-TOTAL-LOST               PIC 9(07) COMP VALUE ZERO.
001450 01  WS-TOTAL-INCENTIVE          PIC 9(07)V99 VALUE ZERO.
001452 01  WS-ADJ-COUNT                PIC 9(05) COMP VALUE ZERO.
001454 01  WS-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
001456 01  WS-RECORDS-SKIPPED          PIC 9(07) COMP VALUE ZERO.
001458 01  WS-TOTAL-ADJUST             PIC S9(07)V99 VALUE ZERO.
001460 01  WS-PLAYER-TABLE.
001470     05  WS-PLAYER-ENTRY OCCURS 500 TIMES
001480                 INDEXED BY WS-PLAYER-IDX.
001640*-----------------------------------------------------------------
001650 1000-INITIALIZE.
001660     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001663     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
001666     PERFORM 9700-LOG-START THRU 9700-EXIT
001670     PERFORM 1020-CHECK-CALENDAR THRU 1020-EXIT
001680     PERFORM 1050-CHECK-RUN-CTL THRU 1050-EXIT
001685     PERFORM 1300-LOAD-SCHEDULE THRU 1300-EXIT
001690     OPEN INPUT GUESS-LOG-FILE
001700     IF NOT FS-GUESS-LOG-OK
001710         DISPLAY "PAYEXT: NO GUESS-LOG FOR TODAY." UPON CONSOLE
001713         MOVE "NO GUESS-LOG" TO WS-JOB-NEW-MESSAGE
001716         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001720         STOP RUN
001730     END-IF
001740     OPEN OUTPUT PAYROLL-EXTRACT-FILE
001760         DISPLAY "PAYEXT: UNABLE TO OPEN EXTRACT FILE."
001770             UPON CONSOLE
001780         CLOSE GUESS-LOG-FILE
001783         MOVE "UNABLE TO OPEN EXTRACT FILE" TO WS-JOB-NEW-MESSAGE
001786         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001790         STOP RUN
001800     END-IF
001810     OPEN INPUT PLAYERS-FILE
001820     IF FS-PLAYERS-OK
001830         MOVE "Y" TO WS-ROSTER-OPEN-SW
001840     ELSE
001841         DISPLAY "PAYEXT: NO PLAYER ROSTER - INACTIVE FILTER"
001842             " NOT APPLIED." UPON CONSOLE
001843         MOVE "NO PLAYER ROSTER" TO WS-JOB-NEW-MESSAGE
001844         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
001845     END-IF
001846     OPEN I-O GAME-VOID-FILE
001848     IF FS-GAME-VOID-OK
001849         MOVE "Y" TO WS-VOID-OPEN-SW
001850         OPEN INPUT GAME-HIST-FILE
001851         IF FS-GAME-HIST-OK
001852             MOVE "Y" TO WS-HIST-OPEN-SW
001853         ELSE
001855             DISPLAY "PAYEXT: NO GAME-HISTORY MASTER - VOIDED-"
001856                 "GAME ADJUSTMENTS PRICED ON THE GAME ALONE."
001857                 UPON CONSOLE
001858             MOVE "NO GAMEHIST - DAY NOT REPRICED"
001859                 TO WS-JOB-NEW-MESSAGE
001860             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
001861         END-IF
001863     END-IF
001864     IF WS-DEPT-RATES
001865         OPEN INPUT DEPT-ASSIGN-FILE
001866         IF FS-DEPT-ASSIGN-OK
001867             MOVE "Y" TO WS-ASGN-OPEN-SW
001868         END-IF
001870     END-IF
001880     PERFORM 1100-ASSIGN-GENERATION THRU 1100-EXIT
001890     PERFORM 1200-WRITE-HEADER THRU 1200-EXIT.
002690         DISPLAY "PAYEXT: THE CALENDAR SHOWS " WS-TODAY-DATE
002700             " AS A CLOSED DATE - NOTHING TO EXTRACT."
002710             UPON CONSOLE
002713         MOVE "CALENDAR CLOSED DATE" TO WS-JOB-MESSAGE
002716         PERFORM 9710-LOG-END THRU 9710-EXIT
002720         STOP RUN
002730     END-IF.
002740 1020-EXIT.
002960             DISPLAY "PAYEXT: NO RUN-CONTROL RECORD FOR TODAY"
002970                 " - RUN DRAWSET FIRST." UPON CONSOLE
002980             CLOSE RUN-CTL-FILE
002983             MOVE "NO RUN-CONTROL RECORD" TO WS-JOB-NEW-MESSAGE
002986             PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002990             STOP RUN
003000     END-READ
003010     IF NOT RC-FLOOR-CLOSED
003020         DISPLAY "PAYEXT: FLOOR IS NOT CLOSED - CLOSE IT WITH"
003030             " RUNCTLM FIRST." UPON CONSOLE
003040         CLOSE RUN-CTL-FILE
003043         MOVE "FLOOR NOT CLOSED" TO WS-JOB-NEW-MESSAGE
003046         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003050         STOP RUN
003060     END-IF
003070     IF NOT RC-EODRPT-DONE
003080         DISPLAY "PAYEXT: EODRPT HAS NOT RUN FOR TODAY - RUN"
003090             " IT FIRST." UPON CONSOLE
003100         CLOSE RUN-CTL-FILE
003103         MOVE "EODRPT HAS NOT RUN" TO WS-JOB-NEW-MESSAGE
003106         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003110         STOP RUN
003120     END-IF
003130     IF RC-PAYEXT-DONE
003140         DISPLAY "PAYEXT: EXTRACT HAS ALREADY RUN FOR TODAY."
003150             UPON CONSOLE
003151         DISPLAY "PAYEXT: A SUPERVISOR OVERRIDE THROUGH RUNCTLM"
003152             " IS NEEDED TO RERUN." UPON CONSOLE
003153         CLOSE RUN-CTL-FILE
003154         MOVE "EXTRACT ALREADY RUN" TO WS-JOB-NEW-MESSAGE
003155         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003156         STOP RUN
003157     END-IF.
003158 1050-EXIT.
003159     EXIT.
003160*-----------------------------------------------------------------
003161* 1300-LOAD-SCHEDULE - LOAD THE INCENTIVE RATE SCHEDULE INTO A
003162*                      TABLE IN KEY ORDER (EFFECTIVE DATE, THEN
003163*                      DEPARTMENT).  NO SCHEDULE ON FILE MEANS
003164*                      EVERY GAME PRICES AT THE STANDARD RATE.
003165*-----------------------------------------------------------------
003166 1300-LOAD-SCHEDULE.
003167     OPEN INPUT INCENTIVE-RATE-FILE
003168     IF NOT FS-INCENTIVE-RATE-OK
003169         DISPLAY "PAYEXT: NO INCENTIVE RATE SCHEDULE - STANDARD"
003170             " RATE APPLIES." UPON CONSOLE
003171         MOVE "NO INCENTIVE RATE SCHEDULE" TO WS-JOB-NEW-MESSAGE
003172         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
003173         GO TO 1300-EXIT
003174     END-IF
003175     MOVE LOW-VALUES TO IR-RATE-KEY
003176     START INCENTIVE-RATE-FILE KEY IS NOT LESS THAN IR-RATE-KEY
003177         INVALID KEY
003178             CONTINUE
003179         NOT INVALID KEY
003180             MOVE "N" TO WS-RATE-EOF-SW
003181             PERFORM 1350-READ-ONE-RATE THRU 1350-EXIT
003182                 UNTIL WS-RATE-EOF
003183     END-START
003184     CLOSE INCENTIVE-RATE-FILE.
003185 1300-EXIT.
003186     EXIT.
003187*-----------------------------------------------------------------
003188* 1350-READ-ONE-RATE - ADD ONE SCHEDULE ENTRY TO THE TABLE.  A
003189*                      FULL TABLE STOPS THE RUN - PRICING FROM A
003190*                      PART-LOADED SCHEDULE WOULD PAY THE WRONG
003191*                      RATE WITHOUT ANY SIGN OF IT.
003192*-----------------------------------------------------------------
003193 1350-READ-ONE-RATE.
003194     READ INCENTIVE-RATE-FILE NEXT
003195         AT END
003196             MOVE "Y" TO WS-RATE-EOF-SW
003197             GO TO 1350-EXIT
003198     END-READ
003199     IF WS-RATE-COUNT NOT < 200
003200         DISPLAY "PAYEXT: RATE SCHEDULE TABLE FULL - PURGE OLD"
003201             " ENTRIES THROUGH INCRMNT AND RERUN." UPON CONSOLE
003202         CLOSE INCENTIVE-RATE-FILE
003203         CLOSE RUN-CTL-FILE
003204         MOVE "RATE SCHEDULE TABLE FULL" TO WS-JOB-NEW-MESSAGE
003205         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003206         STOP RUN
003207     END-IF
003208     ADD 1 TO WS-RATE-COUNT
003209     MOVE IR-EFF-DATE TO WS-RT-EFF-DATE (WS-RATE-COUNT)
003210     MOVE IR-DEPT-CODE TO WS-RT-DEPT-CODE (WS-RATE-COUNT)
003211     MOVE IR-GAME-RATE TO WS-RT-GAME-RATE (WS-RATE-COUNT)
003212     MOVE IR-WIN-BONUS TO WS-RT-WIN-BONUS (WS-RATE-COUNT)
003213     MOVE IR-DAILY-CAP TO WS-RT-DAILY-CAP (WS-RATE-COUNT)
003214     MOVE ZERO TO WS-RT-USED (WS-RATE-COUNT)
003215     IF IR-DEPT-CODE NOT = SPACES
003216         MOVE "Y" TO WS-DEPT-RATES-SW
003217     END-IF.
003218 1350-EXIT.
003220     EXIT.
003230*-----------------------------------------------------------------
003240* 2000-ACCUMULATE - READ GUESS-LOG AND ROLL EACH OF TODAY'S GAMES
003320         AT END
003330             MOVE "Y" TO WS-EOF-SW
003340         NOT AT END
003346             ADD 1 TO WS-RECORDS-READ
003353             IF GL-LOG-DATE = WS-TODAY-DATE AND NOT GL-VOIDED
003360                 PERFORM 2100-FIND-PLAYER THRU 2100-EXIT
003370                 IF WS-SUB-1 > 0
003380                     PERFORM 2200-POST-GAME THRU 2200-EXIT
003383                 ELSE
003386                     ADD 1 TO WS-RECORDS-SKIPPED
003390                 END-IF
003393             ELSE
003396                 ADD 1 TO WS-RECORDS-SKIPPED
003400             END-IF
003410     END-READ.
003420 2000-EXIT.
003700         IF NOT WS-TABLE-FULL
003710             DISPLAY "PAYEXT: PLAYER TABLE FULL - EXCESS "
003720                 "PLAYERS DROPPED FROM EXTRACT." UPON CONSOLE
003723             MOVE "PLAYER TABLE FULL" TO WS-JOB-NEW-MESSAGE
003726             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
003730             MOVE "Y" TO WS-TABLE-FULL-SW
003740         END-IF
003750         MOVE ZERO TO WS-SUB-1
003990 2200-EXIT.
004000     EXIT.
004010*-----------------------------------------------------------------
004017* 3000-WRITE-EXTRACT - WRITE ONE DETAIL RECORD PER PLAYER, ANY
004025*                      VOIDED-GAME ADJUSTMENTS, AND THE DAY-TOTALS
004032*                      TRAILER.
004040*-----------------------------------------------------------------
004050 3000-WRITE-EXTRACT.
004052     IF WS-PLAYER-COUNT > 0
004055         PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
004057             VARYING WS-SUB-1 FROM 1 BY 1
004060             UNTIL WS-SUB-1 > WS-PLAYER-COUNT
004062     END-IF
004065     PERFORM 3300-WRITE-ADJUSTMENTS THRU 3300-EXIT
004067     IF WS-PLAYER-COUNT = 0 AND WS-ADJ-COUNT = 0
004070         GO TO 3000-EXIT
004080     END-IF
004120     PERFORM 3200-WRITE-TRAILER THRU 3200-EXIT.
004130 3000-EXIT.
004140     EXIT.
004180*                     TOTALS FOR THE TRAILER.  A PLAYER MARKED
004190*                     INACTIVE ON THE ROSTER IS SKIPPED - THE
004200*                     RECORD WOULD ONLY BOUNCE BACK REASON 002.
004203*                     THE AMOUNT IS PRICED ON THE SCHEDULE IN
004206*                     FORCE TODAY FOR THE PLAYER'S DEPARTMENT.
004210*-----------------------------------------------------------------
004220 3100-WRITE-DETAIL.
004230     IF WS-ROSTER-OPEN
004380     MOVE WS-TBL-GAMES-PLAYED (WS-SUB-1) TO PX-GAMES-PLAYED
004390     MOVE WS-TBL-GAMES-WON (WS-SUB-1) TO PX-GAMES-WON
004400     MOVE WS-TBL-GAMES-LOST (WS-SUB-1) TO PX-GAMES-LOST
004415     PERFORM 3150-PRICE-DAY THRU 3150-EXIT
004430     WRITE PAYROLL-EXTRACT-RECORD
004440     ADD 1 TO WS-EXTR-COUNT
004450     ADD WS-TBL-GAMES-PLAYED (WS-SUB-1) TO WS-TOTAL-GAMES
004460     ADD WS-TBL-GAMES-WON (WS-SUB-1) TO WS-TOTAL-WON
004461     ADD WS-TBL-GAMES-LOST (WS-SUB-1) TO WS-TOTAL-LOST
004462     ADD PX-INCENTIVE-AMT TO WS-TOTAL-INCENTIVE.
004463 3100-EXIT.
004464     EXIT.
004465*-----------------------------------------------------------------
004467* 3150-PRICE-DAY - PRICE ONE PLAYER'S DAY: GAMES PLAYED AT THE
004468*                  GAME RATE PLUS GAMES WON AT THE WIN BONUS, HELD
004469*                  TO THE DAILY CAP WHEN THE ENTRY CARRIES ONE.
004470*                  COUNT THE PLAYER AGAINST THE ENTRY USED FOR THE
004471*                  CONSOLE SUMMARY.
004472*-----------------------------------------------------------------
004474 3150-PRICE-DAY.
004475     MOVE WS-TODAY-DATE TO WS-PRICE-DATE
004476     MOVE WS-TBL-PLAYER-ID (WS-SUB-1) TO WS-PRICE-PLAYER
004477     PERFORM 4000-FIND-RATE THRU 4000-EXIT
004478     COMPUTE WS-DAY-AMOUNT ROUNDED =
004480         WS-TBL-GAMES-PLAYED (WS-SUB-1) * WS-APPLY-RATE
004481         + WS-TBL-GAMES-WON (WS-SUB-1) * WS-APPLY-BONUS
004482     IF WS-APPLY-CAP NOT = ZERO
004483             AND WS-DAY-AMOUNT > WS-APPLY-CAP
004484         MOVE WS-APPLY-CAP TO WS-DAY-AMOUNT
004485         ADD 1 TO WS-CAPPED-COUNT
004487     END-IF
004488     MOVE WS-DAY-AMOUNT TO PX-INCENTIVE-AMT
004489     IF WS-RATE-SUB = ZERO
004490         ADD 1 TO WS-STD-USED
004491         GO TO 3150-EXIT
004492     END-IF
004494     ADD 1 TO WS-RT-USED (WS-RATE-SUB)
004495     IF WS-RT-EFF-DATE (WS-RATE-SUB) > WS-RATE-EFF-DATE
004496         MOVE WS-RT-EFF-DATE (WS-RATE-SUB) TO WS-RATE-EFF-DATE
004497     END-IF.
004498 3150-EXIT.
004500     EXIT.
004510*-----------------------------------------------------------------
004520* 3200-WRITE-TRAILER - FORMAT AND WRITE THE DAY-TOTALS TRAILER.
004590     MOVE WS-TOTAL-WON TO PX-TOTAL-WON
004600     MOVE WS-TOTAL-LOST TO PX-TOTAL-LOST
004610     MOVE WS-TOTAL-INCENTIVE TO PX-TOTAL-INCENTIVE
004612     MOVE WS-ADJ-COUNT TO PX-TOTAL-ADJ-COUNT
004614     MOVE WS-TOTAL-ADJUST TO PX-TOTAL-ADJUST
004616     MOVE WS-RATE-EFF-DATE TO PX-RATE-EFF-DATE
004618     MOVE WS-CAPPED-COUNT TO PX-TOTAL-CAPPED
004620     WRITE PAYROLL-EXTRACT-RECORD
004630     DISPLAY "PAYEXT: EXTRACT WRITTEN." UPON CONSOLE
004640     IF WS-INACT-COUNT > ZERO
004650         DISPLAY "PAYEXT: " WS-INACT-COUNT " INACTIVE PLAYERS"
004660             " LEFT OUT OF THE EXTRACT." UPON CONSOLE
004666     END-IF
004673     PERFORM 3400-SHOW-RATES THRU 3400-EXIT.
004680 3200-EXIT.
004690     EXIT.
004700*-----------------------------------------------------------------
004710* 3300-WRITE-ADJUSTMENTS - CARRY A NEGATIVE INCENTIVE ADJUSTMENT
004720*                          FOR EVERY GAME VOIDED AFTER ITS DAY
004730*                          WENT TO PAYROLL (VOIDAPL LEAVES THE
004740*                          REQUEST WITH AN ADJUSTMENT DUE), AND
004750*                          MARK THE REQUEST CARRIED ON TONIGHT'S
004760*                          GENERATION.  A REQUEST ALREADY CARRIED
004770*                          ON AN EARLIER GENERATION FOR TODAY IS
004780*                          CARRIED AGAIN - A SUPERVISED RERUN
004790*                          REPLACES THAT EXTRACT.
004800*-----------------------------------------------------------------
004810 3300-WRITE-ADJUSTMENTS.
004820     IF NOT WS-VOID-OPEN
004830         GO TO 3300-EXIT
004840     END-IF
004850     MOVE LOW-VALUES TO GV-VOID-KEY
004860     START GAME-VOID-FILE KEY IS NOT LESS THAN GV-VOID-KEY
004870         INVALID KEY
004880             GO TO 3300-EXIT
004890     END-START
004900     MOVE "N" TO WS-VOID-EOF-SW
004910     PERFORM 3350-ONE-ADJUSTMENT THRU 3350-EXIT
004920         UNTIL WS-VOID-EOF
004930     IF WS-ADJ-COUNT > ZERO
004940         DISPLAY "PAYEXT: " WS-ADJ-COUNT " VOIDED-GAME"
004950             " ADJUSTMENTS CARRIED." UPON CONSOLE
004960     END-IF.
004970 3300-EXIT.
004980     EXIT.
004990*-----------------------------------------------------------------
005000* 3350-ONE-ADJUSTMENT - WRITE THE "A" RECORD FOR ONE VOID REQUEST
005010*                       THAT OWES PAYROLL AN ADJUSTMENT.  THE
005020*                       PLAYER'S DAY IS PRICED ON THE SCHEDULE IN
005030*                       FORCE ON ITS OWN DATE TWICE - WITH THE
005040*                       VOIDED GAME AND WITHOUT IT, EACH HELD TO
005050*                       THE DAILY CAP - AND THE DIFFERENCE IS WHAT
005060*                       IS TAKEN BACK.  IT IS ZERO FOR A GAME THAT
005070*                       ONLY TOOK THE DAY FURTHER OVER ITS CAP,
005080*                       AND THE "A" RECORD STILL GOES SO PAYROLL
005090*                       SEES EVERY VOID.  THE HISTORY WALK READS
005100*                       OTHER VOID REQUESTS, SO THIS ONE IS READ
005110*                       BACK BEFORE IT IS REWRITTEN AND THE FILE
005120*                       IS REPOSITIONED PAST IT.
005130*-----------------------------------------------------------------
005140 3350-ONE-ADJUSTMENT.
005150     READ GAME-VOID-FILE NEXT
005160         AT END
005170             MOVE "Y" TO WS-VOID-EOF-SW
005180             GO TO 3350-EXIT
005190     END-READ
005200     IF GV-ADJ-CARRIED
005210         MOVE GV-ADJ-GEN TO XR-GEN-NUMBER
005220         READ XMIT-REG-FILE
005230             INVALID KEY
005240                 GO TO 3350-EXIT
005250         END-READ
005260         IF XR-BUS-DATE NOT = WS-TODAY-DATE
005270             GO TO 3350-EXIT
005280         END-IF
005290     ELSE
005300         IF NOT GV-ADJ-DUE
005310             GO TO 3350-EXIT
005320         END-IF
005330     END-IF
005340     MOVE GV-VOID-KEY TO WS-ADJ-KEY
005350     PERFORM 3360-TALLY-DAY THRU 3360-EXIT
005360     MOVE WS-ADJ-KEY TO GV-VOID-KEY
005370     READ GAME-VOID-FILE
005380         INVALID KEY
005390             MOVE "Y" TO WS-VOID-EOF-SW
005400             GO TO 3350-EXIT
005410     END-READ
005420     MOVE GV-LOG-DATE TO WS-PRICE-DATE
005430     MOVE GV-PLAYER-ID TO WS-PRICE-PLAYER
005440     PERFORM 4000-FIND-RATE THRU 4000-EXIT
005450     COMPUTE WS-WITHOUT-AMOUNT ROUNDED =
005460         WS-ADJ-PLAYED * WS-APPLY-RATE
005470         + WS-ADJ-WON * WS-APPLY-BONUS
005480     IF WS-APPLY-CAP NOT = ZERO
005490             AND WS-WITHOUT-AMOUNT > WS-APPLY-CAP
005500         MOVE WS-APPLY-CAP TO WS-WITHOUT-AMOUNT
005510     END-IF
005520     ADD 1 TO WS-ADJ-PLAYED
005530     IF GV-WIN
005540         ADD 1 TO WS-ADJ-WON
005550     END-IF
005560     COMPUTE WS-WITH-AMOUNT ROUNDED =
005570         WS-ADJ-PLAYED * WS-APPLY-RATE
005580         + WS-ADJ-WON * WS-APPLY-BONUS
005590     IF WS-APPLY-CAP NOT = ZERO
005600             AND WS-WITH-AMOUNT > WS-APPLY-CAP
005610         MOVE WS-APPLY-CAP TO WS-WITH-AMOUNT
005620     END-IF
005630     COMPUTE WS-GAME-AMOUNT = WS-WITH-AMOUNT - WS-WITHOUT-AMOUNT
005640     MOVE SPACES TO PAYROLL-EXTRACT-RECORD
005650     MOVE "A" TO PX-RECORD-TYPE
005660     MOVE GV-PLAYER-ID TO PX-ADJ-PLAYER-ID
005670     MOVE GV-LOG-DATE TO PX-ADJ-GAME-DATE
005680     MOVE GV-LOG-TIME TO PX-ADJ-GAME-TIME
005690     COMPUTE PX-ADJ-AMOUNT ROUNDED = ZERO - WS-GAME-AMOUNT
005700     WRITE PAYROLL-EXTRACT-RECORD
005710     ADD 1 TO WS-ADJ-COUNT
005720     ADD PX-ADJ-AMOUNT TO WS-TOTAL-ADJUST
005730     MOVE "C" TO GV-ADJ-SW
005740     MOVE WS-GEN-NUMBER TO GV-ADJ-GEN
005750     MOVE WS-GAME-AMOUNT TO GV-ADJ-AMOUNT
005760     REWRITE GAME-VOID-RECORD
005770         INVALID KEY
005780             DISPLAY "PAYEXT: VOID " GV-LOG-DATE " " GV-PLAYER-ID
005790                 " " GV-LOG-TIME " TAKEN BACK BUT NOT MARKED -"
005800                 " STATUS " FS-GAME-VOID ".  MARK IT BY HAND"
005810                 " BEFORE THE NEXT EXTRACT." UPON CONSOLE
005820             MOVE "VOID NOT MARKED TAKEN BACK"
005830                 TO WS-JOB-NEW-MESSAGE
005840             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
005850     END-REWRITE
005860     START GAME-VOID-FILE KEY IS GREATER THAN GV-VOID-KEY
005870         INVALID KEY
005880             MOVE "Y" TO WS-VOID-EOF-SW
005890     END-START.
005900 3350-EXIT.
005910     EXIT.
005920*-----------------------------------------------------------------
005930* 3360-TALLY-DAY - COUNT THE GAMES PLAYED AND WON ON THE VOIDED
005940*                  GAME'S DAY BY ITS PLAYER, LEAVING OUT THE
005950*                  VOIDED GAME ITSELF, FROM THE GAME-HISTORY
005960*                  MASTER.  WITH NO MASTER THE COUNTS STAY ZERO
005970*                  AND THE GAME IS PRICED ALONE.
005980*-----------------------------------------------------------------
005990 3360-TALLY-DAY.
006000     MOVE ZERO TO WS-ADJ-PLAYED
006010     MOVE ZERO TO WS-ADJ-WON
006020     IF NOT WS-HIST-OPEN
006030         GO TO 3360-EXIT
006040     END-IF
006050     MOVE WS-ADJ-DATE TO GH-LOG-DATE
006060     MOVE WS-ADJ-PLAYER TO GH-PLAYER-ID
006070     MOVE ZERO TO GH-LOG-TIME
006080     START GAME-HIST-FILE KEY IS NOT LESS THAN GH-HIST-KEY
006090         INVALID KEY
006100             GO TO 3360-EXIT
006110     END-START
006120     MOVE "N" TO WS-HIST-EOF-SW
006130     PERFORM 3370-TALLY-ONE-GAME THRU 3370-EXIT
006140         UNTIL WS-HIST-EOF.
006150 3360-EXIT.
006160     EXIT.
006170*-----------------------------------------------------------------
006180* 3370-TALLY-ONE-GAME - READ ONE GAME-HISTORY RECORD AND COUNT IT
006190*                       IF IT IS ANOTHER OF THE PLAYER'S GAMES
006200*                       THAT DAY AND STILL COUNTS IN THE PAY
006210*                       PAYROLL HOLDS.  A VOIDED GAME COUNTS ONLY
006220*                       WHILE ITS OWN ADJUSTMENT HAS NOT BEEN
006230*                       TAKEN BACK.
006240*-----------------------------------------------------------------
006250 3370-TALLY-ONE-GAME.
006260     READ GAME-HIST-FILE NEXT
006270         AT END
006280             MOVE "Y" TO WS-HIST-EOF-SW
006290             GO TO 3370-EXIT
006300     END-READ
006310     IF GH-LOG-DATE NOT = WS-ADJ-DATE
006320             OR GH-PLAYER-ID NOT = WS-ADJ-PLAYER
006330         MOVE "Y" TO WS-HIST-EOF-SW
006340         GO TO 3370-EXIT
006350     END-IF
006360     IF GH-LOG-TIME = WS-ADJ-TIME
006370         GO TO 3370-EXIT
006380     END-IF
006390     IF GH-VOIDED
006400         PERFORM 3380-CHECK-STILL-PAID THRU 3380-EXIT
006410         IF NOT WS-STILL-PAID
006420             GO TO 3370-EXIT
006430         END-IF
006440     END-IF
006450     ADD 1 TO WS-ADJ-PLAYED
006460     IF GH-WIN
006470         ADD 1 TO WS-ADJ-WON
006480     END-IF.
006490 3370-EXIT.
006500     EXIT.
006510*-----------------------------------------------------------------
006520* 3380-CHECK-STILL-PAID - DECIDE WHETHER A VOIDED GAME IS STILL IN
006530*                         THE PAY PAYROLL HOLDS.  IT IS WHILE ITS
006540*                         ADJUSTMENT IS DUE, OR WAS CARRIED ON AN
006550*                         EARLIER EXTRACT FOR TODAY THAT TONIGHT'S
006560*                         RERUN REPLACES AND WILL CARRY AGAIN.  A
006570*                         GAME VOIDED BEFORE ITS DAY WENT OUT WAS
006580*                         NEVER PAID, AND ONE CARRIED ON AN
006590*                         EARLIER DAY OR ALREADY TONIGHT HAS BEEN
006600*                         TAKEN BACK.
006610*-----------------------------------------------------------------
006620 3380-CHECK-STILL-PAID.
006630     MOVE "N" TO WS-STILL-PAID-SW
006640     MOVE GH-HIST-KEY TO GV-VOID-KEY
006650     READ GAME-VOID-FILE
006660         INVALID KEY
006670             GO TO 3380-EXIT
006680     END-READ
006690     IF GV-ADJ-DUE
006700         MOVE "Y" TO WS-STILL-PAID-SW
006710         GO TO 3380-EXIT
006720     END-IF
006730     IF NOT GV-ADJ-CARRIED OR GV-ADJ-GEN = WS-GEN-NUMBER
006740         GO TO 3380-EXIT
006750     END-IF
006760     MOVE GV-ADJ-GEN TO XR-GEN-NUMBER
006770     READ XMIT-REG-FILE
006780         INVALID KEY
006790             GO TO 3380-EXIT
006800     END-READ
006810     IF XR-BUS-DATE = WS-TODAY-DATE
006820         MOVE "Y" TO WS-STILL-PAID-SW
006830     END-IF.
006840 3380-EXIT.
006850     EXIT.
006860*-----------------------------------------------------------------
006870* 3400-SHOW-RATES - LIST EACH RATE APPLIED TONIGHT ON THE CONSOLE
006880*                   WITH THE PLAYERS PRICED ON IT, SO THE
006890*                   OPERATOR CAN SEE WHICH SCHEDULE ENTRIES PAID.
006900*-----------------------------------------------------------------
006910 3400-SHOW-RATES.
006920     IF WS-STD-USED > ZERO
006930         DISPLAY "PAYEXT: RATE APPLIED - STANDARD 0.50/GAME, NO"
006940             " SCHEDULE ENTRY - " WS-STD-USED " PLAYERS."
006950             UPON CONSOLE
006960     END-IF
006970     IF WS-RATE-COUNT > ZERO
006980         PERFORM 3450-SHOW-ONE-RATE THRU 3450-EXIT
006990             VARYING WS-RATE-SUB FROM 1 BY 1
007000             UNTIL WS-RATE-SUB > WS-RATE-COUNT
007010     END-IF
007020     IF WS-CAPPED-COUNT > ZERO
007030         DISPLAY "PAYEXT: " WS-CAPPED-COUNT " PLAYERS HELD TO"
007040             " THE DAILY CAP." UPON CONSOLE
007050     END-IF.
007060 3400-EXIT.
007070     EXIT.
007080*-----------------------------------------------------------------
007090* 3450-SHOW-ONE-RATE - ONE CONSOLE LINE FOR A SCHEDULE ENTRY THAT
007100*                      PRICED AT LEAST ONE PLAYER.
007110*-----------------------------------------------------------------
007120 3450-SHOW-ONE-RATE.
007130     IF WS-RT-USED (WS-RATE-SUB) = ZERO
007140         GO TO 3450-EXIT
007150     END-IF
007160     IF WS-RT-DEPT-CODE (WS-RATE-SUB) = SPACES
007170         MOVE "ALL" TO WS-SHOW-DEPT
007180     ELSE
007190         MOVE WS-RT-DEPT-CODE (WS-RATE-SUB) TO WS-SHOW-DEPT
007200     END-IF
007210     MOVE WS-RT-GAME-RATE (WS-RATE-SUB) TO WS-SHOW-RATE
007220     MOVE WS-RT-WIN-BONUS (WS-RATE-SUB) TO WS-SHOW-BONUS
007230     IF WS-RT-DAILY-CAP (WS-RATE-SUB) = ZERO
007240         MOVE "NONE" TO WS-SHOW-CAP
007250     ELSE
007260         MOVE WS-RT-DAILY-CAP (WS-RATE-SUB) TO WS-SHOW-CAP-ED
007270     END-IF
007280     DISPLAY "PAYEXT: RATE APPLIED - EFFECTIVE "
007290         WS-RT-EFF-DATE (WS-RATE-SUB) " DEPT " WS-SHOW-DEPT
007300         " " WS-SHOW-RATE "/GAME " WS-SHOW-BONUS "/WIN CAP "
007310         WS-SHOW-CAP " - " WS-RT-USED (WS-RATE-SUB) " PLAYERS."
007320         UPON CONSOLE.
007330 3450-EXIT.
007340     EXIT.
007350*-----------------------------------------------------------------
007360* 4000-FIND-RATE - FIND THE SCHEDULE ENTRY IN FORCE FOR
007370*                  WS-PRICE-PLAYER ON WS-PRICE-DATE.  THE LATEST
007380*                  ENTRY EFFECTIVE ON OR BEFORE THE DATE FOR THE
007390*                  PLAYER'S DEPARTMENT WINS; FAILING THAT THE
007400*                  LATEST SHOP-WIDE ENTRY; FAILING THAT THE
007410*                  STANDARD RATE (WS-RATE-SUB ZERO).  LEAVES THE
007420*                  RATE, BONUS AND CAP IN THE WS-APPLY- FIELDS.
007430*-----------------------------------------------------------------
007440 4000-FIND-RATE.
007450     MOVE SPACES TO WS-PRICE-DEPT
007460     IF WS-DEPT-RATES
007470         PERFORM 4100-GET-DEPT-ASOF THRU 4100-EXIT
007480     END-IF
007490     MOVE ZERO TO WS-DEPT-HIT
007500     MOVE ZERO TO WS-ALL-HIT
007510     IF WS-RATE-COUNT > ZERO
007520         PERFORM 4050-COMPARE-RATE THRU 4050-EXIT
007530             VARYING WS-RATE-SUB FROM 1 BY 1
007540             UNTIL WS-RATE-SUB > WS-RATE-COUNT
007550     END-IF
007560     IF WS-DEPT-HIT > ZERO
007570         MOVE WS-DEPT-HIT TO WS-RATE-SUB
007580     ELSE
007590         MOVE WS-ALL-HIT TO WS-RATE-SUB
007600     END-IF
007610     IF WS-RATE-SUB = ZERO
007620         MOVE WS-STD-GAME-RATE TO WS-APPLY-RATE
007630         MOVE ZERO TO WS-APPLY-BONUS
007640         MOVE ZERO TO WS-APPLY-CAP
007650         GO TO 4000-EXIT
007660     END-IF
007670     MOVE WS-RT-GAME-RATE (WS-RATE-SUB) TO WS-APPLY-RATE
007680     MOVE WS-RT-WIN-BONUS (WS-RATE-SUB) TO WS-APPLY-BONUS
007690     MOVE WS-RT-DAILY-CAP (WS-RATE-SUB) TO WS-APPLY-CAP.
007700 4000-EXIT.
007710     EXIT.
007720*-----------------------------------------------------------------
007730* 4050-COMPARE-RATE - TEST ONE TABLE ENTRY.  THE TABLE IS IN
007740*                     EFFECTIVE-DATE ORDER, SO A LATER QUALIFYING
007750*                     ENTRY REPLACES AN EARLIER ONE.
007760*-----------------------------------------------------------------
007770 4050-COMPARE-RATE.
007780     IF WS-RT-EFF-DATE (WS-RATE-SUB) > WS-PRICE-DATE
007790         GO TO 4050-EXIT
007800     END-IF
007810     IF WS-RT-DEPT-CODE (WS-RATE-SUB) = SPACES
007820         MOVE WS-RATE-SUB TO WS-ALL-HIT
007830         GO TO 4050-EXIT
007840     END-IF
007850     IF WS-RT-DEPT-CODE (WS-RATE-SUB) = WS-PRICE-DEPT
007860         MOVE WS-RATE-SUB TO WS-DEPT-HIT
007870     END-IF.
007880 4050-EXIT.
007890     EXIT.
007900*-----------------------------------------------------------------
007910* 4100-GET-DEPT-ASOF - WALK THE PLAYER'S ASSIGNMENT HISTORY IN
007920*                      KEY ORDER AND KEEP THE LAST DEPARTMENT
007930*                      FROM-DATED ON OR BEFORE THE PRICING DATE.
007940*                      NO HISTORY FOR THE PLAYER FALLS BACK TO THE
007950*                      ROSTER'S CURRENT CODE.
007960*-----------------------------------------------------------------
007970 4100-GET-DEPT-ASOF.
007980     MOVE "N" TO WS-ASGN-FOUND-SW
007990     IF WS-ASGN-OPEN
008000         MOVE WS-PRICE-PLAYER TO DA-PLAYER-ID
008010         MOVE ZEROS TO DA-FROM-DATE
008020         START DEPT-ASSIGN-FILE
008030                 KEY IS NOT LESS THAN DA-ASSIGN-KEY
008040             INVALID KEY
008050                 CONTINUE
008060             NOT INVALID KEY
008070                 MOVE "N" TO WS-ASGN-EOF-SW
008080                 PERFORM 4150-READ-ONE-ASSIGN THRU 4150-EXIT
008090                     UNTIL WS-ASGN-EOF
008100         END-START
008110     END-IF
008120     IF WS-ASGN-FOUND OR NOT WS-ROSTER-OPEN
008130         GO TO 4100-EXIT
008140     END-IF
008150     MOVE WS-PRICE-PLAYER TO PL-PLAYER-ID
008160     READ PLAYERS-FILE
008170         INVALID KEY
008180             MOVE SPACES TO WS-PRICE-DEPT
008190         NOT INVALID KEY
008200             MOVE PL-DEPT-CODE TO WS-PRICE-DEPT
008210     END-READ.
008220 4100-EXIT.
008230     EXIT.
008240*-----------------------------------------------------------------
008250* 4150-READ-ONE-ASSIGN - TAKE ONE ASSIGNMENT RECORD IF IT IS THE
008260*                        PLAYER'S AND FROM-DATED ON OR BEFORE THE
008270*                        PRICING DATE.  THE LAST ONE TAKEN IS THE
008280*                        ONE IN FORCE.
008290*-----------------------------------------------------------------
008300 4150-READ-ONE-ASSIGN.
008310     READ DEPT-ASSIGN-FILE NEXT
008320         AT END
008330             MOVE "Y" TO WS-ASGN-EOF-SW
008340             GO TO 4150-EXIT
008350     END-READ
008360     IF DA-PLAYER-ID NOT = WS-PRICE-PLAYER
008370             OR DA-FROM-DATE > WS-PRICE-DATE
008380         MOVE "Y" TO WS-ASGN-EOF-SW
008390         GO TO 4150-EXIT
008400     END-IF
008410     MOVE DA-DEPT-CODE TO WS-PRICE-DEPT
008420     MOVE "Y" TO WS-ASGN-FOUND-SW.
008430 4150-EXIT.
008440     EXIT.
008450*-----------------------------------------------------------------
008460* 9000-TERMINATE - MARK THE PAYEXT STEP DONE ON THE RUN-CONTROL
008470*                  RECORD, CLOSE FILES AND LOG THE END OF THE RUN.
008480*-----------------------------------------------------------------
008490 9000-TERMINATE.
008500     PERFORM 9100-REGISTER-GENERATION THRU 9100-EXIT
008510     MOVE "Y" TO RC-PAYEXT-DONE-SW
008520     REWRITE RUN-CTL-RECORD
008530     CLOSE RUN-CTL-FILE
008540     CLOSE GUESS-LOG-FILE
008550     IF WS-ROSTER-OPEN
008560         CLOSE PLAYERS-FILE
008570     END-IF
008580     IF WS-VOID-OPEN
008590         CLOSE GAME-VOID-FILE
008600     END-IF
008610     IF WS-HIST-OPEN
008620         CLOSE GAME-HIST-FILE
008630     END-IF
008640     IF WS-ASGN-OPEN
008650         CLOSE DEPT-ASSIGN-FILE
008660     END-IF
008670     CLOSE PAYROLL-EXTRACT-FILE
008680     PERFORM 9710-LOG-END THRU 9710-EXIT.
008690 9000-EXIT.
008700     EXIT.
008710*-----------------------------------------------------------------
008720* 9100-REGISTER-GENERATION - FILE TONIGHT'S GENERATION ON THE
008730*                            TRANSMISSION REGISTER, AWAITING A
008740*                            RETURN.  A RE-RUN UNDER SUPERVISOR
008750*                            OVERRIDE GETS ITS OWN GENERATION,
008760*                            SO THE KEY CANNOT COLLIDE.
008770*-----------------------------------------------------------------
008780 9100-REGISTER-GENERATION.
008790     MOVE SPACES TO XMIT-REGISTER-RECORD
008800     MOVE WS-GEN-NUMBER TO XR-GEN-NUMBER
008810     MOVE WS-TODAY-DATE TO XR-BUS-DATE
008820     MOVE WS-EXTR-COUNT TO XR-PLAYER-COUNT
008830     MOVE WS-TOTAL-INCENTIVE TO XR-INCENTIVE-TOTAL
008840     MOVE "N" TO XR-RETURN-SW
008850     MOVE ZEROS TO XR-RETURN-DATE
008860     WRITE XMIT-REGISTER-RECORD
008870         INVALID KEY
008880             REWRITE XMIT-REGISTER-RECORD
008890     END-WRITE
008900     CLOSE XMIT-REG-FILE.
008910 9100-EXIT.
008920     EXIT.
008930*-----------------------------------------------------------------
008940* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
008950*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
008960*                  BUSINESS DATE.
008970*-----------------------------------------------------------------
008980 9700-LOG-START.
008990     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
009000     ACCEPT WS-JOB-START-TIME FROM TIME
009010     MOVE "S" TO WS-JOB-EVENT
009020     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
009030 9700-EXIT.
009040     EXIT.
009050*-----------------------------------------------------------------
009060* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
009070*                LOG.  READ IS EVERY GUESS-LOG RECORD READ;
009080*                WRITTEN IS THE DETAIL AND ADJUSTMENT RECORDS ON
009090*                THE EXTRACT; SKIPPED IS THE GAMES FROM AN EARLIER
009100*                DAY, VOIDED OR DROPPED FROM A FULL TABLE.  A RUN
009110*                THAT RAISED WARNINGS BUT WAS NOT STOPPED ENDS
009120*                WITH CODE 04.
009130*-----------------------------------------------------------------
009140 9710-LOG-END.
009150     MOVE WS-RECORDS-READ TO WS-JOB-READ
009160     COMPUTE WS-JOB-WRITTEN = WS-EXTR-COUNT + WS-ADJ-COUNT
009170     MOVE WS-RECORDS-SKIPPED TO WS-JOB-SKIPPED
009180     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
009190         MOVE 04 TO WS-JOB-COMPLETION
009200     END-IF
009210     MOVE "E" TO WS-JOB-EVENT
009220     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
009230 9710-EXIT.
009240     EXIT.
009250*-----------------------------------------------------------------
009260* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
009270*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
009280*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
009290*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
009300*-----------------------------------------------------------------
009310 9720-NOTE-WARNING.
009320     ADD 1 TO WS-JOB-WARNINGS
009330     IF WS-JOB-MESSAGE = SPACES
009340         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
009350     END-IF.
009360 9720-EXIT.
009370     EXIT.
009380*-----------------------------------------------------------------
009390* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
009400*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
009410*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
009420*                    BEFORE THE STOP RUN.
009430*-----------------------------------------------------------------
009440 9730-LOG-FAILURE.
009450     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
009460     MOVE 08 TO WS-JOB-COMPLETION
009470     PERFORM 9710-LOG-END THRU 9710-EXIT.
009480 9730-EXIT.
009490     EXIT.
009500*-----------------------------------------------------------------
009510* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
009520*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
009530*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
009540*-----------------------------------------------------------------
009550 9750-WRITE-JOB-LOG.
009560     OPEN EXTEND JOB-LOG-FILE
009570     IF NOT FS-JOB-LOG-OK
009580         OPEN OUTPUT JOB-LOG-FILE
009590     END-IF
009600     IF NOT FS-JOB-LOG-OK
009610         DISPLAY "PAYEXT: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
009620             UPON CONSOLE
009630         GO TO 9750-EXIT
009640     END-IF
009650     MOVE SPACES TO JOB-LOG-RECORD
009660     MOVE "PAYEXT" TO JL-PROGRAM
009670     MOVE WS-JOB-EVENT TO JL-EVENT
009680     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
009690     MOVE WS-JOB-START-DATE TO JL-START-DATE
009700     MOVE WS-JOB-START-TIME TO JL-START-TIME
009710     IF JL-END
009720         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
009730         ACCEPT JL-END-TIME FROM TIME
009740     ELSE
009750         MOVE ZERO TO JL-END-DATE
009760         MOVE ZERO TO JL-END-TIME
009770     END-IF
009780     MOVE WS-JOB-READ TO JL-READ-COUNT
009790     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
009800     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
009810     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
009820     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
009830     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
009840     WRITE JOB-LOG-RECORD
009850     CLOSE JOB-LOG-FILE.
009860 9750-EXIT.
009870     EXIT.
009880 END PROGRAM PAYEXT.
