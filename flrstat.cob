000220*                  PLAYS UP.  OPERATOR SIGN-ON AGAINST OPERS;
000230*                  EVERYTHING HERE IS READ-ONLY, SO ANY
000240*                  PRIVILEGE LEVEL MAY LOOK.
000241* 10/15/26   DLM   SKIP GAMES VOIDED BY A SUPERVISOR (GL-VOID-SW).
000243* 10/15/26   DLM   ONE-LINE SUMMARY OF LAST NIGHT'S BATCH RUNS OFF
000245*                  THE BATCH JOB LOG (JOBLOG) - RUNS STARTED,
000246*                  ENDED CLEAN, ENDED WITH WARNINGS, FAILED AND
000248*                  NEVER ENDED.  JOBLRPT HAS THE DETAIL.
000250*-----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS OP-OPER-ID
000510         FILE STATUS IS FS-OPERATOR.
000512     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000515         ORGANIZATION IS LINE SEQUENTIAL
000517         FILE STATUS IS FS-JOB-LOG.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  DRAW-CTL-FILE.
000610     COPY RUNCTLRC.
000620 FD  OPERATOR-FILE.
000630     COPY OPERREC.
000633 FD  JOB-LOG-FILE.
000636     COPY JOBLREC.
000640 WORKING-STORAGE SECTION.
000650 01  FS-DRAW-CTL             PIC X(02).
000660     88  FS-DRAW-CTL-OK             VALUE "00".
000720     88  FS-RUN-CTL-OK              VALUE "00".
000730 01  FS-OPERATOR             PIC X(02).
000740     88  FS-OPERATOR-OK             VALUE "00".
000743 01  FS-JOB-LOG              PIC X(02).
000746     88  FS-JOB-LOG-OK              VALUE "00".
000750 01  WS-SWITCHES.
000760     05  WS-EOF-SW               PIC X(01) VALUE "N".
000770         88  WS-EOF                  VALUE "Y".
000790 01  WS-TODAY-DATE               PIC 9(08).
000800 01  WS-NOW-TIME                 PIC 9(08).
000810 01  WS-NOW-HHMM                 PIC 9(04).
000811 01  WS-NIGHT-DATE               PIC 9(08).
000812 01  WS-DATE-INT                 PIC 9(08) COMP.
000813 01  WS-NOON-TIME                PIC 9(08) VALUE 12000000.
000814 01  WS-NIGHT-TOTALS.
000815     05  WS-NGT-STARTS           PIC 9(05) COMP VALUE ZERO.
000816     05  WS-NGT-ENDS             PIC 9(05) COMP VALUE ZERO.
000817     05  WS-NGT-CLEAN            PIC 9(05) COMP VALUE ZERO.
000818     05  WS-NGT-WARN             PIC 9(05) COMP VALUE ZERO.
000819     05  WS-NGT-FAILED           PIC 9(05) COMP VALUE ZERO.
000820 01  WS-SESS-SUB                 PIC 9(03) COMP VALUE ZERO.
000830 01  WS-SESSION-TABLE.
000840     05  FILLER                  PIC X(03) VALUE "MLE".
001020     05  TAL-LABEL               PIC X(08).
001030     05  TAL-GAMES               PIC ZZZZZ9.
001040     05  FILLER                  PIC X(02) VALUE SPACES.
001041     05  TAL-WINS                PIC ZZZZZ9.
001042 01  WS-NIGHT-LINE.
001044     05  FILLER                  PIC X(18) VALUE
001045         "OVERNIGHT BATCH : ".
001046     05  NGT-RUNS                PIC ZZ9.
001048     05  FILLER                  PIC X(07) VALUE " RUNS, ".
001049     05  NGT-CLEAN               PIC ZZ9.
001050     05  FILLER                  PIC X(08) VALUE " CLEAN, ".
001052     05  NGT-WARN                PIC ZZ9.
001053     05  FILLER                  PIC X(07) VALUE " WARN, ".
001054     05  NGT-FAILED              PIC ZZ9.
001056     05  FILLER                  PIC X(09) VALUE " FAILED, ".
001057     05  NGT-NOT-ENDED           PIC ZZ9.
001058     05  FILLER                  PIC X(11) VALUE " NOT ENDED.".
001060 PROCEDURE DIVISION.
001070 0000-MAINLINE.
001080     PERFORM 1000-SIGN-ON THRU 1000-EXIT
001100     PERFORM 3000-SHOW-LOG-TALLY THRU 3000-EXIT
001110     PERFORM 4000-SHOW-CHECKPOINTS THRU 4000-EXIT
001120     PERFORM 5000-SHOW-RUN-FLAGS THRU 5000-EXIT
001125     PERFORM 6000-SHOW-OVERNIGHT THRU 6000-EXIT
001130     STOP RUN.
001140*-----------------------------------------------------------------
001150* 1000-SIGN-ON - ANY OPERATOR MAY LOOK - THE DASHBOARD CHANGES
002450     IF GL-LOG-DATE NOT = WS-TODAY-DATE
002460         GO TO 3200-EXIT
002470     END-IF
002472     IF GL-VOIDED
002475         GO TO 3200-EXIT
002477     END-IF
002480     EVALUATE TRUE
002490         WHEN GL-SESSION-MORNING
002500             MOVE 1 TO WS-SESS-SUB
003440     CLOSE RUN-CTL-FILE.
003450 5000-EXIT.
003460     EXIT.
003470*-----------------------------------------------------------------
003480* 6000-SHOW-OVERNIGHT - ONE LINE ON LAST NIGHT'S BATCH RUNS OFF
003490*                       THE JOB LOG.  THE NIGHT RUNS FROM NOON
003500*                       YESTERDAY TO NOON TODAY, AS ON JOBLRPT.  A
003510*                       START WITH NO END IS A STEP THAT NEVER
003520*                       FINISHED - OR ONE STILL RUNNING.
003530*-----------------------------------------------------------------
003540 6000-SHOW-OVERNIGHT.
003550     DISPLAY " " UPON CONSOLE
003560     OPEN INPUT JOB-LOG-FILE
003570     IF NOT FS-JOB-LOG-OK
003580         DISPLAY "OVERNIGHT BATCH : NO JOB LOG (JOBLOG) YET."
003590             UPON CONSOLE
003600         GO TO 6000-EXIT
003610     END-IF
003620     COMPUTE WS-DATE-INT =
003630         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1
003640     COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
003650     MOVE "N" TO WS-EOF-SW
003660     PERFORM 6100-TALLY-ONE-RUN THRU 6100-EXIT
003670         UNTIL WS-EOF
003680     CLOSE JOB-LOG-FILE
003690     IF WS-NGT-STARTS = ZERO
003700         DISPLAY "OVERNIGHT BATCH : NO RUNS LOGGED LAST NIGHT."
003710             UPON CONSOLE
003720         GO TO 6000-EXIT
003730     END-IF
003740     MOVE WS-NGT-STARTS TO NGT-RUNS
003750     MOVE WS-NGT-CLEAN TO NGT-CLEAN
003760     MOVE WS-NGT-WARN TO NGT-WARN
003770     MOVE WS-NGT-FAILED TO NGT-FAILED
003780     IF WS-NGT-STARTS > WS-NGT-ENDS
003790         COMPUTE NGT-NOT-ENDED = WS-NGT-STARTS - WS-NGT-ENDS
003800     ELSE
003810         MOVE ZERO TO NGT-NOT-ENDED
003820     END-IF
003830     DISPLAY WS-NIGHT-LINE UPON CONSOLE.
003840 6000-EXIT.
003850     EXIT.
003860*-----------------------------------------------------------------
003870* 6100-TALLY-ONE-RUN - COUNT ONE JOB LOG RECORD STARTED IN LAST
003880*                      NIGHT'S WINDOW - A START AS A RUN, AN END
003890*                      BY ITS COMPLETION CODE.
003900*-----------------------------------------------------------------
003910 6100-TALLY-ONE-RUN.
003920     READ JOB-LOG-FILE
003930         AT END
003940             MOVE "Y" TO WS-EOF-SW
003950             GO TO 6100-EXIT
003960     END-READ
003970     IF JL-START-TIME NOT < WS-NOON-TIME
003980         IF JL-START-DATE NOT = WS-NIGHT-DATE
003990             GO TO 6100-EXIT
004000         END-IF
004010     ELSE
004020         IF JL-START-DATE NOT = WS-TODAY-DATE
004030             GO TO 6100-EXIT
004040         END-IF
004050     END-IF
004060     IF JL-START
004070         ADD 1 TO WS-NGT-STARTS
004080         GO TO 6100-EXIT
004090     END-IF
004100     ADD 1 TO WS-NGT-ENDS
004110     EVALUATE TRUE
004120         WHEN JL-COMPLETED-OK
004130             ADD 1 TO WS-NGT-CLEAN
004140         WHEN JL-COMPLETED-WARN
004150             ADD 1 TO WS-NGT-WARN
004160         WHEN OTHER
004170             ADD 1 TO WS-NGT-FAILED
004180     END-EVALUATE.
004190 6100-EXIT.
004200     EXIT.
004210 END PROGRAM FLRSTAT.
