000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BENYEAR.
000030 AUTHOR. D L MORRIS.
000040 INSTALLATION. GAME FLOOR OPERATIONS.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DLM   ORIGINAL PROGRAM.  YEAR-END INCENTIVE AND
000120*                  BENEFIT SUMMARY FOR PAYROLL TAX REPORTING.
000130*                  TOTALS EACH EMPLOYEE'S TAXABLE BENEFITS FOR A
000140*                  TAX YEAR - THE CASH INCENTIVE PAYROLL RETURNED
000150*                  AS PAID (PAID-INCENTIVE HISTORY, PAIDHIST), THE
000160*                  CANTEEN GOODS REDEEMED (POINTS LEDGER PLUS
000170*                  ARCHIVE, VALUED AT THE CATALOG PRICE) AND THE
000180*                  TOURNAMENT PRIZES AWARDED - AND WRITES THE
000190*                  ANNUAL BENEFIT FILE (BENANN) FOR PAYROLL WITH
000200*                  HEADER AND TRAILER CONTROL TOTALS, AND A
000210*                  LISTING (BENRPT) PER EMPLOYEE THAT ALSO NAMES
000220*                  EVERY GENERATION OF THE YEAR THAT NEVER CAME
000230*                  BACK PAID.  PAYROLL HAD NO WAY TO GET THESE
000240*                  TOTALS FROM US.
000250*-----------------------------------------------------------------
000260* RUN THIS ONCE AFTER THE YEAR HAS CLOSED AND THE LAST OF ITS
000270* PAYROLL RETURNS HAVE BEEN THROUGH PAYRTN, AND AFTER PTSCLOSE
000280* FOR DECEMBER.  IT CHANGES NOTHING, SO IT CAN BE RUN AGAIN AS
000290* LATE RETURNS COME IN - EACH RUN WRITES A FRESH BENEFIT FILE.
000300* A GENERATION IS COUNTED IN THE YEAR OF ITS BUSINESS DATE, AND
000310* A POINTS TRANSACTION IN THE YEAR IT WAS POSTED.  GAME-WIN
000320* POINTS ARE NOT A BENEFIT UNTIL THEY ARE SPENT IN THE CANTEEN;
000330* TOURNAMENT ENTRY FEES, EXPIRIES AND LEAVER SETTLEMENTS ARE NOT
000340* BENEFITS AT ALL AND ARE LEFT OUT.
000350*-----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT XMIT-REG-FILE ASSIGN TO "XMITREG"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS XR-GEN-NUMBER
000430         FILE STATUS IS FS-XMIT-REG.
000440     SELECT PAID-HIST-FILE ASSIGN TO "PAIDHIST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PH-KEY
000480         FILE STATUS IS FS-PAID-HIST.
000490     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-POINTS-LEDGER.
000520     SELECT ARCHIVE-FILE ASSIGN TO "PTSARCH"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-ARCHIVE.
000550     SELECT ITEM-FILE ASSIGN TO "CANITEMS"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CI-ITEM-CODE
000590         FILE STATUS IS FS-ITEM.
000600     SELECT TOURN-EVENT-FILE ASSIGN TO "TOURNEY"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS TE-EVENT-ID
000640         FILE STATUS IS FS-TOURN-EVENT.
000650     SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS PL-PLAYER-ID
000690         FILE STATUS IS FS-PLAYERS.
000700     SELECT POLICY-FILE ASSIGN TO "PTSPOL"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS FS-POLICY.
000730     SELECT BENEFIT-FILE ASSIGN TO "BENANN"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FS-BENEFIT.
000760     SELECT REPORT-FILE ASSIGN TO "BENRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-REPORT.
000790     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FS-JOB-LOG.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  XMIT-REG-FILE.
000850     COPY XMTREC.
000860 FD  PAID-HIST-FILE.
000870     COPY PAIDREC.
000880 FD  POINTS-LEDGER-FILE.
000890     COPY PTSLREC.
000900 FD  ARCHIVE-FILE.
000910 01  ARCHIVE-RECORD              PIC X(40).
000920 FD  ITEM-FILE.
000930     COPY CITMREC.
000940 FD  TOURN-EVENT-FILE.
000950     COPY TRNREC.
000960 FD  PLAYERS-FILE.
000970     COPY PLAYREC.
000980 FD  POLICY-FILE.
000990     COPY PPOLREC.
001000 FD  BENEFIT-FILE.
001010     COPY BENFREC.
001020 FD  REPORT-FILE.
001030 01  REPORT-LINE                 PIC X(80).
001040 FD  JOB-LOG-FILE.
001050     COPY JOBLREC.
001060 WORKING-STORAGE SECTION.
001070 01  FS-XMIT-REG              PIC X(02).
001080     88  FS-XMIT-REG-OK              VALUE "00".
001090 01  FS-PAID-HIST             PIC X(02).
001100     88  FS-PAID-HIST-OK             VALUE "00".
001110 01  FS-POINTS-LEDGER         PIC X(02).
001120     88  FS-POINTS-LEDGER-OK         VALUE "00".
001130 01  FS-ARCHIVE               PIC X(02).
001140     88  FS-ARCHIVE-OK               VALUE "00".
001150 01  FS-ITEM                  PIC X(02).
001160     88  FS-ITEM-OK                  VALUE "00".
001170 01  FS-TOURN-EVENT           PIC X(02).
001180     88  FS-TOURN-EVENT-OK           VALUE "00".
001190 01  FS-PLAYERS               PIC X(02).
001200     88  FS-PLAYERS-OK               VALUE "00".
001210 01  FS-POLICY                PIC X(02).
001220     88  FS-POLICY-OK                VALUE "00".
001230 01  FS-BENEFIT               PIC X(02).
001240     88  FS-BENEFIT-OK               VALUE "00".
001250 01  FS-REPORT                PIC X(02).
001260     88  FS-REPORT-OK                VALUE "00".
001270 01  FS-JOB-LOG              PIC X(02).
001280     88  FS-JOB-LOG-OK               VALUE "00".
001290 01  WS-SWITCHES.
001300     05  WS-EOF-SW               PIC X(01) VALUE "N".
001310         88  WS-EOF                  VALUE "Y".
001320     05  WS-FOUND-SW             PIC X(01) VALUE "N".
001330         88  WS-FOUND                    VALUE "Y".
001340     05  WS-SWAP-SW              PIC X(01) VALUE "N".
001350         88  WS-SWAP-MADE                VALUE "Y".
001360     05  WS-EVENT-SW             PIC X(01) VALUE "N".
001370         88  WS-EVENT                    VALUE "Y".
001380     05  WS-GEN-FULL-SW          PIC X(01) VALUE "N".
001390         88  WS-GEN-FULL                 VALUE "Y".
001400     05  WS-OFF-CATALOG-SW       PIC X(01) VALUE "N".
001410         88  WS-OFF-CATALOG-NOTED        VALUE "Y".
001420     05  WS-HIST-OPEN-SW         PIC X(01) VALUE "N".
001430         88  WS-HIST-OPEN                VALUE "Y".
001440     05  WS-ITEM-OPEN-SW         PIC X(01) VALUE "N".
001450         88  WS-ITEM-OPEN                VALUE "Y".
001460     05  WS-TOURN-OPEN-SW        PIC X(01) VALUE "N".
001470         88  WS-TOURN-OPEN               VALUE "Y".
001480     05  WS-ROSTER-OPEN-SW       PIC X(01) VALUE "N".
001490         88  WS-ROSTER-OPEN              VALUE "Y".
001500 01  WS-TODAY-DATE               PIC 9(08).
001510 01  WS-YEAR-RAW                 PIC X(04).
001520 01  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
001530 01  WS-THIS-YEAR                PIC 9(04) VALUE ZERO.
001540 01  WS-YEAR-START               PIC 9(08) VALUE ZERO.
001550 01  WS-YEAR-END                 PIC 9(08) VALUE ZERO.
001560 01  WS-POINT-VALUE              PIC 9(01)V9(04) VALUE 0.0100.
001570 01  WS-JOB-LOG-AREA.
001580     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
001590     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
001600     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
001610     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
001620     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
001630     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
001640     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
001650     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
001660     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
001670     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
001680     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
001690 01  WS-SUB-1                    PIC 9(05) COMP VALUE ZERO.
001700 01  WS-SUB-2                    PIC 9(05) COMP VALUE ZERO.
001710 01  WS-MATCH-ID                 PIC X(10).
001720 01  WS-MATCH-GEN                PIC 9(05).
001730 01  WS-ITEM-POINTS              PIC 9(05) VALUE ZERO.
001740 01  WS-VALUE                    PIC S9(07)V99 VALUE ZERO.
001750 01  WS-EMP-TOTAL                PIC S9(07)V99 VALUE ZERO.
001760 01  WS-GENS-READ                PIC 9(07) COMP VALUE ZERO.
001770 01  WS-PAID-READ                PIC 9(07) COMP VALUE ZERO.
001780 01  WS-POINTS-READ              PIC 9(09) COMP VALUE ZERO.
001790 01  WS-GOODS-COUNT              PIC 9(07) COMP VALUE ZERO.
001800 01  WS-RETURNED-COUNT           PIC 9(07) COMP VALUE ZERO.
001810 01  WS-PRIZE-COUNT              PIC 9(07) COMP VALUE ZERO.
001820 01  WS-WRITTEN-COUNT            PIC 9(05) COMP VALUE ZERO.
001830 01  WS-NIL-COUNT                PIC 9(05) COMP VALUE ZERO.
001840 01  WS-UNPAID-COUNT             PIC 9(05) COMP VALUE ZERO.
001850 01  WS-TOT-CASH                 PIC S9(09)V99 VALUE ZERO.
001860 01  WS-TOT-GOODS                PIC S9(09)V99 VALUE ZERO.
001870 01  WS-TOT-PRIZE                PIC 9(09)V99 VALUE ZERO.
001880 01  WS-TOT-BENEFIT              PIC S9(09)V99 VALUE ZERO.
001890 01  WS-GEN-MAX                  PIC 9(05) COMP VALUE 400.
001900 01  WS-GEN-COUNT                PIC 9(05) COMP VALUE ZERO.
001910 01  WS-EMP-MAX                  PIC 9(05) COMP VALUE 1000.
001920 01  WS-EMP-COUNT                PIC 9(05) COMP VALUE ZERO.
001930*-----------------------------------------------------------------
001940* THE YEAR'S GENERATIONS FROM THE TRANSMISSION REGISTER, WITH THE
001950* PLAYERS FILED AS PAID AGAINST EACH ON THE PAID HISTORY.
001960*-----------------------------------------------------------------
001970 01  WS-GEN-TABLE.
001980     05  WS-GEN-ENTRY OCCURS 400 TIMES
001990                 INDEXED BY WS-GEN-IDX.
002000         10  WS-GT-GEN-NUMBER        PIC 9(05).
002010         10  WS-GT-BUS-DATE          PIC 9(08).
002020         10  WS-GT-PLAYER-COUNT      PIC 9(05).
002030         10  WS-GT-INCENTIVE         PIC 9(07)V99.
002040         10  WS-GT-RETURN-SW         PIC X(01).
002050             88  WS-GT-RETURNED          VALUE "Y".
002060         10  WS-GT-PAID-COUNT        PIC 9(05) COMP.
002070*-----------------------------------------------------------------
002080* ONE ENTRY PER EMPLOYEE WITH ANY BENEFIT ACTIVITY IN THE YEAR.
002090*-----------------------------------------------------------------
002100 01  WS-EMP-TABLE.
002110     05  WS-EMP-ENTRY OCCURS 1000 TIMES
002120                 INDEXED BY WS-EMP-IDX.
002130         10  WS-ET-PLAYER-ID         PIC X(10).
002140         10  WS-ET-CASH              PIC S9(07)V99.
002150         10  WS-ET-GOODS             PIC S9(07)V99.
002160         10  WS-ET-PRIZE             PIC 9(07)V99.
002170 01  WS-EMP-HOLD-ENTRY.
002180     05  WS-EH-PLAYER-ID             PIC X(10).
002190     05  WS-EH-CASH                  PIC S9(07)V99.
002200     05  WS-EH-GOODS                 PIC S9(07)V99.
002210     05  WS-EH-PRIZE                 PIC 9(07)V99.
002220*-----------------------------------------------------------------
002230* ONE POINTS TRANSACTION FROM THE LEDGER OR THE ARCHIVE, LAID OUT
002240* AS PTSLREC.
002250*-----------------------------------------------------------------
002260 01  WS-LEDGER-TRAN.
002270     05  WS-LT-PLAYER-ID         PIC X(10).
002280     05  WS-LT-TRAN-DATE         PIC 9(08).
002290     05  WS-LT-TRAN-TIME         PIC 9(08).
002300     05  WS-LT-TRAN-TYPE         PIC X(01).
002310         88  WS-LT-ACCRUAL           VALUE "A".
002320         88  WS-LT-REDEMPTION        VALUE "R".
002330         88  WS-LT-REVERSAL          VALUE "V".
002340     05  WS-LT-ITEM-CODE         PIC X(04).
002350         88  WS-LT-WIN-AWARD         VALUE "WIN ".
002360         88  WS-LT-NOT-GOODS         VALUES "WIN " "LVRF" "LVRC"
002370                                            "EXPR" "BFWD".
002380     05  WS-LT-POINTS            PIC 9(05).
002390     05  FILLER                  PIC X(04).
002400 01  WS-HDR-LINE1.
002410     05  FILLER                  PIC X(44) VALUE
002420         "GUESS - YEAR-END INCENTIVE AND BENEFITS     ".
002430     05  FILLER                  PIC X(08) VALUE "DATE : ".
002440     05  HDR-DATE                PIC 9(08).
002450     05  FILLER                  PIC X(20) VALUE SPACES.
002460 01  WS-HDR-LINE2.
002470     05  FILLER                  PIC X(11) VALUE "TAX YEAR : ".
002480     05  HDR-TAX-YEAR            PIC 9(04).
002490     05  FILLER                  PIC X(20) VALUE
002500         "     POINT VALUE : ".
002510     05  HDR-POINT-VALUE         PIC 9.9999.
002520     05  FILLER                  PIC X(39) VALUE SPACES.
002530 01  WS-HDR-LINE3.
002540     05  FILLER                  PIC X(31) VALUE SPACES.
002550     05  FILLER                  PIC X(48) VALUE
002560         "        CASH    REDEEMED  TOURNAMENT       TOTAL".
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580 01  WS-HDR-LINE4.
002590     05  FILLER                  PIC X(31) VALUE
002600         "PLAYER ID  NAME".
002610     05  FILLER                  PIC X(48) VALUE
002620         "   INCENTIVE       GOODS      PRIZES     BENEFIT".
002630     05  FILLER                  PIC X(01) VALUE SPACES.
002640 01  WS-DETAIL-LINE.
002650     05  DET-PLAYER-ID           PIC X(10).
002660     05  FILLER                  PIC X(01) VALUE SPACES.
002670     05  DET-PLAYER-NAME         PIC X(20).
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  DET-CASH                PIC ZZZZZ9.99-.
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  DET-GOODS               PIC ZZZZZ9.99-.
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  DET-PRIZE               PIC ZZZZZ9.99-.
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  DET-TOTAL               PIC ZZZZZ9.99-.
002760     05  FILLER                  PIC X(01) VALUE SPACES.
002770 01  WS-GEN-HDR-LINE1.
002780     05  FILLER                  PIC X(80) VALUE
002790         "GENERATIONS IN THE YEAR NEVER RETURNED PAID".
002800 01  WS-GEN-HDR-LINE2.
002810     05  FILLER                  PIC X(80) VALUE
002820         "  GEN  BUS DATE  PLAYERS   INCENTIVE  STATUS".
002830 01  WS-GEN-LINE.
002840     05  GEN-NUMBER              PIC 9(05).
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  GEN-BUS-DATE            PIC 9(08).
002870     05  FILLER                  PIC X(04) VALUE SPACES.
002880     05  GEN-PLAYERS             PIC ZZZZ9.
002890     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  GEN-INCENTIVE           PIC ZZZZZZ9.99.
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  GEN-STATUS              PIC X(32).
002930 01  WS-TOTAL-LINE.
002940     05  TOT-LABEL               PIC X(26).
002950     05  TOT-VALUE               PIC ZZZZZZ9.
002960     05  FILLER                  PIC X(47) VALUE SPACES.
002970 PROCEDURE DIVISION.
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003000     PERFORM 2000-LOAD-GENERATIONS THRU 2000-EXIT
003010         UNTIL WS-EOF
003020     PERFORM 2500-TOTAL-PAID-HISTORY THRU 2500-EXIT
003030     PERFORM 3000-TOTAL-POINTS THRU 3000-EXIT
003040     PERFORM 4000-SORT-EMPLOYEES THRU 4000-EXIT
003050     PERFORM 5000-WRITE-BENEFITS THRU 5000-EXIT
003060     PERFORM 9000-TERMINATE THRU 9000-EXIT
003070     STOP RUN.
003080*-----------------------------------------------------------------
003090* 1000-INITIALIZE - ASK FOR THE TAX YEAR, PICK UP THE POINT VALUE
003100*                   AND OPEN THE INPUT FILES.  THE TRANSMISSION
003110*                   REGISTER MUST BE THERE.  WITH NO PAID HISTORY,
003120*                   NO CATALOG OR NO ROSTER THE RUN GOES ON WITH A
003130*                   WARNING; THE TOURNAMENT EVENT FILE IS ONLY
003140*                   NEEDED TO TELL AN ENTRY FEE FROM A REDEMPTION.
003150*                   THE BENEFIT FILE AND THE LISTING ARE NOT
003160*                   OPENED UNTIL THE TOTALS ARE BUILT, SO A RUN
003170*                   THAT STOPS SHORT LEAVES THE LAST ONES IN
003180*                   PLACE.
003190*-----------------------------------------------------------------
003200 1000-INITIALIZE.
003210     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003220     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
003230     PERFORM 9700-LOG-START THRU 9700-EXIT
003240     PERFORM 1100-GET-TAX-YEAR THRU 1100-EXIT
003250     OPEN INPUT POLICY-FILE
003260     IF FS-POLICY-OK
003270         READ POLICY-FILE
003280             AT END
003290                 CONTINUE
003300             NOT AT END
003310                 IF PP-POINT-VALUE > ZERO
003320                     MOVE PP-POINT-VALUE TO WS-POINT-VALUE
003330                 END-IF
003340         END-READ
003350         CLOSE POLICY-FILE
003360     END-IF
003370     OPEN INPUT XMIT-REG-FILE
003380     IF NOT FS-XMIT-REG-OK
003390         DISPLAY "BENYEAR: NO TRANSMISSION REGISTER ON FILE."
003400             UPON CONSOLE
003410         MOVE "NO TRANSMISSION REGISTER" TO WS-JOB-NEW-MESSAGE
003420         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003430         STOP RUN
003440     END-IF
003450     MOVE ZEROS TO XR-GEN-NUMBER
003460     START XMIT-REG-FILE KEY IS NOT LESS THAN XR-GEN-NUMBER
003470         INVALID KEY
003480             MOVE "Y" TO WS-EOF-SW
003490     END-START
003500     OPEN INPUT PAID-HIST-FILE
003510     IF FS-PAID-HIST-OK
003520         MOVE "Y" TO WS-HIST-OPEN-SW
003530     ELSE
003540         DISPLAY "BENYEAR: NO PAID-INCENTIVE HISTORY - NO CASH"
003550             " INCENTIVE CAN BE REPORTED." UPON CONSOLE
003560         MOVE "NO PAID-INCENTIVE HISTORY" TO WS-JOB-NEW-MESSAGE
003570         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
003580     END-IF
003590     OPEN INPUT ITEM-FILE
003600     IF FS-ITEM-OK
003610         MOVE "Y" TO WS-ITEM-OPEN-SW
003620     ELSE
003630         DISPLAY "BENYEAR: NO CANTEEN CATALOG - GOODS VALUED AT"
003640             " THE POINTS POSTED." UPON CONSOLE
003650         MOVE "NO CATALOG - POSTED POINTS" TO WS-JOB-NEW-MESSAGE
003660         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
003670     END-IF
003680     OPEN INPUT TOURN-EVENT-FILE
003690     IF FS-TOURN-EVENT-OK
003700         MOVE "Y" TO WS-TOURN-OPEN-SW
003710     END-IF
003720     OPEN INPUT PLAYERS-FILE
003730     IF FS-PLAYERS-OK
003740         MOVE "Y" TO WS-ROSTER-OPEN-SW
003750     ELSE
003760         DISPLAY "BENYEAR: NO PLAYER ROSTER - NAMES LEFT BLANK."
003770             UPON CONSOLE
003780         MOVE "NO ROSTER - NAMES BLANK" TO WS-JOB-NEW-MESSAGE
003790         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
003800     END-IF.
003810 1000-EXIT.
003820     EXIT.
003830*-----------------------------------------------------------------
003840* 1100-GET-TAX-YEAR - ASK FOR THE TAX YEAR (BLANK = LAST YEAR) AND
003850*                     SET ITS FIRST AND LAST DATES.  A YEAR NOT
003860*                     YET OVER IS RUN WITH A WARNING - THE FIGURES
003870*                     ARE SO FAR ONLY.
003880*-----------------------------------------------------------------
003890 1100-GET-TAX-YEAR.
003900     MOVE WS-TODAY-DATE (1:4) TO WS-THIS-YEAR
003910     DISPLAY "TAX YEAR CCYY (BLANK = LAST YEAR)?" UPON CONSOLE
003920     MOVE SPACES TO WS-YEAR-RAW
003930     ACCEPT WS-YEAR-RAW FROM CONSOLE
003940     IF WS-YEAR-RAW = SPACES
003950         COMPUTE WS-TAX-YEAR = WS-THIS-YEAR - 1
003960     ELSE
003970         IF WS-YEAR-RAW IS NUMERIC
003980             MOVE WS-YEAR-RAW TO WS-TAX-YEAR
003990         ELSE
004000             DISPLAY "BENYEAR: NOT A VALID YEAR." UPON CONSOLE
004010             MOVE "NOT A VALID TAX YEAR" TO WS-JOB-NEW-MESSAGE
004020             PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
004030             STOP RUN
004040         END-IF
004050     END-IF
004060     IF WS-TAX-YEAR > WS-THIS-YEAR
004070         DISPLAY "BENYEAR: TAX YEAR " WS-TAX-YEAR " HAS NOT"
004080             " STARTED." UPON CONSOLE
004090         MOVE "TAX YEAR NOT STARTED" TO WS-JOB-NEW-MESSAGE
004100         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
004110         STOP RUN
004120     END-IF
004130     IF WS-TAX-YEAR = WS-THIS-YEAR
004140         DISPLAY "BENYEAR: TAX YEAR " WS-TAX-YEAR " IS NOT OVER"
004150             " - FIGURES ARE TO DATE ONLY." UPON CONSOLE
004160         MOVE "TAX YEAR NOT YET OVER" TO WS-JOB-NEW-MESSAGE
004170         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
004180     END-IF
004190     COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101
004200     COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231.
004210 1100-EXIT.
004220     EXIT.
004230*-----------------------------------------------------------------
004240* 2000-LOAD-GENERATIONS - READ THE TRANSMISSION REGISTER IN
004250*                         GENERATION ORDER AND TABLE EVERY
004260*                         GENERATION WHOSE BUSINESS DATE FALLS IN
004270*                         THE TAX YEAR.  A FULL TABLE STILL LETS
004280*                         THE PAID HISTORY COUNT; ONLY THE LIST OF
004290*                         GENERATIONS NOT PAID IS CUT SHORT.
004300*-----------------------------------------------------------------
004310 2000-LOAD-GENERATIONS.
004320     READ XMIT-REG-FILE NEXT
004330         AT END
004340             MOVE "Y" TO WS-EOF-SW
004350             GO TO 2000-EXIT
004360     END-READ
004370     ADD 1 TO WS-GENS-READ
004380     IF XR-BUS-DATE < WS-YEAR-START OR XR-BUS-DATE > WS-YEAR-END
004390         GO TO 2000-EXIT
004400     END-IF
004410     IF WS-GEN-COUNT >= WS-GEN-MAX
004420         IF NOT WS-GEN-FULL
004430             DISPLAY "BENYEAR: GENERATION TABLE FULL - UNPAID"
004440                 " LIST CUT SHORT." UPON CONSOLE
004450             MOVE "GENERATION TABLE FULL" TO WS-JOB-NEW-MESSAGE
004460             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
004470             MOVE "Y" TO WS-GEN-FULL-SW
004480         END-IF
004490         GO TO 2000-EXIT
004500     END-IF
004510     ADD 1 TO WS-GEN-COUNT
004520     MOVE XR-GEN-NUMBER TO WS-GT-GEN-NUMBER (WS-GEN-COUNT)
004530     MOVE XR-BUS-DATE TO WS-GT-BUS-DATE (WS-GEN-COUNT)
004540     MOVE XR-PLAYER-COUNT TO WS-GT-PLAYER-COUNT (WS-GEN-COUNT)
004550     MOVE XR-INCENTIVE-TOTAL TO WS-GT-INCENTIVE (WS-GEN-COUNT)
004560     MOVE XR-RETURN-SW TO WS-GT-RETURN-SW (WS-GEN-COUNT)
004570     MOVE ZERO TO WS-GT-PAID-COUNT (WS-GEN-COUNT).
004580 2000-EXIT.
004590     EXIT.
004600*-----------------------------------------------------------------
004610* 2500-TOTAL-PAID-HISTORY - ADD EVERY PAID-HISTORY RECORD OF THE
004620*                           TAX YEAR TO ITS EMPLOYEE'S CASH
004630*                           INCENTIVE AND COUNT IT AGAINST ITS
004640*                           GENERATION.
004650*-----------------------------------------------------------------
004660 2500-TOTAL-PAID-HISTORY.
004670     IF NOT WS-HIST-OPEN
004680         GO TO 2500-EXIT
004690     END-IF
004700     MOVE "N" TO WS-EOF-SW
004710     MOVE ZEROS TO PH-GEN-NUMBER
004720     MOVE SPACES TO PH-PLAYER-ID
004730     START PAID-HIST-FILE KEY IS NOT LESS THAN PH-KEY
004740         INVALID KEY
004750             MOVE "Y" TO WS-EOF-SW
004760     END-START
004770     PERFORM 2600-READ-ONE-PAID THRU 2600-EXIT
004780         UNTIL WS-EOF.
004790 2500-EXIT.
004800     EXIT.
004810*-----------------------------------------------------------------
004820* 2600-READ-ONE-PAID - READ ONE PAID-HISTORY RECORD AND, WHEN ITS
004830*                      GENERATION'S BUSINESS DATE IS IN THE YEAR,
004840*                      ADD THE INCENTIVE PAID AND ITS ADJUSTMENT
004850*                      TO THE EMPLOYEE.
004860*-----------------------------------------------------------------
004870 2600-READ-ONE-PAID.
004880     READ PAID-HIST-FILE NEXT
004890         AT END
004900             MOVE "Y" TO WS-EOF-SW
004910             GO TO 2600-EXIT
004920     END-READ
004930     ADD 1 TO WS-PAID-READ
004940     IF PH-BUS-DATE < WS-YEAR-START OR PH-BUS-DATE > WS-YEAR-END
004950         GO TO 2600-EXIT
004960     END-IF
004970     MOVE PH-PLAYER-ID TO WS-MATCH-ID
004980     PERFORM 6000-FIND-EMPLOYEE THRU 6000-EXIT
004990     ADD PH-INCENTIVE-AMT TO WS-ET-CASH (WS-SUB-1)
005000     ADD PH-ADJUST-AMT TO WS-ET-CASH (WS-SUB-1)
005010     MOVE PH-GEN-NUMBER TO WS-MATCH-GEN
005020     PERFORM 2700-FIND-GENERATION THRU 2700-EXIT
005030     IF WS-FOUND
005040         ADD 1 TO WS-GT-PAID-COUNT (WS-SUB-2)
005050     END-IF.
005060 2600-EXIT.
005070     EXIT.
005080*-----------------------------------------------------------------
005090* 2700-FIND-GENERATION - LOCATE WS-MATCH-GEN IN THE GENERATION
005100*                        TABLE.  SETS WS-SUB-2 TO THE ENTRY WHEN
005110*                        FOUND.
005120*-----------------------------------------------------------------
005130 2700-FIND-GENERATION.
005140     MOVE "N" TO WS-FOUND-SW
005150     PERFORM 2750-COMPARE-GENERATION THRU 2750-EXIT
005160         VARYING WS-SUB-2 FROM 1 BY 1
005170         UNTIL WS-SUB-2 > WS-GEN-COUNT
005180         OR WS-FOUND
005190     IF WS-FOUND
005200         SUBTRACT 1 FROM WS-SUB-2
005210     END-IF.
005220 2700-EXIT.
005230     EXIT.
005240*-----------------------------------------------------------------
005250* 2750-COMPARE-GENERATION - TEST ONE TABLE SUBSCRIPT FOR A MATCH.
005260*-----------------------------------------------------------------
005270 2750-COMPARE-GENERATION.
005280     IF WS-GT-GEN-NUMBER (WS-SUB-2) = WS-MATCH-GEN
005290         MOVE "Y" TO WS-FOUND-SW
005300     END-IF.
005310 2750-EXIT.
005320     EXIT.
005330*-----------------------------------------------------------------
005340* 3000-TOTAL-POINTS - VALUE THE YEAR'S POINTS TRANSACTIONS - THE
005350*                     ARCHIVE (PTSARCH) HOLDS THE MONTHS PTSCLOSE
005360*                     HAS CLOSED AND THE LEDGER (PTSLEDG) THE OPEN
005370*                     PERIOD.  A TRANSACTION IS ON ONE OR THE
005380*                     OTHER, NEVER BOTH, SO READING BOTH COUNTS
005390*                     EACH ONCE.
005400*-----------------------------------------------------------------
005410 3000-TOTAL-POINTS.
005420     OPEN INPUT ARCHIVE-FILE
005430     IF FS-ARCHIVE-OK
005440         MOVE "N" TO WS-EOF-SW
005450         PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT
005460             UNTIL WS-EOF
005470         CLOSE ARCHIVE-FILE
005480     END-IF
005490     OPEN INPUT POINTS-LEDGER-FILE
005500     IF NOT FS-POINTS-LEDGER-OK
005510         DISPLAY "BENYEAR: NO POINTS LEDGER - OPEN PERIOD NOT"
005520             " VALUED." UPON CONSOLE
005530         MOVE "NO POINTS LEDGER" TO WS-JOB-NEW-MESSAGE
005540         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
005550         GO TO 3000-EXIT
005560     END-IF
005570     MOVE "N" TO WS-EOF-SW
005580     PERFORM 3200-READ-LEDGER THRU 3200-EXIT
005590         UNTIL WS-EOF
005600     CLOSE POINTS-LEDGER-FILE.
005610 3000-EXIT.
005620     EXIT.
005630*-----------------------------------------------------------------
005640* 3100-READ-ARCHIVE - READ AND VALUE ONE ARCHIVED TRANSACTION.
005650*-----------------------------------------------------------------
005660 3100-READ-ARCHIVE.
005670     READ ARCHIVE-FILE INTO WS-LEDGER-TRAN
005680         AT END
005690             MOVE "Y" TO WS-EOF-SW
005700             GO TO 3100-EXIT
005710     END-READ
005720     ADD 1 TO WS-POINTS-READ
005730     PERFORM 3500-VALUE-ONE-TRAN THRU 3500-EXIT.
005740 3100-EXIT.
005750     EXIT.
005760*-----------------------------------------------------------------
005770* 3200-READ-LEDGER - READ AND VALUE ONE OPEN-PERIOD TRANSACTION.
005780*-----------------------------------------------------------------
005790 3200-READ-LEDGER.
005800     READ POINTS-LEDGER-FILE INTO WS-LEDGER-TRAN
005810         AT END
005820             MOVE "Y" TO WS-EOF-SW
005830             GO TO 3200-EXIT
005840     END-READ
005850     ADD 1 TO WS-POINTS-READ
005860     PERFORM 3500-VALUE-ONE-TRAN THRU 3500-EXIT.
005870 3200-EXIT.
005880     EXIT.
005890*-----------------------------------------------------------------
005900* 3500-VALUE-ONE-TRAN - SORT ONE TRANSACTION OF THE TAX YEAR INTO
005910*                       ITS KIND OF BENEFIT.  AN ACCRUAL AGAINST
005920*                       ANYTHING BUT THE "WIN " CODE IS A
005930*                       TOURNAMENT PRIZE (TRNSTND POSTS PRIZES
005940*                       UNDER THE EVENT ID).  REDEMPTIONS AND
005950*                       REVERSALS MAY BE CANTEEN GOODS.
005960*                       EVERYTHING ELSE - GAME-WIN ACCRUALS,
005970*                       EXPIRIES, BROUGHT-FORWARD CARRIES - IS NOT
005980*                       A BENEFIT.
005990*-----------------------------------------------------------------
006000 3500-VALUE-ONE-TRAN.
006010     IF WS-LT-TRAN-DATE < WS-YEAR-START
006020         OR WS-LT-TRAN-DATE > WS-YEAR-END
006030         GO TO 3500-EXIT
006040     END-IF
006050     EVALUATE TRUE
006060         WHEN WS-LT-ACCRUAL
006070             IF NOT WS-LT-WIN-AWARD
006080                 PERFORM 3600-VALUE-PRIZE THRU 3600-EXIT
006090             END-IF
006100         WHEN WS-LT-REDEMPTION
006110             PERFORM 3700-VALUE-GOODS THRU 3700-EXIT
006120         WHEN WS-LT-REVERSAL
006130             PERFORM 3700-VALUE-GOODS THRU 3700-EXIT
006140         WHEN OTHER
006150             CONTINUE
006160     END-EVALUATE.
006170 3500-EXIT.
006180     EXIT.
006190*-----------------------------------------------------------------
006200* 3600-VALUE-PRIZE - ADD ONE TOURNAMENT PRIZE TO ITS EMPLOYEE AT
006210*                    THE POINT VALUE.
006220*-----------------------------------------------------------------
006230 3600-VALUE-PRIZE.
006240     MOVE WS-LT-PLAYER-ID TO WS-MATCH-ID
006250     PERFORM 6000-FIND-EMPLOYEE THRU 6000-EXIT
006260     COMPUTE WS-VALUE ROUNDED = WS-LT-POINTS * WS-POINT-VALUE
006270     ADD WS-VALUE TO WS-ET-PRIZE (WS-SUB-1)
006280     ADD 1 TO WS-PRIZE-COUNT.
006290 3600-EXIT.
006300     EXIT.
006310*-----------------------------------------------------------------
006320* 3700-VALUE-GOODS - VALUE ONE REDEMPTION (OR THE REVERSAL OF ONE)
006330*                    AT THE ITEM'S CATALOG PRICE AND THE POINT
006340*                    VALUE.  GAME-WIN TAKE-BACKS, EXPIRIES AND
006350*                    LEAVER SETTLEMENTS ARE NOT GOODS, AND NEITHER
006360*                    IS A TOURNAMENT ENTRY FEE OR ITS REFUND
006370*                    (POSTED UNDER THE EVENT ID).  AN ITEM NO
006380*                    LONGER ON THE CATALOG IS VALUED AT THE POINTS
006390*                    POSTED.
006400*-----------------------------------------------------------------
006410 3700-VALUE-GOODS.
006420     IF WS-LT-NOT-GOODS
006430         GO TO 3700-EXIT
006440     END-IF
006450     PERFORM 3750-TEST-EVENT THRU 3750-EXIT
006460     IF WS-EVENT
006470         GO TO 3700-EXIT
006480     END-IF
006490     MOVE WS-LT-POINTS TO WS-ITEM-POINTS
006500     IF WS-ITEM-OPEN
006510         MOVE WS-LT-ITEM-CODE TO CI-ITEM-CODE
006520         READ ITEM-FILE
006530             INVALID KEY
006540                 PERFORM 3800-NOTE-OFF-CATALOG THRU 3800-EXIT
006550             NOT INVALID KEY
006560                 MOVE CI-POINT-PRICE TO WS-ITEM-POINTS
006570         END-READ
006580     END-IF
006590     COMPUTE WS-VALUE ROUNDED = WS-ITEM-POINTS * WS-POINT-VALUE
006600     MOVE WS-LT-PLAYER-ID TO WS-MATCH-ID
006610     PERFORM 6000-FIND-EMPLOYEE THRU 6000-EXIT
006620     IF WS-LT-REDEMPTION
006630         ADD WS-VALUE TO WS-ET-GOODS (WS-SUB-1)
006640         ADD 1 TO WS-GOODS-COUNT
006650     ELSE
006660         SUBTRACT WS-VALUE FROM WS-ET-GOODS (WS-SUB-1)
006670         ADD 1 TO WS-RETURNED-COUNT
006680     END-IF.
006690 3700-EXIT.
006700     EXIT.
006710*-----------------------------------------------------------------
006720* 3750-TEST-EVENT - A REDEMPTION OR REVERSAL AGAINST A TOURNAMENT
006730*                   EVENT ID IS AN ENTRY FEE OR ITS REFUND (TRNMNT
006740*                   AND LVRSTL POST THEM UNDER THE EVENT).
006750*-----------------------------------------------------------------
006760 3750-TEST-EVENT.
006770     MOVE "N" TO WS-EVENT-SW
006780     IF NOT WS-TOURN-OPEN
006790         GO TO 3750-EXIT
006800     END-IF
006810     MOVE WS-LT-ITEM-CODE TO TE-EVENT-ID
006820     READ TOURN-EVENT-FILE
006830         INVALID KEY
006840             CONTINUE
006850         NOT INVALID KEY
006860             MOVE "Y" TO WS-EVENT-SW
006870     END-READ.
006880 3750-EXIT.
006890     EXIT.
006900*-----------------------------------------------------------------
006910* 3800-NOTE-OFF-CATALOG - WARN, ONCE PER RUN, THAT AN ITEM WAS NOT
006920*                         ON THE CATALOG AND WAS VALUED AT THE
006930*                         POINTS POSTED.
006940*-----------------------------------------------------------------
006950 3800-NOTE-OFF-CATALOG.
006960     IF WS-OFF-CATALOG-NOTED
006970         GO TO 3800-EXIT
006980     END-IF
006990     MOVE "Y" TO WS-OFF-CATALOG-SW
007000     DISPLAY "BENYEAR: ITEM " WS-LT-ITEM-CODE " NOT ON THE"
007010         " CATALOG - VALUED AT THE POINTS POSTED." UPON CONSOLE
007020     MOVE "ITEM NOT ON CATALOG" TO WS-JOB-NEW-MESSAGE
007030     PERFORM 9720-NOTE-WARNING THRU 9720-EXIT.
007040 3800-EXIT.
007050     EXIT.
007060*-----------------------------------------------------------------
007070* 4000-SORT-EMPLOYEES - PUT THE EMPLOYEE TABLE IN PLAYER ID ORDER
007080*                       FOR THE FILE AND THE LISTING WITH A
007090*                       STRUCTURED BUBBLE SORT.
007100*-----------------------------------------------------------------
007110 4000-SORT-EMPLOYEES.
007120     IF WS-EMP-COUNT < 2
007130         GO TO 4000-EXIT
007140     END-IF
007150     MOVE "Y" TO WS-SWAP-SW
007160     PERFORM 4100-SORT-PASS THRU 4100-EXIT
007170         UNTIL NOT WS-SWAP-MADE.
007180 4000-EXIT.
007190     EXIT.
007200*-----------------------------------------------------------------
007210* 4100-SORT-PASS - ONE BUBBLE SORT PASS OVER THE TABLE.
007220*-----------------------------------------------------------------
007230 4100-SORT-PASS.
007240     MOVE "N" TO WS-SWAP-SW
007250     PERFORM 4200-COMPARE-ENTRIES THRU 4200-EXIT
007260         VARYING WS-SUB-1 FROM 1 BY 1
007270         UNTIL WS-SUB-1 >= WS-EMP-COUNT.
007280 4100-EXIT.
007290     EXIT.
007300*-----------------------------------------------------------------
007310* 4200-COMPARE-ENTRIES - COMPARE ONE ADJACENT PAIR AND SWAP IF OUT
007320*                        OF ORDER.
007330*-----------------------------------------------------------------
007340 4200-COMPARE-ENTRIES.
007350     COMPUTE WS-SUB-2 = WS-SUB-1 + 1
007360     IF WS-ET-PLAYER-ID (WS-SUB-1) > WS-ET-PLAYER-ID (WS-SUB-2)
007370         PERFORM 4300-SWAP-ENTRIES THRU 4300-EXIT
007380         MOVE "Y" TO WS-SWAP-SW
007390     END-IF.
007400 4200-EXIT.
007410     EXIT.
007420*-----------------------------------------------------------------
007430* 4300-SWAP-ENTRIES - EXCHANGE WS-SUB-1 AND WS-SUB-2 VIA A HOLD
007440*                     AREA.
007450*-----------------------------------------------------------------
007460 4300-SWAP-ENTRIES.
007470     MOVE WS-EMP-ENTRY (WS-SUB-1) TO WS-EMP-HOLD-ENTRY
007480     MOVE WS-EMP-ENTRY (WS-SUB-2) TO WS-EMP-ENTRY (WS-SUB-1)
007490     MOVE WS-EMP-HOLD-ENTRY       TO WS-EMP-ENTRY (WS-SUB-2).
007500 4300-EXIT.
007510     EXIT.
007520*-----------------------------------------------------------------
007530* 5000-WRITE-BENEFITS - OPEN THE BENEFIT FILE AND THE LISTING,
007540*                       WRITE THE HEADERS, ONE DETAIL PER
007550*                       EMPLOYEE, THE LISTING TOTALS AND THE
007560*                       GENERATIONS NOT PAID, AND CLOSE THE FILE
007570*                       WITH ITS CONTROL-TOTAL TRAILER.
007580*-----------------------------------------------------------------
007590 5000-WRITE-BENEFITS.
007600     OPEN OUTPUT BENEFIT-FILE
007610     IF NOT FS-BENEFIT-OK
007620         DISPLAY "BENYEAR: UNABLE TO OPEN THE BENEFIT FILE."
007630             UPON CONSOLE
007640         PERFORM 8000-CLOSE-INPUTS THRU 8000-EXIT
007650         MOVE "UNABLE TO OPEN BENEFIT FILE" TO WS-JOB-NEW-MESSAGE
007660         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
007670         STOP RUN
007680     END-IF
007690     OPEN OUTPUT REPORT-FILE
007700     IF NOT FS-REPORT-OK
007710         DISPLAY "BENYEAR: UNABLE TO OPEN THE BENEFIT LISTING."
007720             UPON CONSOLE
007730         CLOSE BENEFIT-FILE
007740         PERFORM 8000-CLOSE-INPUTS THRU 8000-EXIT
007750         MOVE "UNABLE TO OPEN LISTING" TO WS-JOB-NEW-MESSAGE
007760         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
007770         STOP RUN
007780     END-IF
007790     MOVE SPACES TO BENEFIT-RECORD
007800     MOVE "H" TO BF-RECORD-TYPE
007810     MOVE WS-TAX-YEAR TO BF-TAX-YEAR
007820     MOVE WS-YEAR-START TO BF-YEAR-START
007830     MOVE WS-YEAR-END TO BF-YEAR-END
007840     MOVE WS-TODAY-DATE TO BF-RUN-DATE
007850     MOVE WS-POINT-VALUE TO BF-POINT-VALUE
007860     WRITE BENEFIT-RECORD
007870     MOVE WS-TODAY-DATE TO HDR-DATE
007880     WRITE REPORT-LINE FROM WS-HDR-LINE1
007890     MOVE WS-TAX-YEAR TO HDR-TAX-YEAR
007900     MOVE WS-POINT-VALUE TO HDR-POINT-VALUE
007910     WRITE REPORT-LINE FROM WS-HDR-LINE2
007920     MOVE SPACES TO REPORT-LINE
007930     WRITE REPORT-LINE
007940     WRITE REPORT-LINE FROM WS-HDR-LINE3
007950     WRITE REPORT-LINE FROM WS-HDR-LINE4
007960     IF WS-EMP-COUNT > 0
007970         PERFORM 5100-WRITE-ONE-EMPLOYEE THRU 5100-EXIT
007980             VARYING WS-SUB-1 FROM 1 BY 1
007990             UNTIL WS-SUB-1 > WS-EMP-COUNT
008000     END-IF
008010     IF WS-WRITTEN-COUNT = 0
008020         MOVE SPACES TO REPORT-LINE
008030         MOVE "NO TAXABLE BENEFITS IN THE YEAR." TO REPORT-LINE
008040         WRITE REPORT-LINE
008050     END-IF
008060     MOVE SPACES TO WS-DETAIL-LINE
008070     MOVE "TOTALS" TO DET-PLAYER-NAME
008080     MOVE WS-TOT-CASH TO DET-CASH
008090     MOVE WS-TOT-GOODS TO DET-GOODS
008100     MOVE WS-TOT-PRIZE TO DET-PRIZE
008110     MOVE WS-TOT-BENEFIT TO DET-TOTAL
008120     MOVE SPACES TO REPORT-LINE
008130     WRITE REPORT-LINE
008140     WRITE REPORT-LINE FROM WS-DETAIL-LINE
008150     PERFORM 5500-LIST-UNPAID THRU 5500-EXIT
008160     PERFORM 5800-WRITE-COUNTS THRU 5800-EXIT
008170     MOVE SPACES TO BENEFIT-RECORD
008180     MOVE "T" TO BF-RECORD-TYPE
008190     MOVE WS-WRITTEN-COUNT TO BF-TOTAL-EMPLOYEES
008200     MOVE WS-TOT-CASH TO BF-TOTAL-CASH
008210     MOVE WS-TOT-GOODS TO BF-TOTAL-GOODS
008220     MOVE WS-TOT-PRIZE TO BF-TOTAL-PRIZE
008230     MOVE WS-TOT-BENEFIT TO BF-TOTAL-BENEFIT
008240     MOVE WS-UNPAID-COUNT TO BF-GENS-NOT-PAID
008250     WRITE BENEFIT-RECORD.
008260 5000-EXIT.
008270     EXIT.
008280*-----------------------------------------------------------------
008290* 5100-WRITE-ONE-EMPLOYEE - WRITE ONE EMPLOYEE'S BENEFIT DETAIL
008300*                           AND LISTING LINE AND ADD THEM TO THE
008310*                           CONTROL TOTALS.  AN EMPLOYEE WHOSE
008320*                           ACTIVITY NETS TO NOTHING IN ALL THREE
008330*                           KINDS (A REDEMPTION REVERSED IN THE
008340*                           SAME YEAR, SAY) IS LEFT OFF.
008350*-----------------------------------------------------------------
008360 5100-WRITE-ONE-EMPLOYEE.
008370     IF WS-ET-CASH (WS-SUB-1) = ZERO
008380         AND WS-ET-GOODS (WS-SUB-1) = ZERO
008390         AND WS-ET-PRIZE (WS-SUB-1) = ZERO
008400         ADD 1 TO WS-NIL-COUNT
008410         GO TO 5100-EXIT
008420     END-IF
008430     COMPUTE WS-EMP-TOTAL = WS-ET-CASH (WS-SUB-1)
008440         + WS-ET-GOODS (WS-SUB-1) + WS-ET-PRIZE (WS-SUB-1)
008450     MOVE SPACES TO WS-DETAIL-LINE
008460     MOVE WS-ET-PLAYER-ID (WS-SUB-1) TO DET-PLAYER-ID
008470     IF WS-ROSTER-OPEN
008480         MOVE WS-ET-PLAYER-ID (WS-SUB-1) TO PL-PLAYER-ID
008490         READ PLAYERS-FILE
008500             INVALID KEY
008510                 MOVE "** NOT ON ROSTER **" TO DET-PLAYER-NAME
008520             NOT INVALID KEY
008530                 MOVE PL-PLAYER-NAME TO DET-PLAYER-NAME
008540         END-READ
008550     END-IF
008560     MOVE WS-ET-CASH (WS-SUB-1) TO DET-CASH
008570     MOVE WS-ET-GOODS (WS-SUB-1) TO DET-GOODS
008580     MOVE WS-ET-PRIZE (WS-SUB-1) TO DET-PRIZE
008590     MOVE WS-EMP-TOTAL TO DET-TOTAL
008600     WRITE REPORT-LINE FROM WS-DETAIL-LINE
008610     MOVE SPACES TO BENEFIT-RECORD
008620     MOVE "D" TO BF-RECORD-TYPE
008630     MOVE WS-ET-PLAYER-ID (WS-SUB-1) TO BF-PLAYER-ID
008640     MOVE DET-PLAYER-NAME TO BF-PLAYER-NAME
008650     MOVE WS-ET-CASH (WS-SUB-1) TO BF-CASH-AMT
008660     MOVE WS-ET-GOODS (WS-SUB-1) TO BF-GOODS-AMT
008670     MOVE WS-ET-PRIZE (WS-SUB-1) TO BF-PRIZE-AMT
008680     MOVE WS-EMP-TOTAL TO BF-TOTAL-AMT
008690     WRITE BENEFIT-RECORD
008700     ADD 1 TO WS-WRITTEN-COUNT
008710     ADD WS-ET-CASH (WS-SUB-1) TO WS-TOT-CASH
008720     ADD WS-ET-GOODS (WS-SUB-1) TO WS-TOT-GOODS
008730     ADD WS-ET-PRIZE (WS-SUB-1) TO WS-TOT-PRIZE
008740     ADD WS-EMP-TOTAL TO WS-TOT-BENEFIT.
008750 5100-EXIT.
008760     EXIT.
008770*-----------------------------------------------------------------
008780* 5500-LIST-UNPAID - LIST EVERY GENERATION OF THE YEAR THAT NEVER
008790*                    CAME BACK PAID - STILL AWAITING PAYROLL'S
008800*                    RETURN, OR RETURNED WITH NOBODY FILED AS
008810*                    PAID.
008820*-----------------------------------------------------------------
008830 5500-LIST-UNPAID.
008840     MOVE SPACES TO REPORT-LINE
008850     WRITE REPORT-LINE
008860     WRITE REPORT-LINE FROM WS-GEN-HDR-LINE1
008870     WRITE REPORT-LINE FROM WS-GEN-HDR-LINE2
008880     IF WS-GEN-COUNT > 0
008890         PERFORM 5600-LIST-ONE-GENERATION THRU 5600-EXIT
008900             VARYING WS-SUB-2 FROM 1 BY 1
008910             UNTIL WS-SUB-2 > WS-GEN-COUNT
008920     END-IF
008930     IF WS-UNPAID-COUNT = 0
008940         MOVE SPACES TO REPORT-LINE
008950         MOVE "EVERY GENERATION OF THE YEAR CAME BACK PAID."
008960             TO REPORT-LINE
008970         WRITE REPORT-LINE
008980     END-IF.
008990 5500-EXIT.
009000     EXIT.
009010*-----------------------------------------------------------------
009020* 5600-LIST-ONE-GENERATION - LIST ONE GENERATION IF IT NEVER CAME
009030*                            BACK PAID.
009040*-----------------------------------------------------------------
009050 5600-LIST-ONE-GENERATION.
009060     IF WS-GT-RETURNED (WS-SUB-2)
009070         AND WS-GT-PAID-COUNT (WS-SUB-2) > 0
009080         GO TO 5600-EXIT
009090     END-IF
009100     ADD 1 TO WS-UNPAID-COUNT
009110     MOVE WS-GT-GEN-NUMBER (WS-SUB-2) TO GEN-NUMBER
009120     MOVE WS-GT-BUS-DATE (WS-SUB-2) TO GEN-BUS-DATE
009130     MOVE WS-GT-PLAYER-COUNT (WS-SUB-2) TO GEN-PLAYERS
009140     MOVE WS-GT-INCENTIVE (WS-SUB-2) TO GEN-INCENTIVE
009150     IF WS-GT-RETURNED (WS-SUB-2)
009160         MOVE "RETURNED - NONE FILED AS PAID" TO GEN-STATUS
009170     ELSE
009180         MOVE "AWAITING PAYROLL'S RETURN" TO GEN-STATUS
009190     END-IF
009200     WRITE REPORT-LINE FROM WS-GEN-LINE.
009210 5600-EXIT.
009220     EXIT.
009230*-----------------------------------------------------------------
009240* 5800-WRITE-COUNTS - THE RUN'S COUNTS AT THE FOOT OF THE LISTING.
009250*-----------------------------------------------------------------
009260 5800-WRITE-COUNTS.
009270     MOVE SPACES TO REPORT-LINE
009280     WRITE REPORT-LINE
009290     MOVE "EMPLOYEES WITH BENEFITS : " TO TOT-LABEL
009300     MOVE WS-WRITTEN-COUNT TO TOT-VALUE
009310     WRITE REPORT-LINE FROM WS-TOTAL-LINE
009320     MOVE "REDEMPTIONS VALUED      : " TO TOT-LABEL
009330     MOVE WS-GOODS-COUNT TO TOT-VALUE
009340     WRITE REPORT-LINE FROM WS-TOTAL-LINE
009350     MOVE "REDEMPTIONS REVERSED    : " TO TOT-LABEL
009360     MOVE WS-RETURNED-COUNT TO TOT-VALUE
009370     WRITE REPORT-LINE FROM WS-TOTAL-LINE
009380     MOVE "TOURNAMENT PRIZES       : " TO TOT-LABEL
009390     MOVE WS-PRIZE-COUNT TO TOT-VALUE
009400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
009410     MOVE "GENERATIONS IN THE YEAR : " TO TOT-LABEL
009420     MOVE WS-GEN-COUNT TO TOT-VALUE
009430     WRITE REPORT-LINE FROM WS-TOTAL-LINE
009440     MOVE "GENERATIONS NOT PAID    : " TO TOT-LABEL
009450     MOVE WS-UNPAID-COUNT TO TOT-VALUE
009460     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
009470 5800-EXIT.
009480     EXIT.
009490*-----------------------------------------------------------------
009500* 6000-FIND-EMPLOYEE - LOCATE WS-MATCH-ID IN THE EMPLOYEE TABLE,
009510*                      ADDING A NEW ENTRY FOR THE FIRST BENEFIT
009520*                      SEEN.  SETS WS-SUB-1 TO THE ENTRY.  A
009530*                      BENEFIT FILE MISSING EMPLOYEES WOULD
009540*                      UNDER-REPORT TO THE TAX MAN, SO A FULL
009550*                      TABLE STOPS THE RUN BEFORE ANYTHING IS
009560*                      WRITTEN.
009570*-----------------------------------------------------------------
009580 6000-FIND-EMPLOYEE.
009590     MOVE "N" TO WS-FOUND-SW
009600     PERFORM 6050-COMPARE-EMPLOYEE THRU 6050-EXIT
009610         VARYING WS-SUB-1 FROM 1 BY 1
009620         UNTIL WS-SUB-1 > WS-EMP-COUNT
009630         OR WS-FOUND
009640     IF WS-FOUND
009650         SUBTRACT 1 FROM WS-SUB-1
009660         GO TO 6000-EXIT
009670     END-IF
009680     IF WS-EMP-COUNT >= WS-EMP-MAX
009690         DISPLAY "BENYEAR: EMPLOYEE TABLE FULL - NO BENEFIT FILE"
009700             " WRITTEN.  RAISE THE TABLE CAP AND RERUN."
009710             UPON CONSOLE
009720         PERFORM 8000-CLOSE-INPUTS THRU 8000-EXIT
009730         MOVE "EMPLOYEE TABLE FULL" TO WS-JOB-NEW-MESSAGE
009740         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
009750         STOP RUN
009760     END-IF
009770     ADD 1 TO WS-EMP-COUNT
009780     MOVE WS-EMP-COUNT TO WS-SUB-1
009790     MOVE WS-MATCH-ID TO WS-ET-PLAYER-ID (WS-SUB-1)
009800     MOVE ZERO TO WS-ET-CASH (WS-SUB-1)
009810     MOVE ZERO TO WS-ET-GOODS (WS-SUB-1)
009820     MOVE ZERO TO WS-ET-PRIZE (WS-SUB-1).
009830 6000-EXIT.
009840     EXIT.
009850*-----------------------------------------------------------------
009860* 6050-COMPARE-EMPLOYEE - TEST ONE TABLE SUBSCRIPT FOR A MATCH.
009870*-----------------------------------------------------------------
009880 6050-COMPARE-EMPLOYEE.
009890     IF WS-ET-PLAYER-ID (WS-SUB-1) = WS-MATCH-ID
009900         MOVE "Y" TO WS-FOUND-SW
009910     END-IF.
009920 6050-EXIT.
009930     EXIT.
009940*-----------------------------------------------------------------
009950* 8000-CLOSE-INPUTS - CLOSE EVERY INPUT FILE THE RUN HAS OPEN.
009960*                     THE ARCHIVE AND THE LEDGER ARE OPENED AND
009970*                     CLOSED WHERE THEY ARE READ.
009980*-----------------------------------------------------------------
009990 8000-CLOSE-INPUTS.
010000     CLOSE XMIT-REG-FILE
010010     IF WS-HIST-OPEN
010020         CLOSE PAID-HIST-FILE
010030     END-IF
010040     IF WS-ITEM-OPEN
010050         CLOSE ITEM-FILE
010060     END-IF
010070     IF WS-TOURN-OPEN
010080         CLOSE TOURN-EVENT-FILE
010090     END-IF
010100     IF WS-ROSTER-OPEN
010110         CLOSE PLAYERS-FILE
010120     END-IF.
010130 8000-EXIT.
010140     EXIT.
010150*-----------------------------------------------------------------
010160* 9000-TERMINATE - CLOSE THE FILES, TELL THE CONSOLE WHAT WENT TO
010170*                  PAYROLL AND LOG THE END OF THE RUN.
010180*-----------------------------------------------------------------
010190 9000-TERMINATE.
010200     PERFORM 8000-CLOSE-INPUTS THRU 8000-EXIT
010210     CLOSE BENEFIT-FILE
010220     CLOSE REPORT-FILE
010230     DISPLAY "BENYEAR: TAX YEAR " WS-TAX-YEAR ", "
010240         WS-WRITTEN-COUNT " EMPLOYEES ON THE BENEFIT FILE, "
010250         WS-UNPAID-COUNT " GENERATIONS NOT PAID." UPON CONSOLE
010260     PERFORM 9710-LOG-END THRU 9710-EXIT.
010270 9000-EXIT.
010280     EXIT.
010290*-----------------------------------------------------------------
010300* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
010310*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
010320*                  BUSINESS DATE.
010330*-----------------------------------------------------------------
010340 9700-LOG-START.
010350     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
010360     ACCEPT WS-JOB-START-TIME FROM TIME
010370     MOVE "S" TO WS-JOB-EVENT
010380     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
010390 9700-EXIT.
010400     EXIT.
010410*-----------------------------------------------------------------
010420* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
010430*                LOG.  READ IS REGISTER, PAID-HISTORY AND POINTS
010440*                RECORDS READ; WRITTEN IS BENEFIT DETAILS WRITTEN;
010450*                SKIPPED IS EMPLOYEES WHOSE ACTIVITY NETTED TO
010460*                NOTHING.  A RUN THAT RAISED WARNINGS BUT WAS NOT
010470*                STOPPED ENDS WITH CODE 04.
010480*-----------------------------------------------------------------
010490 9710-LOG-END.
010500     COMPUTE WS-JOB-READ = WS-GENS-READ + WS-PAID-READ
010510         + WS-POINTS-READ
010520     MOVE WS-WRITTEN-COUNT TO WS-JOB-WRITTEN
010530     MOVE WS-NIL-COUNT TO WS-JOB-SKIPPED
010540     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
010550         MOVE 04 TO WS-JOB-COMPLETION
010560     END-IF
010570     MOVE "E" TO WS-JOB-EVENT
010580     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
010590 9710-EXIT.
010600     EXIT.
010610*-----------------------------------------------------------------
010620* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
010630*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
010640*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
010650*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
010660*-----------------------------------------------------------------
010670 9720-NOTE-WARNING.
010680     ADD 1 TO WS-JOB-WARNINGS
010690     IF WS-JOB-MESSAGE = SPACES
010700         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
010710     END-IF.
010720 9720-EXIT.
010730     EXIT.
010740*-----------------------------------------------------------------
010750* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
010760*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
010770*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
010780*                    BEFORE THE STOP RUN.
010790*-----------------------------------------------------------------
010800 9730-LOG-FAILURE.
010810     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
010820     MOVE 08 TO WS-JOB-COMPLETION
010830     PERFORM 9710-LOG-END THRU 9710-EXIT.
010840 9730-EXIT.
010850     EXIT.
010860*-----------------------------------------------------------------
010870* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
010880*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
010890*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
010900*-----------------------------------------------------------------
010910 9750-WRITE-JOB-LOG.
010920     OPEN EXTEND JOB-LOG-FILE
010930     IF NOT FS-JOB-LOG-OK
010940         OPEN OUTPUT JOB-LOG-FILE
010950     END-IF
010960     IF NOT FS-JOB-LOG-OK
010970         DISPLAY "BENYEAR: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
010980             UPON CONSOLE
010990         GO TO 9750-EXIT
011000     END-IF
011010     MOVE SPACES TO JOB-LOG-RECORD
011020     MOVE "BENYEAR" TO JL-PROGRAM
011030     MOVE WS-JOB-EVENT TO JL-EVENT
011040     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
011050     MOVE WS-JOB-START-DATE TO JL-START-DATE
011060     MOVE WS-JOB-START-TIME TO JL-START-TIME
011070     IF JL-END
011080         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
011090         ACCEPT JL-END-TIME FROM TIME
011100     ELSE
011110         MOVE ZERO TO JL-END-DATE
011120         MOVE ZERO TO JL-END-TIME
011130     END-IF
011140     MOVE WS-JOB-READ TO JL-READ-COUNT
011150     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
011160     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
011170     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
011180     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
011190     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
011200     WRITE JOB-LOG-RECORD
011210     CLOSE JOB-LOG-FILE.
011220 9750-EXIT.
011230     EXIT.
011240 END PROGRAM BENYEAR.
