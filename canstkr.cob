000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CANSTKR.
000030 AUTHOR. D L MORRIS.
000040 INSTALLATION. GAME FLOOR OPERATIONS.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DLM   ORIGINAL PROGRAM.  DAILY CANTEEN STOCK
000120*                  MOVEMENT REPORT (STKRPT).  FOR EVERY ITEM ON
000130*                  THE CATALOG (CANITEMS) PRINTS THE DAY'S
000140*                  OPENING, RECEIVED, REDEEMED, REVERSED AND
000150*                  CLOSING QUANTITIES OFF THE STOCK MOVEMENT
000160*                  JOURNAL (STKMOVE), FLAGS AN ACTIVE ITEM AT OR
000170*                  BELOW ITS REORDER LEVEL, AND LISTS EVERY
000180*                  PHYSICAL COUNT KEYED THAT DAY THAT DISAGREES
000190*                  WITH THE BOOK.
000191* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000192*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000194*                  REPORT (JOBLRPT), WITH THE RUN'S RECORD COUNTS
000195*                  AND ANY TABLE-CAP OR OPEN-FAILURE WARNINGS.
000197*                  EVERY STOP SHORT OF A NORMAL END LOGS ITS
000198*                  REASON WITH CODE 08.
000200*-----------------------------------------------------------------
000210* RUN THIS AFTER THE CANTEEN CLOSES.  THE REPORT DATE DEFAULTS TO
000220* TODAY; AN EARLIER DATE CAN BE KEYED TO REPRINT A DAY - THE
000230* CLOSING FIGURE IS THE BOOK TODAY LESS EVERY MOVEMENT SINCE, SO
000240* A REPRINT SHOWS THE DAY AS IT STOOD.  OPENING IS CLOSING LESS
000250* THE DAY'S MOVEMENTS.  A WITHDRAWN ITEM WITH NO STOCK AND NO
000260* MOVEMENT THAT DAY IS LEFT OFF.
000270*-----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ITEM-FILE ASSIGN TO "CANITEMS"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CI-ITEM-CODE
000350         FILE STATUS IS FS-ITEM.
000360     SELECT STOCK-MOVE-FILE ASSIGN TO "STKMOVE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS FS-STOCK-MOVE.
000390     SELECT REPORT-FILE ASSIGN TO "STKRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FS-REPORT.
000412     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000415         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS FS-JOB-LOG.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  ITEM-FILE.
000450     COPY CITMREC.
000460 FD  STOCK-MOVE-FILE.
000470     COPY STKMREC.
000480 FD  REPORT-FILE.
000490 01  REPORT-LINE                 PIC X(80).
000493 FD  JOB-LOG-FILE.
000496     COPY JOBLREC.
000500 WORKING-STORAGE SECTION.
000510 01  FS-ITEM                  PIC X(02).
000520     88  FS-ITEM-OK                  VALUE "00".
000530 01  FS-STOCK-MOVE            PIC X(02).
000540     88  FS-STOCK-MOVE-OK            VALUE "00".
000550 01  FS-REPORT                PIC X(02).
000560     88  FS-REPORT-OK                VALUE "00".
000563 01  FS-JOB-LOG              PIC X(02).
000566     88  FS-JOB-LOG-OK               VALUE "00".
000570 01  WS-SWITCHES.
000580     05  WS-EOF-SW               PIC X(01) VALUE "N".
000590         88  WS-EOF                  VALUE "Y".
000600     05  WS-FOUND-SW             PIC X(01) VALUE "N".
000610         88  WS-FOUND                VALUE "Y".
000620     05  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
000630         88  WS-TABLE-FULL           VALUE "Y".
000640 01  WS-TODAY-DATE               PIC 9(08).
000650 01  WS-REPORT-DATE              PIC 9(08).
000660 01  WS-DATE-RAW                 PIC X(08).
000670 01  WS-OPENING                  PIC S9(07) COMP VALUE ZERO.
000680 01  WS-CLOSING                  PIC S9(07) COMP VALUE ZERO.
000690 01  WS-DIFFERENCE               PIC S9(07) COMP VALUE ZERO.
000700 01  WS-ITEM-COUNT               PIC 9(05) COMP VALUE ZERO.
000710 01  WS-PRINTED-COUNT            PIC 9(05) COMP VALUE ZERO.
000720 01  WS-REORDER-COUNT            PIC 9(05) COMP VALUE ZERO.
000730 01  WS-DIFF-COUNT               PIC 9(05) COMP VALUE ZERO.
000740 01  WS-RECEIVED-TOTAL           PIC 9(07) COMP VALUE ZERO.
000750 01  WS-REDEEMED-TOTAL           PIC 9(07) COMP VALUE ZERO.
000760 01  WS-REVERSED-TOTAL           PIC 9(07) COMP VALUE ZERO.
000770 01  WS-SUB-1                    PIC 9(05) COMP VALUE ZERO.
000780 01  WS-ITEM-TABLE.
000790     05  WS-ITEM-ENTRY OCCURS 500 TIMES
000800                 INDEXED BY WS-ITEM-IDX.
000810         10  WS-TBL-ITEM-CODE        PIC X(04).
000820         10  WS-TBL-ITEM-DESC        PIC X(20).
000830         10  WS-TBL-STATUS-SW        PIC X(01).
000840         10  WS-TBL-ON-HAND          PIC 9(05) COMP.
000850         10  WS-TBL-REORDER-LEVEL    PIC 9(05) COMP.
000860         10  WS-TBL-RECEIVED         PIC 9(07) COMP.
000870         10  WS-TBL-REDEEMED         PIC 9(07) COMP.
000880         10  WS-TBL-REVERSED         PIC 9(07) COMP.
000890         10  WS-TBL-LATER-NET        PIC S9(07) COMP.
000900         10  WS-TBL-COUNTED-SW       PIC X(01).
000910             88  WS-TBL-COUNTED          VALUE "Y".
000920         10  WS-TBL-COUNT-QTY        PIC 9(05) COMP.
000930         10  WS-TBL-COUNT-BOOK       PIC 9(05) COMP.
000940         10  WS-TBL-COUNT-TIME       PIC 9(08).
000950 01  WS-HDR-LINE1.
000960     05  FILLER                  PIC X(34) VALUE
000970         "GUESS - CANTEEN STOCK MOVEMENT    ".
000980     05  FILLER                  PIC X(08) VALUE "DATE : ".
000990     05  HDR-DATE                PIC 9(08).
001000     05  FILLER                  PIC X(30) VALUE SPACES.
001010 01  WS-COL-HDR-LINE.
001020     05  FILLER                  PIC X(40) VALUE
001030         "ITEM  DESCRIPTION          OPENING RECVD".
001040     05  FILLER                  PIC X(40) VALUE
001050         "  REDMD  REVSD CLOSING REORD FLAG".
001060 01  WS-DETAIL-LINE.
001070     05  DET-ITEM-CODE           PIC X(04).
001080     05  FILLER                  PIC X(02) VALUE SPACES.
001090     05  DET-ITEM-DESC           PIC X(20).
001100     05  FILLER                  PIC X(01) VALUE SPACE.
001110     05  DET-OPENING             PIC ZZZZZ9-.
001120     05  FILLER                  PIC X(01) VALUE SPACE.
001130     05  DET-RECEIVED            PIC ZZZZ9.
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  DET-REDEEMED            PIC ZZZZ9.
001160     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  DET-REVERSED            PIC ZZZZ9.
001180     05  FILLER                  PIC X(01) VALUE SPACE.
001190     05  DET-CLOSING             PIC ZZZZZ9-.
001200     05  FILLER                  PIC X(01) VALUE SPACE.
001210     05  DET-REORDER-LEVEL       PIC ZZZZ9.
001220     05  FILLER                  PIC X(01) VALUE SPACE.
001230     05  DET-FLAG                PIC X(07).
001240     05  FILLER                  PIC X(04) VALUE SPACES.
001250 01  WS-CNT-TITLE-LINE.
001260     05  FILLER                  PIC X(80) VALUE
001270         "PHYSICAL COUNTS THAT DISAGREE WITH THE BOOK".
001280 01  WS-CNT-HDR-LINE.
001290     05  FILLER                  PIC X(40) VALUE
001300         "ITEM  DESCRIPTION             BOOK COUNT".
001310     05  FILLER                  PIC X(40) VALUE
001320         "ED    DIFF    COUNTED AT".
001330 01  WS-CNT-DETAIL-LINE.
001340     05  CNT-ITEM-CODE           PIC X(04).
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  CNT-ITEM-DESC           PIC X(20).
001370     05  FILLER                  PIC X(04) VALUE SPACES.
001380     05  CNT-BOOK                PIC ZZZZ9.
001390     05  FILLER                  PIC X(03) VALUE SPACES.
001400     05  CNT-COUNTED             PIC ZZZZ9.
001410     05  FILLER                  PIC X(03) VALUE SPACES.
001420     05  CNT-DIFFERENCE          PIC ZZZZ9-.
001430     05  FILLER                  PIC X(03) VALUE SPACES.
001440     05  CNT-TIME                PIC 9(08).
001450     05  FILLER                  PIC X(17) VALUE SPACES.
001460 01  WS-TOTAL-LINE.
001470     05  TOT-LABEL               PIC X(26).
001480     05  TOT-VALUE               PIC ZZZZZZZZ9.
001481     05  FILLER                  PIC X(45) VALUE SPACES.
001482 01  WS-JOB-LOG-AREA.
001484     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
001485     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
001487     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
001488     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
001490     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
001491     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
001492     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
001494     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
001495     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
001497     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
001498     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001530     PERFORM 2000-LOAD-ITEMS THRU 2000-EXIT
001540         UNTIL WS-EOF
001550     PERFORM 3000-READ-MOVES THRU 3000-EXIT
001560     PERFORM 4100-PRINT-ONE-ITEM THRU 4100-EXIT
001570         VARYING WS-SUB-1 FROM 1 BY 1
001580         UNTIL WS-SUB-1 > WS-ITEM-COUNT
001590     PERFORM 5000-PRINT-COUNTS THRU 5000-EXIT
001600     PERFORM 9000-TERMINATE THRU 9000-EXIT
001610     STOP RUN.
001620*-----------------------------------------------------------------
001630* 1000-INITIALIZE - ASK THE REPORT DATE, OPEN THE CATALOG AND THE
001640*                   REPORT.
001650*-----------------------------------------------------------------
001660 1000-INITIALIZE.
001670     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001680     MOVE WS-TODAY-DATE TO WS-REPORT-DATE
001690     DISPLAY "REPORT DATE YYYYMMDD (BLANK = TODAY)?" UPON CONSOLE
001700     MOVE SPACES TO WS-DATE-RAW
001710     ACCEPT WS-DATE-RAW FROM CONSOLE
001720     IF WS-DATE-RAW NOT = SPACES
001730         IF WS-DATE-RAW IS NUMERIC
001740             MOVE WS-DATE-RAW TO WS-REPORT-DATE
001750         ELSE
001760             DISPLAY "CANSTKR: NOT A VALID DATE - TODAY USED."
001770                 UPON CONSOLE
001772             MOVE "NOT A VALID DATE - TODAY USED"
001775                 TO WS-JOB-NEW-MESSAGE
001777             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
001780         END-IF
001790     END-IF
001800     IF WS-REPORT-DATE > WS-TODAY-DATE
001810         DISPLAY "CANSTKR: DATE IS IN THE FUTURE - TODAY USED."
001820             UPON CONSOLE
001830         MOVE WS-TODAY-DATE TO WS-REPORT-DATE
001833         MOVE "FUTURE DATE - TODAY USED" TO WS-JOB-NEW-MESSAGE
001836         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
001840     END-IF
001843     MOVE WS-REPORT-DATE TO WS-JOB-BUSINESS-DATE
001846     PERFORM 9700-LOG-START THRU 9700-EXIT
001850     OPEN INPUT ITEM-FILE
001860     IF NOT FS-ITEM-OK
001870         DISPLAY "CANSTKR: NO ITEM CATALOG ON FILE." UPON CONSOLE
001873         MOVE "NO ITEM CATALOG ON FILE" TO WS-JOB-NEW-MESSAGE
001876         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001880         STOP RUN
001890     END-IF
001900     OPEN OUTPUT REPORT-FILE
001910     IF NOT FS-REPORT-OK
001920         DISPLAY "CANSTKR: UNABLE TO OPEN STOCK REPORT."
001930             UPON CONSOLE
001940         CLOSE ITEM-FILE
001943         MOVE "UNABLE TO OPEN STOCK REPORT" TO WS-JOB-NEW-MESSAGE
001946         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001950         STOP RUN
001960     END-IF
001970     MOVE WS-REPORT-DATE TO HDR-DATE
001980     WRITE REPORT-LINE FROM WS-HDR-LINE1
001990     MOVE SPACES TO REPORT-LINE
002000     WRITE REPORT-LINE
002010     WRITE REPORT-LINE FROM WS-COL-HDR-LINE.
002020 1000-EXIT.
002030     EXIT.
002040*-----------------------------------------------------------------
002050* 2000-LOAD-ITEMS - TABLE THE CATALOG IN KEY ORDER WITH EACH
002060*                   ITEM'S BOOK STOCK AND REORDER LEVEL.
002070*-----------------------------------------------------------------
002080 2000-LOAD-ITEMS.
002090     READ ITEM-FILE NEXT RECORD
002100         AT END
002110             MOVE "Y" TO WS-EOF-SW
002120             GO TO 2000-EXIT
002130     END-READ
002140     IF WS-ITEM-COUNT >= 500
002150         IF NOT WS-TABLE-FULL
002160             DISPLAY "CANSTKR: ITEM TABLE FULL - EXCESS ITEMS"
002170                 " NOT REPORTED." UPON CONSOLE
002173             MOVE "ITEM TABLE FULL" TO WS-JOB-NEW-MESSAGE
002176             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
002180             MOVE "Y" TO WS-TABLE-FULL-SW
002190         END-IF
002200         GO TO 2000-EXIT
002210     END-IF
002220     ADD 1 TO WS-ITEM-COUNT
002230     MOVE CI-ITEM-CODE TO WS-TBL-ITEM-CODE (WS-ITEM-COUNT)
002240     MOVE CI-ITEM-DESC TO WS-TBL-ITEM-DESC (WS-ITEM-COUNT)
002250     MOVE CI-STATUS-SW TO WS-TBL-STATUS-SW (WS-ITEM-COUNT)
002260     MOVE CI-ON-HAND TO WS-TBL-ON-HAND (WS-ITEM-COUNT)
002270     MOVE CI-REORDER-LEVEL TO WS-TBL-REORDER-LEVEL (WS-ITEM-COUNT)
002280     MOVE ZERO TO WS-TBL-RECEIVED (WS-ITEM-COUNT)
002290     MOVE ZERO TO WS-TBL-REDEEMED (WS-ITEM-COUNT)
002300     MOVE ZERO TO WS-TBL-REVERSED (WS-ITEM-COUNT)
002310     MOVE ZERO TO WS-TBL-LATER-NET (WS-ITEM-COUNT)
002320     MOVE "N" TO WS-TBL-COUNTED-SW (WS-ITEM-COUNT)
002330     MOVE ZERO TO WS-TBL-COUNT-QTY (WS-ITEM-COUNT)
002340     MOVE ZERO TO WS-TBL-COUNT-BOOK (WS-ITEM-COUNT)
002350     MOVE ZERO TO WS-TBL-COUNT-TIME (WS-ITEM-COUNT).
002360 2000-EXIT.
002370     EXIT.
002380*-----------------------------------------------------------------
002390* 3000-READ-MOVES - ONE PASS OF THE MOVEMENT JOURNAL.  NO JOURNAL
002400*                   YET MEANS NOTHING HAS MOVED - EVERY ITEM OPENS
002410*                   AND CLOSES AT ITS BOOK FIGURE.
002420*-----------------------------------------------------------------
002430 3000-READ-MOVES.
002440     CLOSE ITEM-FILE
002450     OPEN INPUT STOCK-MOVE-FILE
002460     IF NOT FS-STOCK-MOVE-OK
002470         GO TO 3000-EXIT
002480     END-IF
002490     MOVE "N" TO WS-EOF-SW
002500     PERFORM 3100-ONE-MOVE THRU 3100-EXIT
002510         UNTIL WS-EOF
002520     CLOSE STOCK-MOVE-FILE.
002530 3000-EXIT.
002540     EXIT.
002550*-----------------------------------------------------------------
002560* 3100-ONE-MOVE - ROLL ONE MOVEMENT INTO ITS ITEM.  A MOVEMENT ON
002570*                 THE REPORT DATE COUNTS IN THE DAY'S COLUMNS
002580*                 (THE LAST COUNT KEYED THAT DAY STANDS); A LATER
002590*                 ONE IS BACKED OUT OF THE BOOK TO GIVE THE DAY'S
002600*                 CLOSING.
002610*-----------------------------------------------------------------
002620 3100-ONE-MOVE.
002630     READ STOCK-MOVE-FILE
002640         AT END
002650             MOVE "Y" TO WS-EOF-SW
002660             GO TO 3100-EXIT
002670     END-READ
002680     IF SM-MOVE-DATE < WS-REPORT-DATE
002690         GO TO 3100-EXIT
002700     END-IF
002710     MOVE "N" TO WS-FOUND-SW
002720     PERFORM 3150-COMPARE-ENTRY THRU 3150-EXIT
002730         VARYING WS-SUB-1 FROM 1 BY 1
002740         UNTIL WS-SUB-1 > WS-ITEM-COUNT
002750         OR WS-FOUND
002760     IF NOT WS-FOUND
002770         GO TO 3100-EXIT
002780     END-IF
002790     SUBTRACT 1 FROM WS-SUB-1
002800     IF SM-MOVE-DATE > WS-REPORT-DATE
002810         EVALUATE TRUE
002820             WHEN SM-RECEIPT
002830             WHEN SM-REVERSAL
002840                 ADD SM-QUANTITY TO WS-TBL-LATER-NET (WS-SUB-1)
002850             WHEN SM-REDEMPTION
002860                 SUBTRACT SM-QUANTITY
002870                     FROM WS-TBL-LATER-NET (WS-SUB-1)
002880             WHEN OTHER
002890                 CONTINUE
002900         END-EVALUATE
002910         GO TO 3100-EXIT
002920     END-IF
002930     EVALUATE TRUE
002940         WHEN SM-RECEIPT
002950             ADD SM-QUANTITY TO WS-TBL-RECEIVED (WS-SUB-1)
002960         WHEN SM-REDEMPTION
002970             ADD SM-QUANTITY TO WS-TBL-REDEEMED (WS-SUB-1)
002980         WHEN SM-REVERSAL
002990             ADD SM-QUANTITY TO WS-TBL-REVERSED (WS-SUB-1)
003000         WHEN SM-COUNT
003010             MOVE "Y" TO WS-TBL-COUNTED-SW (WS-SUB-1)
003020             MOVE SM-QUANTITY TO WS-TBL-COUNT-QTY (WS-SUB-1)
003030             MOVE SM-BOOK-QTY TO WS-TBL-COUNT-BOOK (WS-SUB-1)
003040             MOVE SM-MOVE-TIME TO WS-TBL-COUNT-TIME (WS-SUB-1)
003050         WHEN OTHER
003060             CONTINUE
003070     END-EVALUATE.
003080 3100-EXIT.
003090     EXIT.
003100*-----------------------------------------------------------------
003110* 3150-COMPARE-ENTRY - TEST ONE TABLE SUBSCRIPT FOR A MATCH.
003120*-----------------------------------------------------------------
003130 3150-COMPARE-ENTRY.
003140     IF WS-TBL-ITEM-CODE (WS-SUB-1) = SM-ITEM-CODE
003150         MOVE "Y" TO WS-FOUND-SW
003160     END-IF.
003170 3150-EXIT.
003180     EXIT.
003190*-----------------------------------------------------------------
003200* 4100-PRINT-ONE-ITEM - WORK OUT ONE ITEM'S CLOSING AND OPENING,
003210*                       FLAG IT FOR REORDER IF IT IS ACTIVE AND AT
003220*                       OR BELOW ITS LEVEL, AND PRINT THE LINE.
003230*-----------------------------------------------------------------
003240 4100-PRINT-ONE-ITEM.
003250     COMPUTE WS-CLOSING = WS-TBL-ON-HAND (WS-SUB-1)
003260         - WS-TBL-LATER-NET (WS-SUB-1)
003270     COMPUTE WS-OPENING = WS-CLOSING
003280         - WS-TBL-RECEIVED (WS-SUB-1)
003290         + WS-TBL-REDEEMED (WS-SUB-1)
003300         - WS-TBL-REVERSED (WS-SUB-1)
003310     IF WS-TBL-STATUS-SW (WS-SUB-1) = "W"
003320         AND WS-CLOSING = ZERO AND WS-OPENING = ZERO
003330         AND WS-TBL-RECEIVED (WS-SUB-1) = ZERO
003340         AND WS-TBL-REDEEMED (WS-SUB-1) = ZERO
003350         AND WS-TBL-REVERSED (WS-SUB-1) = ZERO
003360         GO TO 4100-EXIT
003370     END-IF
003380     MOVE SPACES TO DET-FLAG
003390     IF WS-TBL-STATUS-SW (WS-SUB-1) = "W"
003400         MOVE "WITHDRN" TO DET-FLAG
003410     ELSE
003420         IF WS-CLOSING NOT > WS-TBL-REORDER-LEVEL (WS-SUB-1)
003430             MOVE "REORDER" TO DET-FLAG
003440             ADD 1 TO WS-REORDER-COUNT
003450         END-IF
003460     END-IF
003470     MOVE WS-TBL-ITEM-CODE (WS-SUB-1) TO DET-ITEM-CODE
003480     MOVE WS-TBL-ITEM-DESC (WS-SUB-1) TO DET-ITEM-DESC
003490     MOVE WS-OPENING TO DET-OPENING
003500     MOVE WS-TBL-RECEIVED (WS-SUB-1) TO DET-RECEIVED
003510     MOVE WS-TBL-REDEEMED (WS-SUB-1) TO DET-REDEEMED
003520     MOVE WS-TBL-REVERSED (WS-SUB-1) TO DET-REVERSED
003530     MOVE WS-CLOSING TO DET-CLOSING
003540     MOVE WS-TBL-REORDER-LEVEL (WS-SUB-1) TO DET-REORDER-LEVEL
003550     WRITE REPORT-LINE FROM WS-DETAIL-LINE
003560     ADD 1 TO WS-PRINTED-COUNT
003570     ADD WS-TBL-RECEIVED (WS-SUB-1) TO WS-RECEIVED-TOTAL
003580     ADD WS-TBL-REDEEMED (WS-SUB-1) TO WS-REDEEMED-TOTAL
003590     ADD WS-TBL-REVERSED (WS-SUB-1) TO WS-REVERSED-TOTAL.
003600 4100-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------------
003630* 5000-PRINT-COUNTS - LIST EVERY ITEM WHOSE PHYSICAL COUNT THAT
003640*                     DAY DISAGREES WITH THE BOOK AT THE TIME OF
003650*                     THE COUNT.
003660*-----------------------------------------------------------------
003670 5000-PRINT-COUNTS.
003680     MOVE SPACES TO REPORT-LINE
003690     WRITE REPORT-LINE
003700     WRITE REPORT-LINE FROM WS-CNT-TITLE-LINE
003710     WRITE REPORT-LINE FROM WS-CNT-HDR-LINE
003720     PERFORM 5100-PRINT-ONE-COUNT THRU 5100-EXIT
003730         VARYING WS-SUB-1 FROM 1 BY 1
003740         UNTIL WS-SUB-1 > WS-ITEM-COUNT
003750     IF WS-DIFF-COUNT = ZERO
003760         MOVE "  NONE" TO REPORT-LINE
003770         WRITE REPORT-LINE
003780     END-IF.
003790 5000-EXIT.
003800     EXIT.
003810*-----------------------------------------------------------------
003820* 5100-PRINT-ONE-COUNT - PRINT ONE ITEM'S COUNT DIFFERENCE, IF IT
003830*                        WAS COUNTED AND THE COUNT IS OUT.
003840*-----------------------------------------------------------------
003850 5100-PRINT-ONE-COUNT.
003860     IF NOT WS-TBL-COUNTED (WS-SUB-1)
003870         GO TO 5100-EXIT
003880     END-IF
003890     COMPUTE WS-DIFFERENCE = WS-TBL-COUNT-QTY (WS-SUB-1)
003900         - WS-TBL-COUNT-BOOK (WS-SUB-1)
003910     IF WS-DIFFERENCE = ZERO
003920         GO TO 5100-EXIT
003930     END-IF
003940     MOVE WS-TBL-ITEM-CODE (WS-SUB-1) TO CNT-ITEM-CODE
003950     MOVE WS-TBL-ITEM-DESC (WS-SUB-1) TO CNT-ITEM-DESC
003960     MOVE WS-TBL-COUNT-BOOK (WS-SUB-1) TO CNT-BOOK
003970     MOVE WS-TBL-COUNT-QTY (WS-SUB-1) TO CNT-COUNTED
003980     MOVE WS-DIFFERENCE TO CNT-DIFFERENCE
003990     MOVE WS-TBL-COUNT-TIME (WS-SUB-1) TO CNT-TIME
004000     WRITE REPORT-LINE FROM WS-CNT-DETAIL-LINE
004010     ADD 1 TO WS-DIFF-COUNT.
004020 5100-EXIT.
004030     EXIT.
004040*-----------------------------------------------------------------
004050* 9000-TERMINATE - CONTROL TOTALS, CLOSE THE REPORT, LOG THE END.
004060*-----------------------------------------------------------------
004070 9000-TERMINATE.
004080     MOVE SPACES TO REPORT-LINE
004090     WRITE REPORT-LINE
004100     MOVE "ITEMS REPORTED          : " TO TOT-LABEL
004110     MOVE WS-PRINTED-COUNT TO TOT-VALUE
004120     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004130     MOVE "UNITS RECEIVED          : " TO TOT-LABEL
004140     MOVE WS-RECEIVED-TOTAL TO TOT-VALUE
004150     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004160     MOVE "UNITS REDEEMED          : " TO TOT-LABEL
004170     MOVE WS-REDEEMED-TOTAL TO TOT-VALUE
004180     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004190     MOVE "UNITS REVERSED          : " TO TOT-LABEL
004200     MOVE WS-REVERSED-TOTAL TO TOT-VALUE
004210     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004220     MOVE "ITEMS TO REORDER        : " TO TOT-LABEL
004230     MOVE WS-REORDER-COUNT TO TOT-VALUE
004240     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004250     MOVE "COUNT DIFFERENCES       : " TO TOT-LABEL
004260     MOVE WS-DIFF-COUNT TO TOT-VALUE
004270     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004280     CLOSE REPORT-FILE
004290     DISPLAY "CANSTKR: " WS-PRINTED-COUNT " ITEMS, "
004300         WS-REORDER-COUNT " TO REORDER, " WS-DIFF-COUNT
004306         " COUNT DIFFERENCES." UPON CONSOLE
004313     PERFORM 9710-LOG-END THRU 9710-EXIT.
004320 9000-EXIT.
004330     EXIT.
004340*-----------------------------------------------------------------
004350* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
004360*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
004370*                  BUSINESS DATE.
004380*-----------------------------------------------------------------
004390 9700-LOG-START.
004400     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
004410     ACCEPT WS-JOB-START-TIME FROM TIME
004420     MOVE "S" TO WS-JOB-EVENT
004430     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
004440 9700-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------------
004470* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
004480*                LOG.  THE CATALOG ITEMS TABLED ARE COUNTED AS
004490*                READ, THE ONES REPORTED AS WRITTEN AND THE
004500*                WITHDRAWN ITEMS LEFT OFF AS SKIPPED.  A RUN THAT
004510*                RAISED WARNINGS BUT WAS NOT STOPPED ENDS WITH
004520*                CODE 04.
004530*-----------------------------------------------------------------
004540 9710-LOG-END.
004550     MOVE WS-ITEM-COUNT TO WS-JOB-READ
004560     MOVE WS-PRINTED-COUNT TO WS-JOB-WRITTEN
004570     COMPUTE WS-JOB-SKIPPED = WS-ITEM-COUNT - WS-PRINTED-COUNT
004580     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
004590         MOVE 04 TO WS-JOB-COMPLETION
004600     END-IF
004610     MOVE "E" TO WS-JOB-EVENT
004620     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
004630 9710-EXIT.
004640     EXIT.
004650*-----------------------------------------------------------------
004660* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
004670*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
004680*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
004690*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
004700*-----------------------------------------------------------------
004710 9720-NOTE-WARNING.
004720     ADD 1 TO WS-JOB-WARNINGS
004730     IF WS-JOB-MESSAGE = SPACES
004740         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
004750     END-IF.
004760 9720-EXIT.
004770     EXIT.
004780*-----------------------------------------------------------------
004790* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
004800*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
004810*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
004820*                    BEFORE THE STOP RUN.
004830*-----------------------------------------------------------------
004840 9730-LOG-FAILURE.
004850     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
004860     MOVE 08 TO WS-JOB-COMPLETION
004870     PERFORM 9710-LOG-END THRU 9710-EXIT.
004880 9730-EXIT.
004890     EXIT.
004900*-----------------------------------------------------------------
004910* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
004920*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
004930*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
004940*-----------------------------------------------------------------
004950 9750-WRITE-JOB-LOG.
004960     OPEN EXTEND JOB-LOG-FILE
004970     IF NOT FS-JOB-LOG-OK
004980         OPEN OUTPUT JOB-LOG-FILE
004990     END-IF
005000     IF NOT FS-JOB-LOG-OK
005010         DISPLAY "CANSTKR: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
005020             UPON CONSOLE
005030         GO TO 9750-EXIT
005040     END-IF
005050     MOVE SPACES TO JOB-LOG-RECORD
005060     MOVE "CANSTKR" TO JL-PROGRAM
005070     MOVE WS-JOB-EVENT TO JL-EVENT
005080     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
005090     MOVE WS-JOB-START-DATE TO JL-START-DATE
005100     MOVE WS-JOB-START-TIME TO JL-START-TIME
005110     IF JL-END
005120         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
005130         ACCEPT JL-END-TIME FROM TIME
005140     ELSE
005150         MOVE ZERO TO JL-END-DATE
005160         MOVE ZERO TO JL-END-TIME
005170     END-IF
005180     MOVE WS-JOB-READ TO JL-READ-COUNT
005190     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
005200     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
005210     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
005220     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
005230     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
005240     WRITE JOB-LOG-RECORD
005250     CLOSE JOB-LOG-FILE.
005260 9750-EXIT.
005270     EXIT.
005280 END PROGRAM CANSTKR.
