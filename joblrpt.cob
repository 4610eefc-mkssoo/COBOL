000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JOBLRPT.
000030 AUTHOR. D L MORRIS.
000040 INSTALLATION. GAME FLOOR OPERATIONS.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DLM   ORIGINAL PROGRAM.  MORNING BATCH-RUN REPORT OFF
000120*                  THE BATCH JOB LOG (JOBLOG).  LISTS LAST NIGHT'S
000130*                  RUNS IN THE ORDER THEY STARTED, WITH THEIR
000140*                  RECORD COUNTS, WARNINGS AND COMPLETION CODES,
000150*                  AND FLAGS -
000160*                  1. A STEP THAT STARTED AND NEVER ENDED,
000170*                  2. A STEP THAT RAN MORE THAN ONCE IN THE NIGHT,
000180*                  3. A READ OR WRITTEN COUNT THAT SWINGS WILDLY
000190*                     FROM THE SAME STEP'S LAST RUN THE NIGHT
000200*                     BEFORE THAT DID NOT FAIL.
000210*-----------------------------------------------------------------
000220* RUN THIS EACH MORNING BEFORE DRAWSET.  IT ASKS FOR THE NIGHT TO
000230* REPORT; BLANK TAKES LAST NIGHT.  A NIGHT RUNS FROM NOON ON ITS
000240* DATE TO NOON THE NEXT DAY, SO A STREAM THAT RUNS PAST MIDNIGHT
000250* STAYS ON ONE REPORT.  RUNS ARE PLACED BY THEIR START DATE AND
000260* TIME, NOT BY THE BUSINESS DATE THEY CARRY.
000270*-----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS FS-JOB-LOG.
000340     SELECT REPORT-FILE ASSIGN TO "JOBLRPT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS FS-REPORT.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  JOB-LOG-FILE.
000400     COPY JOBLREC.
000410 FD  REPORT-FILE.
000420 01  REPORT-LINE                 PIC X(80).
000430 WORKING-STORAGE SECTION.
000440 01  FS-JOB-LOG               PIC X(02).
000450     88  FS-JOB-LOG-OK               VALUE "00".
000460 01  FS-REPORT                PIC X(02).
000470     88  FS-REPORT-OK                VALUE "00".
000480 01  WS-SWITCHES.
000490     05  WS-EOF-SW               PIC X(01) VALUE "N".
000500         88  WS-EOF                  VALUE "Y".
000510     05  WS-FOUND-SW             PIC X(01) VALUE "N".
000520         88  WS-FOUND                VALUE "Y".
000530     05  WS-RUN-FULL-SW          PIC X(01) VALUE "N".
000540         88  WS-RUN-FULL             VALUE "Y".
000550     05  WS-PRIOR-FULL-SW        PIC X(01) VALUE "N".
000560         88  WS-PRIOR-FULL           VALUE "Y".
000570     05  WS-SWING-SW             PIC X(01) VALUE "N".
000580         88  WS-SWING                VALUE "Y".
000590     05  WS-LOG-NIGHT-SW         PIC X(01) VALUE "N".
000600         88  WS-LOG-TONIGHT          VALUE "T".
000610         88  WS-LOG-PRIOR-NIGHT      VALUE "P".
000620 01  WS-TODAY-DATE               PIC 9(08).
000630 01  WS-DATE-RAW                 PIC X(08).
000640 01  WS-NIGHT-DATE               PIC 9(08).
000650 01  WS-NEXT-DATE                PIC 9(08).
000660 01  WS-PRIOR-DATE               PIC 9(08).
000670 01  WS-DATE-INT                 PIC 9(08) COMP.
000680 01  WS-NOON-TIME                PIC 9(08) VALUE 12000000.
000690*
000700* A COUNT SWINGS WILDLY WHEN THE LARGER OF THE NIGHT'S FIGURE
000710* AND THE PRIOR NIGHT'S IS MORE THAN WS-SWING-FACTOR TIMES THE
000720* SMALLER.  FIGURES BELOW WS-SWING-FLOOR ON BOTH NIGHTS ARE TOO
000730* SMALL TO JUDGE AND ARE LEFT ALONE.
000740*
000750 01  WS-SWING-FACTOR             PIC 9(03) COMP VALUE 2.
000760 01  WS-SWING-FLOOR              PIC 9(05) COMP VALUE 20.
000770 01  WS-CMP-NOW                  PIC 9(09) COMP VALUE ZERO.
000780 01  WS-CMP-PRIOR                PIC 9(09) COMP VALUE ZERO.
000790 01  WS-CMP-LARGE                PIC 9(09) COMP VALUE ZERO.
000800 01  WS-CMP-SMALL                PIC 9(09) COMP VALUE ZERO.
000810 01  WS-SUB-1                    PIC 9(05) COMP VALUE ZERO.
000820 01  WS-SUB-2                    PIC 9(05) COMP VALUE ZERO.
000830 01  WS-REPEATS                  PIC 9(05) COMP VALUE ZERO.
000840 01  WS-LOG-READ                 PIC 9(07) COMP VALUE ZERO.
000850 01  WS-FIGURE-ED                PIC ZZZZZZZZ9.
000860 01  WS-TIME-WORK                PIC 9(08).
000870 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
000880     05  WS-TW-HH                PIC 9(02).
000890     05  WS-TW-MM                PIC 9(02).
000900     05  WS-TW-SS                PIC 9(02).
000910     05  WS-TW-CC                PIC 9(02).
000920 01  WS-CLOCK.
000930     05  WS-CLK-HH               PIC 9(02).
000940     05  FILLER                  PIC X(01) VALUE ":".
000950     05  WS-CLK-MM               PIC 9(02).
000960     05  FILLER                  PIC X(01) VALUE ":".
000970     05  WS-CLK-SS               PIC 9(02).
000980*
000990* THE NIGHT'S RUNS IN THE ORDER THEY STARTED.  AN END RECORD IS
001000* MATCHED TO ITS START ON PROGRAM, START DATE AND START TIME; ONE
001010* WITH NO START ON THE LOG IS TABLED ON ITS OWN.
001020*
001030 01  WS-RUN-COUNT                PIC 9(05) COMP VALUE ZERO.
001040 01  WS-RUN-TABLE.
001050     05  WS-RUN-ENTRY OCCURS 200 TIMES.
001060         10  WS-RN-PROGRAM           PIC X(08).
001070         10  WS-RN-START-DATE        PIC 9(08).
001080         10  WS-RN-START-TIME        PIC 9(08).
001090         10  WS-RN-END-SW            PIC X(01).
001100             88  WS-RN-ENDED             VALUE "Y".
001110         10  WS-RN-END-TIME          PIC 9(08).
001120         10  WS-RN-READ              PIC 9(09).
001130         10  WS-RN-WRITTEN           PIC 9(09).
001140         10  WS-RN-SKIPPED           PIC 9(09).
001150         10  WS-RN-WARNINGS          PIC 9(03).
001160         10  WS-RN-MESSAGE           PIC X(30).
001170         10  WS-RN-CODE              PIC 9(02).
001180*
001190* EACH STEP'S LAST RUN THE NIGHT BEFORE THAT DID NOT FAIL.
001200*
001210 01  WS-PRIOR-COUNT              PIC 9(05) COMP VALUE ZERO.
001220 01  WS-PRIOR-TABLE.
001230     05  WS-PRIOR-ENTRY OCCURS 50 TIMES.
001240         10  WS-PR-PROGRAM           PIC X(08).
001250         10  WS-PR-READ              PIC 9(09).
001260         10  WS-PR-WRITTEN           PIC 9(09).
001270 01  WS-NIGHT-TOTALS.
001280     05  WS-TOT-CLEAN            PIC 9(05) COMP VALUE ZERO.
001290     05  WS-TOT-WARN             PIC 9(05) COMP VALUE ZERO.
001300     05  WS-TOT-FAILED           PIC 9(05) COMP VALUE ZERO.
001310     05  WS-TOT-NOT-ENDED        PIC 9(05) COMP VALUE ZERO.
001320     05  WS-TOT-REPEATED         PIC 9(05) COMP VALUE ZERO.
001330     05  WS-TOT-SWINGS           PIC 9(05) COMP VALUE ZERO.
001340 01  WS-HDR-LINE1.
001350     05  FILLER                  PIC X(37) VALUE
001360         "GUESS - OVERNIGHT BATCH RUNS         ".
001370     05  FILLER                  PIC X(08) VALUE "DATE : ".
001380     05  HDR-DATE                PIC 9(08).
001390     05  FILLER                  PIC X(27) VALUE SPACES.
001400 01  WS-PERIOD-LINE.
001410     05  FILLER                  PIC X(11) VALUE "NIGHT OF : ".
001420     05  PER-NIGHT-DATE          PIC 9(08).
001430     05  FILLER                  PIC X(20) VALUE
001440         "  (12:00 TO 12:00 ON".
001450     05  FILLER                  PIC X(01) VALUE SPACE.
001460     05  PER-NEXT-DATE           PIC 9(08).
001470     05  FILLER                  PIC X(01) VALUE ")".
001480     05  FILLER                  PIC X(31) VALUE SPACES.
001490 01  WS-COLUMN-LINE.
001500     05  FILLER                  PIC X(36) VALUE
001510         "PROGRAM  STARTED  AT       ENDED    ".
001520     05  FILLER                  PIC X(35) VALUE
001530         "     READ   WRITTEN  SKIPPED WRN CD".
001540     05  FILLER                  PIC X(09) VALUE SPACES.
001550 01  WS-RUN-LINE.
001560     05  RUN-PROGRAM             PIC X(08).
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  RUN-START-DATE          PIC 9(08).
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  RUN-START-TIME          PIC X(08).
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  RUN-END-TIME            PIC X(08).
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  RUN-READ                PIC ZZZZZZZZ9.
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  RUN-WRITTEN             PIC ZZZZZZZZ9.
001670     05  FILLER                  PIC X(01) VALUE SPACE.
001680     05  RUN-SKIPPED             PIC ZZZZZZZ9.
001690     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  RUN-WARNINGS            PIC ZZ9.
001710     05  FILLER                  PIC X(01) VALUE SPACE.
001720     05  RUN-CODE                PIC 9(02).
001730     05  FILLER                  PIC X(09) VALUE SPACES.
001740 01  WS-FLAG-LINE.
001750     05  FILLER                  PIC X(10) VALUE SPACES.
001760     05  FLG-TEXT                PIC X(50).
001770     05  FLG-FIGURE              PIC X(09).
001780     05  FILLER                  PIC X(11) VALUE SPACES.
001790 01  WS-TOTAL-LINE.
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  TOT-LABEL               PIC X(30).
001820     05  TOT-COUNT               PIC ZZZZ9.
001830     05  FILLER                  PIC X(43) VALUE SPACES.
001840 PROCEDURE DIVISION.
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001870     PERFORM 2000-LOAD-LOG THRU 2000-EXIT
001880     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
001890     PERFORM 9000-TERMINATE THRU 9000-EXIT
001900     STOP RUN.
001910*-----------------------------------------------------------------
001920* 1000-INITIALIZE - SETTLE THE NIGHT AND OPEN THE JOB LOG AND THE
001930*                   REPORT.  NO JOB LOG MEANS NOTHING HAS LOGGED A
001940*                   RUN YET.
001950*-----------------------------------------------------------------
001960 1000-INITIALIZE.
001970     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001980     PERFORM 1100-GET-NIGHT THRU 1100-EXIT
001990     OPEN INPUT JOB-LOG-FILE
002000     IF NOT FS-JOB-LOG-OK
002010         DISPLAY "JOBLRPT: NO JOB LOG (JOBLOG) - NO BATCH RUN HAS"
002020             " BEEN LOGGED." UPON CONSOLE
002030         STOP RUN
002040     END-IF
002050     OPEN OUTPUT REPORT-FILE
002060     IF NOT FS-REPORT-OK
002070         DISPLAY "JOBLRPT: UNABLE TO OPEN REPORT FILE."
002080             UPON CONSOLE
002090         CLOSE JOB-LOG-FILE
002100         STOP RUN
002110     END-IF.
002120 1000-EXIT.
002130     EXIT.
002140*-----------------------------------------------------------------
002150* 1100-GET-NIGHT - ASK FOR THE NIGHT TO REPORT (BLANK = LAST
002160*                  NIGHT, THE ONE THAT BEGAN YESTERDAY) AND DERIVE
002170*                  THE NEXT DAY, WHERE THE NIGHT ENDS, AND THE
002180*                  NIGHT BEFORE, FOR THE COUNT COMPARISON.
002190*-----------------------------------------------------------------
002200 1100-GET-NIGHT.
002210     DISPLAY "NIGHT OF YYYYMMDD (BLANK = LAST NIGHT)?"
002220         UPON CONSOLE
002230     MOVE SPACES TO WS-DATE-RAW
002240     ACCEPT WS-DATE-RAW FROM CONSOLE
002250     IF WS-DATE-RAW = SPACES
002260         COMPUTE WS-DATE-INT =
002270             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1
002280         COMPUTE WS-NIGHT-DATE =
002290             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
002300     ELSE
002310         IF WS-DATE-RAW IS NUMERIC
002320             MOVE WS-DATE-RAW TO WS-NIGHT-DATE
002330         ELSE
002340             DISPLAY "JOBLRPT: NOT A VALID DATE." UPON CONSOLE
002350             STOP RUN
002360         END-IF
002370     END-IF
002380     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE)
002390     IF WS-DATE-INT = ZERO
002400         DISPLAY "JOBLRPT: NOT A VALID DATE." UPON CONSOLE
002410         STOP RUN
002420     END-IF
002430     ADD 1 TO WS-DATE-INT
002440     COMPUTE WS-NEXT-DATE =
002450         FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
002460     SUBTRACT 2 FROM WS-DATE-INT
002470     COMPUTE WS-PRIOR-DATE =
002480         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
002490 1100-EXIT.
002500     EXIT.
002510*-----------------------------------------------------------------
002520* 2000-LOAD-LOG - READ THE WHOLE JOB LOG, TABLING THE NIGHT'S RUNS
002530*                 AND THE PRIOR NIGHT'S COUNTS.  THE LOG IS ONLY
002540*                 EVER APPENDED, SO IT IS IN THE ORDER THE RECORDS
002550*                 WERE WRITTEN.
002560*-----------------------------------------------------------------
002570 2000-LOAD-LOG.
002580     MOVE "N" TO WS-EOF-SW
002590     PERFORM 2050-READ-ONE-LOG THRU 2050-EXIT
002600         UNTIL WS-EOF.
002610 2000-EXIT.
002620     EXIT.
002630*-----------------------------------------------------------------
002640* 2050-READ-ONE-LOG - PLACE ONE LOG RECORD IN ITS NIGHT AND HAND
002650*                     IT ON.  RECORDS OF ANY OTHER NIGHT ARE
002660*                     PASSED OVER.
002670*-----------------------------------------------------------------
002680 2050-READ-ONE-LOG.
002690     READ JOB-LOG-FILE
002700         AT END
002710             MOVE "Y" TO WS-EOF-SW
002720             GO TO 2050-EXIT
002730     END-READ
002740     ADD 1 TO WS-LOG-READ
002750     PERFORM 2100-PLACE-NIGHT THRU 2100-EXIT
002760     EVALUATE TRUE
002770         WHEN WS-LOG-TONIGHT AND JL-START
002780             PERFORM 2200-ADD-RUN THRU 2200-EXIT
002790         WHEN WS-LOG-TONIGHT AND JL-END
002800             PERFORM 2300-END-RUN THRU 2300-EXIT
002810         WHEN WS-LOG-PRIOR-NIGHT AND JL-END
002820             PERFORM 2500-NOTE-PRIOR THRU 2500-EXIT
002830         WHEN OTHER
002840             CONTINUE
002850     END-EVALUATE.
002860 2050-EXIT.
002870     EXIT.
002880*-----------------------------------------------------------------
002890* 2100-PLACE-NIGHT - A RUN STARTED AT OR AFTER NOON BELONGS TO THE
002900*                    NIGHT OF ITS START DATE; ONE STARTED BEFORE
002910*                    NOON TO THE NIGHT BEFORE.
002920*-----------------------------------------------------------------
002930 2100-PLACE-NIGHT.
002940     MOVE "N" TO WS-LOG-NIGHT-SW
002950     IF JL-START-TIME NOT < WS-NOON-TIME
002960         EVALUATE JL-START-DATE
002970             WHEN WS-NIGHT-DATE
002980                 MOVE "T" TO WS-LOG-NIGHT-SW
002990             WHEN WS-PRIOR-DATE
003000                 MOVE "P" TO WS-LOG-NIGHT-SW
003010         END-EVALUATE
003020     ELSE
003030         EVALUATE JL-START-DATE
003040             WHEN WS-NEXT-DATE
003050                 MOVE "T" TO WS-LOG-NIGHT-SW
003060             WHEN WS-NIGHT-DATE
003070                 MOVE "P" TO WS-LOG-NIGHT-SW
003080         END-EVALUATE
003090     END-IF.
003100 2100-EXIT.
003110     EXIT.
003120*-----------------------------------------------------------------
003130* 2200-ADD-RUN - TABLE A START RECORD AS A NEW RUN, NOT YET ENDED.
003140*-----------------------------------------------------------------
003150 2200-ADD-RUN.
003160     IF WS-RUN-COUNT NOT < 200
003170         PERFORM 2290-RUN-FULL THRU 2290-EXIT
003180         GO TO 2200-EXIT
003190     END-IF
003200     ADD 1 TO WS-RUN-COUNT
003210     MOVE WS-RUN-COUNT TO WS-SUB-1
003220     MOVE JL-PROGRAM TO WS-RN-PROGRAM (WS-SUB-1)
003230     MOVE JL-START-DATE TO WS-RN-START-DATE (WS-SUB-1)
003240     MOVE JL-START-TIME TO WS-RN-START-TIME (WS-SUB-1)
003250     MOVE "N" TO WS-RN-END-SW (WS-SUB-1)
003260     MOVE ZERO TO WS-RN-END-TIME (WS-SUB-1)
003270     MOVE ZERO TO WS-RN-READ (WS-SUB-1)
003280     MOVE ZERO TO WS-RN-WRITTEN (WS-SUB-1)
003290     MOVE ZERO TO WS-RN-SKIPPED (WS-SUB-1)
003300     MOVE ZERO TO WS-RN-WARNINGS (WS-SUB-1)
003310     MOVE SPACES TO WS-RN-MESSAGE (WS-SUB-1)
003320     MOVE ZERO TO WS-RN-CODE (WS-SUB-1).
003330 2200-EXIT.
003340     EXIT.
003350*-----------------------------------------------------------------
003360* 2290-RUN-FULL - WARN ONCE THAT LATER RUNS WERE NOT TABLED.
003370*-----------------------------------------------------------------
003380 2290-RUN-FULL.
003390     IF NOT WS-RUN-FULL
003400         DISPLAY "JOBLRPT: RUN TABLE FULL - LATER RUNS NOT"
003410             " LISTED." UPON CONSOLE
003420         MOVE "Y" TO WS-RUN-FULL-SW
003430     END-IF.
003440 2290-EXIT.
003450     EXIT.
003460*-----------------------------------------------------------------
003470* 2300-END-RUN - CLOSE OFF THE MATCHING RUN WITH THE END RECORD'S
003480*                COUNTS AND CODE.  AN END WITH NO START ON THE LOG
003490*                IS TABLED AS A RUN OF ITS OWN.
003500*-----------------------------------------------------------------
003510 2300-END-RUN.
003520     MOVE "N" TO WS-FOUND-SW
003530     PERFORM 2350-MATCH-ONE-RUN THRU 2350-EXIT
003540         VARYING WS-SUB-1 FROM 1 BY 1
003550         UNTIL WS-SUB-1 > WS-RUN-COUNT
003560         OR WS-FOUND
003570     IF WS-FOUND
003580         SUBTRACT 1 FROM WS-SUB-1
003590     ELSE
003600         PERFORM 2200-ADD-RUN THRU 2200-EXIT
003610         IF WS-RUN-FULL
003620             GO TO 2300-EXIT
003630         END-IF
003640         MOVE WS-RUN-COUNT TO WS-SUB-1
003650     END-IF
003660     MOVE "Y" TO WS-RN-END-SW (WS-SUB-1)
003670     MOVE JL-END-TIME TO WS-RN-END-TIME (WS-SUB-1)
003680     MOVE JL-READ-COUNT TO WS-RN-READ (WS-SUB-1)
003690     MOVE JL-WRITTEN-COUNT TO WS-RN-WRITTEN (WS-SUB-1)
003700     MOVE JL-SKIPPED-COUNT TO WS-RN-SKIPPED (WS-SUB-1)
003710     MOVE JL-WARNING-COUNT TO WS-RN-WARNINGS (WS-SUB-1)
003720     MOVE JL-MESSAGE TO WS-RN-MESSAGE (WS-SUB-1)
003730     MOVE JL-COMPLETION-CODE TO WS-RN-CODE (WS-SUB-1).
003740 2300-EXIT.
003750     EXIT.
003760*-----------------------------------------------------------------
003770* 2350-MATCH-ONE-RUN - TEST ONE TABLED RUN AGAINST THE END RECORD.
003780*-----------------------------------------------------------------
003790 2350-MATCH-ONE-RUN.
003800     IF WS-RN-PROGRAM (WS-SUB-1) = JL-PROGRAM
003810             AND WS-RN-START-DATE (WS-SUB-1) = JL-START-DATE
003820             AND WS-RN-START-TIME (WS-SUB-1) = JL-START-TIME
003830             AND NOT WS-RN-ENDED (WS-SUB-1)
003840         MOVE "Y" TO WS-FOUND-SW
003850     END-IF.
003860 2350-EXIT.
003870     EXIT.
003880*-----------------------------------------------------------------
003890* 2500-NOTE-PRIOR - KEEP THE PRIOR NIGHT'S COUNTS FOR A STEP THAT
003900*                   DID NOT FAIL.  A LATER RUN OF THE SAME STEP
003910*                   REPLACES AN EARLIER ONE.
003920*-----------------------------------------------------------------
003930 2500-NOTE-PRIOR.
003940     IF JL-FAILED
003950         GO TO 2500-EXIT
003960     END-IF
003970     MOVE "N" TO WS-FOUND-SW
003980     PERFORM 2550-MATCH-ONE-PRIOR THRU 2550-EXIT
003990         VARYING WS-SUB-2 FROM 1 BY 1
004000         UNTIL WS-SUB-2 > WS-PRIOR-COUNT
004010         OR WS-FOUND
004020     IF WS-FOUND
004030         SUBTRACT 1 FROM WS-SUB-2
004040     ELSE
004050         IF WS-PRIOR-COUNT NOT < 50
004060             IF NOT WS-PRIOR-FULL
004070                 DISPLAY "JOBLRPT: PRIOR NIGHT TABLE FULL - SOME"
004080                     " COUNTS NOT COMPARED." UPON CONSOLE
004090                 MOVE "Y" TO WS-PRIOR-FULL-SW
004100             END-IF
004110             GO TO 2500-EXIT
004120         END-IF
004130         ADD 1 TO WS-PRIOR-COUNT
004140         MOVE WS-PRIOR-COUNT TO WS-SUB-2
004150         MOVE JL-PROGRAM TO WS-PR-PROGRAM (WS-SUB-2)
004160     END-IF
004170     MOVE JL-READ-COUNT TO WS-PR-READ (WS-SUB-2)
004180     MOVE JL-WRITTEN-COUNT TO WS-PR-WRITTEN (WS-SUB-2).
004190 2500-EXIT.
004200     EXIT.
004210*-----------------------------------------------------------------
004220* 2550-MATCH-ONE-PRIOR - TEST ONE PRIOR-NIGHT ENTRY FOR THE STEP.
004230*-----------------------------------------------------------------
004240 2550-MATCH-ONE-PRIOR.
004250     IF WS-PR-PROGRAM (WS-SUB-2) = JL-PROGRAM
004260         MOVE "Y" TO WS-FOUND-SW
004270     END-IF.
004280 2550-EXIT.
004290     EXIT.
004300*-----------------------------------------------------------------
004310* 4000-WRITE-REPORT - HEADINGS, ONE LINE PER RUN WITH ITS FLAGS
004320*                     UNDER IT, THEN THE NIGHT'S TOTALS.
004330*-----------------------------------------------------------------
004340 4000-WRITE-REPORT.
004350     MOVE WS-TODAY-DATE TO HDR-DATE
004360     WRITE REPORT-LINE FROM WS-HDR-LINE1
004370     MOVE WS-NIGHT-DATE TO PER-NIGHT-DATE
004380     MOVE WS-NEXT-DATE TO PER-NEXT-DATE
004390     WRITE REPORT-LINE FROM WS-PERIOD-LINE
004400     MOVE SPACES TO REPORT-LINE
004410     WRITE REPORT-LINE
004420     WRITE REPORT-LINE FROM WS-COLUMN-LINE
004430     IF WS-RUN-COUNT = ZERO
004440         MOVE SPACES TO REPORT-LINE
004450         MOVE "  NO BATCH RUNS LOGGED FOR THIS NIGHT."
004460             TO REPORT-LINE
004470         WRITE REPORT-LINE
004480     END-IF
004490     PERFORM 4100-WRITE-ONE-RUN THRU 4100-EXIT
004500         VARYING WS-SUB-1 FROM 1 BY 1
004510         UNTIL WS-SUB-1 > WS-RUN-COUNT
004520     PERFORM 4500-WRITE-TOTALS THRU 4500-EXIT.
004530 4000-EXIT.
004540     EXIT.
004550*-----------------------------------------------------------------
004560* 4100-WRITE-ONE-RUN - PRINT ONE RUN, ITS MESSAGE AND ANY FLAGS,
004570*                      AND ADD IT TO THE TOTALS.
004580*-----------------------------------------------------------------
004590 4100-WRITE-ONE-RUN.
004600     MOVE WS-RN-PROGRAM (WS-SUB-1) TO RUN-PROGRAM
004610     MOVE WS-RN-START-DATE (WS-SUB-1) TO RUN-START-DATE
004620     MOVE WS-RN-START-TIME (WS-SUB-1) TO WS-TIME-WORK
004630     PERFORM 8000-FORMAT-CLOCK THRU 8000-EXIT
004640     MOVE WS-CLOCK TO RUN-START-TIME
004650     IF WS-RN-ENDED (WS-SUB-1)
004660         MOVE WS-RN-END-TIME (WS-SUB-1) TO WS-TIME-WORK
004670         PERFORM 8000-FORMAT-CLOCK THRU 8000-EXIT
004680         MOVE WS-CLOCK TO RUN-END-TIME
004690         MOVE WS-RN-READ (WS-SUB-1) TO RUN-READ
004700         MOVE WS-RN-WRITTEN (WS-SUB-1) TO RUN-WRITTEN
004710         MOVE WS-RN-SKIPPED (WS-SUB-1) TO RUN-SKIPPED
004720         MOVE WS-RN-WARNINGS (WS-SUB-1) TO RUN-WARNINGS
004730         MOVE WS-RN-CODE (WS-SUB-1) TO RUN-CODE
004740     ELSE
004750         MOVE "  NONE" TO RUN-END-TIME
004760         MOVE ZERO TO RUN-READ
004770         MOVE ZERO TO RUN-WRITTEN
004780         MOVE ZERO TO RUN-SKIPPED
004790         MOVE ZERO TO RUN-WARNINGS
004800         MOVE ZERO TO RUN-CODE
004810     END-IF
004820     WRITE REPORT-LINE FROM WS-RUN-LINE
004830     IF WS-RN-MESSAGE (WS-SUB-1) NOT = SPACES
004840         MOVE WS-RN-MESSAGE (WS-SUB-1) TO FLG-TEXT
004850         MOVE SPACES TO FLG-FIGURE
004860         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
004870     END-IF
004880     IF NOT WS-RN-ENDED (WS-SUB-1)
004890         ADD 1 TO WS-TOT-NOT-ENDED
004900         MOVE "*** STARTED BUT NEVER ENDED" TO FLG-TEXT
004910         MOVE SPACES TO FLG-FIGURE
004920         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
004930     ELSE
004940         EVALUATE WS-RN-CODE (WS-SUB-1)
004950             WHEN 00
004960                 ADD 1 TO WS-TOT-CLEAN
004970             WHEN 04
004980                 ADD 1 TO WS-TOT-WARN
004990             WHEN OTHER
005000                 ADD 1 TO WS-TOT-FAILED
005010         END-EVALUATE
005020     END-IF
005030     PERFORM 4200-CHECK-REPEAT THRU 4200-EXIT
005040     PERFORM 4300-CHECK-SWING THRU 4300-EXIT.
005050 4100-EXIT.
005060     EXIT.
005070*-----------------------------------------------------------------
005080* 4200-CHECK-REPEAT - FLAG A STEP THAT RAN MORE THAN ONCE IN THE
005090*                     NIGHT.  EVERY ONE OF ITS RUNS IS FLAGGED;
005100*                     THE STEP IS COUNTED ONCE, AT ITS FIRST RUN.
005110*-----------------------------------------------------------------
005120 4200-CHECK-REPEAT.
005130     MOVE ZERO TO WS-REPEATS
005140     MOVE "N" TO WS-FOUND-SW
005150     PERFORM 4250-COUNT-ONE-REPEAT THRU 4250-EXIT
005160         VARYING WS-SUB-2 FROM 1 BY 1
005170         UNTIL WS-SUB-2 > WS-RUN-COUNT
005180     IF WS-REPEATS < 2
005190         GO TO 4200-EXIT
005200     END-IF
005210     IF NOT WS-FOUND
005220         ADD 1 TO WS-TOT-REPEATED
005230     END-IF
005240     MOVE "*** RAN MORE THAN ONCE THIS NIGHT - RUNS" TO FLG-TEXT
005250     MOVE WS-REPEATS TO WS-FIGURE-ED
005260     MOVE WS-FIGURE-ED TO FLG-FIGURE
005270     PERFORM 4900-WRITE-FLAG THRU 4900-EXIT.
005280 4200-EXIT.
005290     EXIT.
005300*-----------------------------------------------------------------
005310* 4250-COUNT-ONE-REPEAT - COUNT ONE RUN OF THE SAME STEP, NOTING
005320*                         WHETHER ANY CAME BEFORE THIS ONE.
005330*-----------------------------------------------------------------
005340 4250-COUNT-ONE-REPEAT.
005350     IF WS-RN-PROGRAM (WS-SUB-2) = WS-RN-PROGRAM (WS-SUB-1)
005360         ADD 1 TO WS-REPEATS
005370         IF WS-SUB-2 < WS-SUB-1
005380             MOVE "Y" TO WS-FOUND-SW
005390         END-IF
005400     END-IF.
005410 4250-EXIT.
005420     EXIT.
005430*-----------------------------------------------------------------
005440* 4300-CHECK-SWING - COMPARE AN ENDED RUN THAT DID NOT FAIL WITH
005450*                    THE SAME STEP'S COUNTS THE NIGHT BEFORE.  A
005460*                    STEP THAT DID NOT RUN THE NIGHT BEFORE HAS
005470*                    NOTHING TO COMPARE.
005480*-----------------------------------------------------------------
005490 4300-CHECK-SWING.
005500     IF NOT WS-RN-ENDED (WS-SUB-1)
005510         GO TO 4300-EXIT
005520     END-IF
005530     IF WS-RN-CODE (WS-SUB-1) = 08
005540         GO TO 4300-EXIT
005550     END-IF
005560     MOVE "N" TO WS-FOUND-SW
005570     PERFORM 4350-MATCH-ONE-PRIOR THRU 4350-EXIT
005580         VARYING WS-SUB-2 FROM 1 BY 1
005590         UNTIL WS-SUB-2 > WS-PRIOR-COUNT
005600         OR WS-FOUND
005610     IF NOT WS-FOUND
005620         GO TO 4300-EXIT
005630     END-IF
005640     SUBTRACT 1 FROM WS-SUB-2
005650     MOVE WS-RN-READ (WS-SUB-1) TO WS-CMP-NOW
005660     MOVE WS-PR-READ (WS-SUB-2) TO WS-CMP-PRIOR
005670     PERFORM 4400-TEST-SWING THRU 4400-EXIT
005680     IF WS-SWING
005690         ADD 1 TO WS-TOT-SWINGS
005700         MOVE "*** READ COUNT SWING - PRIOR NIGHT READ"
005710             TO FLG-TEXT
005720         MOVE WS-CMP-PRIOR TO WS-FIGURE-ED
005730         MOVE WS-FIGURE-ED TO FLG-FIGURE
005740         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
005750     END-IF
005760     MOVE WS-RN-WRITTEN (WS-SUB-1) TO WS-CMP-NOW
005770     MOVE WS-PR-WRITTEN (WS-SUB-2) TO WS-CMP-PRIOR
005780     PERFORM 4400-TEST-SWING THRU 4400-EXIT
005790     IF WS-SWING
005800         ADD 1 TO WS-TOT-SWINGS
005810         MOVE "*** WRITTEN COUNT SWING - PRIOR NIGHT WROTE"
005820             TO FLG-TEXT
005830         MOVE WS-CMP-PRIOR TO WS-FIGURE-ED
005840         MOVE WS-FIGURE-ED TO FLG-FIGURE
005850         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
005860     END-IF.
005870 4300-EXIT.
005880     EXIT.
005890*-----------------------------------------------------------------
005900* 4350-MATCH-ONE-PRIOR - TEST ONE PRIOR-NIGHT ENTRY FOR THE STEP.
005910*-----------------------------------------------------------------
005920 4350-MATCH-ONE-PRIOR.
005930     IF WS-PR-PROGRAM (WS-SUB-2) = WS-RN-PROGRAM (WS-SUB-1)
005940         MOVE "Y" TO WS-FOUND-SW
005950     END-IF.
005960 4350-EXIT.
005970     EXIT.
005980*-----------------------------------------------------------------
005990* 4400-TEST-SWING - SET WS-SWING-SW WHEN WS-CMP-NOW AND
006000*                   WS-CMP-PRIOR ARE WILDLY APART.
006010*-----------------------------------------------------------------
006020 4400-TEST-SWING.
006030     MOVE "N" TO WS-SWING-SW
006040     IF WS-CMP-NOW > WS-CMP-PRIOR
006050         MOVE WS-CMP-NOW TO WS-CMP-LARGE
006060         MOVE WS-CMP-PRIOR TO WS-CMP-SMALL
006070     ELSE
006080         MOVE WS-CMP-PRIOR TO WS-CMP-LARGE
006090         MOVE WS-CMP-NOW TO WS-CMP-SMALL
006100     END-IF
006110     IF WS-CMP-LARGE < WS-SWING-FLOOR
006120         GO TO 4400-EXIT
006130     END-IF
006140     IF WS-CMP-LARGE > WS-CMP-SMALL * WS-SWING-FACTOR
006150         MOVE "Y" TO WS-SWING-SW
006160     END-IF.
006170 4400-EXIT.
006180     EXIT.
006190*-----------------------------------------------------------------
006200* 4500-WRITE-TOTALS - THE NIGHT AT A GLANCE.
006210*-----------------------------------------------------------------
006220 4500-WRITE-TOTALS.
006230     MOVE SPACES TO REPORT-LINE
006240     WRITE REPORT-LINE
006250     MOVE SPACES TO REPORT-LINE
006260     MOVE "NIGHT TOTALS" TO REPORT-LINE
006270     WRITE REPORT-LINE
006280     MOVE "RUNS STARTED" TO TOT-LABEL
006290     MOVE WS-RUN-COUNT TO TOT-COUNT
006300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
006310     MOVE "ENDED CLEAN (00)" TO TOT-LABEL
006320     MOVE WS-TOT-CLEAN TO TOT-COUNT
006330     WRITE REPORT-LINE FROM WS-TOTAL-LINE
006340     MOVE "ENDED WITH WARNINGS (04)" TO TOT-LABEL
006350     MOVE WS-TOT-WARN TO TOT-COUNT
006360     WRITE REPORT-LINE FROM WS-TOTAL-LINE
006370     MOVE "FAILED OR REFUSED (08)" TO TOT-LABEL
006380     MOVE WS-TOT-FAILED TO TOT-COUNT
006390     WRITE REPORT-LINE FROM WS-TOTAL-LINE
006400     MOVE "STARTED BUT NEVER ENDED" TO TOT-LABEL
006410     MOVE WS-TOT-NOT-ENDED TO TOT-COUNT
006420     WRITE REPORT-LINE FROM WS-TOTAL-LINE
006430     MOVE "STEPS RUN MORE THAN ONCE" TO TOT-LABEL
006440     MOVE WS-TOT-REPEATED TO TOT-COUNT
006450     WRITE REPORT-LINE FROM WS-TOTAL-LINE
006460     MOVE "COUNT SWINGS" TO TOT-LABEL
006470     MOVE WS-TOT-SWINGS TO TOT-COUNT
006480     WRITE REPORT-LINE FROM WS-TOTAL-LINE
006490     IF WS-RUN-FULL
006500         MOVE SPACES TO REPORT-LINE
006510         MOVE "RUN TABLE FULL - LATER RUNS NOT LISTED."
006520             TO REPORT-LINE
006530         WRITE REPORT-LINE
006540     END-IF.
006550 4500-EXIT.
006560     EXIT.
006570*-----------------------------------------------------------------
006580* 4900-WRITE-FLAG - PRINT ONE FLAG OR MESSAGE LINE UNDER A RUN.
006590*                   THE CALLER HAS SET THE TEXT AND THE FIGURE,
006600*                   WHICH IS BLANK FOR A MESSAGE.
006610*-----------------------------------------------------------------
006620 4900-WRITE-FLAG.
006630     WRITE REPORT-LINE FROM WS-FLAG-LINE.
006640 4900-EXIT.
006650     EXIT.
006660*-----------------------------------------------------------------
006670* 8000-FORMAT-CLOCK - EDIT THE HHMMSSCC TIME IN WS-TIME-WORK AS
006680*                     HH:MM:SS IN WS-CLOCK.
006690*-----------------------------------------------------------------
006700 8000-FORMAT-CLOCK.
006710     MOVE WS-TW-HH TO WS-CLK-HH
006720     MOVE WS-TW-MM TO WS-CLK-MM
006730     MOVE WS-TW-SS TO WS-CLK-SS.
006740 8000-EXIT.
006750     EXIT.
006760*-----------------------------------------------------------------
006770* 9000-TERMINATE - CLOSE FILES AND SUM UP ON THE CONSOLE.
006780*-----------------------------------------------------------------
006790 9000-TERMINATE.
006800     CLOSE JOB-LOG-FILE
006810     CLOSE REPORT-FILE
006820     DISPLAY "JOBLRPT: BATCH-RUN REPORT WRITTEN - " WS-RUN-COUNT
006830         " RUNS, " WS-TOT-FAILED " FAILED, " WS-TOT-NOT-ENDED
006840         " NEVER ENDED." UPON CONSOLE.
006850 9000-EXIT.
006860     EXIT.
006870 END PROGRAM JOBLRPT.
