000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PTSPROOF.
000030 AUTHOR. D L MORRIS.
000040 INSTALLATION. GAME FLOOR OPERATIONS.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DLM   ORIGINAL PROGRAM.  NIGHTLY PROOF OF THE POINTS
000120*                  BALANCE MASTER (PTSBAL) AGAINST THE POINTS
000130*                  LEDGER (PTSLEDG).  EVERY PLAYER'S BALANCE IS
000140*                  REBUILT FROM THE LEDGER WITH THE SAME
000150*                  ARITHMETIC CANTEEN USES AND COMPARED WITH THE
000160*                  MASTER.  A PLAYER WHOSE MASTER BALANCE
000170*                  DISAGREES IS LISTED ON THE PROOF REPORT
000180*                  (PTSPFRPT) AND THE MASTER IS SET BACK TO THE
000190*                  LEDGER, WHICH STAYS THE BOOK OF RECORD.  A
000200*                  PLAYER ON THE LEDGER BUT NOT ON THE MASTER IS
000210*                  ADDED.  WITH NO MASTER ON FILE THE RUN BUILDS
000220*                  IT, WHICH IS HOW THE FILE IS FIRST LOADED.
000221* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000222*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000224*                  REPORT (JOBLRPT), WITH THE RUN'S RECORD COUNTS
000225*                  AND ANY TABLE-CAP OR OPEN-FAILURE WARNINGS.
000227*                  EVERY STOP SHORT OF A NORMAL END LOGS ITS
000228*                  REASON WITH CODE 08.
000230*-----------------------------------------------------------------
000240* RUN THIS EVERY NIGHT AFTER THE FLOOR IS CLOSED, AND AFTER
000250* PTSCLOSE AND PTSEXPR AT MONTH END, WHILE NOTHING ELSE IS
000260* POSTING TO THE LEDGER.  A SECOND RUN IS HARMLESS - THE FIRST
000270* HAS ALREADY SET THE MASTER TO THE LEDGER, SO EVERY PLAYER
000280* AGREES.  A PLAYER TABLE TOO SMALL FOR THE LEDGER ABANDONS THE
000290* RUN WITH THE MASTER LEFT AS IT WAS.
000300*-----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS FS-POINTS-LEDGER.
000370     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PB-PLAYER-ID
000410         FILE STATUS IS FS-POINTS-BALANCE.
000420     SELECT REPORT-FILE ASSIGN TO "PTSPFRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-REPORT.
000442     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000445         ORGANIZATION IS LINE SEQUENTIAL
000447         FILE STATUS IS FS-JOB-LOG.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  POINTS-LEDGER-FILE.
000480     COPY PTSLREC.
000490 FD  POINTS-BALANCE-FILE.
000500     COPY PTSBREC.
000510 FD  REPORT-FILE.
000520 01  REPORT-LINE                 PIC X(80).
000523 FD  JOB-LOG-FILE.
000526     COPY JOBLREC.
000530 WORKING-STORAGE SECTION.
000540 01  FS-POINTS-LEDGER         PIC X(02).
000550     88  FS-POINTS-LEDGER-OK         VALUE "00".
000560 01  FS-POINTS-BALANCE        PIC X(02).
000570     88  FS-POINTS-BALANCE-OK        VALUE "00".
000580 01  FS-REPORT                PIC X(02).
000590     88  FS-REPORT-OK                VALUE "00".
000593 01  FS-JOB-LOG              PIC X(02).
000596     88  FS-JOB-LOG-OK               VALUE "00".
000600 01  WS-SWITCHES.
000610     05  WS-EOF-SW               PIC X(01) VALUE "N".
000620         88  WS-EOF                      VALUE "Y".
000630     05  WS-MASTER-EOF-SW        PIC X(01) VALUE "N".
000640         88  WS-MASTER-EOF               VALUE "Y".
000650     05  WS-FOUND-SW             PIC X(01) VALUE "N".
000660         88  WS-FOUND                    VALUE "Y".
000670     05  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
000680         88  WS-TABLE-FULL               VALUE "Y".
000690     05  WS-NEW-MASTER-SW        PIC X(01) VALUE "N".
000700         88  WS-NEW-MASTER               VALUE "Y".
000710 01  WS-TODAY-DATE               PIC 9(08).
000720 01  WS-KEY-ID                   PIC X(10).
000730 01  WS-LEDGER-BALANCE           PIC S9(09) COMP VALUE ZERO.
000740 01  WS-DIFFERENCE               PIC S9(09) COMP VALUE ZERO.
000750 01  WS-TRAN-COUNT               PIC 9(07) COMP VALUE ZERO.
000760 01  WS-MASTER-COUNT             PIC 9(07) COMP VALUE ZERO.
000770 01  WS-AGREED-COUNT             PIC 9(07) COMP VALUE ZERO.
000780 01  WS-CORRECTED-COUNT          PIC 9(07) COMP VALUE ZERO.
000790 01  WS-ADDED-COUNT              PIC 9(07) COMP VALUE ZERO.
000800 01  WS-LEDGER-TOTAL             PIC S9(09) COMP VALUE ZERO.
000810 01  WS-MASTER-TOTAL             PIC S9(09) COMP VALUE ZERO.
000820 01  WS-PLAYER-COUNT             PIC 9(05) COMP VALUE ZERO.
000830 01  WS-PLAYER-MAX               PIC 9(05) COMP VALUE 1000.
000840 01  WS-SUB-1                    PIC 9(05) COMP VALUE ZERO.
000850 01  WS-PLAYER-TABLE.
000860     05  WS-PLAYER-ENTRY OCCURS 1000 TIMES
000870                 INDEXED BY WS-PLAYER-IDX.
000880         10  WS-TBL-PLAYER-ID        PIC X(10).
000890         10  WS-TBL-BALANCE          PIC S9(09) COMP.
000900         10  WS-TBL-LAST-DATE        PIC 9(08).
000910         10  WS-TBL-LAST-TIME        PIC 9(08).
000920         10  WS-TBL-LAST-TYPE        PIC X(01).
000930         10  WS-TBL-SEEN-SW          PIC X(01).
000940             88  WS-TBL-SEEN             VALUE "Y".
000950 01  WS-HDR-LINE1.
000960     05  FILLER                  PIC X(36) VALUE
000970         "GUESS - POINTS BALANCE PROOF        ".
000980     05  FILLER                  PIC X(08) VALUE "DATE : ".
000990     05  HDR-DATE                PIC 9(08).
001000     05  FILLER                  PIC X(28) VALUE SPACES.
001010 01  WS-HDR-LINE2.
001020     05  FILLER                  PIC X(40) VALUE
001030         "BALANCE MASTER (PTSBAL) PROVED AGAINST ".
001040     05  FILLER                  PIC X(40) VALUE
001050         "THE POINTS LEDGER (PTSLEDG).".
001060 01  WS-DTL-HDR-LINE.
001070     05  FILLER                  PIC X(34) VALUE
001080         "PLAYER ID        MASTER     LEDGER".
001090     05  FILLER                  PIC X(46) VALUE
001100         "  DIFFERENCE   ACTION".
001110 01  WS-DETAIL-LINE.
001120     05  DTL-PLAYER-ID           PIC X(10).
001130     05  FILLER                  PIC X(03) VALUE SPACES.
001140     05  DTL-MASTER              PIC ZZZZZZZZ9-.
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001160     05  DTL-LEDGER              PIC ZZZZZZZZ9-.
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001180     05  DTL-DIFFERENCE          PIC ZZZZZZZZ9-.
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  DTL-ACTION              PIC X(24).
001210     05  FILLER                  PIC X(07) VALUE SPACES.
001220 01  WS-TOTAL-LINE.
001230     05  TOT-LABEL               PIC X(32).
001240     05  TOT-VALUE               PIC ZZZZZZZZ9-.
001241     05  FILLER                  PIC X(38) VALUE SPACES.
001242 01  WS-JOB-LOG-AREA.
001244     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
001245     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
001247     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
001248     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
001250     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
001251     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
001252     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
001254     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
001255     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
001257     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
001258     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
001260 PROCEDURE DIVISION.
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001290     PERFORM 2000-READ-LEDGER THRU 2000-EXIT
001300         UNTIL WS-EOF
001310     PERFORM 3000-PROVE-MASTER THRU 3000-EXIT
001320     PERFORM 4000-ADD-MISSING THRU 4000-EXIT
001330     PERFORM 9000-TERMINATE THRU 9000-EXIT
001340     STOP RUN.
001350*-----------------------------------------------------------------
001360* 1000-INITIALIZE - OPEN THE LEDGER, THE BALANCE MASTER (CREATING
001370*                   IT WHEN THERE IS NONE YET) AND THE PROOF
001380*                   REPORT, AND PRINT THE HEADINGS.
001390*-----------------------------------------------------------------
001400 1000-INITIALIZE.
001410     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001413     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
001416     PERFORM 9700-LOG-START THRU 9700-EXIT
001420     OPEN INPUT POINTS-LEDGER-FILE
001430     IF NOT FS-POINTS-LEDGER-OK
001440         DISPLAY "PTSPROOF: NO POINTS LEDGER ON FILE - NOTHING TO"
001450             " PROVE." UPON CONSOLE
001453         MOVE "NO POINTS LEDGER ON FILE" TO WS-JOB-MESSAGE
001456         PERFORM 9710-LOG-END THRU 9710-EXIT
001460         STOP RUN
001470     END-IF
001480     OPEN I-O POINTS-BALANCE-FILE
001490     IF NOT FS-POINTS-BALANCE-OK
001500         OPEN OUTPUT POINTS-BALANCE-FILE
001510         CLOSE POINTS-BALANCE-FILE
001520         OPEN I-O POINTS-BALANCE-FILE
001530         MOVE "Y" TO WS-NEW-MASTER-SW
001540     END-IF
001550     IF NOT FS-POINTS-BALANCE-OK
001560         DISPLAY "PTSPROOF: UNABLE TO OPEN THE BALANCE MASTER."
001570             UPON CONSOLE
001580         CLOSE POINTS-LEDGER-FILE
001583         MOVE "UNABLE TO OPEN PTSBAL" TO WS-JOB-NEW-MESSAGE
001586         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001590         STOP RUN
001600     END-IF
001610     IF WS-NEW-MASTER
001620         DISPLAY "PTSPROOF: NO BALANCE MASTER ON FILE - BUILDING"
001630             " IT FROM THE LEDGER." UPON CONSOLE
001640     END-IF
001650     OPEN OUTPUT REPORT-FILE
001660     IF NOT FS-REPORT-OK
001670         DISPLAY "PTSPROOF: UNABLE TO OPEN THE PROOF REPORT."
001680             UPON CONSOLE
001690         CLOSE POINTS-LEDGER-FILE
001700         CLOSE POINTS-BALANCE-FILE
001703         MOVE "UNABLE TO OPEN PROOF REPORT" TO WS-JOB-NEW-MESSAGE
001706         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001710         STOP RUN
001720     END-IF
001730     MOVE WS-TODAY-DATE TO HDR-DATE
001740     WRITE REPORT-LINE FROM WS-HDR-LINE1
001750     WRITE REPORT-LINE FROM WS-HDR-LINE2
001760     MOVE SPACES TO REPORT-LINE
001770     WRITE REPORT-LINE
001780     WRITE REPORT-LINE FROM WS-DTL-HDR-LINE.
001790 1000-EXIT.
001800     EXIT.
001810*-----------------------------------------------------------------
001820* 2000-READ-LEDGER - READ ONE LEDGER TRANSACTION AND ROLL IT INTO
001830*                    ITS PLAYER'S REBUILT BALANCE.
001840*-----------------------------------------------------------------
001850 2000-READ-LEDGER.
001860     READ POINTS-LEDGER-FILE
001870         AT END
001880             MOVE "Y" TO WS-EOF-SW
001890         NOT AT END
001900             ADD 1 TO WS-TRAN-COUNT
001910             PERFORM 2100-ROLL-ONE-TRAN THRU 2100-EXIT
001920     END-READ.
001930 2000-EXIT.
001940     EXIT.
001950*-----------------------------------------------------------------
001960* 2100-ROLL-ONE-TRAN - REDEMPTIONS, EXPIRIES AND A "V" AGAINST
001970*                      "WIN " SUBTRACT, EVERYTHING ELSE ADDS - THE
001980*                      SAME RULE EVERY POSTING PROGRAM APPLIES TO
001990*                      THE MASTER.  THE LATEST TRANSACTION SEEN IS
002000*                      KEPT FOR A PLAYER NOT YET ON THE MASTER.
002010*-----------------------------------------------------------------
002020 2100-ROLL-ONE-TRAN.
002030     MOVE PT-PLAYER-ID TO WS-KEY-ID
002040     PERFORM 2200-FIND-PLAYER THRU 2200-EXIT
002050     IF WS-SUB-1 = 0
002060         GO TO 2100-EXIT
002070     END-IF
002080     IF PT-REDEMPTION OR PT-EXPIRY
002090         OR (PT-REVERSAL AND PT-WIN-AWARD)
002100         SUBTRACT PT-POINTS FROM WS-TBL-BALANCE (WS-SUB-1)
002110         SUBTRACT PT-POINTS FROM WS-LEDGER-TOTAL
002120     ELSE
002130         ADD PT-POINTS TO WS-TBL-BALANCE (WS-SUB-1)
002140         ADD PT-POINTS TO WS-LEDGER-TOTAL
002150     END-IF
002160     IF PT-TRAN-DATE > WS-TBL-LAST-DATE (WS-SUB-1)
002170         OR (PT-TRAN-DATE = WS-TBL-LAST-DATE (WS-SUB-1)
002180         AND PT-TRAN-TIME NOT < WS-TBL-LAST-TIME (WS-SUB-1))
002190         MOVE PT-TRAN-DATE TO WS-TBL-LAST-DATE (WS-SUB-1)
002200         MOVE PT-TRAN-TIME TO WS-TBL-LAST-TIME (WS-SUB-1)
002210         MOVE PT-TRAN-TYPE TO WS-TBL-LAST-TYPE (WS-SUB-1)
002220     END-IF.
002230 2100-EXIT.
002240     EXIT.
002250*-----------------------------------------------------------------
002260* 2200-FIND-PLAYER - LOCATE WS-KEY-ID IN THE TABLE, ADDING A NEW
002270*                    ENTRY FOR THE FIRST TRANSACTION SEEN FOR THAT
002280*                    PLAYER.  SETS WS-SUB-1 TO THE ENTRY
002290*                    SUBSCRIPT, OR TO ZERO IF THE TABLE IS FULL.
002300*-----------------------------------------------------------------
002310 2200-FIND-PLAYER.
002320     PERFORM 2300-SEARCH-TABLE THRU 2300-EXIT
002330     IF WS-FOUND
002340         GO TO 2200-EXIT
002350     END-IF
002360     IF WS-PLAYER-COUNT < WS-PLAYER-MAX
002370         ADD 1 TO WS-PLAYER-COUNT
002380         MOVE WS-PLAYER-COUNT TO WS-SUB-1
002390         MOVE WS-KEY-ID TO WS-TBL-PLAYER-ID (WS-SUB-1)
002400         MOVE ZERO TO WS-TBL-BALANCE (WS-SUB-1)
002410         MOVE ZERO TO WS-TBL-LAST-DATE (WS-SUB-1)
002420         MOVE ZERO TO WS-TBL-LAST-TIME (WS-SUB-1)
002430         MOVE SPACE TO WS-TBL-LAST-TYPE (WS-SUB-1)
002440         MOVE "N" TO WS-TBL-SEEN-SW (WS-SUB-1)
002450     ELSE
002460         IF NOT WS-TABLE-FULL
002470             DISPLAY "PTSPROOF: PLAYER TABLE FULL - PROOF"
002480                 " ABANDONED, MASTER LEFT AS IT WAS."
002490                 UPON CONSOLE
002500             MOVE "Y" TO WS-TABLE-FULL-SW
002510         END-IF
002520         MOVE ZERO TO WS-SUB-1
002530     END-IF.
002540 2200-EXIT.
002550     EXIT.
002560*-----------------------------------------------------------------
002570* 2300-SEARCH-TABLE - LOOK WS-KEY-ID UP IN THE TABLE.  SETS
002580*                     WS-FOUND AND WS-SUB-1 TO THE ENTRY, OR
002590*                     WS-SUB-1 TO ZERO WHEN IT IS NOT THERE.
002600*-----------------------------------------------------------------
002610 2300-SEARCH-TABLE.
002620     MOVE "N" TO WS-FOUND-SW
002630     PERFORM 2350-COMPARE-ENTRY THRU 2350-EXIT
002640         VARYING WS-SUB-1 FROM 1 BY 1
002650         UNTIL WS-SUB-1 > WS-PLAYER-COUNT
002660         OR WS-FOUND
002670     IF WS-FOUND
002680         SUBTRACT 1 FROM WS-SUB-1
002690     ELSE
002700         MOVE ZERO TO WS-SUB-1
002710     END-IF.
002720 2300-EXIT.
002730     EXIT.
002740*-----------------------------------------------------------------
002750* 2350-COMPARE-ENTRY - TEST ONE TABLE SUBSCRIPT FOR A MATCH.
002760*-----------------------------------------------------------------
002770 2350-COMPARE-ENTRY.
002780     IF WS-TBL-PLAYER-ID (WS-SUB-1) = WS-KEY-ID
002790         MOVE "Y" TO WS-FOUND-SW
002800     END-IF.
002810 2350-EXIT.
002820     EXIT.
002830*-----------------------------------------------------------------
002840* 3000-PROVE-MASTER - READ THE MASTER FROM THE TOP AND PROVE EACH
002850*                     PLAYER ON IT AGAINST THE REBUILT BALANCE.  A
002860*                     FULL PLAYER TABLE ABANDONS THE RUN BEFORE
002870*                     ANYTHING IS CHANGED.
002880*-----------------------------------------------------------------
002890 3000-PROVE-MASTER.
002900     CLOSE POINTS-LEDGER-FILE
002910     IF WS-TABLE-FULL
002920         DISPLAY "PTSPROOF: MASTER NOT PROVED - RAISE THE TABLE"
002930             " CAP AND RERUN." UPON CONSOLE
002940         CLOSE POINTS-BALANCE-FILE
002950         CLOSE REPORT-FILE
002952         MOVE "PLAYER TABLE FULL - NOT PROVED"
002955             TO WS-JOB-NEW-MESSAGE
002957         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002960         STOP RUN
002970     END-IF
002980     MOVE LOW-VALUES TO PB-PLAYER-ID
002990     START POINTS-BALANCE-FILE
003000         KEY IS NOT LESS THAN PB-PLAYER-ID
003010         INVALID KEY
003020             MOVE "Y" TO WS-MASTER-EOF-SW
003030     END-START
003040     PERFORM 3100-PROVE-ONE THRU 3100-EXIT
003050         UNTIL WS-MASTER-EOF.
003060 3000-EXIT.
003070     EXIT.
003080*-----------------------------------------------------------------
003090* 3100-PROVE-ONE - PROVE ONE MASTER RECORD.  A PLAYER NOT ON THE
003100*                  LEDGER HAS A REBUILT BALANCE OF ZERO.  AGREED
003110*                  OR NOT, THE RECORD IS STAMPED WITH TODAY'S
003120*                  PROOF DATE; A DISAGREEING BALANCE IS LISTED AND
003130*                  SET BACK TO THE LEDGER.
003140*-----------------------------------------------------------------
003150 3100-PROVE-ONE.
003160     READ POINTS-BALANCE-FILE NEXT RECORD
003170         AT END
003180             MOVE "Y" TO WS-MASTER-EOF-SW
003190             GO TO 3100-EXIT
003200     END-READ
003210     ADD 1 TO WS-MASTER-COUNT
003220     ADD PB-BALANCE TO WS-MASTER-TOTAL
003230     MOVE PB-PLAYER-ID TO WS-KEY-ID
003240     PERFORM 2300-SEARCH-TABLE THRU 2300-EXIT
003250     IF WS-FOUND
003260         MOVE "Y" TO WS-TBL-SEEN-SW (WS-SUB-1)
003270         MOVE WS-TBL-BALANCE (WS-SUB-1) TO WS-LEDGER-BALANCE
003280     ELSE
003290         MOVE ZERO TO WS-LEDGER-BALANCE
003300     END-IF
003310     IF PB-BALANCE = WS-LEDGER-BALANCE
003320         ADD 1 TO WS-AGREED-COUNT
003330     ELSE
003340         ADD 1 TO WS-CORRECTED-COUNT
003350         COMPUTE WS-DIFFERENCE = PB-BALANCE - WS-LEDGER-BALANCE
003360         MOVE PB-PLAYER-ID TO DTL-PLAYER-ID
003370         MOVE PB-BALANCE TO DTL-MASTER
003380         MOVE WS-LEDGER-BALANCE TO DTL-LEDGER
003390         MOVE WS-DIFFERENCE TO DTL-DIFFERENCE
003400         IF WS-FOUND
003410             MOVE "MASTER SET TO LEDGER" TO DTL-ACTION
003420         ELSE
003430             MOVE "NOT ON LEDGER - ZEROED" TO DTL-ACTION
003440         END-IF
003450         WRITE REPORT-LINE FROM WS-DETAIL-LINE
003460         MOVE WS-LEDGER-BALANCE TO PB-BALANCE
003470     END-IF
003480     MOVE WS-TODAY-DATE TO PB-PROOF-DATE
003490     REWRITE POINTS-BALANCE-RECORD
003500         INVALID KEY
003510             DISPLAY "PTSPROOF: UNABLE TO REWRITE THE MASTER FOR "
003520                 PB-PLAYER-ID UPON CONSOLE
003523             MOVE "PTSBAL NOT REWRITTEN" TO WS-JOB-NEW-MESSAGE
003526             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
003530     END-REWRITE.
003540 3100-EXIT.
003550     EXIT.
003560*-----------------------------------------------------------------
003570* 4000-ADD-MISSING - ADD EVERY PLAYER ON THE LEDGER THE MASTER DID
003580*                    NOT HOLD.
003590*-----------------------------------------------------------------
003600 4000-ADD-MISSING.
003610     IF WS-PLAYER-COUNT = 0
003620         GO TO 4000-EXIT
003630     END-IF
003640     PERFORM 4100-ADD-ONE THRU 4100-EXIT
003650         VARYING WS-SUB-1 FROM 1 BY 1
003660         UNTIL WS-SUB-1 > WS-PLAYER-COUNT.
003670 4000-EXIT.
003680     EXIT.
003690*-----------------------------------------------------------------
003700* 4100-ADD-ONE - WRITE A MASTER RECORD FOR ONE PLAYER NOT SEEN ON
003710*                THE MASTER, CARRYING THE REBUILT BALANCE AND THE
003720*                LATEST LEDGER TRANSACTION.  WHEN THE MASTER IS
003730*                BEING BUILT FOR THE FIRST TIME THE PLAYERS ARE
003740*                COUNTED BUT NOT LISTED.
003750*-----------------------------------------------------------------
003760 4100-ADD-ONE.
003770     IF WS-TBL-SEEN (WS-SUB-1)
003780         GO TO 4100-EXIT
003790     END-IF
003800     MOVE SPACES TO POINTS-BALANCE-RECORD
003810     MOVE WS-TBL-PLAYER-ID (WS-SUB-1) TO PB-PLAYER-ID
003820     MOVE WS-TBL-BALANCE (WS-SUB-1) TO PB-BALANCE
003830     MOVE WS-TBL-LAST-DATE (WS-SUB-1) TO PB-LAST-TRAN-DATE
003840     MOVE WS-TBL-LAST-TIME (WS-SUB-1) TO PB-LAST-TRAN-TIME
003850     MOVE WS-TBL-LAST-TYPE (WS-SUB-1) TO PB-LAST-TRAN-TYPE
003860     MOVE WS-TODAY-DATE TO PB-PROOF-DATE
003870     WRITE POINTS-BALANCE-RECORD
003880         INVALID KEY
003890             DISPLAY "PTSPROOF: UNABLE TO ADD "
003900                 PB-PLAYER-ID " TO THE MASTER." UPON CONSOLE
003903             MOVE "PTSBAL NOT ADDED" TO WS-JOB-NEW-MESSAGE
003906             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
003910             GO TO 4100-EXIT
003920     END-WRITE
003930     ADD 1 TO WS-ADDED-COUNT
003940     IF WS-NEW-MASTER
003950         GO TO 4100-EXIT
003960     END-IF
003970     MOVE PB-PLAYER-ID TO DTL-PLAYER-ID
003980     MOVE ZERO TO DTL-MASTER
003990     MOVE PB-BALANCE TO DTL-LEDGER
004000     COMPUTE WS-DIFFERENCE = ZERO - PB-BALANCE
004010     MOVE WS-DIFFERENCE TO DTL-DIFFERENCE
004020     MOVE "NOT ON MASTER - ADDED" TO DTL-ACTION
004030     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
004040 4100-EXIT.
004050     EXIT.
004060*-----------------------------------------------------------------
004070* 9000-TERMINATE - CONTROL TOTALS, CLOSE FILES, LOG THE END.
004080*-----------------------------------------------------------------
004090 9000-TERMINATE.
004100     MOVE SPACES TO REPORT-LINE
004110     IF WS-NEW-MASTER
004120         MOVE "NO MASTER WAS ON FILE - BUILT FROM THE LEDGER."
004130             TO REPORT-LINE
004140         WRITE REPORT-LINE
004150     ELSE
004160         IF WS-CORRECTED-COUNT = 0 AND WS-ADDED-COUNT = 0
004170             MOVE "EVERY PLAYER ON THE MASTER AGREES."
004180                 TO REPORT-LINE
004190             WRITE REPORT-LINE
004200         END-IF
004210     END-IF
004220     MOVE SPACES TO REPORT-LINE
004230     WRITE REPORT-LINE
004240     MOVE "LEDGER TRANSACTIONS READ      : " TO TOT-LABEL
004250     MOVE WS-TRAN-COUNT TO TOT-VALUE
004260     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004270     MOVE "PLAYERS ON THE LEDGER         : " TO TOT-LABEL
004280     MOVE WS-PLAYER-COUNT TO TOT-VALUE
004290     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004300     MOVE "PLAYERS ON THE MASTER         : " TO TOT-LABEL
004310     MOVE WS-MASTER-COUNT TO TOT-VALUE
004320     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004330     MOVE "  AGREED                      : " TO TOT-LABEL
004340     MOVE WS-AGREED-COUNT TO TOT-VALUE
004350     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004360     MOVE "  DISAGREED - SET TO LEDGER   : " TO TOT-LABEL
004370     MOVE WS-CORRECTED-COUNT TO TOT-VALUE
004380     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004390     MOVE "PLAYERS ADDED TO THE MASTER   : " TO TOT-LABEL
004400     MOVE WS-ADDED-COUNT TO TOT-VALUE
004410     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004420     MOVE "LEDGER TOTAL POINTS           : " TO TOT-LABEL
004430     MOVE WS-LEDGER-TOTAL TO TOT-VALUE
004440     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004450     MOVE "MASTER TOTAL BEFORE THE PROOF : " TO TOT-LABEL
004460     MOVE WS-MASTER-TOTAL TO TOT-VALUE
004470     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004480     CLOSE POINTS-BALANCE-FILE
004490     CLOSE REPORT-FILE
004500     DISPLAY "PTSPROOF: " WS-MASTER-COUNT " PLAYERS PROVED, "
004510         WS-CORRECTED-COUNT " DISAGREED, " WS-ADDED-COUNT
004516         " ADDED." UPON CONSOLE
004523     PERFORM 9710-LOG-END THRU 9710-EXIT.
004530 9000-EXIT.
004540     EXIT.
004550*-----------------------------------------------------------------
004560* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
004570*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
004580*                  BUSINESS DATE.
004590*-----------------------------------------------------------------
004600 9700-LOG-START.
004610     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
004620     ACCEPT WS-JOB-START-TIME FROM TIME
004630     MOVE "S" TO WS-JOB-EVENT
004640     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
004650 9700-EXIT.
004660     EXIT.
004670*-----------------------------------------------------------------
004680* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
004690*                LOG.  THE LEDGER TRANSACTIONS ARE COUNTED AS
004700*                READ, THE MASTER RECORDS SET BACK OR ADDED AS
004710*                WRITTEN AND THE ONES THAT AGREED AS SKIPPED.  A
004720*                RUN THAT RAISED WARNINGS BUT WAS NOT STOPPED ENDS
004730*                WITH CODE 04.
004740*-----------------------------------------------------------------
004750 9710-LOG-END.
004760     MOVE WS-TRAN-COUNT TO WS-JOB-READ
004770     COMPUTE WS-JOB-WRITTEN = WS-CORRECTED-COUNT + WS-ADDED-COUNT
004780     MOVE WS-AGREED-COUNT TO WS-JOB-SKIPPED
004790     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
004800         MOVE 04 TO WS-JOB-COMPLETION
004810     END-IF
004820     MOVE "E" TO WS-JOB-EVENT
004830     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
004840 9710-EXIT.
004850     EXIT.
004860*-----------------------------------------------------------------
004870* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
004880*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
004890*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
004900*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
004910*-----------------------------------------------------------------
004920 9720-NOTE-WARNING.
004930     ADD 1 TO WS-JOB-WARNINGS
004940     IF WS-JOB-MESSAGE = SPACES
004950         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
004960     END-IF.
004970 9720-EXIT.
004980     EXIT.
004990*-----------------------------------------------------------------
005000* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
005010*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
005020*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
005030*                    BEFORE THE STOP RUN.
005040*-----------------------------------------------------------------
005050 9730-LOG-FAILURE.
005060     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
005070     MOVE 08 TO WS-JOB-COMPLETION
005080     PERFORM 9710-LOG-END THRU 9710-EXIT.
005090 9730-EXIT.
005100     EXIT.
005110*-----------------------------------------------------------------
005120* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
005130*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
005140*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
005150*-----------------------------------------------------------------
005160 9750-WRITE-JOB-LOG.
005170     OPEN EXTEND JOB-LOG-FILE
005180     IF NOT FS-JOB-LOG-OK
005190         OPEN OUTPUT JOB-LOG-FILE
005200     END-IF
005210     IF NOT FS-JOB-LOG-OK
005220         DISPLAY "PTSPROOF: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
005230             UPON CONSOLE
005240         GO TO 9750-EXIT
005250     END-IF
005260     MOVE SPACES TO JOB-LOG-RECORD
005270     MOVE "PTSPROOF" TO JL-PROGRAM
005280     MOVE WS-JOB-EVENT TO JL-EVENT
005290     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
005300     MOVE WS-JOB-START-DATE TO JL-START-DATE
005310     MOVE WS-JOB-START-TIME TO JL-START-TIME
005320     IF JL-END
005330         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
005340         ACCEPT JL-END-TIME FROM TIME
005350     ELSE
005360         MOVE ZERO TO JL-END-DATE
005370         MOVE ZERO TO JL-END-TIME
005380     END-IF
005390     MOVE WS-JOB-READ TO JL-READ-COUNT
005400     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
005410     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
005420     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
005430     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
005440     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
005450     WRITE JOB-LOG-RECORD
005460     CLOSE JOB-LOG-FILE.
005470 9750-EXIT.
005480     EXIT.
005490 END PROGRAM PTSPROOF.
