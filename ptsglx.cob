000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PTSGLX.
000030 AUTHOR. D L MORRIS.
000040 INSTALLATION. GAME FLOOR OPERATIONS.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DLM   ORIGINAL PROGRAM.  MONTH-END POINTS LIABILITY
000120*                  JOURNAL FOR THE GENERAL LEDGER (PTSGLJ).
000130*                  SUMMARIZES THE LEDGER TRANSACTIONS PTSCLOSE HAS
000140*                  ARCHIVED SINCE THE LAST JOURNAL BY KIND -
000150*                  AWARDS (GAME WINS AND TOURNAMENT PRIZES),
000160*                  REDEMPTIONS, TOURNAMENT ENTRY FEES, EXPIRIES
000170*                  AND REVERSALS - VALUES EACH AT THE POINT VALUE
000180*                  ON PTSPOL, AND POSTS IT AS A BALANCED DEBIT
000190*                  AND CREDIT PAIR AGAINST THE GL ACCOUNTS SET
000200*                  THROUGH PTSPMNT.  THE TRAILER PROVES THE
000210*                  OPENING CARRY PLUS THE NET MOVEMENT AGAINST
000220*                  THE CARRY PTSCLOSE WROTE FORWARD, AND VALUES
000230*                  THE CARRY.  EACH JOURNAL TAKES A GENERATION
000240*                  NUMBER AND IS FILED ON ITS OWN TRANSMISSION
000250*                  REGISTER (GLXREG) THE WAY PAYEXT FILES ON
000260*                  XMITREG, SO A PERIOD CANNOT GO TO THE LEDGER
000270*                  TWICE.  FINANCE WAS BUILDING THE FIGURE BY HAND
000280*                  FROM PTSCLRPT AND PTSEXRPT EVERY MONTH.
000281* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000282*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000284*                  REPORT (JOBLRPT), WITH THE RUN'S RECORD COUNTS
000285*                  AND ANY TABLE-CAP OR OPEN-FAILURE WARNINGS.
000287*                  EVERY STOP SHORT OF A NORMAL END LOGS ITS
000288*                  REASON WITH CODE 08.
000290*-----------------------------------------------------------------
000300* RUN THIS AT MONTH END AFTER PTSCLOSE, IN THE SAME MONTH.  IT IS
000310* REFUSED WHILE THE LEDGER STILL HOLDS TRANSACTIONS DATED BEFORE
000320* THE FIRST OF THE MONTH (PTSCLOSE HAS NOT RUN, OR WAS ABANDONED),
000330* AND REFUSED FOR A CUTOFF ALREADY ON THE REGISTER.  THE FIRST
000340* JOURNAL EVER TAKES THE WHOLE ARCHIVE FROM AN OPENING OF ZERO.
000350*-----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FS-POINTS-LEDGER.
000420     SELECT ARCHIVE-FILE ASSIGN TO "PTSARCH"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-ARCHIVE.
000450     SELECT POLICY-FILE ASSIGN TO "PTSPOL"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS FS-POLICY.
000480     SELECT TOURN-EVENT-FILE ASSIGN TO "TOURNEY"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS TE-EVENT-ID
000520         FILE STATUS IS FS-TOURN-EVENT.
000530     SELECT GL-REG-FILE ASSIGN TO "GLXREG"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS GR-GEN-NUMBER
000570         FILE STATUS IS FS-GL-REG.
000580     SELECT GL-JOURNAL-FILE ASSIGN TO "PTSGLJ"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-GL-JOURNAL.
000602     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000605         ORGANIZATION IS LINE SEQUENTIAL
000607         FILE STATUS IS FS-JOB-LOG.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  POINTS-LEDGER-FILE.
000640     COPY PTSLREC.
000650 FD  ARCHIVE-FILE.
000660 01  ARCHIVE-RECORD              PIC X(40).
000670 FD  POLICY-FILE.
000680     COPY PPOLREC.
000690 FD  TOURN-EVENT-FILE.
000700     COPY TRNREC.
000710 FD  GL-REG-FILE.
000720     COPY GLRGREC.
000730 FD  GL-JOURNAL-FILE.
000740     COPY GLJREC.
000743 FD  JOB-LOG-FILE.
000746     COPY JOBLREC.
000750 WORKING-STORAGE SECTION.
000760 01  FS-POINTS-LEDGER         PIC X(02).
000770     88  FS-POINTS-LEDGER-OK         VALUE "00".
000780 01  FS-ARCHIVE               PIC X(02).
000790     88  FS-ARCHIVE-OK               VALUE "00".
000800 01  FS-POLICY                PIC X(02).
000810     88  FS-POLICY-OK                VALUE "00".
000820 01  FS-TOURN-EVENT           PIC X(02).
000830     88  FS-TOURN-EVENT-OK           VALUE "00".
000840 01  FS-GL-REG                PIC X(02).
000850     88  FS-GL-REG-OK                VALUE "00".
000860 01  FS-GL-JOURNAL            PIC X(02).
000870     88  FS-GL-JOURNAL-OK            VALUE "00".
000873 01  FS-JOB-LOG              PIC X(02).
000876     88  FS-JOB-LOG-OK               VALUE "00".
000880 01  WS-SWITCHES.
000890     05  WS-EOF-SW               PIC X(01) VALUE "N".
000900         88  WS-EOF                  VALUE "Y".
000910     05  WS-REG-EOF-SW           PIC X(01) VALUE "N".
000920         88  WS-REG-EOF              VALUE "Y".
000930     05  WS-PRIOR-SW             PIC X(01) VALUE "N".
000940         88  WS-PRIOR                VALUE "Y".
000950     05  WS-DUP-SW               PIC X(01) VALUE "N".
000960         88  WS-DUP                  VALUE "Y".
000970     05  WS-ACCOUNT-MISSING-SW   PIC X(01) VALUE "N".
000980         88  WS-ACCOUNT-MISSING      VALUE "Y".
000990     05  WS-ARCH-OPEN-SW         PIC X(01) VALUE "N".
001000         88  WS-ARCH-OPEN            VALUE "Y".
001010     05  WS-TOURN-OPEN-SW        PIC X(01) VALUE "N".
001020         88  WS-TOURN-OPEN           VALUE "Y".
001030     05  WS-EVENT-SW             PIC X(01) VALUE "N".
001040         88  WS-EVENT                VALUE "Y".
001050     05  WS-PROVED-SW            PIC X(01) VALUE "N".
001060         88  WS-PROVED               VALUE "Y".
001070 01  WS-TODAY-DATE               PIC 9(08).
001080 01  WS-CUTOFF-DATE              PIC 9(08).
001090 01  WS-PERIOD-START             PIC 9(08).
001100 01  WS-PERIOD-END               PIC 9(08).
001110 01  WS-DATE-INT                 PIC 9(08) COMP.
001120 01  WS-GEN-NUMBER               PIC 9(05) VALUE ZERO.
001130 01  WS-DUP-GEN                  PIC 9(05) VALUE ZERO.
001140 01  WS-SUB-1                    PIC 9(05) COMP VALUE ZERO.
001150 01  WS-POINT-VALUE              PIC 9(01)V9(04) VALUE ZERO.
001160 01  WS-GL-ACCOUNTS.
001170     05  WS-GL-LIABILITY         PIC X(06).
001180     05  WS-GL-ACCRUAL           PIC X(06).
001190     05  WS-GL-REDEMPTION        PIC X(06).
001200     05  WS-GL-ENTRY-FEE         PIC X(06).
001210     05  WS-GL-EXPIRY            PIC X(06).
001220     05  WS-GL-REVERSAL          PIC X(06).
001230 01  WS-EARLY-COUNT              PIC 9(07) COMP VALUE ZERO.
001240 01  WS-ARCH-COUNT               PIC 9(09) COMP VALUE ZERO.
001250 01  WS-LAST-ARCH-COUNT          PIC 9(09) COMP VALUE ZERO.
001260 01  WS-OPENING-POINTS           PIC S9(09) COMP VALUE ZERO.
001270 01  WS-NET-POINTS               PIC S9(09) COMP VALUE ZERO.
001280 01  WS-CARRY-POINTS             PIC S9(09) COMP VALUE ZERO.
001290 01  WS-CARRY-VALUE              PIC 9(09)V99 VALUE ZERO.
001300*-----------------------------------------------------------------
001310* MOVEMENT TOTALS BY KIND.  REVERSALS ARE NETTED - A VOIDED GAME'S
001320* AWARD TAKEN BACK SUBTRACTS, EVERY OTHER REVERSAL ADDS.
001330*-----------------------------------------------------------------
001340 01  WS-ACCR-COUNT               PIC 9(07) COMP VALUE ZERO.
001350 01  WS-ACCR-POINTS              PIC 9(09) COMP VALUE ZERO.
001360 01  WS-REDM-COUNT               PIC 9(07) COMP VALUE ZERO.
001370 01  WS-REDM-POINTS              PIC 9(09) COMP VALUE ZERO.
001380 01  WS-FEES-COUNT               PIC 9(07) COMP VALUE ZERO.
001390 01  WS-FEES-POINTS              PIC 9(09) COMP VALUE ZERO.
001400 01  WS-EXPR-COUNT               PIC 9(07) COMP VALUE ZERO.
001410 01  WS-EXPR-POINTS              PIC 9(09) COMP VALUE ZERO.
001420 01  WS-REVS-COUNT               PIC 9(07) COMP VALUE ZERO.
001430 01  WS-REVS-POINTS              PIC S9(09) COMP VALUE ZERO.
001440*-----------------------------------------------------------------
001450* ONE DEBIT/CREDIT PAIR, SET UP BEFORE EACH 3200-WRITE-PAIR.
001460*-----------------------------------------------------------------
001470 01  WS-PAIR.
001480     05  WS-PAIR-DR-ACCOUNT      PIC X(06).
001490     05  WS-PAIR-CR-ACCOUNT      PIC X(06).
001500     05  WS-PAIR-CATEGORY        PIC X(04).
001510     05  WS-PAIR-DESC            PIC X(20).
001520     05  WS-PAIR-POINTS          PIC 9(09).
001530     05  WS-PAIR-COUNT           PIC 9(07).
001540     05  WS-PAIR-AMOUNT          PIC 9(07)V99.
001550 01  WS-LINE-COUNT               PIC 9(05) COMP VALUE ZERO.
001560 01  WS-TOTAL-DEBITS             PIC 9(09)V99 VALUE ZERO.
001570 01  WS-TOTAL-CREDITS            PIC 9(09)V99 VALUE ZERO.
001580 01  WS-POINTS-ED                PIC ZZZZZZZZ9-.
001590 01  WS-NET-ED                   PIC ZZZZZZZZ9-.
001600 01  WS-AMOUNT-ED                PIC ZZZZZZZZ9.99.
001610*-----------------------------------------------------------------
001620* ONE ARCHIVED LEDGER TRANSACTION, LAID OUT AS PTSLREC.
001630*-----------------------------------------------------------------
001640 01  WS-ARCH-TRAN.
001650     05  WS-AT-PLAYER-ID         PIC X(10).
001660     05  WS-AT-TRAN-DATE         PIC 9(08).
001670     05  WS-AT-TRAN-TIME         PIC 9(08).
001680     05  WS-AT-TRAN-TYPE         PIC X(01).
001690     05  WS-AT-ITEM-CODE         PIC X(04).
001700         88  WS-AT-WIN-AWARD         VALUE "WIN ".
001710     05  WS-AT-POINTS            PIC 9(05).
001711     05  FILLER                  PIC X(04).
001712 01  WS-JOB-LOG-AREA.
001714     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
001715     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
001717     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
001718     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
001720     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
001721     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
001722     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
001724     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
001725     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
001727     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
001728     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
001730 PROCEDURE DIVISION.
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001760     PERFORM 2000-READ-ARCHIVE THRU 2000-EXIT
001770         UNTIL WS-EOF
001780     PERFORM 3000-WRITE-JOURNAL THRU 3000-EXIT
001790     PERFORM 9000-TERMINATE THRU 9000-EXIT
001800     STOP RUN.
001810*-----------------------------------------------------------------
001820* 1000-INITIALIZE - SET THE CUTOFF TO THE FIRST OF THE CURRENT
001830*                   MONTH, AS PTSCLOSE DOES, AND THE PERIOD END TO
001840*                   THE DAY BEFORE.  TAKE THE POLICY, ASSIGN THE
001850*                   GENERATION, PROVE PTSCLOSE HAS RUN, AND OPEN
001860*                   THE ARCHIVE AND THE EVENT FILE.
001870*-----------------------------------------------------------------
001880 1000-INITIALIZE.
001890     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001893     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
001896     PERFORM 9700-LOG-START THRU 9700-EXIT
001900     MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE
001910     MOVE 01 TO WS-CUTOFF-DATE (7:2)
001920     COMPUTE WS-DATE-INT =
001930         FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE) - 1
001940     COMPUTE WS-PERIOD-END =
001950         FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
001960     MOVE 99999999 TO WS-PERIOD-START
001970     PERFORM 1100-GET-POLICY THRU 1100-EXIT
001980     PERFORM 1200-ASSIGN-GENERATION THRU 1200-EXIT
001990     PERFORM 1300-CHECK-LEDGER THRU 1300-EXIT
002000     MOVE "N" TO WS-EOF-SW
002010     OPEN INPUT ARCHIVE-FILE
002020     IF NOT FS-ARCHIVE-OK
002030         DISPLAY "PTSGLX: NO POINTS ARCHIVE - NOTHING HAS BEEN"
002040             " CLOSED YET." UPON CONSOLE
002043         MOVE "NO POINTS ARCHIVE" TO WS-JOB-NEW-MESSAGE
002046         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
002050         MOVE "Y" TO WS-EOF-SW
002060     ELSE
002070         MOVE "Y" TO WS-ARCH-OPEN-SW
002080     END-IF
002090     OPEN INPUT TOURN-EVENT-FILE
002100     IF FS-TOURN-EVENT-OK
002110         MOVE "Y" TO WS-TOURN-OPEN-SW
002120     END-IF.
002130 1000-EXIT.
002140     EXIT.
002150*-----------------------------------------------------------------
002160* 1100-GET-POLICY - TAKE THE POINT VALUE AND THE SIX GL ACCOUNTS
002170*                   FROM PTSPOL.  THE JOURNAL IS REFUSED WITHOUT
002180*                   THEM - A LINE WITH NO ACCOUNT WOULD ONLY BE
002190*                   REJECTED BY THE LEDGER.
002200*-----------------------------------------------------------------
002210 1100-GET-POLICY.
002220     OPEN INPUT POLICY-FILE
002230     IF NOT FS-POLICY-OK
002240         DISPLAY "PTSGLX: NO POINTS POLICY ON FILE - SET THE GL"
002250             " ACCOUNTS WITH PTSPMNT FIRST." UPON CONSOLE
002253         MOVE "NO POINTS POLICY ON FILE" TO WS-JOB-NEW-MESSAGE
002256         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002260         STOP RUN
002270     END-IF
002280     READ POLICY-FILE
002290         AT END
002300             DISPLAY "PTSGLX: NO POINTS POLICY ON FILE - SET THE"
002310                 " GL ACCOUNTS WITH PTSPMNT FIRST." UPON CONSOLE
002320             CLOSE POLICY-FILE
002323             MOVE "NO POINTS POLICY ON FILE" TO WS-JOB-NEW-MESSAGE
002326             PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002330             STOP RUN
002340     END-READ
002350     PERFORM 1150-CHECK-ACCOUNT THRU 1150-EXIT
002360         VARYING WS-SUB-1 FROM 1 BY 1
002370         UNTIL WS-SUB-1 > 6
002380     IF WS-ACCOUNT-MISSING
002390         DISPLAY "PTSGLX: GL ACCOUNTS NOT ALL SET ON PTSPOL - SET"
002400             " THEM WITH PTSPMNT FIRST." UPON CONSOLE
002410         CLOSE POLICY-FILE
002413         MOVE "GL ACCOUNTS NOT ALL SET" TO WS-JOB-NEW-MESSAGE
002416         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002420         STOP RUN
002430     END-IF
002440     MOVE PP-POINT-VALUE TO WS-POINT-VALUE
002450     MOVE PP-GL-ACCOUNTS TO WS-GL-ACCOUNTS
002460     CLOSE POLICY-FILE.
002470 1100-EXIT.
002480     EXIT.
002490*-----------------------------------------------------------------
002500* 1150-CHECK-ACCOUNT - FLAG ONE BLANK GL ACCOUNT.
002510*-----------------------------------------------------------------
002520 1150-CHECK-ACCOUNT.
002530     IF PP-GL-ACCOUNT (WS-SUB-1) = SPACES
002540         MOVE "Y" TO WS-ACCOUNT-MISSING-SW
002550     END-IF.
002560 1150-EXIT.
002570     EXIT.
002580*-----------------------------------------------------------------
002590* 1200-ASSIGN-GENERATION - OPEN THE GL REGISTER (CREATING IT THE
002600*                          FIRST TIME) AND WALK IT IN KEY ORDER.
002610*                          THE HIGHEST GENERATION GIVES THE NEXT
002620*                          NUMBER, THE OPENING CARRY AND HOW FAR
002630*                          THROUGH THE ARCHIVE IT READ.  A
002640*                          GENERATION ALREADY FILED FOR THIS
002650*                          CUTOFF REFUSES THE RUN.  THE FILE STAYS
002660*                          OPEN SO 9000-TERMINATE CAN REGISTER THE
002670*                          GENERATION.
002680*-----------------------------------------------------------------
002690 1200-ASSIGN-GENERATION.
002700     OPEN I-O GL-REG-FILE
002710     IF NOT FS-GL-REG-OK
002720         CLOSE GL-REG-FILE
002730         OPEN OUTPUT GL-REG-FILE
002740         CLOSE GL-REG-FILE
002750         OPEN I-O GL-REG-FILE
002760     END-IF
002770     MOVE ZERO TO WS-GEN-NUMBER
002780     MOVE ZEROS TO GR-GEN-NUMBER
002790     START GL-REG-FILE KEY IS NOT LESS THAN GR-GEN-NUMBER
002800         INVALID KEY
002810             CONTINUE
002820         NOT INVALID KEY
002830             MOVE "N" TO WS-REG-EOF-SW
002840             PERFORM 1250-READ-ONE-REG THRU 1250-EXIT
002850                 UNTIL WS-REG-EOF
002860     END-START
002870     IF WS-DUP
002880         DISPLAY "PTSGLX: THE PERIOD CLOSED AT " WS-CUTOFF-DATE
002890             " WAS ALREADY JOURNALED AS GENERATION " WS-DUP-GEN
002900             "." UPON CONSOLE
002910         CLOSE GL-REG-FILE
002913         MOVE "PERIOD ALREADY JOURNALED" TO WS-JOB-NEW-MESSAGE
002916         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002920         STOP RUN
002930     END-IF
002940     IF WS-PRIOR
002950         MOVE WS-GEN-NUMBER TO GR-GEN-NUMBER
002960         READ GL-REG-FILE
002970             INVALID KEY
002980                 MOVE "N" TO WS-PRIOR-SW
002990         END-READ
003000     END-IF
003010     IF WS-PRIOR
003020         MOVE GR-ARCH-COUNT TO WS-LAST-ARCH-COUNT
003030         MOVE GR-CARRY-POINTS TO WS-OPENING-POINTS
003040         MOVE GR-CUTOFF-DATE TO WS-PERIOD-START
003050     END-IF
003060     ADD 1 TO WS-GEN-NUMBER.
003070 1200-EXIT.
003080     EXIT.
003090*-----------------------------------------------------------------
003100* 1250-READ-ONE-REG - HOLD THE HIGHEST GENERATION NUMBER SEEN AND
003110*                     NOTE A GENERATION FILED FOR THIS CUTOFF.
003120*-----------------------------------------------------------------
003130 1250-READ-ONE-REG.
003140     READ GL-REG-FILE NEXT
003150         AT END
003160             MOVE "Y" TO WS-REG-EOF-SW
003170             GO TO 1250-EXIT
003180     END-READ
003190     IF GR-CUTOFF-DATE = WS-CUTOFF-DATE
003200         MOVE "Y" TO WS-DUP-SW
003210         MOVE GR-GEN-NUMBER TO WS-DUP-GEN
003220     END-IF
003230     IF GR-GEN-NUMBER > WS-GEN-NUMBER
003240         MOVE GR-GEN-NUMBER TO WS-GEN-NUMBER
003250         MOVE "Y" TO WS-PRIOR-SW
003260     END-IF.
003270 1250-EXIT.
003280     EXIT.
003290*-----------------------------------------------------------------
003300* 1300-CHECK-LEDGER - READ THE OPEN LEDGER.  ANYTHING STILL DATED
003310*                     BEFORE THE CUTOFF MEANS PTSCLOSE HAS NOT
003320*                     CLOSED THE MONTH, AND THE RUN IS REFUSED.
003330*                     THE BROUGHT-FORWARD RECORDS DATED ON THE
003340*                     CUTOFF ARE THE CARRY THE JOURNAL PROVES TO.
003350*-----------------------------------------------------------------
003360 1300-CHECK-LEDGER.
003370     OPEN INPUT POINTS-LEDGER-FILE
003380     IF NOT FS-POINTS-LEDGER-OK
003390         GO TO 1300-EXIT
003400     END-IF
003410     MOVE "N" TO WS-EOF-SW
003420     PERFORM 1350-READ-ONE-LEDGER THRU 1350-EXIT
003430         UNTIL WS-EOF
003440     CLOSE POINTS-LEDGER-FILE
003450     IF WS-EARLY-COUNT > ZERO
003460         DISPLAY "PTSGLX: " WS-EARLY-COUNT " LEDGER TRANSACTIONS"
003470             " ARE DATED BEFORE " WS-CUTOFF-DATE " - RUN PTSCLOSE"
003480             " FIRST." UPON CONSOLE
003490         CLOSE GL-REG-FILE
003493         MOVE "PTSCLOSE NOT RUN FOR PERIOD" TO WS-JOB-NEW-MESSAGE
003496         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003500         STOP RUN
003510     END-IF.
003520 1300-EXIT.
003530     EXIT.
003540*-----------------------------------------------------------------
003550* 1350-READ-ONE-LEDGER - COUNT AN UNCLOSED TRANSACTION OR ADD A
003560*                        BROUGHT-FORWARD RECORD TO THE CARRY.
003570*-----------------------------------------------------------------
003580 1350-READ-ONE-LEDGER.
003590     READ POINTS-LEDGER-FILE
003600         AT END
003610             MOVE "Y" TO WS-EOF-SW
003620             GO TO 1350-EXIT
003630     END-READ
003640     IF PT-TRAN-DATE < WS-CUTOFF-DATE
003650         ADD 1 TO WS-EARLY-COUNT
003660         GO TO 1350-EXIT
003670     END-IF
003680     IF PT-BROUGHT-FWD AND PT-TRAN-DATE = WS-CUTOFF-DATE
003690         ADD PT-POINTS TO WS-CARRY-POINTS
003700     END-IF.
003710 1350-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------------
003740* 2000-READ-ARCHIVE - READ THE ARCHIVE FROM THE TOP, PASSING OVER
003750*                     THE RECORDS THE LAST JOURNAL ALREADY TOOK,
003760*                     AND CLASSIFY EACH NEW ONE.  A BROUGHT-
003770*                     FORWARD RECORD IS A CARRY, NOT A MOVEMENT,
003780*                     AND IS LEFT OUT.
003790*-----------------------------------------------------------------
003800 2000-READ-ARCHIVE.
003810     READ ARCHIVE-FILE INTO WS-ARCH-TRAN
003820         AT END
003830             MOVE "Y" TO WS-EOF-SW
003840             GO TO 2000-EXIT
003850     END-READ
003860     ADD 1 TO WS-ARCH-COUNT
003870     IF WS-ARCH-COUNT NOT > WS-LAST-ARCH-COUNT
003880         GO TO 2000-EXIT
003890     END-IF
003900     IF WS-AT-TRAN-TYPE = "B"
003910         GO TO 2000-EXIT
003920     END-IF
003930     IF NOT WS-PRIOR AND WS-AT-TRAN-DATE < WS-PERIOD-START
003940         MOVE WS-AT-TRAN-DATE TO WS-PERIOD-START
003950     END-IF
003960     EVALUATE WS-AT-TRAN-TYPE
003970         WHEN "A"
003980             ADD 1 TO WS-ACCR-COUNT
003990             ADD WS-AT-POINTS TO WS-ACCR-POINTS
004000         WHEN "R"
004010             PERFORM 2100-TEST-EVENT THRU 2100-EXIT
004020             IF WS-EVENT
004030                 ADD 1 TO WS-FEES-COUNT
004040                 ADD WS-AT-POINTS TO WS-FEES-POINTS
004050             ELSE
004060                 ADD 1 TO WS-REDM-COUNT
004070                 ADD WS-AT-POINTS TO WS-REDM-POINTS
004080             END-IF
004090         WHEN "X"
004100             ADD 1 TO WS-EXPR-COUNT
004110             ADD WS-AT-POINTS TO WS-EXPR-POINTS
004120         WHEN "V"
004130             ADD 1 TO WS-REVS-COUNT
004140             IF WS-AT-WIN-AWARD
004150                 SUBTRACT WS-AT-POINTS FROM WS-REVS-POINTS
004160             ELSE
004170                 ADD WS-AT-POINTS TO WS-REVS-POINTS
004180             END-IF
004190         WHEN OTHER
004200             DISPLAY "PTSGLX: UNKNOWN TRANSACTION TYPE "
004210                 WS-AT-TRAN-TYPE " FOR " WS-AT-PLAYER-ID
004220                 " LEFT OUT." UPON CONSOLE
004223             MOVE "UNKNOWN TRANSACTION TYPE" TO WS-JOB-NEW-MESSAGE
004226             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
004230     END-EVALUATE.
004240 2000-EXIT.
004250     EXIT.
004260*-----------------------------------------------------------------
004270* 2100-TEST-EVENT - A REDEMPTION AGAINST A TOURNAMENT EVENT ID IS
004280*                   AN ENTRY FEE (TRNMNT POSTS THE FEE UNDER THE
004290*                   EVENT).  ANYTHING ELSE IS A CANTEEN REDEMPTION
004300*                   OR A LEAVER'S CASH-OUT.
004310*-----------------------------------------------------------------
004320 2100-TEST-EVENT.
004330     MOVE "N" TO WS-EVENT-SW
004340     IF NOT WS-TOURN-OPEN
004350         GO TO 2100-EXIT
004360     END-IF
004370     MOVE WS-AT-ITEM-CODE TO TE-EVENT-ID
004380     READ TOURN-EVENT-FILE
004390         INVALID KEY
004400             CONTINUE
004410         NOT INVALID KEY
004420             MOVE "Y" TO WS-EVENT-SW
004430     END-READ.
004440 2100-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------------
004470* 3000-WRITE-JOURNAL - OPEN THE JOURNAL AND WRITE THE HEADER,
004480*                      ONE DEBIT/CREDIT PAIR FOR EACH KIND OF
004490*                      MOVEMENT THAT HAS POINTS, AND THE TRAILER.
004500*                      AWARDS AND NET REINSTATEMENTS CREDIT THE
004510*                      LIABILITY; REDEMPTIONS, FEES, EXPIRIES AND
004520*                      NET TAKE-BACKS DEBIT IT.  AN ARCHIVE
004530*                      SHORTER THAN AT THE LAST JOURNAL HAS BEEN
004540*                      REPLACED AND CANNOT BE JOURNALED FROM.
004550*-----------------------------------------------------------------
004560 3000-WRITE-JOURNAL.
004570     IF WS-ARCH-COUNT < WS-LAST-ARCH-COUNT
004580         DISPLAY "PTSGLX: PTSARCH HOLDS FEWER RECORDS THAN THE"
004590             " LAST JOURNAL READ - NOT JOURNALED." UPON CONSOLE
004600         CLOSE GL-REG-FILE
004602         MOVE "PTSARCH SHORTER THAN LAST RUN"
004605             TO WS-JOB-NEW-MESSAGE
004607         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
004610         STOP RUN
004620     END-IF
004630     IF WS-PERIOD-START = 99999999
004640         MOVE WS-PERIOD-END TO WS-PERIOD-START
004650         MOVE 01 TO WS-PERIOD-START (7:2)
004660     END-IF
004670     OPEN OUTPUT GL-JOURNAL-FILE
004680     IF NOT FS-GL-JOURNAL-OK
004690         DISPLAY "PTSGLX: UNABLE TO OPEN JOURNAL FILE."
004700             UPON CONSOLE
004710         CLOSE GL-REG-FILE
004713         MOVE "UNABLE TO OPEN JOURNAL FILE" TO WS-JOB-NEW-MESSAGE
004716         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
004720         STOP RUN
004730     END-IF
004740     PERFORM 3100-WRITE-HEADER THRU 3100-EXIT
004750     MOVE WS-GL-ACCRUAL TO WS-PAIR-DR-ACCOUNT
004760     MOVE WS-GL-LIABILITY TO WS-PAIR-CR-ACCOUNT
004770     MOVE "ACCR" TO WS-PAIR-CATEGORY
004780     MOVE "POINTS AWARDED" TO WS-PAIR-DESC
004790     MOVE WS-ACCR-POINTS TO WS-PAIR-POINTS
004800     MOVE WS-ACCR-COUNT TO WS-PAIR-COUNT
004810     PERFORM 3200-WRITE-PAIR THRU 3200-EXIT
004820     MOVE WS-GL-LIABILITY TO WS-PAIR-DR-ACCOUNT
004830     MOVE WS-GL-REDEMPTION TO WS-PAIR-CR-ACCOUNT
004840     MOVE "REDM" TO WS-PAIR-CATEGORY
004850     MOVE "POINTS REDEEMED" TO WS-PAIR-DESC
004860     MOVE WS-REDM-POINTS TO WS-PAIR-POINTS
004870     MOVE WS-REDM-COUNT TO WS-PAIR-COUNT
004880     PERFORM 3200-WRITE-PAIR THRU 3200-EXIT
004890     MOVE WS-GL-LIABILITY TO WS-PAIR-DR-ACCOUNT
004900     MOVE WS-GL-ENTRY-FEE TO WS-PAIR-CR-ACCOUNT
004910     MOVE "FEES" TO WS-PAIR-CATEGORY
004920     MOVE "TOURNEY ENTRY FEES" TO WS-PAIR-DESC
004930     MOVE WS-FEES-POINTS TO WS-PAIR-POINTS
004940     MOVE WS-FEES-COUNT TO WS-PAIR-COUNT
004950     PERFORM 3200-WRITE-PAIR THRU 3200-EXIT
004960     MOVE WS-GL-LIABILITY TO WS-PAIR-DR-ACCOUNT
004970     MOVE WS-GL-EXPIRY TO WS-PAIR-CR-ACCOUNT
004980     MOVE "EXPR" TO WS-PAIR-CATEGORY
004990     MOVE "POINTS EXPIRED" TO WS-PAIR-DESC
005000     MOVE WS-EXPR-POINTS TO WS-PAIR-POINTS
005010     MOVE WS-EXPR-COUNT TO WS-PAIR-COUNT
005020     PERFORM 3200-WRITE-PAIR THRU 3200-EXIT
005030     IF WS-REVS-POINTS < ZERO
005040         MOVE WS-GL-LIABILITY TO WS-PAIR-DR-ACCOUNT
005050         MOVE WS-GL-REVERSAL TO WS-PAIR-CR-ACCOUNT
005060         COMPUTE WS-PAIR-POINTS = ZERO - WS-REVS-POINTS
005070     ELSE
005080         MOVE WS-GL-REVERSAL TO WS-PAIR-DR-ACCOUNT
005090         MOVE WS-GL-LIABILITY TO WS-PAIR-CR-ACCOUNT
005100         MOVE WS-REVS-POINTS TO WS-PAIR-POINTS
005110     END-IF
005120     MOVE "REVS" TO WS-PAIR-CATEGORY
005130     MOVE "REVERSALS (NET)" TO WS-PAIR-DESC
005140     MOVE WS-REVS-COUNT TO WS-PAIR-COUNT
005150     PERFORM 3200-WRITE-PAIR THRU 3200-EXIT
005160     PERFORM 3300-WRITE-TRAILER THRU 3300-EXIT.
005170 3000-EXIT.
005180     EXIT.
005190*-----------------------------------------------------------------
005200* 3100-WRITE-HEADER - STAMP THE JOURNAL WITH ITS GENERATION, THE
005210*                     PERIOD AND THE POINT VALUE, FIRST RECORD ON
005220*                     THE FILE.
005230*-----------------------------------------------------------------
005240 3100-WRITE-HEADER.
005250     MOVE SPACES TO GL-JOURNAL-RECORD
005260     MOVE "H" TO GJ-RECORD-TYPE
005270     MOVE WS-GEN-NUMBER TO GJ-GEN-NUMBER
005280     MOVE WS-PERIOD-START TO GJ-PERIOD-START
005290     MOVE WS-PERIOD-END TO GJ-PERIOD-END
005300     MOVE WS-TODAY-DATE TO GJ-RUN-DATE
005310     MOVE WS-POINT-VALUE TO GJ-POINT-VALUE
005320     WRITE GL-JOURNAL-RECORD
005330     DISPLAY "PTSGLX: JOURNAL GENERATION " WS-GEN-NUMBER
005340         " - PERIOD " WS-PERIOD-START " TO " WS-PERIOD-END "."
005350         UPON CONSOLE.
005360 3100-EXIT.
005370     EXIT.
005380*-----------------------------------------------------------------
005390* 3200-WRITE-PAIR - VALUE ONE KIND OF MOVEMENT AND WRITE ITS DEBIT
005400*                   LINE AND ITS CREDIT LINE FOR THE SAME AMOUNT.
005410*                   A KIND WITH NO POINTS WRITES NOTHING.
005420*-----------------------------------------------------------------
005430 3200-WRITE-PAIR.
005440     IF WS-PAIR-POINTS = ZERO
005450         GO TO 3200-EXIT
005460     END-IF
005470     COMPUTE WS-PAIR-AMOUNT ROUNDED =
005480         WS-PAIR-POINTS * WS-POINT-VALUE
005490     MOVE SPACES TO GL-JOURNAL-RECORD
005500     MOVE "D" TO GJ-RECORD-TYPE
005510     MOVE WS-PAIR-DR-ACCOUNT TO GJ-ACCOUNT
005520     MOVE "D" TO GJ-DR-CR-SW
005530     MOVE WS-PAIR-AMOUNT TO GJ-AMOUNT
005540     MOVE WS-PAIR-CATEGORY TO GJ-CATEGORY
005550     MOVE WS-PAIR-POINTS TO GJ-POINTS
005560     MOVE WS-PAIR-COUNT TO GJ-TRAN-COUNT
005570     MOVE WS-PAIR-DESC TO GJ-DESCRIPTION
005580     WRITE GL-JOURNAL-RECORD
005590     MOVE WS-PAIR-CR-ACCOUNT TO GJ-ACCOUNT
005600     MOVE "C" TO GJ-DR-CR-SW
005610     WRITE GL-JOURNAL-RECORD
005620     ADD 2 TO WS-LINE-COUNT
005630     ADD WS-PAIR-AMOUNT TO WS-TOTAL-DEBITS
005640     ADD WS-PAIR-AMOUNT TO WS-TOTAL-CREDITS.
005650 3200-EXIT.
005660     EXIT.
005670*-----------------------------------------------------------------
005680* 3300-WRITE-TRAILER - CONTROL TOTALS.  THE NET MOVEMENT IS
005690*                      AWARDS LESS REDEMPTIONS, FEES AND EXPIRIES
005700*                      PLUS NET REVERSALS; WITH THE OPENING CARRY
005710*                      IT MUST COME TO THE CARRY PTSCLOSE WROTE
005720*                      FORWARD.
005730*-----------------------------------------------------------------
005740 3300-WRITE-TRAILER.
005750     COMPUTE WS-NET-POINTS = WS-ACCR-POINTS - WS-REDM-POINTS
005760         - WS-FEES-POINTS - WS-EXPR-POINTS + WS-REVS-POINTS
005770     IF WS-OPENING-POINTS + WS-NET-POINTS = WS-CARRY-POINTS
005780         MOVE "Y" TO WS-PROVED-SW
005790     END-IF
005800     COMPUTE WS-CARRY-VALUE ROUNDED =
005810         WS-CARRY-POINTS * WS-POINT-VALUE
005820     MOVE SPACES TO GL-JOURNAL-RECORD
005830     MOVE "T" TO GJ-RECORD-TYPE
005840     MOVE WS-LINE-COUNT TO GJ-LINE-COUNT
005850     MOVE WS-TOTAL-DEBITS TO GJ-TOTAL-DEBITS
005860     MOVE WS-TOTAL-CREDITS TO GJ-TOTAL-CREDITS
005870     MOVE WS-OPENING-POINTS TO GJ-OPENING-POINTS
005880     MOVE WS-NET-POINTS TO GJ-NET-POINTS
005890     MOVE WS-CARRY-POINTS TO GJ-CARRY-POINTS
005900     MOVE WS-CARRY-VALUE TO GJ-CARRY-VALUE
005910     MOVE WS-PROVED-SW TO GJ-PROVED-SW
005920     WRITE GL-JOURNAL-RECORD.
005930 3300-EXIT.
005940     EXIT.
005950*-----------------------------------------------------------------
005960* 9000-TERMINATE - REGISTER THE GENERATION, CLOSE FILES, REPORT
005970*                  THE TOTALS AND THE PROOF AND LOG THE END.
005980*-----------------------------------------------------------------
005990 9000-TERMINATE.
006000     PERFORM 9100-REGISTER-GENERATION THRU 9100-EXIT
006010     CLOSE GL-JOURNAL-FILE
006020     IF WS-ARCH-OPEN
006030         CLOSE ARCHIVE-FILE
006040     END-IF
006050     IF WS-TOURN-OPEN
006060         CLOSE TOURN-EVENT-FILE
006070     END-IF
006080     MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-ED
006090     DISPLAY "PTSGLX: " WS-LINE-COUNT " JOURNAL LINES, DEBITS AND"
006100         " CREDITS EACH " WS-AMOUNT-ED "." UPON CONSOLE
006110     MOVE WS-CARRY-POINTS TO WS-POINTS-ED
006120     MOVE WS-CARRY-VALUE TO WS-AMOUNT-ED
006130     DISPLAY "PTSGLX: POINTS CARRIED FORWARD " WS-POINTS-ED
006140         " VALUED AT " WS-AMOUNT-ED "." UPON CONSOLE
006150     IF NOT WS-PROVED
006160         MOVE WS-OPENING-POINTS TO WS-POINTS-ED
006170         MOVE WS-NET-POINTS TO WS-NET-ED
006180         DISPLAY "PTSGLX: OPENING " WS-POINTS-ED " PLUS NET "
006190             WS-NET-ED " DOES NOT AGREE WITH THE CARRY -"
006200             UPON CONSOLE
006210         DISPLAY "PTSGLX: JOURNAL FLAGGED UNPROVED ON THE TRAILER"
006220             " AND THE REGISTER." UPON CONSOLE
006224         MOVE "JOURNAL FLAGGED UNPROVED" TO WS-JOB-NEW-MESSAGE
006228         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
006232     END-IF
006236     PERFORM 9710-LOG-END THRU 9710-EXIT.
006240 9000-EXIT.
006250     EXIT.
006260*-----------------------------------------------------------------
006270* 9100-REGISTER-GENERATION - FILE THE GENERATION ON THE GL
006280*                            REGISTER WITH THE CUTOFF, THE ARCHIVE
006290*                            POSITION AND THE CARRY THE NEXT
006300*                            JOURNAL STARTS FROM.
006310*-----------------------------------------------------------------
006320 9100-REGISTER-GENERATION.
006330     MOVE SPACES TO GL-REGISTER-RECORD
006340     MOVE WS-GEN-NUMBER TO GR-GEN-NUMBER
006350     MOVE WS-PERIOD-START TO GR-PERIOD-START
006360     MOVE WS-CUTOFF-DATE TO GR-CUTOFF-DATE
006370     MOVE WS-TODAY-DATE TO GR-RUN-DATE
006380     MOVE WS-ARCH-COUNT TO GR-ARCH-COUNT
006390     MOVE WS-LINE-COUNT TO GR-LINE-COUNT
006400     MOVE WS-TOTAL-DEBITS TO GR-TOTAL-DEBITS
006410     MOVE WS-CARRY-POINTS TO GR-CARRY-POINTS
006420     MOVE WS-PROVED-SW TO GR-PROVED-SW
006430     WRITE GL-REGISTER-RECORD
006440         INVALID KEY
006450             REWRITE GL-REGISTER-RECORD
006460     END-WRITE
006470     CLOSE GL-REG-FILE.
006480 9100-EXIT.
006490     EXIT.
006500*-----------------------------------------------------------------
006510* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
006520*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
006530*                  BUSINESS DATE.
006540*-----------------------------------------------------------------
006550 9700-LOG-START.
006560     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
006570     ACCEPT WS-JOB-START-TIME FROM TIME
006580     MOVE "S" TO WS-JOB-EVENT
006590     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
006600 9700-EXIT.
006610     EXIT.
006620*-----------------------------------------------------------------
006630* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
006640*                LOG.  THE ARCHIVE RECORDS ARE COUNTED AS READ,
006650*                THE JOURNAL LINES AS WRITTEN AND THE RECORDS AN
006660*                EARLIER JOURNAL TOOK AS SKIPPED.  A RUN THAT
006670*                RAISED WARNINGS BUT WAS NOT STOPPED ENDS WITH
006680*                CODE 04.
006690*-----------------------------------------------------------------
006700 9710-LOG-END.
006710     MOVE WS-ARCH-COUNT TO WS-JOB-READ
006720     MOVE WS-LINE-COUNT TO WS-JOB-WRITTEN
006730     MOVE WS-LAST-ARCH-COUNT TO WS-JOB-SKIPPED
006740     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
006750         MOVE 04 TO WS-JOB-COMPLETION
006760     END-IF
006770     MOVE "E" TO WS-JOB-EVENT
006780     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
006790 9710-EXIT.
006800     EXIT.
006810*-----------------------------------------------------------------
006820* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
006830*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
006840*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
006850*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
006860*-----------------------------------------------------------------
006870 9720-NOTE-WARNING.
006880     ADD 1 TO WS-JOB-WARNINGS
006890     IF WS-JOB-MESSAGE = SPACES
006900         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
006910     END-IF.
006920 9720-EXIT.
006930     EXIT.
006940*-----------------------------------------------------------------
006950* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
006960*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
006970*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
006980*                    BEFORE THE STOP RUN.
006990*-----------------------------------------------------------------
007000 9730-LOG-FAILURE.
007010     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
007020     MOVE 08 TO WS-JOB-COMPLETION
007030     PERFORM 9710-LOG-END THRU 9710-EXIT.
007040 9730-EXIT.
007050     EXIT.
007060*-----------------------------------------------------------------
007070* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
007080*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
007090*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
007100*-----------------------------------------------------------------
007110 9750-WRITE-JOB-LOG.
007120     OPEN EXTEND JOB-LOG-FILE
007130     IF NOT FS-JOB-LOG-OK
007140         OPEN OUTPUT JOB-LOG-FILE
007150     END-IF
007160     IF NOT FS-JOB-LOG-OK
007170         DISPLAY "PTSGLX: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
007180             UPON CONSOLE
007190         GO TO 9750-EXIT
007200     END-IF
007210     MOVE SPACES TO JOB-LOG-RECORD
007220     MOVE "PTSGLX" TO JL-PROGRAM
007230     MOVE WS-JOB-EVENT TO JL-EVENT
007240     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
007250     MOVE WS-JOB-START-DATE TO JL-START-DATE
007260     MOVE WS-JOB-START-TIME TO JL-START-TIME
007270     IF JL-END
007280         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
007290         ACCEPT JL-END-TIME FROM TIME
007300     ELSE
007310         MOVE ZERO TO JL-END-DATE
007320         MOVE ZERO TO JL-END-TIME
007330     END-IF
007340     MOVE WS-JOB-READ TO JL-READ-COUNT
007350     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
007360     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
007370     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
007380     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
007390     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
007400     WRITE JOB-LOG-RECORD
007410     CLOSE JOB-LOG-FILE.
007420 9750-EXIT.
007430     EXIT.
007440 END PROGRAM PTSGLX.
