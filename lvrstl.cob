000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LVRSTL.
000030 AUTHOR. D L MORRIS.
000040 INSTALLATION. GAME FLOOR OPERATIONS.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DLM   ORIGINAL PROGRAM.  LEAVER SETTLEMENT BATCH JOB.
000120*                  SETTLES EVERY PENDING RECORD HRSTAT FILED ON
000130*                  LEAVERS - WITHDRAWS THE LEAVER FROM ANY OPEN
000140*                  TOURNAMENT, REFUNDING THE ENTRY FEE AS THE
000150*                  EVENT'S RULE SAYS, THEN FORFEITS THE REMAINING
000160*                  POINTS (AN "X" AGAINST "LVRF") OR CASHES THEM
000170*                  OUT (AN "R" AGAINST "LVRC") PER THE SHOP'S
000180*                  LEAVER POLICY ON PTSPOL.  TERMINATED STAFF WERE
000190*                  KEEPING LIVE BALANCES AND TOURNAMENT PLACES
000200*                  NOBODY COULD USE.  THE LEAVER REPORT (LVRRPT)
000210*                  GOES TO HR AND FINANCE - FINANCE PAYS THE
000220*                  CASH-OUTS FROM IT.
000221* 10/15/26   DLM   APPLY EVERY REFUND AND SETTLEMENT TO THE
000222*                  PLAYER'S POINTS BALANCE MASTER (PTSBAL) AS IT
000223*                  IS POSTED TO THE LEDGER.
000224* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000225*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000226*                  REPORT (JOBLRPT), WITH THE RUN'S RECORD COUNTS
000227*                  AND ANY TABLE-CAP OR OPEN-FAILURE WARNINGS.
000228*                  EVERY STOP SHORT OF A NORMAL END LOGS ITS
000229*                  REASON WITH CODE 08.
000230*-----------------------------------------------------------------
000240* RUN THIS AFTER HRSTAT.  A SECOND RUN IS HARMLESS - ONLY PENDING
000250* RECORDS ARE SETTLED, AND A SETTLED RECORD IS NEVER PENDING
000260* AGAIN.  WITH NO PTSPOL RECORD ON FILE THE POINTS ARE FORFEITED
000270* AND A POINT IS VALUED AT 0.0100.
000280*-----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT LEAVER-FILE ASSIGN TO "LEAVERS"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS LV-PLAYER-ID
000360         FILE STATUS IS FS-LEAVER.
000370     SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PL-PLAYER-ID
000410         FILE STATUS IS FS-PLAYERS.
000420     SELECT TOURN-EVENT-FILE ASSIGN TO "TOURNEY"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS TE-EVENT-ID
000460         FILE STATUS IS FS-TOURN-EVENT.
000470     SELECT TOURN-ENTRY-FILE ASSIGN TO "TOURNENT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS TN-ENTRY-KEY
000510         FILE STATUS IS FS-TOURN-ENTRY.
000520     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-POINTS-LEDGER.
000541     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
000543         ORGANIZATION IS INDEXED
000545         ACCESS MODE IS DYNAMIC
000546         RECORD KEY IS PB-PLAYER-ID
000548         FILE STATUS IS FS-POINTS-BALANCE.
000550     SELECT POLICY-FILE ASSIGN TO "PTSPOL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS FS-POLICY.
000580     SELECT REPORT-FILE ASSIGN TO "LVRRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-REPORT.
000602     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000605         ORGANIZATION IS LINE SEQUENTIAL
000607         FILE STATUS IS FS-JOB-LOG.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  LEAVER-FILE.
000640     COPY LVRREC.
000650 FD  PLAYERS-FILE.
000660     COPY PLAYREC.
000670 FD  TOURN-EVENT-FILE.
000680     COPY TRNREC.
000690 FD  TOURN-ENTRY-FILE.
000700     COPY TRENREC.
000710 FD  POINTS-LEDGER-FILE.
000720     COPY PTSLREC.
000723 FD  POINTS-BALANCE-FILE.
000726     COPY PTSBREC.
000730 FD  POLICY-FILE.
000740     COPY PPOLREC.
000750 FD  REPORT-FILE.
000760 01  REPORT-LINE                 PIC X(80).
000763 FD  JOB-LOG-FILE.
000766     COPY JOBLREC.
000770 WORKING-STORAGE SECTION.
000780 01  FS-LEAVER                PIC X(02).
000790     88  FS-LEAVER-OK                VALUE "00".
000800 01  FS-PLAYERS               PIC X(02).
000810     88  FS-PLAYERS-OK               VALUE "00".
000820 01  FS-TOURN-EVENT           PIC X(02).
000830     88  FS-TOURN-EVENT-OK           VALUE "00".
000840 01  FS-TOURN-ENTRY           PIC X(02).
000850     88  FS-TOURN-ENTRY-OK           VALUE "00".
000860 01  FS-POINTS-LEDGER         PIC X(02).
000870     88  FS-POINTS-LEDGER-OK         VALUE "00".
000873 01  FS-POINTS-BALANCE        PIC X(02).
000876     88  FS-POINTS-BALANCE-OK        VALUE "00".
000880 01  FS-POLICY                PIC X(02).
000890     88  FS-POLICY-OK                VALUE "00".
000900 01  FS-REPORT                PIC X(02).
000910     88  FS-REPORT-OK                VALUE "00".
000913 01  FS-JOB-LOG              PIC X(02).
000916     88  FS-JOB-LOG-OK               VALUE "00".
000920 01  WS-SWITCHES.
000930     05  WS-EOF-SW               PIC X(01) VALUE "N".
000940         88  WS-EOF                  VALUE "Y".
000950     05  WS-EVENT-EOF-SW         PIC X(01) VALUE "N".
000960         88  WS-EVENT-EOF            VALUE "Y".
000970     05  WS-FOUND-SW             PIC X(01) VALUE "N".
000980         88  WS-FOUND                VALUE "Y".
000990     05  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
001000         88  WS-TABLE-FULL           VALUE "Y".
001010     05  WS-TOURN-OPEN-SW        PIC X(01) VALUE "N".
001020         88  WS-TOURN-OPEN           VALUE "Y".
001022     05  WS-BAL-OPEN-SW          PIC X(01) VALUE "N".
001024         88  WS-BAL-OPEN             VALUE "Y".
001026     05  WS-BAL-ON-FILE-SW       PIC X(01) VALUE "N".
001028         88  WS-BAL-ON-FILE          VALUE "Y".
001030 01  WS-TODAY-DATE               PIC 9(08).
001040 01  WS-NOW-TIME                 PIC 9(08).
001050 01  WS-LEAVER-POLICY            PIC X(01) VALUE "F".
001060     88  WS-POLICY-FORFEIT           VALUE "F".
001070     88  WS-POLICY-CASHOUT           VALUE "C".
001080 01  WS-POINT-VALUE              PIC 9(01)V9(04) VALUE 0.0100.
001090 01  WS-BALANCE                  PIC S9(09) COMP VALUE ZERO.
001100 01  WS-REMAINING                PIC 9(09) COMP VALUE ZERO.
001110 01  WS-CHUNK                    PIC 9(05) COMP VALUE ZERO.
001120 01  WS-REFUND                   PIC 9(05) COMP VALUE ZERO.
001130 01  WS-CASH-AMT                 PIC 9(07)V99 VALUE ZERO.
001140 01  WS-EVENTS-WITHDRAWN         PIC 9(03) COMP VALUE ZERO.
001150 01  WS-REFUND-POINTS            PIC 9(05) COMP VALUE ZERO.
001160 01  WS-POST-TYPE                PIC X(01).
001170 01  WS-POST-ITEM                PIC X(04).
001180 01  WS-LEAVER-COUNT             PIC 9(05) COMP VALUE ZERO.
001190 01  WS-SETTLED-COUNT            PIC 9(05) COMP VALUE ZERO.
001200 01  WS-FORFEIT-COUNT            PIC 9(05) COMP VALUE ZERO.
001210 01  WS-CASHOUT-COUNT            PIC 9(05) COMP VALUE ZERO.
001220 01  WS-NIL-COUNT                PIC 9(05) COMP VALUE ZERO.
001230 01  WS-FORFEIT-TOTAL            PIC 9(09) COMP VALUE ZERO.
001240 01  WS-CASHOUT-TOTAL            PIC 9(09) COMP VALUE ZERO.
001250 01  WS-CASH-TOTAL               PIC 9(09)V99 VALUE ZERO.
001260 01  WS-EVENT-TOTAL              PIC 9(05) COMP VALUE ZERO.
001270 01  WS-REFUND-TOTAL             PIC 9(09) COMP VALUE ZERO.
001280 01  WS-SUB-1                    PIC 9(05) COMP VALUE ZERO.
001290 01  WS-LEAVER-TABLE.
001300     05  WS-LEAVER-ENTRY OCCURS 200 TIMES
001310                 INDEXED BY WS-LEAVER-IDX.
001320         10  WS-TBL-PLAYER-ID        PIC X(10).
001330         10  WS-TBL-BALANCE          PIC S9(09) COMP.
001340 01  WS-HDR-LINE1.
001350     05  FILLER                  PIC X(34) VALUE
001360         "GUESS - LEAVER SETTLEMENT         ".
001370     05  FILLER                  PIC X(08) VALUE "DATE : ".
001380     05  HDR-DATE                PIC 9(08).
001390     05  FILLER                  PIC X(30) VALUE SPACES.
001400 01  WS-HDR-LINE2.
001410     05  FILLER                  PIC X(15) VALUE
001420         "LEAVER POLICY: ".
001430     05  HDR-POLICY              PIC X(10).
001440     05  FILLER                  PIC X(14) VALUE
001450         "POINT VALUE : ".
001460     05  HDR-POINT-VALUE         PIC 9.9999.
001470     05  FILLER                  PIC X(35) VALUE SPACES.
001480 01  WS-COL-HDR-LINE.
001490     05  FILLER                  PIC X(40) VALUE
001500         "PLAYER ID   NAME                 TERM DT".
001510     05  FILLER                  PIC X(40) VALUE
001520         "  ACTION     POINTS       CASH EVT REFND".
001530 01  WS-DETAIL-LINE.
001540     05  DET-PLAYER-ID           PIC X(10).
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  DET-PLAYER-NAME         PIC X(20).
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  DET-TERM-DATE           PIC 9(08).
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  DET-ACTION              PIC X(09).
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  DET-POINTS              PIC ZZZZZZ9.
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  DET-CASH                PIC ZZZZZZ9.99.
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  DET-EVENTS              PIC ZZ9.
001670     05  FILLER                  PIC X(01) VALUE SPACE.
001680     05  DET-REFUND              PIC ZZZZ9.
001690 01  WS-EVENT-LINE.
001700     05  FILLER                  PIC X(14) VALUE
001710         "   WITHDRAWN: ".
001720     05  EVT-EVENT-ID            PIC X(04).
001730     05  FILLER                  PIC X(01) VALUE SPACE.
001740     05  EVT-EVENT-NAME          PIC X(20).
001750     05  FILLER                  PIC X(08) VALUE " REFUND ".
001760     05  EVT-RULE                PIC X(14).
001770     05  FILLER                  PIC X(01) VALUE SPACE.
001780     05  EVT-REFUND              PIC ZZZZ9.
001790     05  FILLER                  PIC X(13) VALUE SPACES.
001800 01  WS-TOTAL-LINE.
001810     05  TOT-LABEL               PIC X(26).
001820     05  TOT-VALUE               PIC ZZZZZZZZ9.
001830     05  FILLER                  PIC X(45) VALUE SPACES.
001840 01  WS-CASH-TOTAL-LINE.
001850     05  CTOT-LABEL              PIC X(26).
001860     05  CTOT-VALUE              PIC ZZZZZZZZ9.99.
001861     05  FILLER                  PIC X(42) VALUE SPACES.
001862 01  WS-JOB-LOG-AREA.
001864     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
001865     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
001867     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
001868     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
001870     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
001871     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
001872     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
001874     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
001875     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
001877     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
001878     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001910     PERFORM 2000-LOAD-PENDING THRU 2000-EXIT
001920         UNTIL WS-EOF
001930     IF WS-LEAVER-COUNT > 0
001940         PERFORM 3000-SUM-BALANCES THRU 3000-EXIT
001950         PERFORM 4000-SETTLE-LEAVERS THRU 4000-EXIT
001960     END-IF
001970     PERFORM 9000-TERMINATE THRU 9000-EXIT
001980     STOP RUN.
001990*-----------------------------------------------------------------
002000* 1000-INITIALIZE - PICK UP THE LEAVER POLICY, OPEN THE FILES
002010*                   AND START THE REPORT.  NO LEAVERS FILE MEANS
002020*                   HRSTAT HAS NEVER FILED A TERMINATION - NOTHING
002030*                   TO DO.
002040*-----------------------------------------------------------------
002050 1000-INITIALIZE.
002060     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002070     ACCEPT WS-NOW-TIME FROM TIME
002073     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
002076     PERFORM 9700-LOG-START THRU 9700-EXIT
002080     OPEN INPUT POLICY-FILE
002090     IF FS-POLICY-OK
002100         READ POLICY-FILE
002110             AT END
002120                 CONTINUE
002130             NOT AT END
002140                 IF PP-LEAVER-CASHOUT
002150                     MOVE "C" TO WS-LEAVER-POLICY
002160                 END-IF
002170                 IF PP-POINT-VALUE > ZERO
002180                     MOVE PP-POINT-VALUE TO WS-POINT-VALUE
002190                 END-IF
002200         END-READ
002210         CLOSE POLICY-FILE
002220     END-IF
002230     OPEN I-O LEAVER-FILE
002240     IF NOT FS-LEAVER-OK
002250         DISPLAY "LVRSTL: NO LEAVERS ON FILE - NOTHING TO"
002260             " SETTLE." UPON CONSOLE
002263         MOVE "NO LEAVERS ON FILE" TO WS-JOB-MESSAGE
002266         PERFORM 9710-LOG-END THRU 9710-EXIT
002270         STOP RUN
002280     END-IF
002290     OPEN INPUT PLAYERS-FILE
002300     IF NOT FS-PLAYERS-OK
002310         DISPLAY "LVRSTL: UNABLE TO OPEN PLAYERS FILE."
002320             UPON CONSOLE
002330         CLOSE LEAVER-FILE
002333         MOVE "UNABLE TO OPEN PLAYERS FILE" TO WS-JOB-NEW-MESSAGE
002336         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002340         STOP RUN
002350     END-IF
002360     OPEN INPUT TOURN-EVENT-FILE
002370     IF FS-TOURN-EVENT-OK
002380         OPEN I-O TOURN-ENTRY-FILE
002390         IF FS-TOURN-ENTRY-OK
002400             MOVE "Y" TO WS-TOURN-OPEN-SW
002410         ELSE
002420             CLOSE TOURN-EVENT-FILE
002430         END-IF
002440     END-IF
002450     OPEN OUTPUT REPORT-FILE
002460     IF NOT FS-REPORT-OK
002470         DISPLAY "LVRSTL: UNABLE TO OPEN LEAVER REPORT."
002480             UPON CONSOLE
002490         CLOSE LEAVER-FILE
002500         CLOSE PLAYERS-FILE
002503         MOVE "UNABLE TO OPEN LEAVER REPORT" TO WS-JOB-NEW-MESSAGE
002506         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002510         STOP RUN
002520     END-IF
002530     MOVE WS-TODAY-DATE TO HDR-DATE
002540     WRITE REPORT-LINE FROM WS-HDR-LINE1
002550     IF WS-POLICY-CASHOUT
002560         MOVE "CASH OUT" TO HDR-POLICY
002570     ELSE
002580         MOVE "FORFEIT" TO HDR-POLICY
002590     END-IF
002600     MOVE WS-POINT-VALUE TO HDR-POINT-VALUE
002610     WRITE REPORT-LINE FROM WS-HDR-LINE2
002620     MOVE SPACES TO REPORT-LINE
002630     WRITE REPORT-LINE
002640     WRITE REPORT-LINE FROM WS-COL-HDR-LINE.
002650 1000-EXIT.
002660     EXIT.
002670*-----------------------------------------------------------------
002680* 2000-LOAD-PENDING - TABLE EVERY PENDING LEAVER IN KEY ORDER.  A
002690*                     LEAVER THE TABLE CANNOT HOLD STAYS PENDING
002700*                     AND IS SETTLED ON THE NEXT RUN.
002710*-----------------------------------------------------------------
002720 2000-LOAD-PENDING.
002730     READ LEAVER-FILE NEXT RECORD
002740         AT END
002750             MOVE "Y" TO WS-EOF-SW
002760             GO TO 2000-EXIT
002770     END-READ
002780     IF NOT LV-PENDING
002790         GO TO 2000-EXIT
002800     END-IF
002810     IF WS-LEAVER-COUNT < 200
002820         ADD 1 TO WS-LEAVER-COUNT
002830         MOVE LV-PLAYER-ID TO WS-TBL-PLAYER-ID (WS-LEAVER-COUNT)
002840         MOVE ZERO TO WS-TBL-BALANCE (WS-LEAVER-COUNT)
002850     ELSE
002860         IF NOT WS-TABLE-FULL
002870             DISPLAY "LVRSTL: LEAVER TABLE FULL - EXCESS LEAVERS"
002880                 " LEFT PENDING FOR THE NEXT RUN." UPON CONSOLE
002883             MOVE "LEAVER TABLE FULL" TO WS-JOB-NEW-MESSAGE
002886             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
002890             MOVE "Y" TO WS-TABLE-FULL-SW
002900         END-IF
002910     END-IF.
002920 2000-EXIT.
002930     EXIT.
002940*-----------------------------------------------------------------
002950* 3000-SUM-BALANCES - ONE PASS OF THE LEDGER BUILDS EACH TABLED
002960*                     LEAVER'S BALANCE - REDEMPTIONS, EXPIRIES AND
002970*                     A VOIDED GAME'S AWARD TAKEN BACK SUBTRACT,
002980*                     EVERYTHING ELSE ADDS.
002990*-----------------------------------------------------------------
003000 3000-SUM-BALANCES.
003010     OPEN INPUT POINTS-LEDGER-FILE
003020     IF NOT FS-POINTS-LEDGER-OK
003030         GO TO 3000-EXIT
003040     END-IF
003050     MOVE "N" TO WS-EOF-SW
003060     PERFORM 3100-READ-LEDGER THRU 3100-EXIT
003070         UNTIL WS-EOF
003080     CLOSE POINTS-LEDGER-FILE.
003090 3000-EXIT.
003100     EXIT.
003110*-----------------------------------------------------------------
003120* 3100-READ-LEDGER - ROLL ONE TRANSACTION INTO ITS LEAVER'S
003130*                    BALANCE, IF THE PLAYER IS ONE BEING SETTLED.
003140*-----------------------------------------------------------------
003150 3100-READ-LEDGER.
003160     READ POINTS-LEDGER-FILE
003170         AT END
003180             MOVE "Y" TO WS-EOF-SW
003190             GO TO 3100-EXIT
003200     END-READ
003210     MOVE "N" TO WS-FOUND-SW
003220     PERFORM 3150-COMPARE-ENTRY THRU 3150-EXIT
003230         VARYING WS-SUB-1 FROM 1 BY 1
003240         UNTIL WS-SUB-1 > WS-LEAVER-COUNT
003250         OR WS-FOUND
003260     IF NOT WS-FOUND
003270         GO TO 3100-EXIT
003280     END-IF
003290     SUBTRACT 1 FROM WS-SUB-1
003300     IF PT-REDEMPTION OR PT-EXPIRY
003310         OR (PT-REVERSAL AND PT-WIN-AWARD)
003320         SUBTRACT PT-POINTS FROM WS-TBL-BALANCE (WS-SUB-1)
003330     ELSE
003340         ADD PT-POINTS TO WS-TBL-BALANCE (WS-SUB-1)
003350     END-IF.
003360 3100-EXIT.
003370     EXIT.
003380*-----------------------------------------------------------------
003390* 3150-COMPARE-ENTRY - TEST ONE TABLE SUBSCRIPT FOR A MATCH.
003400*-----------------------------------------------------------------
003410 3150-COMPARE-ENTRY.
003420     IF WS-TBL-PLAYER-ID (WS-SUB-1) = PT-PLAYER-ID
003430         MOVE "Y" TO WS-FOUND-SW
003440     END-IF.
003450 3150-EXIT.
003460     EXIT.
003470*-----------------------------------------------------------------
003480* 4000-SETTLE-LEAVERS - OPEN THE LEDGER FOR POSTING AND SETTLE
003486*                       EACH TABLED LEAVER IN TURN, KEEPING THE
003493*                       POINTS BALANCE MASTER IN STEP.
003500*-----------------------------------------------------------------
003510 4000-SETTLE-LEAVERS.
003520     OPEN EXTEND POINTS-LEDGER-FILE
003530     IF NOT FS-POINTS-LEDGER-OK
003540         OPEN OUTPUT POINTS-LEDGER-FILE
003550     END-IF
003560     IF NOT FS-POINTS-LEDGER-OK
003570         DISPLAY "LVRSTL: UNABLE TO OPEN THE LEDGER - NO"
003580             " LEAVERS SETTLED." UPON CONSOLE
003582         MOVE "LEDGER NOT OPENED - NO SETTLE"
003585             TO WS-JOB-NEW-MESSAGE
003587         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
003590         GO TO 4000-EXIT
003592     END-IF
003594     OPEN I-O POINTS-BALANCE-FILE
003596     IF FS-POINTS-BALANCE-OK
003598         MOVE "Y" TO WS-BAL-OPEN-SW
003600     END-IF
003610     PERFORM 4100-SETTLE-ONE THRU 4100-EXIT
003620         VARYING WS-SUB-1 FROM 1 BY 1
003630         UNTIL WS-SUB-1 > WS-LEAVER-COUNT
003632     IF WS-BAL-OPEN
003635         CLOSE POINTS-BALANCE-FILE
003637     END-IF
003640     CLOSE POINTS-LEDGER-FILE.
003650 4000-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------------
003680* 4100-SETTLE-ONE - WITHDRAW ONE LEAVER FROM OPEN EVENTS, SETTLE
003690*                   THE BALANCE (REFUNDS INCLUDED) PER THE POLICY,
003700*                   MARK THE LEAVER SETTLED AND PRINT THE LINE.
003710*-----------------------------------------------------------------
003720 4100-SETTLE-ONE.
003730     MOVE WS-TBL-PLAYER-ID (WS-SUB-1) TO LV-PLAYER-ID
003740     READ LEAVER-FILE
003750         INVALID KEY
003760             GO TO 4100-EXIT
003770     END-READ
003780     IF NOT LV-PENDING
003790         GO TO 4100-EXIT
003800     END-IF
003810     MOVE LV-PLAYER-ID TO PL-PLAYER-ID
003820     READ PLAYERS-FILE
003830         INVALID KEY
003840             MOVE "NOT ON ROSTER" TO PL-PLAYER-NAME
003850     END-READ
003860     MOVE ZERO TO WS-EVENTS-WITHDRAWN
003870     MOVE ZERO TO WS-REFUND-POINTS
003880     MOVE ZERO TO WS-CASH-AMT
003890     IF WS-TOURN-OPEN
003900         PERFORM 4200-WITHDRAW-EVENTS THRU 4200-EXIT
003910     END-IF
003920     COMPUTE WS-BALANCE = WS-TBL-BALANCE (WS-SUB-1)
003930         + WS-REFUND-POINTS
003940     IF WS-BALANCE NOT > ZERO
003950         MOVE ZERO TO WS-BALANCE
003960         MOVE "N" TO LV-SETTLE-TYPE
003970         MOVE "NIL BAL" TO DET-ACTION
003980         ADD 1 TO WS-NIL-COUNT
003990     ELSE
004000         IF WS-POLICY-CASHOUT
004010             MOVE "R" TO WS-POST-TYPE
004020             MOVE "LVRC" TO WS-POST-ITEM
004030             COMPUTE WS-CASH-AMT ROUNDED =
004040                 WS-BALANCE * WS-POINT-VALUE
004050             MOVE "C" TO LV-SETTLE-TYPE
004060             MOVE "CASH-OUT" TO DET-ACTION
004070             ADD 1 TO WS-CASHOUT-COUNT
004080             ADD WS-BALANCE TO WS-CASHOUT-TOTAL
004090             ADD WS-CASH-AMT TO WS-CASH-TOTAL
004100         ELSE
004110             MOVE "X" TO WS-POST-TYPE
004120             MOVE "LVRF" TO WS-POST-ITEM
004130             MOVE "F" TO LV-SETTLE-TYPE
004140             MOVE "FORFEIT" TO DET-ACTION
004150             ADD 1 TO WS-FORFEIT-COUNT
004160             ADD WS-BALANCE TO WS-FORFEIT-TOTAL
004170         END-IF
004180         MOVE WS-BALANCE TO WS-REMAINING
004190         PERFORM 4500-POST-CHUNK THRU 4500-EXIT
004200             UNTIL WS-REMAINING = ZERO
004210     END-IF
004220     MOVE "S" TO LV-STATUS-SW
004230     MOVE WS-TODAY-DATE TO LV-SETTLE-DATE
004240     MOVE WS-BALANCE TO LV-POINTS
004250     MOVE WS-CASH-AMT TO LV-CASH-AMT
004260     MOVE WS-EVENTS-WITHDRAWN TO LV-EVENTS-WITHDRAWN
004270     MOVE WS-REFUND-POINTS TO LV-REFUND-POINTS
004280     REWRITE LEAVER-RECORD
004290         INVALID KEY
004300             DISPLAY "LVRSTL: UNABLE TO MARK " LV-PLAYER-ID
004310                 " SETTLED." UPON CONSOLE
004312             MOVE "LEAVER NOT MARKED SETTLED"
004315                 TO WS-JOB-NEW-MESSAGE
004317             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
004320     END-REWRITE
004330     ADD 1 TO WS-SETTLED-COUNT
004340     MOVE LV-PLAYER-ID TO DET-PLAYER-ID
004350     MOVE PL-PLAYER-NAME TO DET-PLAYER-NAME
004360     MOVE LV-TERM-DATE TO DET-TERM-DATE
004370     MOVE WS-BALANCE TO DET-POINTS
004380     MOVE WS-CASH-AMT TO DET-CASH
004390     MOVE WS-EVENTS-WITHDRAWN TO DET-EVENTS
004400     MOVE WS-REFUND-POINTS TO DET-REFUND
004410     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
004420 4100-EXIT.
004430     EXIT.
004440*-----------------------------------------------------------------
004450* 4200-WITHDRAW-EVENTS - WALK THE EVENT FILE AND WITHDRAW THE
004460*                        LEAVER FROM EVERY OPEN EVENT ENTERED.
004470*-----------------------------------------------------------------
004480 4200-WITHDRAW-EVENTS.
004490     MOVE "N" TO WS-EVENT-EOF-SW
004500     MOVE LOW-VALUES TO TE-EVENT-ID
004510     START TOURN-EVENT-FILE KEY IS NOT LESS THAN TE-EVENT-ID
004520         INVALID KEY
004530             GO TO 4200-EXIT
004540     END-START
004550     PERFORM 4300-WITHDRAW-ONE THRU 4300-EXIT
004560         UNTIL WS-EVENT-EOF.
004570 4200-EXIT.
004580     EXIT.
004590*-----------------------------------------------------------------
004600* 4300-WITHDRAW-ONE - FOR ONE EVENT, IF IT IS OPEN AND THE LEAVER
004610*                     HOLDS A LIVE ENTRY, MARK THE ENTRY
004620*                     WITHDRAWN AND REFUND THE FEE AS THE EVENT'S
004630*                     RULE SAYS - IN FULL, ONLY IF THE LEAVER WENT
004640*                     BEFORE THE START DATE, OR NOT AT ALL.
004650*-----------------------------------------------------------------
004660 4300-WITHDRAW-ONE.
004670     READ TOURN-EVENT-FILE NEXT RECORD
004680         AT END
004690             MOVE "Y" TO WS-EVENT-EOF-SW
004700             GO TO 4300-EXIT
004710     END-READ
004720     IF NOT TE-OPEN
004730         GO TO 4300-EXIT
004740     END-IF
004750     MOVE TE-EVENT-ID TO TN-EVENT-ID
004760     MOVE LV-PLAYER-ID TO TN-PLAYER-ID
004770     READ TOURN-ENTRY-FILE
004780         INVALID KEY
004790             GO TO 4300-EXIT
004800     END-READ
004810     IF TN-WITHDRAWN
004820         GO TO 4300-EXIT
004830     END-IF
004840     MOVE "W" TO TN-STATUS-SW
004850     REWRITE TOURN-ENTRY-RECORD
004860         INVALID KEY
004870             DISPLAY "LVRSTL: UNABLE TO WITHDRAW " LV-PLAYER-ID
004880                 " FROM EVENT " TE-EVENT-ID UPON CONSOLE
004882             MOVE "EVENT ENTRY NOT WITHDRAWN"
004885                 TO WS-JOB-NEW-MESSAGE
004887             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
004890             GO TO 4300-EXIT
004900     END-REWRITE
004910     EVALUATE TRUE
004920         WHEN TE-REFUND-NONE
004930             MOVE ZERO TO WS-REFUND
004940             MOVE "NONE" TO EVT-RULE
004950         WHEN TE-REFUND-BEFORE-START
004960             MOVE "BEFORE START" TO EVT-RULE
004970             IF LV-TERM-DATE < TE-START-DATE
004980                 MOVE TE-ENTRY-FEE TO WS-REFUND
004990             ELSE
005000                 MOVE ZERO TO WS-REFUND
005010             END-IF
005020         WHEN OTHER
005030             MOVE TE-ENTRY-FEE TO WS-REFUND
005040             MOVE "FULL" TO EVT-RULE
005050     END-EVALUATE
005060     IF WS-REFUND > ZERO
005070         MOVE SPACES TO POINTS-LEDGER-RECORD
005080         MOVE LV-PLAYER-ID TO PT-PLAYER-ID
005090         MOVE WS-TODAY-DATE TO PT-TRAN-DATE
005100         MOVE WS-NOW-TIME TO PT-TRAN-TIME
005110         MOVE "V" TO PT-TRAN-TYPE
005120         MOVE TE-EVENT-ID TO PT-ITEM-CODE
005130         MOVE WS-REFUND TO PT-POINTS
005135         PERFORM 4600-UPDATE-BALANCE THRU 4600-EXIT
005140         WRITE POINTS-LEDGER-RECORD
005150     END-IF
005160     ADD 1 TO WS-EVENTS-WITHDRAWN
005170     ADD WS-REFUND TO WS-REFUND-POINTS
005180     ADD 1 TO WS-EVENT-TOTAL
005190     ADD WS-REFUND TO WS-REFUND-TOTAL
005200     MOVE TE-EVENT-ID TO EVT-EVENT-ID
005210     MOVE TE-EVENT-NAME TO EVT-EVENT-NAME
005220     MOVE WS-REFUND TO EVT-REFUND
005230     WRITE REPORT-LINE FROM WS-EVENT-LINE.
005240 4300-EXIT.
005250     EXIT.
005260*-----------------------------------------------------------------
005270* 4500-POST-CHUNK - POST THE SETTLEMENT TRANSACTION.  A BALANCE
005280*                   TOO BIG FOR ONE LEDGER RECORD GOES AS SEVERAL.
005290*-----------------------------------------------------------------
005300 4500-POST-CHUNK.
005310     IF WS-REMAINING > 99999
005320         MOVE 99999 TO WS-CHUNK
005330     ELSE
005340         MOVE WS-REMAINING TO WS-CHUNK
005350     END-IF
005360     MOVE SPACES TO POINTS-LEDGER-RECORD
005370     MOVE LV-PLAYER-ID TO PT-PLAYER-ID
005380     MOVE WS-TODAY-DATE TO PT-TRAN-DATE
005390     MOVE WS-NOW-TIME TO PT-TRAN-TIME
005400     MOVE WS-POST-TYPE TO PT-TRAN-TYPE
005410     MOVE WS-POST-ITEM TO PT-ITEM-CODE
005420     MOVE WS-CHUNK TO PT-POINTS
005425     PERFORM 4600-UPDATE-BALANCE THRU 4600-EXIT
005430     WRITE POINTS-LEDGER-RECORD
005431     SUBTRACT WS-CHUNK FROM WS-REMAINING.
005432 4500-EXIT.
005433     EXIT.
005434*-----------------------------------------------------------------
005435* 4600-UPDATE-BALANCE - APPLY THE LEDGER RECORD JUST BUILT TO THE
005436*                       LEAVER'S POINTS BALANCE MASTER (PTSBAL)
005437*                       RECORD, ADDING ONE THE FIRST TIME.  NO
005438*                       MASTER ON FILE MEANS PTSPROOF HAS NOT YET
005439*                       BUILT IT, AND THERE IS NOTHING TO KEEP.
005440*-----------------------------------------------------------------
005441 4600-UPDATE-BALANCE.
005442     IF NOT WS-BAL-OPEN
005443         GO TO 4600-EXIT
005444     END-IF
005445     MOVE "Y" TO WS-BAL-ON-FILE-SW
005446     MOVE PT-PLAYER-ID TO PB-PLAYER-ID
005447     READ POINTS-BALANCE-FILE
005448         INVALID KEY
005450             MOVE "N" TO WS-BAL-ON-FILE-SW
005451             MOVE SPACES TO POINTS-BALANCE-RECORD
005452             MOVE PT-PLAYER-ID TO PB-PLAYER-ID
005453             MOVE ZERO TO PB-BALANCE
005454             MOVE ZERO TO PB-PROOF-DATE
005455     END-READ
005456     IF PT-REDEMPTION OR PT-EXPIRY
005457         OR (PT-REVERSAL AND PT-WIN-AWARD)
005458         SUBTRACT PT-POINTS FROM PB-BALANCE
005459     ELSE
005460         ADD PT-POINTS TO PB-BALANCE
005461     END-IF
005462     MOVE PT-TRAN-DATE TO PB-LAST-TRAN-DATE
005463     MOVE PT-TRAN-TIME TO PB-LAST-TRAN-TIME
005464     MOVE PT-TRAN-TYPE TO PB-LAST-TRAN-TYPE
005465     IF WS-BAL-ON-FILE
005466         REWRITE POINTS-BALANCE-RECORD
005467             INVALID KEY
005468                 DISPLAY "LVRSTL: PTSBAL NOT UPDATED FOR "
005470                     PB-PLAYER-ID " - STATUS " FS-POINTS-BALANCE
005471                     UPON CONSOLE
005472                 MOVE "PTSBAL NOT UPDATED" TO WS-JOB-NEW-MESSAGE
005473                 PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
005474         END-REWRITE
005475     ELSE
005476         WRITE POINTS-BALANCE-RECORD
005477             INVALID KEY
005478                 DISPLAY "LVRSTL: PTSBAL NOT ADDED FOR "
005479                     PB-PLAYER-ID " - STATUS " FS-POINTS-BALANCE
005480                     UPON CONSOLE
005481                 MOVE "PTSBAL NOT UPDATED" TO WS-JOB-NEW-MESSAGE
005482                 PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
005483         END-WRITE
005484     END-IF.
005485 4600-EXIT.
005486     EXIT.
005487*-----------------------------------------------------------------
005488* 9000-TERMINATE - CONTROL TOTALS, CLOSE FILES, LOG THE END.
005490*-----------------------------------------------------------------
005500 9000-TERMINATE.
005510     MOVE SPACES TO REPORT-LINE
005520     WRITE REPORT-LINE
005530     MOVE "LEAVERS SETTLED         : " TO TOT-LABEL
005540     MOVE WS-SETTLED-COUNT TO TOT-VALUE
005550     WRITE REPORT-LINE FROM WS-TOTAL-LINE
005560     MOVE "  FORFEITED             : " TO TOT-LABEL
005570     MOVE WS-FORFEIT-COUNT TO TOT-VALUE
005580     WRITE REPORT-LINE FROM WS-TOTAL-LINE
005590     MOVE "  CASHED OUT            : " TO TOT-LABEL
005600     MOVE WS-CASHOUT-COUNT TO TOT-VALUE
005610     WRITE REPORT-LINE FROM WS-TOTAL-LINE
005620     MOVE "  NIL BALANCE           : " TO TOT-LABEL
005630     MOVE WS-NIL-COUNT TO TOT-VALUE
005640     WRITE REPORT-LINE FROM WS-TOTAL-LINE
005650     MOVE "POINTS FORFEITED        : " TO TOT-LABEL
005660     MOVE WS-FORFEIT-TOTAL TO TOT-VALUE
005670     WRITE REPORT-LINE FROM WS-TOTAL-LINE
005680     MOVE "POINTS CASHED OUT       : " TO TOT-LABEL
005690     MOVE WS-CASHOUT-TOTAL TO TOT-VALUE
005700     WRITE REPORT-LINE FROM WS-TOTAL-LINE
005710     MOVE "CASH TO BE PAID         : " TO CTOT-LABEL
005720     MOVE WS-CASH-TOTAL TO CTOT-VALUE
005730     WRITE REPORT-LINE FROM WS-CASH-TOTAL-LINE
005740     MOVE "EVENT ENTRIES WITHDRAWN : " TO TOT-LABEL
005750     MOVE WS-EVENT-TOTAL TO TOT-VALUE
005760     WRITE REPORT-LINE FROM WS-TOTAL-LINE
005770     MOVE "ENTRY FEES REFUNDED     : " TO TOT-LABEL
005780     MOVE WS-REFUND-TOTAL TO TOT-VALUE
005790     WRITE REPORT-LINE FROM WS-TOTAL-LINE
005800     CLOSE REPORT-FILE
005810     CLOSE LEAVER-FILE
005820     CLOSE PLAYERS-FILE
005830     IF WS-TOURN-OPEN
005840         CLOSE TOURN-EVENT-FILE
005850         CLOSE TOURN-ENTRY-FILE
005860     END-IF
005870     DISPLAY "LVRSTL: " WS-SETTLED-COUNT " LEAVERS SETTLED, "
005880         WS-FORFEIT-TOTAL " POINTS FORFEITED, "
005886         WS-CASHOUT-TOTAL " CASHED OUT." UPON CONSOLE
005893     PERFORM 9710-LOG-END THRU 9710-EXIT.
005900 9000-EXIT.
005910     EXIT.
005920*-----------------------------------------------------------------
005930* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
005940*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
005950*                  BUSINESS DATE.
005960*-----------------------------------------------------------------
005970 9700-LOG-START.
005980     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
005990     ACCEPT WS-JOB-START-TIME FROM TIME
006000     MOVE "S" TO WS-JOB-EVENT
006010     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
006020 9700-EXIT.
006030     EXIT.
006040*-----------------------------------------------------------------
006050* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
006060*                LOG.  THE PENDING LEAVERS TABLED ARE COUNTED AS
006070*                READ, THE ONES SETTLED AS WRITTEN AND THE REST AS
006080*                SKIPPED.  A RUN THAT RAISED WARNINGS BUT WAS NOT
006090*                STOPPED ENDS WITH CODE 04.
006100*-----------------------------------------------------------------
006110 9710-LOG-END.
006120     MOVE WS-LEAVER-COUNT TO WS-JOB-READ
006130     MOVE WS-SETTLED-COUNT TO WS-JOB-WRITTEN
006140     COMPUTE WS-JOB-SKIPPED = WS-LEAVER-COUNT - WS-SETTLED-COUNT
006150     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
006160         MOVE 04 TO WS-JOB-COMPLETION
006170     END-IF
006180     MOVE "E" TO WS-JOB-EVENT
006190     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
006200 9710-EXIT.
006210     EXIT.
006220*-----------------------------------------------------------------
006230* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
006240*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
006250*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
006260*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
006270*-----------------------------------------------------------------
006280 9720-NOTE-WARNING.
006290     ADD 1 TO WS-JOB-WARNINGS
006300     IF WS-JOB-MESSAGE = SPACES
006310         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
006320     END-IF.
006330 9720-EXIT.
006340     EXIT.
006350*-----------------------------------------------------------------
006360* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
006370*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
006380*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
006390*                    BEFORE THE STOP RUN.
006400*-----------------------------------------------------------------
006410 9730-LOG-FAILURE.
006420     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
006430     MOVE 08 TO WS-JOB-COMPLETION
006440     PERFORM 9710-LOG-END THRU 9710-EXIT.
006450 9730-EXIT.
006460     EXIT.
006470*-----------------------------------------------------------------
006480* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
006490*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
006500*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
006510*-----------------------------------------------------------------
006520 9750-WRITE-JOB-LOG.
006530     OPEN EXTEND JOB-LOG-FILE
006540     IF NOT FS-JOB-LOG-OK
006550         OPEN OUTPUT JOB-LOG-FILE
006560     END-IF
006570     IF NOT FS-JOB-LOG-OK
006580         DISPLAY "LVRSTL: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
006590             UPON CONSOLE
006600         GO TO 9750-EXIT
006610     END-IF
006620     MOVE SPACES TO JOB-LOG-RECORD
006630     MOVE "LVRSTL" TO JL-PROGRAM
006640     MOVE WS-JOB-EVENT TO JL-EVENT
006650     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
006660     MOVE WS-JOB-START-DATE TO JL-START-DATE
006670     MOVE WS-JOB-START-TIME TO JL-START-TIME
006680     IF JL-END
006690         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
006700         ACCEPT JL-END-TIME FROM TIME
006710     ELSE
006720         MOVE ZERO TO JL-END-DATE
006730         MOVE ZERO TO JL-END-TIME
006740     END-IF
006750     MOVE WS-JOB-READ TO JL-READ-COUNT
006760     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
006770     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
006780     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
006790     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
006800     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
006810     WRITE JOB-LOG-RECORD
006820     CLOSE JOB-LOG-FILE.
006830 9750-EXIT.
006840     EXIT.
006850 END PROGRAM LVRSTL.
