000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GMVOID.
000030 AUTHOR. D L MORRIS.
000040 INSTALLATION. GAME FLOOR OPERATIONS.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DLM   ORIGINAL PROGRAM.  SUPERVISOR GAME-VOID
000120*                  SCREEN.  A GAME PLAYED ON THE WRONG ID, OR
000130*                  AGAINST A DRAW THAT WAS LATER REPLACED, USED TO
000140*                  BE PATCHED BY HAND-ADJUSTING PLAYERS IN
000150*                  PLAYMAIN, WHICH LEFT LDRBRD, THE POINTS LEDGER
000160*                  AND THE PAYROLL EXTRACT ALL STILL COUNTING IT.
000170*                  THE SUPERVISOR NOW KEYS THE GAME - PLAYER ID,
000180*                  DATE AND TIME, AS GHINQ SHOWS THEM - AND A
000190*                  REASON, THE GAME IS CHECKED AGAINST GAMEHIST
000200*                  OR THE OPEN DAY ON GUESS-LOG, AND A PENDING
000210*                  REQUEST IS FILED ON GAMEVOID WITH AN OPAUDIT
000220*                  RECORD.  VOIDAPL APPLIES PENDING REQUESTS IN
000230*                  THE CLOSE-OF-BUSINESS STREAM.  A REQUEST NOT
000240*                  YET APPLIED CAN BE LISTED OR WITHDRAWN HERE.
000250*-----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT GAME-VOID-FILE ASSIGN TO "GAMEVOID"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS GV-VOID-KEY
000330         FILE STATUS IS FS-GAME-VOID.
000340     SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS GH-HIST-KEY
000380         FILE STATUS IS FS-GAME-HIST.
000390     SELECT GUESS-LOG-FILE ASSIGN TO "GUESSLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FS-GUESS-LOG.
000420     SELECT OPERATOR-FILE ASSIGN TO "OPERS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS OP-OPER-ID
000460         FILE STATUS IS FS-OPERATOR.
000470     SELECT AUDIT-FILE ASSIGN TO "OPAUDIT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-AUDIT.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  GAME-VOID-FILE.
000530     COPY VOIDREC.
000540 FD  GAME-HIST-FILE.
000550     COPY GHISTREC.
000560 FD  GUESS-LOG-FILE.
000570     COPY GLOGREC.
000580 FD  OPERATOR-FILE.
000590     COPY OPERREC.
000600 FD  AUDIT-FILE.
000610     COPY OPAUDREC.
000620 WORKING-STORAGE SECTION.
000630 01  FS-GAME-VOID            PIC X(02).
000640     88  FS-GAME-VOID-OK            VALUE "00".
000650 01  FS-GAME-HIST            PIC X(02).
000660     88  FS-GAME-HIST-OK            VALUE "00".
000670 01  FS-GUESS-LOG            PIC X(02).
000680     88  FS-GUESS-LOG-OK            VALUE "00".
000690 01  FS-OPERATOR             PIC X(02).
000700     88  FS-OPERATOR-OK             VALUE "00".
000710 01  FS-AUDIT                PIC X(02).
000720     88  FS-AUDIT-OK                VALUE "00".
000730 01  WS-SWITCHES.
000740     05  WS-EOJ-SW               PIC X(01) VALUE "N".
000750         88  WS-EOJ                  VALUE "Y".
000760     05  WS-EOF-SW               PIC X(01) VALUE "N".
000770         88  WS-EOF                  VALUE "Y".
000780     05  WS-KEY-OK-SW            PIC X(01) VALUE "N".
000790         88  WS-KEY-OK               VALUE "Y".
000800     05  WS-GAME-FOUND-SW        PIC X(01) VALUE "N".
000810         88  WS-GAME-FOUND           VALUE "Y".
000820     05  WS-ON-FILE-SW           PIC X(01) VALUE "N".
000830         88  WS-ON-FILE              VALUE "Y".
000840 01  WS-SIGNON-ID                PIC X(10).
000850 01  WS-TODAY-DATE               PIC 9(08).
000860 01  WS-MENU-CHOICE              PIC X(01).
000870 01  WS-CONFIRM                  PIC X(01).
000880 01  WS-PLAYER-ID                PIC X(10).
000890 01  WS-DATE-RAW                 PIC X(08).
000900 01  WS-TIME-RAW                 PIC X(08).
000910 01  WS-GAME-DATE                PIC 9(08).
000920 01  WS-GAME-TIME                PIC 9(08).
000930 01  WS-REASON                   PIC X(30).
000940 01  WS-PENDING-COUNT            PIC 9(05) COMP VALUE ZERO.
000950 01  WS-AUDIT-ACTION             PIC X(12).
000960 01  WS-AUDIT-BEFORE             PIC X(12).
000970 01  WS-AUDIT-AFTER              PIC X(12).
000980 01  WS-GAME-DETAIL.
000990     05  WS-GD-SESSION           PIC X(01).
001000     05  WS-GD-DRAWN             PIC 99.
001010     05  WS-GD-ATTEMPTS          PIC 99.
001020     05  WS-GD-OUTCOME           PIC X(01).
001030     05  WS-GD-EVENT-ID          PIC X(04).
001040     05  WS-GD-VOID-SW           PIC X(01).
001050         88  WS-GD-VOIDED            VALUE "V".
001060 01  WS-GAME-LINE.
001070     05  FILLER                  PIC X(08) VALUE "GAME : ".
001080     05  SHW-DATE                PIC 9(08).
001090     05  FILLER                  PIC X(01) VALUE SPACE.
001100     05  SHW-TIME                PIC 9(08).
001110     05  FILLER                  PIC X(07) VALUE "  SESS ".
001120     05  SHW-SESSION             PIC X(01).
001130     05  FILLER                  PIC X(07) VALUE "  DRAW ".
001140     05  SHW-DRAWN               PIC 99.
001150     05  FILLER                  PIC X(11) VALUE "  ATTEMPTS ".
001160     05  SHW-ATTEMPTS            PIC 99.
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001180     05  SHW-OUTCOME             PIC X(04).
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  SHW-EVENT               PIC X(04).
001210 01  WS-LIST-LINE.
001220     05  LST-PLAYER-ID           PIC X(10).
001230     05  FILLER                  PIC X(02) VALUE SPACES.
001240     05  LST-GAME-DATE           PIC 9(08).
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  LST-GAME-TIME           PIC 9(08).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  LST-OUTCOME             PIC X(01).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  LST-OPER-ID             PIC X(10).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  LST-REASON              PIC X(30).
001330 PROCEDURE DIVISION.
001340 0000-MAINLINE.
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001360     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001370         UNTIL WS-EOJ
001380     PERFORM 9000-TERMINATE THRU 9000-EXIT
001390     STOP RUN.
001400*-----------------------------------------------------------------
001410* 1000-INITIALIZE - SIGN ON AND OPEN THE VOID REQUEST FILE,
001420*                   CREATING IT THE FIRST TIME.
001430*-----------------------------------------------------------------
001440 1000-INITIALIZE.
001450     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001460     PERFORM 1100-SIGN-ON THRU 1100-EXIT
001470     OPEN I-O GAME-VOID-FILE
001480     IF NOT FS-GAME-VOID-OK
001490         CLOSE GAME-VOID-FILE
001500         OPEN OUTPUT GAME-VOID-FILE
001510         CLOSE GAME-VOID-FILE
001520         OPEN I-O GAME-VOID-FILE
001530     END-IF.
001540 1000-EXIT.
001550     EXIT.
001560*-----------------------------------------------------------------
001570* 1100-SIGN-ON - A VOID TAKES A GAME OFF THE ROSTER, THE BOARD,
001580*                THE LEDGER AND PAYROLL, SO THE WHOLE SCREEN
001590*                TAKES A SUPERVISOR SIGN-ON AGAINST OPERS, THE
001600*                WAY GHINQ DOES.
001610*-----------------------------------------------------------------
001620 1100-SIGN-ON.
001630     OPEN INPUT OPERATOR-FILE
001640     IF NOT FS-OPERATOR-OK
001650         DISPLAY "GMVOID: NO OPERATOR FILE - RUN OPERMNT FIRST."
001660             UPON CONSOLE
001670         STOP RUN
001680     END-IF
001690     DISPLAY "OPERATOR SIGN-ON - ID?" UPON CONSOLE
001700     ACCEPT WS-SIGNON-ID FROM CONSOLE
001710     MOVE WS-SIGNON-ID TO OP-OPER-ID
001720     READ OPERATOR-FILE
001730         INVALID KEY
001740             DISPLAY "GMVOID: OPERATOR NOT ON FILE - SIGN-ON"
001750                 " REFUSED." UPON CONSOLE
001760             CLOSE OPERATOR-FILE
001770             STOP RUN
001780     END-READ
001790     IF NOT OP-PRIV-SUPER
001800         DISPLAY "GMVOID: SUPERVISOR PRIVILEGE REQUIRED."
001810             UPON CONSOLE
001820         CLOSE OPERATOR-FILE
001830         STOP RUN
001840     END-IF
001850     DISPLAY "SIGNED ON - " OP-OPER-NAME UPON CONSOLE
001860     CLOSE OPERATOR-FILE.
001870 1100-EXIT.
001880     EXIT.
001890*-----------------------------------------------------------------
001900* 2000-PROCESS-MENU - DISPLAY THE MENU AND DISPATCH ONE CHOICE.
001910*-----------------------------------------------------------------
001920 2000-PROCESS-MENU.
001930     DISPLAY " " UPON CONSOLE
001940     DISPLAY "GAME VOID / CORRECTION" UPON CONSOLE
001950     DISPLAY "  1 - VOID A GAME" UPON CONSOLE
001960     DISPLAY "  2 - LIST VOIDS AWAITING VOIDAPL" UPON CONSOLE
001970     DISPLAY "  3 - WITHDRAW A PENDING VOID" UPON CONSOLE
001980     DISPLAY "  4 - EXIT" UPON CONSOLE
001990     DISPLAY "SELECTION?" UPON CONSOLE
002000     ACCEPT WS-MENU-CHOICE FROM CONSOLE
002010     EVALUATE WS-MENU-CHOICE
002020         WHEN "1"
002030             PERFORM 3000-REQUEST-VOID THRU 3000-EXIT
002040         WHEN "2"
002050             PERFORM 4000-LIST-PENDING THRU 4000-EXIT
002060         WHEN "3"
002070             PERFORM 5000-WITHDRAW-VOID THRU 5000-EXIT
002080         WHEN "4"
002090             MOVE "Y" TO WS-EOJ-SW
002100         WHEN OTHER
002110             DISPLAY "INVALID SELECTION." UPON CONSOLE
002120     END-EVALUATE.
002130 2000-EXIT.
002140     EXIT.
002150*-----------------------------------------------------------------
002160* 3000-REQUEST-VOID - TAKE THE GAME KEY, FIND THE GAME, SHOW IT,
002170*                     TAKE A REASON AND FILE A PENDING REQUEST.  A
002180*                     GAME ALREADY VOIDED, OR WITH A REQUEST
002190*                     ALREADY PENDING OR APPLIED, IS REFUSED; A
002200*                     REQUEST EARLIER WITHDRAWN OR REJECTED MAY BE
002210*                     FILED AGAIN.
002220*-----------------------------------------------------------------
002230 3000-REQUEST-VOID.
002240     PERFORM 3050-GET-GAME-KEY THRU 3050-EXIT
002250     IF NOT WS-KEY-OK
002260         GO TO 3000-EXIT
002270     END-IF
002280     MOVE "N" TO WS-ON-FILE-SW
002290     READ GAME-VOID-FILE
002300         INVALID KEY
002310             CONTINUE
002320         NOT INVALID KEY
002330             MOVE "Y" TO WS-ON-FILE-SW
002340     END-READ
002350     IF WS-ON-FILE
002360         IF GV-PENDING OR GV-APPLIED
002370             DISPLAY "A VOID IS ALREADY ON FILE FOR THIS GAME -"
002380                 " STATUS " GV-STATUS-SW "." UPON CONSOLE
002390             GO TO 3000-EXIT
002400         END-IF
002410     END-IF
002420     PERFORM 3100-FIND-GAME THRU 3100-EXIT
002430     IF NOT WS-GAME-FOUND
002440         DISPLAY "GAME NOT FOUND - CHECK THE DATE AND TIME IN"
002450             " GHINQ." UPON CONSOLE
002460         GO TO 3000-EXIT
002470     END-IF
002480     IF WS-GD-VOIDED
002490         DISPLAY "THIS GAME IS ALREADY VOIDED." UPON CONSOLE
002500         GO TO 3000-EXIT
002510     END-IF
002520     MOVE WS-GAME-DATE TO SHW-DATE
002530     MOVE WS-GAME-TIME TO SHW-TIME
002540     MOVE WS-GD-SESSION TO SHW-SESSION
002550     MOVE WS-GD-DRAWN TO SHW-DRAWN
002560     MOVE WS-GD-ATTEMPTS TO SHW-ATTEMPTS
002570     IF WS-GD-OUTCOME = "W"
002580         MOVE "WON" TO SHW-OUTCOME
002590     ELSE
002600         MOVE "LOST" TO SHW-OUTCOME
002610     END-IF
002620     MOVE WS-GD-EVENT-ID TO SHW-EVENT
002630     DISPLAY WS-GAME-LINE UPON CONSOLE
002640     DISPLAY "REASON FOR THE VOID?" UPON CONSOLE
002650     MOVE SPACES TO WS-REASON
002660     ACCEPT WS-REASON FROM CONSOLE
002670     IF WS-REASON = SPACES
002680         DISPLAY "A REASON IS REQUIRED - NOTHING FILED."
002690             UPON CONSOLE
002700         GO TO 3000-EXIT
002710     END-IF
002720     DISPLAY "VOID THIS GAME (Y/N)?" UPON CONSOLE
002730     MOVE SPACE TO WS-CONFIRM
002740     ACCEPT WS-CONFIRM FROM CONSOLE
002750     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
002760         DISPLAY "NOTHING FILED." UPON CONSOLE
002770         GO TO 3000-EXIT
002780     END-IF
002790     MOVE WS-GAME-DATE TO GV-LOG-DATE
002800     MOVE WS-PLAYER-ID TO GV-PLAYER-ID
002810     MOVE WS-GAME-TIME TO GV-LOG-TIME
002820     MOVE "P" TO GV-STATUS-SW
002830     MOVE WS-GD-OUTCOME TO GV-OUTCOME
002840     MOVE WS-SIGNON-ID TO GV-REQ-OPER-ID
002850     ACCEPT GV-REQ-DATE FROM DATE YYYYMMDD
002860     ACCEPT GV-REQ-TIME FROM TIME
002870     MOVE WS-REASON TO GV-REASON
002880     MOVE ZERO TO GV-APPLY-DATE
002890     MOVE SPACES TO GV-APPLY-NOTE
002900     MOVE ZERO TO GV-POINTS-REVERSED
002910     MOVE SPACE TO GV-ADJ-SW
002920     MOVE ZERO TO GV-ADJ-GEN
002930     MOVE ZERO TO GV-ADJ-AMOUNT
002940     IF WS-ON-FILE
002950         REWRITE GAME-VOID-RECORD
002951             INVALID KEY
002953                 DISPLAY "GMVOID: UNABLE TO FILE THE VOID - "
002955                     "STATUS " FS-GAME-VOID "." UPON CONSOLE
002956                 GO TO 3000-EXIT
002958         END-REWRITE
002960     ELSE
002970         WRITE GAME-VOID-RECORD
002971             INVALID KEY
002973                 DISPLAY "GMVOID: UNABLE TO FILE THE VOID - "
002975                     "STATUS " FS-GAME-VOID "." UPON CONSOLE
002976                 GO TO 3000-EXIT
002978         END-WRITE
002980     END-IF
002990     MOVE "GAME-VOID" TO WS-AUDIT-ACTION
003000     MOVE WS-GAME-DATE TO WS-AUDIT-BEFORE
003010     MOVE WS-GAME-TIME TO WS-AUDIT-AFTER
003020     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
003030     DISPLAY "VOID FILED - VOIDAPL APPLIES IT AT CLOSE OF"
003040         " BUSINESS." UPON CONSOLE.
003050 3000-EXIT.
003060     EXIT.
003070*-----------------------------------------------------------------
003080* 3050-GET-GAME-KEY - PROMPT FOR THE PLAYER ID, GAME DATE AND GAME
003090*                     TIME AND LOAD THE VOID KEY.  WS-KEY-OK STAYS
003100*                     OFF ON A BAD ENTRY.
003110*-----------------------------------------------------------------
003120 3050-GET-GAME-KEY.
003130     MOVE "N" TO WS-KEY-OK-SW
003140     DISPLAY "PLAYER ID?" UPON CONSOLE
003150     MOVE SPACES TO WS-PLAYER-ID
003160     ACCEPT WS-PLAYER-ID FROM CONSOLE
003170     IF WS-PLAYER-ID = SPACES
003180         GO TO 3050-EXIT
003190     END-IF
003200     DISPLAY "GAME DATE YYYYMMDD?" UPON CONSOLE
003210     MOVE SPACES TO WS-DATE-RAW
003220     ACCEPT WS-DATE-RAW FROM CONSOLE
003230     IF WS-DATE-RAW IS NOT NUMERIC
003240         DISPLAY "NOT A VALID DATE." UPON CONSOLE
003250         GO TO 3050-EXIT
003260     END-IF
003270     MOVE WS-DATE-RAW TO WS-GAME-DATE
003280     IF WS-GAME-DATE > WS-TODAY-DATE
003290         DISPLAY "GAME DATE IS IN THE FUTURE." UPON CONSOLE
003300         GO TO 3050-EXIT
003310     END-IF
003320     DISPLAY "GAME TIME (8 DIGITS, AS GHINQ SHOWS IT)?"
003330         UPON CONSOLE
003340     MOVE SPACES TO WS-TIME-RAW
003350     ACCEPT WS-TIME-RAW FROM CONSOLE
003360     IF WS-TIME-RAW IS NOT NUMERIC
003370         DISPLAY "NOT A VALID TIME." UPON CONSOLE
003380         GO TO 3050-EXIT
003390     END-IF
003400     MOVE WS-TIME-RAW TO WS-GAME-TIME
003410     MOVE WS-GAME-DATE TO GV-LOG-DATE
003420     MOVE WS-PLAYER-ID TO GV-PLAYER-ID
003430     MOVE WS-GAME-TIME TO GV-LOG-TIME
003440     MOVE "Y" TO WS-KEY-OK-SW.
003450 3050-EXIT.
003460     EXIT.
003470*-----------------------------------------------------------------
003480* 3100-FIND-GAME - LOOK THE GAME UP ON THE HISTORY MASTER BY KEY.
003490*                  A GAME NOT YET FILED THERE (TODAY'S, OR A DAY
003500*                  EODHSKP HAS NOT YET ROTATED) IS LOOKED FOR ON
003510*                  GUESS-LOG.
003520*-----------------------------------------------------------------
003530 3100-FIND-GAME.
003540     MOVE "N" TO WS-GAME-FOUND-SW
003550     OPEN INPUT GAME-HIST-FILE
003560     IF FS-GAME-HIST-OK
003570         MOVE WS-GAME-DATE TO GH-LOG-DATE
003580         MOVE WS-PLAYER-ID TO GH-PLAYER-ID
003590         MOVE WS-GAME-TIME TO GH-LOG-TIME
003600         READ GAME-HIST-FILE
003610             INVALID KEY
003620                 CONTINUE
003630             NOT INVALID KEY
003640                 MOVE "Y" TO WS-GAME-FOUND-SW
003650                 MOVE GH-SESSION-CODE TO WS-GD-SESSION
003660                 MOVE GH-DRAWN-NUMBER TO WS-GD-DRAWN
003670                 MOVE GH-ATTEMPTS-USED TO WS-GD-ATTEMPTS
003680                 MOVE GH-OUTCOME TO WS-GD-OUTCOME
003690                 MOVE GH-EVENT-ID TO WS-GD-EVENT-ID
003700                 MOVE GH-VOID-SW TO WS-GD-VOID-SW
003710         END-READ
003720         CLOSE GAME-HIST-FILE
003730     END-IF
003740     IF WS-GAME-FOUND
003750         GO TO 3100-EXIT
003760     END-IF
003770     OPEN INPUT GUESS-LOG-FILE
003780     IF NOT FS-GUESS-LOG-OK
003790         GO TO 3100-EXIT
003800     END-IF
003810     MOVE "N" TO WS-EOF-SW
003820     PERFORM 3200-SCAN-ONE-LOG THRU 3200-EXIT
003830         UNTIL WS-EOF OR WS-GAME-FOUND
003840     CLOSE GUESS-LOG-FILE.
003850 3100-EXIT.
003860     EXIT.
003870*-----------------------------------------------------------------
003880* 3200-SCAN-ONE-LOG - TEST ONE GUESS-LOG RECORD AGAINST THE KEY.
003890*-----------------------------------------------------------------
003900 3200-SCAN-ONE-LOG.
003910     READ GUESS-LOG-FILE
003920         AT END
003930             MOVE "Y" TO WS-EOF-SW
003940             GO TO 3200-EXIT
003950     END-READ
003960     IF GL-LOG-DATE NOT = WS-GAME-DATE
003970             OR GL-PLAYER-ID NOT = WS-PLAYER-ID
003980             OR GL-LOG-TIME NOT = WS-GAME-TIME
003990         GO TO 3200-EXIT
004000     END-IF
004010     MOVE "Y" TO WS-GAME-FOUND-SW
004020     MOVE GL-SESSION-CODE TO WS-GD-SESSION
004030     MOVE GL-DRAWN-NUMBER TO WS-GD-DRAWN
004040     MOVE GL-ATTEMPTS-USED TO WS-GD-ATTEMPTS
004050     MOVE GL-OUTCOME TO WS-GD-OUTCOME
004060     MOVE GL-EVENT-ID TO WS-GD-EVENT-ID
004070     MOVE GL-VOID-SW TO WS-GD-VOID-SW.
004080 3200-EXIT.
004090     EXIT.
004100*-----------------------------------------------------------------
004110* 4000-LIST-PENDING - LIST EVERY REQUEST STILL AWAITING VOIDAPL.
004120*-----------------------------------------------------------------
004130 4000-LIST-PENDING.
004140     MOVE ZERO TO WS-PENDING-COUNT
004150     MOVE LOW-VALUES TO GV-VOID-KEY
004160     START GAME-VOID-FILE KEY IS NOT LESS THAN GV-VOID-KEY
004170         INVALID KEY
004180             DISPLAY "NO VOIDS ON FILE." UPON CONSOLE
004190             GO TO 4000-EXIT
004200     END-START
004210     DISPLAY "PLAYER ID   GAME DATE GAME TIME O  REQUESTED"
004220         " BY  REASON" UPON CONSOLE
004230     MOVE "N" TO WS-EOF-SW
004240     PERFORM 4100-LIST-ONE THRU 4100-EXIT
004250         UNTIL WS-EOF
004260     DISPLAY WS-PENDING-COUNT " VOID(S) AWAITING VOIDAPL."
004270         UPON CONSOLE.
004280 4000-EXIT.
004290     EXIT.
004300*-----------------------------------------------------------------
004310* 4100-LIST-ONE - DISPLAY ONE REQUEST IF IT IS STILL PENDING.
004320*-----------------------------------------------------------------
004330 4100-LIST-ONE.
004340     READ GAME-VOID-FILE NEXT
004350         AT END
004360             MOVE "Y" TO WS-EOF-SW
004370             GO TO 4100-EXIT
004380     END-READ
004390     IF NOT GV-PENDING
004400         GO TO 4100-EXIT
004410     END-IF
004420     ADD 1 TO WS-PENDING-COUNT
004430     MOVE GV-PLAYER-ID TO LST-PLAYER-ID
004440     MOVE GV-LOG-DATE TO LST-GAME-DATE
004450     MOVE GV-LOG-TIME TO LST-GAME-TIME
004460     MOVE GV-OUTCOME TO LST-OUTCOME
004470     MOVE GV-REQ-OPER-ID TO LST-OPER-ID
004480     MOVE GV-REASON TO LST-REASON
004490     DISPLAY WS-LIST-LINE UPON CONSOLE.
004500 4100-EXIT.
004510     EXIT.
004520*-----------------------------------------------------------------
004530* 5000-WITHDRAW-VOID - WITHDRAW A REQUEST VOIDAPL HAS NOT YET
004540*                      APPLIED.  AN APPLIED VOID IS NOT UNDONE
004550*                      HERE - THE GAME IS GONE FROM EVERY FILE.
004560*-----------------------------------------------------------------
004570 5000-WITHDRAW-VOID.
004580     PERFORM 3050-GET-GAME-KEY THRU 3050-EXIT
004590     IF NOT WS-KEY-OK
004600         GO TO 5000-EXIT
004610     END-IF
004620     READ GAME-VOID-FILE
004630         INVALID KEY
004640             DISPLAY "NO VOID ON FILE FOR THIS GAME." UPON CONSOLE
004650             GO TO 5000-EXIT
004660     END-READ
004670     IF NOT GV-PENDING
004680         DISPLAY "VOID IS NOT PENDING - STATUS " GV-STATUS-SW
004690             "." UPON CONSOLE
004700         GO TO 5000-EXIT
004710     END-IF
004720     DISPLAY "REASON ON FILE : " GV-REASON UPON CONSOLE
004730     DISPLAY "WITHDRAW THIS VOID (Y/N)?" UPON CONSOLE
004740     MOVE SPACE TO WS-CONFIRM
004750     ACCEPT WS-CONFIRM FROM CONSOLE
004760     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
004770         DISPLAY "VOID LEFT PENDING." UPON CONSOLE
004780         GO TO 5000-EXIT
004790     END-IF
004800     MOVE "W" TO GV-STATUS-SW
004810     MOVE "WITHDRAWN" TO GV-APPLY-NOTE
004820     REWRITE GAME-VOID-RECORD
004821         INVALID KEY
004823             DISPLAY "GMVOID: UNABLE TO WITHDRAW THE VOID - "
004825                 "STATUS " FS-GAME-VOID "." UPON CONSOLE
004826             GO TO 5000-EXIT
004828     END-REWRITE
004830     MOVE "VOID-WITHDRN" TO WS-AUDIT-ACTION
004840     MOVE WS-GAME-DATE TO WS-AUDIT-BEFORE
004850     MOVE WS-GAME-TIME TO WS-AUDIT-AFTER
004860     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
004870     DISPLAY "VOID WITHDRAWN." UPON CONSOLE.
004880 5000-EXIT.
004890     EXIT.
004900*-----------------------------------------------------------------
004910* 8000-WRITE-AUDIT - APPEND ONE PRIVILEGED-ACTION AUDIT RECORD.
004920*                    THE KEY IS THE PLAYER ID, WITH THE GAME DATE
004930*                    AND TIME AS THE BEFORE AND AFTER VALUES.
004940*-----------------------------------------------------------------
004950 8000-WRITE-AUDIT.
004960     OPEN EXTEND AUDIT-FILE
004970     IF NOT FS-AUDIT-OK
004980         OPEN OUTPUT AUDIT-FILE
004990     END-IF
005000     ACCEPT OA-AUDIT-DATE FROM DATE YYYYMMDD
005010     ACCEPT OA-AUDIT-TIME FROM TIME
005020     MOVE WS-SIGNON-ID TO OA-OPER-ID
005030     MOVE "GMVOID" TO OA-PROGRAM
005040     MOVE WS-AUDIT-ACTION TO OA-ACTION
005050     MOVE WS-PLAYER-ID TO OA-KEY
005060     MOVE WS-AUDIT-BEFORE TO OA-BEFORE
005070     MOVE WS-AUDIT-AFTER TO OA-AFTER
005080     WRITE OPER-AUDIT-RECORD
005090     CLOSE AUDIT-FILE.
005100 8000-EXIT.
005110     EXIT.
005120*-----------------------------------------------------------------
005130* 9000-TERMINATE - CLOSE THE VOID REQUEST FILE.
005140*-----------------------------------------------------------------
005150 9000-TERMINATE.
005160     CLOSE GAME-VOID-FILE.
005170 9000-EXIT.
005180     EXIT.
005190 END PROGRAM GMVOID.
