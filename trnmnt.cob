000180*                  CHECKS THE BALANCE COVERS THE FEE, POSTS THE
000190*                  FEE TO THE POINTS LEDGER AS A REDEMPTION
000200*                  AGAINST THE EVENT'S ID, AND FILES THE ENTRY
000201*                  (TOURNENT).  GUESS TAGS THE ENTRANT'S GAMES
000202*                  FROM THERE, AND TRNSTND RANKS AND SETTLES
000203*                  THE EVENT.
000204* 10/15/26   DLM   COUNT A "V" AGAINST THE "WIN " CODE (A VOIDED
000206*                  GAME'S AWARD TAKEN BACK BY VOIDAPL) AS A DEBIT
000207*                  IN THE ENTRY-FEE BALANCE CHECK.
000208* 10/15/26   DLM   ADDED THE REFUND RULE TO A NEW EVENT - FULL,
000209*                  BEFORE THE START DATE ONLY, OR NONE - FOR
000210*                  LVRSTL TO APPLY WHEN IT WITHDRAWS A LEAVER.  A
000212*                  WITHDRAWN ENTRANT MAY BE ENTERED AGAIN.
000213* 10/15/26   DLM   APPLY EACH ENTRY FEE TO THE PLAYER'S POINTS
000214*                  BALANCE MASTER (PTSBAL) AS IT IS POSTED TO THE
000215*                  LEDGER.
000216* 10/15/26   DLM   SEED ENTRANTS BY RATING - A NEW MENU OPTION
000218*                  RANKS AN OPEN EVENT'S ACTIVE ENTRANTS ON THE
000219*                  SKILL RATING MASTER (SKILLRT, BUILT NIGHTLY BY
000220*                  SKLRATE), UNRATED ENTRANTS LAST, AND ON
000221*                  CONFIRMATION FILES EACH ENTRANT'S SEED
000223*                  (TN-SEED) AND SHOWS THE ROUND-ONE DRAW IN
000224*                  STANDARD SEEDED ORDER - THE BRACKET IS THE NEXT
000225*                  POWER OF TWO, THE TOP SEEDS DRAW THE BYES, AND
000226*                  THE TWO STRONGEST PLAYERS CANNOT MEET BEFORE
000227*                  THE FINAL.  A NEW OR RETURNING ENTRY IS FILED
000229*                  UNSEEDED, SO A LATE ENTRY MEANS SEEDING AGAIN.
000230* 10/15/26   DLM   A SEED THAT WILL NOT FILE IS NAMED ON THE
000231*                  CONSOLE AND THE EVENT IS NOT REPORTED AS
000232*                  SEEDED.
000233* 10/15/26   DLM   A WITHDRAWN ENTRANT'S SEED IS CLEARED WHEN THE
000235*                  EVENT IS SEEDED AGAIN, SO THE ENTRY FILE NEVER
000236*                  SHOWS A WITHDRAWN PLAYER HOLDING A SEED.  ONE
000237*                  THAT WILL NOT CLEAR COUNTS AGAINST THE SEEDING
000238*                  LIKE A SEED THAT WILL NOT FILE.
000240*-----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000470         FILE STATUS IS FS-PLAYERS.
000480     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000491         FILE STATUS IS FS-POINTS-LEDGER.
000493     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
000495         ORGANIZATION IS INDEXED
000496         ACCESS MODE IS DYNAMIC
000498         RECORD KEY IS PB-PLAYER-ID
000500         FILE STATUS IS FS-POINTS-BALANCE.
000501     SELECT SKILL-RATING-FILE ASSIGN TO "SKILLRT"
000503         ORGANIZATION IS INDEXED
000505         ACCESS MODE IS DYNAMIC
000506         RECORD KEY IS SR-PLAYER-ID
000508         FILE STATUS IS FS-SKILL-RATING.
000510     SELECT AUDIT-FILE ASSIGN TO "OPAUDIT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-AUDIT.
000630     COPY PLAYREC.
000640 FD  POINTS-LEDGER-FILE.
000650     COPY PTSLREC.
000652 FD  POINTS-BALANCE-FILE.
000654     COPY PTSBREC.
000656 FD  SKILL-RATING-FILE.
000658     COPY SKRTREC.
000660 FD  AUDIT-FILE.
000670     COPY OPAUDREC.
000680 WORKING-STORAGE SECTION.
000760     88  FS-PLAYERS-OK              VALUE "00".
000770 01  FS-POINTS-LEDGER        PIC X(02).
000780     88  FS-POINTS-LEDGER-OK        VALUE "00".
000782 01  FS-POINTS-BALANCE       PIC X(02).
000784     88  FS-POINTS-BALANCE-OK       VALUE "00".
000786 01  FS-SKILL-RATING         PIC X(02).
000788     88  FS-SKILL-RATING-OK         VALUE "00".
000790 01  FS-AUDIT                PIC X(02).
000800     88  FS-AUDIT-OK                VALUE "00".
000810 01  WS-SWITCHES.
000830         88  WS-EOJ                  VALUE "Y".
000840     05  WS-EOF-SW               PIC X(01) VALUE "N".
000850         88  WS-EOF                  VALUE "Y".
000851     05  WS-REENTRY-SW           PIC X(01) VALUE "N".
000852         88  WS-REENTRY              VALUE "Y".
000853     05  WS-BAL-ON-FILE-SW       PIC X(01) VALUE "N".
000854         88  WS-BAL-ON-FILE              VALUE "Y".
000855     05  WS-SEED-FULL-SW         PIC X(01) VALUE "N".
000856         88  WS-SEED-FULL                VALUE "Y".
000857     05  WS-SWAP-SW              PIC X(01) VALUE "N".
000858         88  WS-SWAP-MADE                VALUE "Y".
000860 01  WS-SIGNON-ID                PIC X(10).
000870 01  WS-TODAY-DATE               PIC 9(08).
000880 01  WS-MENU-CHOICE              PIC X(01).
001050     05  LST-EVENT-NAME          PIC X(20).
001060     05  LST-START-DATE          PIC 9(08).
001070     05  FILLER                  PIC X(01) VALUE "-".
001071     05  LST-END-DATE            PIC 9(08).
001072     05  FILLER                  PIC X(02) VALUE SPACES.
001073     05  LST-ENTRY-FEE           PIC ZZZZ9.
001074     05  FILLER                  PIC X(02) VALUE SPACES.
001075     05  LST-STATUS              PIC X(07).
001076 01  WS-CONFIRM                  PIC X(01).
001077*
001078* KNOCKOUT SEEDING.  ENTRANTS ARE RANKED BY RATING, UNRATED LAST,
001080* AND PLACED IN A BRACKET OF THE NEXT POWER OF TWO.  THE BRACKET
001081* ORDER IS BUILT BY DOUBLING - EACH SEED IN THE SMALLER BRACKET
001082* IS FOLLOWED BY ITS FIRST-ROUND OPPONENT IN THE LARGER ONE, THE
001083* SEED THAT ADDS UP WITH IT TO THE NEW SIZE PLUS ONE - SO A
001084* BRACKET OF 8 RUNS 1 8 4 5 2 7 3 6.
001085*
001086 01  WS-SEED-COUNT               PIC 9(03) COMP VALUE ZERO.
001087 01  WS-SEED-MAX                 PIC 9(03) COMP VALUE 128.
001088 01  WS-SEED-SUB-1               PIC 9(03) COMP VALUE ZERO.
001090 01  WS-SEED-SUB-2               PIC 9(03) COMP VALUE ZERO.
001091 01  WS-BRACKET-SIZE             PIC 9(03) COMP VALUE ZERO.
001092 01  WS-BRACKET-LEN              PIC 9(03) COMP VALUE ZERO.
001093 01  WS-MATCH-NO                 PIC 9(03) COMP VALUE ZERO.
001094 01  WS-SEED-FAILS               PIC 9(03) COMP VALUE ZERO.
001095 01  WS-SEED-A                   PIC 9(03) COMP VALUE ZERO.
001096 01  WS-SEED-B                   PIC 9(03) COMP VALUE ZERO.
001097 01  WS-SEED-ED                  PIC ZZ9.
001098 01  WS-RATING-ED                PIC ZZ9.99.
001100 01  WS-SEED-TABLE.
001101     05  WS-SEED-ENTRY OCCURS 128 TIMES.
001102         10  WS-SD-PLAYER-ID         PIC X(10).
001103         10  WS-SD-RATING            PIC 9(03)V99.
001104         10  WS-SD-RATED-SW          PIC X(01).
001105             88  WS-SD-RATED             VALUE "Y".
001106 01  WS-SEED-HOLD                PIC X(16).
001107 01  WS-BRACKET-TABLE.
001108     05  WS-BRACKET-SEED         PIC 9(03) OCCURS 128 TIMES.
001110 01  WS-BRACKET-PREV.
001111     05  WS-PREV-SEED            PIC 9(03) OCCURS 128 TIMES.
001112 01  WS-SEED-LINE.
001113     05  SDL-SEED                PIC ZZ9.
001114     05  FILLER                  PIC X(03) VALUE SPACES.
001115     05  SDL-PLAYER-ID           PIC X(10).
001116     05  FILLER                  PIC X(03) VALUE SPACES.
001117     05  SDL-RATING              PIC X(09).
001118 01  WS-MATCH-LINE.
001120     05  MTL-MATCH               PIC ZZ9.
001121     05  FILLER                  PIC X(03) VALUE SPACES.
001122     05  MTL-SEED-A              PIC ZZ9.
001123     05  FILLER                  PIC X(01) VALUE SPACE.
001124     05  MTL-PLAYER-A            PIC X(10).
001125     05  FILLER                  PIC X(05) VALUE "  V  ".
001126     05  MTL-SEED-B              PIC X(03).
001127     05  FILLER                  PIC X(01) VALUE SPACE.
001128     05  MTL-PLAYER-B            PIC X(10).
001130 PROCEDURE DIVISION.
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001870     DISPLAY "  1 - ADD EVENT" UPON CONSOLE
001880     DISPLAY "  2 - LIST EVENTS" UPON CONSOLE
001890     DISPLAY "  3 - ENTER A PLAYER" UPON CONSOLE
001896     DISPLAY "  4 - SEED ENTRANTS BY RATING" UPON CONSOLE
001903     DISPLAY "  5 - EXIT" UPON CONSOLE
001910     DISPLAY "SELECTION?" UPON CONSOLE
001920     ACCEPT WS-MENU-CHOICE FROM CONSOLE
001930     EVALUATE WS-MENU-CHOICE
001980         WHEN "3"
001990             PERFORM 5000-ENTER-PLAYER THRU 5000-EXIT
002000         WHEN "4"
002003             PERFORM 8000-SEED-EVENT THRU 8000-EXIT
002006         WHEN "5"
002010             MOVE "Y" TO WS-EOJ-SW
002020         WHEN OTHER
002030             DISPLAY "INVALID SELECTION." UPON CONSOLE
002060     EXIT.
002070*-----------------------------------------------------------------
002080* 3000-ADD-EVENT - SET UP ONE EVENT - DATES, ENTRY FEE AND THE
002086*                  PRIZE SCHEDULE, OPEN FROM THE START - AND WHAT
002093*                  A WITHDRAWN ENTRANT GETS BACK OF THE FEE.
002100*-----------------------------------------------------------------
002110 3000-ADD-EVENT.
002120     DISPLAY "NEW EVENT ID?" UPON CONSOLE
002710     ELSE
002720         MOVE ZERO TO TE-PRIZE-3
002730     END-IF
002731     DISPLAY "REFUND ON WITHDRAWAL - F FULL, B BEFORE START ONLY,"
002732         UPON CONSOLE
002733     DISPLAY "N NONE (BLANK = F)?" UPON CONSOLE
002734     MOVE SPACE TO TE-REFUND-RULE
002735     ACCEPT TE-REFUND-RULE FROM CONSOLE
002736     IF NOT TE-REFUND-BEFORE-START AND NOT TE-REFUND-NONE
002737         MOVE "F" TO TE-REFUND-RULE
002738     END-IF
002740     MOVE "O" TO TE-STATUS-SW
002750     WRITE TOURN-EVENT-RECORD
002760         INVALID KEY
003270*                     SPEND, THE BALANCE MUST COVER THE FEE, AND
003280*                     THE FEE POSTS TO THE LEDGER AS A
003290*                     REDEMPTION AGAINST THE EVENT'S ID BEFORE
003295*                     THE ENTRY IS FILED.  A WITHDRAWN ENTRANT (A
003300*                     REHIRED LEAVER) MAY ENTER AGAIN, PAYING THE
003305*                     FEE AGAIN.
003310*-----------------------------------------------------------------
003320 5000-ENTER-PLAYER.
003330     DISPLAY "EVENT ID?" UPON CONSOLE
003540     MOVE WS-PLAYER-ID TO TN-PLAYER-ID
003550     READ TOURN-ENTRY-FILE
003560         INVALID KEY
003570             MOVE "N" TO WS-REENTRY-SW
003580         NOT INVALID KEY
003583             IF TN-WITHDRAWN
003587                 MOVE "Y" TO WS-REENTRY-SW
003591             ELSE
003595                 DISPLAY "PLAYER IS ALREADY ENTERED."
003598                     UPON CONSOLE
003602                 GO TO 5000-EXIT
003606             END-IF
003610     END-READ
003620     PERFORM 5500-VERIFY-PLAYER THRU 5500-EXIT
003630     IF NOT WS-PIN-OK
003760     MOVE TE-EVENT-ID TO TN-EVENT-ID
003770     MOVE WS-PLAYER-ID TO TN-PLAYER-ID
003780     MOVE WS-TODAY-DATE TO TN-ENTRY-DATE
003782     MOVE SPACE TO TN-STATUS-SW
003785     MOVE ZERO TO TN-SEED
003787     IF WS-REENTRY
003790         REWRITE TOURN-ENTRY-RECORD
003792     ELSE
003795         WRITE TOURN-ENTRY-RECORD
003797     END-IF
003800     DISPLAY "PLAYER ENTERED IN " TE-EVENT-NAME "." UPON CONSOLE.
003810 5000-EXIT.
003820     EXIT.
004910         NOT AT END
004920             IF PT-PLAYER-ID = WS-PLAYER-ID
004930                 IF PT-REDEMPTION OR PT-EXPIRY
004935                     OR (PT-REVERSAL AND PT-WIN-AWARD)
004940                     SUBTRACT PT-POINTS FROM WS-BALANCE
004950                 ELSE
004960                     ADD PT-POINTS TO WS-BALANCE
005160     ACCEPT PT-TRAN-DATE FROM DATE YYYYMMDD
005170     ACCEPT PT-TRAN-TIME FROM TIME
005180     MOVE "R" TO PT-TRAN-TYPE
005181     MOVE TE-EVENT-ID TO PT-ITEM-CODE
005182     MOVE TE-ENTRY-FEE TO PT-POINTS
005183     PERFORM 6600-UPDATE-BALANCE THRU 6600-EXIT
005184     WRITE POINTS-LEDGER-RECORD
005185     CLOSE POINTS-LEDGER-FILE.
005186 6500-EXIT.
005187     EXIT.
005188*-----------------------------------------------------------------
005189* 6600-UPDATE-BALANCE - APPLY THE LEDGER RECORD JUST BUILT TO THE
005190*                       PLAYER'S POINTS BALANCE MASTER (PTSBAL),
005191*                       ADDING THE PLAYER'S RECORD THE FIRST TIME.
005192*                       NO MASTER ON FILE MEANS PTSPROOF HAS NOT
005193*                       YET BUILT IT, AND THERE IS NOTHING TO
005194*                       KEEP.
005195*-----------------------------------------------------------------
005196 6600-UPDATE-BALANCE.
005197     OPEN I-O POINTS-BALANCE-FILE
005198     IF NOT FS-POINTS-BALANCE-OK
005200         GO TO 6600-EXIT
005201     END-IF
005202     MOVE "Y" TO WS-BAL-ON-FILE-SW
005203     MOVE PT-PLAYER-ID TO PB-PLAYER-ID
005204     READ POINTS-BALANCE-FILE
005205         INVALID KEY
005206             MOVE "N" TO WS-BAL-ON-FILE-SW
005207             MOVE SPACES TO POINTS-BALANCE-RECORD
005208             MOVE PT-PLAYER-ID TO PB-PLAYER-ID
005209             MOVE ZERO TO PB-BALANCE
005210             MOVE ZERO TO PB-PROOF-DATE
005211     END-READ
005212     IF PT-REDEMPTION OR PT-EXPIRY
005213         OR (PT-REVERSAL AND PT-WIN-AWARD)
005214         SUBTRACT PT-POINTS FROM PB-BALANCE
005215     ELSE
005216         ADD PT-POINTS TO PB-BALANCE
005217     END-IF
005218     MOVE PT-TRAN-DATE TO PB-LAST-TRAN-DATE
005220     MOVE PT-TRAN-TIME TO PB-LAST-TRAN-TIME
005221     MOVE PT-TRAN-TYPE TO PB-LAST-TRAN-TYPE
005222     IF WS-BAL-ON-FILE
005223         REWRITE POINTS-BALANCE-RECORD
005224             INVALID KEY
005225                 DISPLAY "TRNMNT: PTSBAL NOT UPDATED FOR "
005226                     PB-PLAYER-ID " - STATUS " FS-POINTS-BALANCE
005227                     UPON CONSOLE
005228         END-REWRITE
005229     ELSE
005230         WRITE POINTS-BALANCE-RECORD
005231             INVALID KEY
005232                 DISPLAY "TRNMNT: PTSBAL NOT ADDED FOR "
005233                     PB-PLAYER-ID " - STATUS " FS-POINTS-BALANCE
005234                     UPON CONSOLE
005235         END-WRITE
005236     END-IF
005237     CLOSE POINTS-BALANCE-FILE.
005238 6600-EXIT.
005240     EXIT.
005250*-----------------------------------------------------------------
005260* 7000-EDIT-AMOUNT - TAKE THE RAW CONSOLE ENTRY AS A POINTS
005640 7000-EXIT.
005650     EXIT.
005660*-----------------------------------------------------------------
005670* 8000-SEED-EVENT - SEED AN OPEN EVENT'S ACTIVE ENTRANTS BY SKILL
005680*                   RATING.  THE RANKING IS SHOWN FIRST; ON
005690*                   CONFIRMATION EACH ENTRANT'S SEED IS FILED AND
005700*                   THE ROUND-ONE DRAW SHOWN.  SEEDING AGAIN
005710*                   (AFTER A LATE ENTRY, SAY) SIMPLY REPLACES THE
005720*                   SEEDS ON FILE.
005730*-----------------------------------------------------------------
005740 8000-SEED-EVENT.
005750     DISPLAY "EVENT ID?" UPON CONSOLE
005760     ACCEPT WS-WORK-ID FROM CONSOLE
005770     MOVE WS-WORK-ID TO TE-EVENT-ID
005780     READ TOURN-EVENT-FILE
005790         INVALID KEY
005800             DISPLAY "EVENT NOT ON FILE." UPON CONSOLE
005810             GO TO 8000-EXIT
005820     END-READ
005830     IF NOT TE-OPEN
005840         DISPLAY "EVENT IS SETTLED - SEEDING NOT CHANGED."
005850             UPON CONSOLE
005860         GO TO 8000-EXIT
005870     END-IF
005880     OPEN INPUT SKILL-RATING-FILE
005890     IF NOT FS-SKILL-RATING-OK
005900         DISPLAY "TRNMNT: NO SKILL RATINGS ON FILE - RUN SKLRATE"
005910             " FIRST." UPON CONSOLE
005920         GO TO 8000-EXIT
005930     END-IF
005940     MOVE ZERO TO WS-SEED-COUNT
005950     MOVE ZERO TO WS-SEED-FAILS
005960     MOVE "N" TO WS-SEED-FULL-SW
005970     MOVE TE-EVENT-ID TO TN-EVENT-ID
005980     MOVE LOW-VALUES TO TN-PLAYER-ID
005990     START TOURN-ENTRY-FILE KEY IS NOT LESS THAN TN-ENTRY-KEY
006000         INVALID KEY
006010             CONTINUE
006020         NOT INVALID KEY
006030             MOVE "N" TO WS-EOF-SW
006040             PERFORM 8100-LOAD-ONE-ENTRANT THRU 8100-EXIT
006050                 UNTIL WS-EOF
006060     END-START
006070     CLOSE SKILL-RATING-FILE
006080     IF WS-SEED-FULL
006090         DISPLAY "MORE THAN 128 ENTRANTS - SEEDING NOT CHANGED."
006100             UPON CONSOLE
006110         GO TO 8000-EXIT
006120     END-IF
006130     IF WS-SEED-COUNT < 2
006140         DISPLAY "FEWER THAN TWO ENTRANTS - NOTHING TO SEED."
006150             UPON CONSOLE
006160         GO TO 8000-EXIT
006170     END-IF
006180     MOVE "Y" TO WS-SWAP-SW
006190     PERFORM 8300-SORT-PASS THRU 8300-EXIT
006200         UNTIL NOT WS-SWAP-MADE
006210     DISPLAY "SEED   PLAYER ID    RATING" UPON CONSOLE
006220     PERFORM 8400-SHOW-SEED THRU 8400-EXIT
006230         VARYING WS-SEED-SUB-1 FROM 1 BY 1
006240         UNTIL WS-SEED-SUB-1 > WS-SEED-COUNT
006250     DISPLAY "SEED THE EVENT AS SHOWN (Y/N)?" UPON CONSOLE
006260     MOVE SPACE TO WS-CONFIRM
006270     ACCEPT WS-CONFIRM FROM CONSOLE
006280     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
006290         DISPLAY "SEEDING NOT CHANGED." UPON CONSOLE
006300         GO TO 8000-EXIT
006310     END-IF
006320     PERFORM 8500-FILE-SEED THRU 8500-EXIT
006330         VARYING WS-SEED-SUB-1 FROM 1 BY 1
006340         UNTIL WS-SEED-SUB-1 > WS-SEED-COUNT
006350     PERFORM 8600-BUILD-BRACKET THRU 8600-EXIT
006360     PERFORM 8700-SHOW-DRAW THRU 8700-EXIT.
006370 8000-EXIT.
006380     EXIT.
006390*-----------------------------------------------------------------
006400* 8100-LOAD-ONE-ENTRANT - TABLE ONE ACTIVE ENTRANT WITH THE RATING
006410*                         ON FILE, STOPPING WHEN THE KEY LEAVES
006420*                         THE EVENT.  AN ENTRANT NOT ON THE RATING
006430*                         MASTER HAS NO GAMES RATED YET AND RANKS
006440*                         AFTER EVERY RATED ONE.  A WITHDRAWN
006450*                         ENTRANT STILL CARRYING A SEED FROM AN
006460*                         EARLIER SEEDING HAS IT CLEARED.
006470*-----------------------------------------------------------------
006480 8100-LOAD-ONE-ENTRANT.
006490     READ TOURN-ENTRY-FILE NEXT
006500         AT END
006510             MOVE "Y" TO WS-EOF-SW
006520             GO TO 8100-EXIT
006530     END-READ
006540     IF TN-EVENT-ID NOT = TE-EVENT-ID
006550         MOVE "Y" TO WS-EOF-SW
006560         GO TO 8100-EXIT
006570     END-IF
006580     IF TN-WITHDRAWN
006590         IF TN-SEED NOT = ZERO
006600             MOVE ZERO TO TN-SEED
006610             REWRITE TOURN-ENTRY-RECORD
006620                 INVALID KEY
006630                     DISPLAY "TRNMNT: SEED FOR WITHDRAWN "
006640                         TN-PLAYER-ID " NOT CLEARED - STATUS "
006650                         FS-TOURN-ENTRY "." UPON CONSOLE
006660                     ADD 1 TO WS-SEED-FAILS
006670             END-REWRITE
006680         END-IF
006690         GO TO 8100-EXIT
006700     END-IF
006710     IF WS-SEED-COUNT NOT < WS-SEED-MAX
006720         MOVE "Y" TO WS-SEED-FULL-SW
006730         MOVE "Y" TO WS-EOF-SW
006740         GO TO 8100-EXIT
006750     END-IF
006760     ADD 1 TO WS-SEED-COUNT
006770     MOVE TN-PLAYER-ID TO WS-SD-PLAYER-ID (WS-SEED-COUNT)
006780     MOVE TN-PLAYER-ID TO SR-PLAYER-ID
006790     READ SKILL-RATING-FILE
006800         INVALID KEY
006810             MOVE ZERO TO WS-SD-RATING (WS-SEED-COUNT)
006820             MOVE "N" TO WS-SD-RATED-SW (WS-SEED-COUNT)
006830         NOT INVALID KEY
006840             MOVE SR-RATING TO WS-SD-RATING (WS-SEED-COUNT)
006850             MOVE "Y" TO WS-SD-RATED-SW (WS-SEED-COUNT)
006860     END-READ.
006870 8100-EXIT.
006880     EXIT.
006890*-----------------------------------------------------------------
006900* 8300-SORT-PASS - ONE BUBBLE SORT PASS OVER THE SEED TABLE, RATED
006910*                  ENTRANTS FIRST, HIGHEST RATING FIRST.  ENTRANTS
006920*                  WHO TIE KEEP THEIR ENTRY-FILE ORDER.
006930*-----------------------------------------------------------------
006940 8300-SORT-PASS.
006950     MOVE "N" TO WS-SWAP-SW
006960     PERFORM 8350-COMPARE-SEEDS THRU 8350-EXIT
006970         VARYING WS-SEED-SUB-1 FROM 1 BY 1
006980         UNTIL WS-SEED-SUB-1 >= WS-SEED-COUNT.
006990 8300-EXIT.
007000     EXIT.
007010*-----------------------------------------------------------------
007020* 8350-COMPARE-SEEDS - COMPARE ONE ADJACENT PAIR AND SWAP IF OUT
007030*                      OF ORDER.
007040*-----------------------------------------------------------------
007050 8350-COMPARE-SEEDS.
007060     COMPUTE WS-SEED-SUB-2 = WS-SEED-SUB-1 + 1
007070     IF (WS-SD-RATED (WS-SEED-SUB-2)
007080             AND NOT WS-SD-RATED (WS-SEED-SUB-1))
007090         OR (WS-SD-RATED-SW (WS-SEED-SUB-1) =
007100             WS-SD-RATED-SW (WS-SEED-SUB-2)
007110         AND WS-SD-RATING (WS-SEED-SUB-1) <
007120             WS-SD-RATING (WS-SEED-SUB-2))
007130         MOVE WS-SEED-ENTRY (WS-SEED-SUB-1) TO WS-SEED-HOLD
007140         MOVE WS-SEED-ENTRY (WS-SEED-SUB-2)
007150             TO WS-SEED-ENTRY (WS-SEED-SUB-1)
007160         MOVE WS-SEED-HOLD TO WS-SEED-ENTRY (WS-SEED-SUB-2)
007170         MOVE "Y" TO WS-SWAP-SW
007180     END-IF.
007190 8350-EXIT.
007200     EXIT.
007210*-----------------------------------------------------------------
007220* 8400-SHOW-SEED - DISPLAY ONE RANKED ENTRANT.
007230*-----------------------------------------------------------------
007240 8400-SHOW-SEED.
007250     MOVE WS-SEED-SUB-1 TO SDL-SEED
007260     MOVE WS-SD-PLAYER-ID (WS-SEED-SUB-1) TO SDL-PLAYER-ID
007270     IF WS-SD-RATED (WS-SEED-SUB-1)
007280         MOVE WS-SD-RATING (WS-SEED-SUB-1) TO WS-RATING-ED
007290         MOVE WS-RATING-ED TO SDL-RATING
007300     ELSE
007310         MOVE "NOT RATED" TO SDL-RATING
007320     END-IF
007330     DISPLAY WS-SEED-LINE UPON CONSOLE.
007340 8400-EXIT.
007350     EXIT.
007360*-----------------------------------------------------------------
007370* 8500-FILE-SEED - FILE ONE ENTRANT'S SEED ON THE ENTRY RECORD.  A
007380*                  SEED THAT WILL NOT FILE IS COUNTED SO THE DRAW
007390*                  IS NOT CALLED SEEDED.
007400*-----------------------------------------------------------------
007410 8500-FILE-SEED.
007420     MOVE TE-EVENT-ID TO TN-EVENT-ID
007430     MOVE WS-SD-PLAYER-ID (WS-SEED-SUB-1) TO TN-PLAYER-ID
007440     READ TOURN-ENTRY-FILE
007450         INVALID KEY
007460             DISPLAY "TRNMNT: ENTRY FOR " TN-PLAYER-ID
007470                 " NOT FOUND - NOT SEEDED." UPON CONSOLE
007480             ADD 1 TO WS-SEED-FAILS
007490             GO TO 8500-EXIT
007500     END-READ
007510     MOVE WS-SEED-SUB-1 TO TN-SEED
007520     REWRITE TOURN-ENTRY-RECORD
007530         INVALID KEY
007540             DISPLAY "TRNMNT: SEED FOR " TN-PLAYER-ID
007550                 " NOT FILED - STATUS " FS-TOURN-ENTRY "."
007560                 UPON CONSOLE
007570             ADD 1 TO WS-SEED-FAILS
007580     END-REWRITE.
007590 8500-EXIT.
007600     EXIT.
007610*-----------------------------------------------------------------
007620* 8600-BUILD-BRACKET - SIZE THE BRACKET TO THE NEXT POWER OF TWO
007630*                      AND BUILD ITS SEED ORDER BY DOUBLING FROM A
007640*                      BRACKET OF ONE.
007650*-----------------------------------------------------------------
007660 8600-BUILD-BRACKET.
007670     MOVE 1 TO WS-BRACKET-SIZE
007680     MOVE 1 TO WS-BRACKET-LEN
007690     MOVE 1 TO WS-BRACKET-SEED (1)
007700     PERFORM 8650-DOUBLE-BRACKET THRU 8650-EXIT
007710         UNTIL WS-BRACKET-LEN NOT < WS-SEED-COUNT
007720     MOVE WS-BRACKET-LEN TO WS-BRACKET-SIZE.
007730 8600-EXIT.
007740     EXIT.
007750*-----------------------------------------------------------------
007760* 8650-DOUBLE-BRACKET - DOUBLE THE BRACKET - EVERY SEED IN THE
007770*                       SMALLER BRACKET IS FOLLOWED BY THE SEED
007780*                       THAT MEETS IT IN THE FIRST ROUND OF THE
007790*                       LARGER ONE.
007800*-----------------------------------------------------------------
007810 8650-DOUBLE-BRACKET.
007820     MOVE WS-BRACKET-TABLE TO WS-BRACKET-PREV
007830     PERFORM 8660-SPREAD-ONE THRU 8660-EXIT
007840         VARYING WS-SEED-SUB-1 FROM 1 BY 1
007850         UNTIL WS-SEED-SUB-1 > WS-BRACKET-LEN
007860     MULTIPLY 2 BY WS-BRACKET-LEN.
007870 8650-EXIT.
007880     EXIT.
007890*-----------------------------------------------------------------
007900* 8660-SPREAD-ONE - PLACE ONE SEED OF THE SMALLER BRACKET AND ITS
007910*                   NEW OPPONENT.
007920*-----------------------------------------------------------------
007930 8660-SPREAD-ONE.
007940     COMPUTE WS-SEED-SUB-2 = WS-SEED-SUB-1 * 2
007950     MOVE WS-PREV-SEED (WS-SEED-SUB-1)
007960         TO WS-BRACKET-SEED (WS-SEED-SUB-2 - 1)
007970     COMPUTE WS-BRACKET-SEED (WS-SEED-SUB-2) =
007980         WS-BRACKET-LEN * 2 + 1 - WS-PREV-SEED (WS-SEED-SUB-1).
007990 8660-EXIT.
008000     EXIT.
008010*-----------------------------------------------------------------
008020* 8700-SHOW-DRAW - DISPLAY THE ROUND-ONE DRAW, ONE MATCH PER PAIR
008030*                  OF BRACKET PLACES.  A SEED BEYOND THE NUMBER OF
008040*                  ENTRANTS IS A BYE.
008050*-----------------------------------------------------------------
008060 8700-SHOW-DRAW.
008070     DISPLAY " " UPON CONSOLE
008080     DISPLAY "ROUND ONE - " TE-EVENT-NAME UPON CONSOLE
008090     DISPLAY "MCH   SD  PLAYER ID      SD  PLAYER ID" UPON CONSOLE
008100     MOVE ZERO TO WS-MATCH-NO
008110     PERFORM 8750-SHOW-MATCH THRU 8750-EXIT
008120         VARYING WS-SEED-SUB-1 FROM 1 BY 2
008130         UNTIL WS-SEED-SUB-1 > WS-BRACKET-SIZE
008140     IF WS-SEED-FAILS > ZERO
008150         DISPLAY "EVENT NOT FULLY SEEDED - " WS-SEED-FAILS
008160             " SEEDS NOT FILED.  SEED IT AGAIN." UPON CONSOLE
008170     ELSE
008180         DISPLAY "EVENT SEEDED." UPON CONSOLE
008190     END-IF.
008200 8700-EXIT.
008210     EXIT.
008220*-----------------------------------------------------------------
008230* 8750-SHOW-MATCH - DISPLAY ONE FIRST-ROUND MATCH.
008240*-----------------------------------------------------------------
008250 8750-SHOW-MATCH.
008260     ADD 1 TO WS-MATCH-NO
008270     MOVE WS-BRACKET-SEED (WS-SEED-SUB-1) TO WS-SEED-A
008280     MOVE WS-BRACKET-SEED (WS-SEED-SUB-1 + 1) TO WS-SEED-B
008290     MOVE WS-MATCH-NO TO MTL-MATCH
008300     MOVE WS-SEED-A TO MTL-SEED-A
008310     MOVE WS-SD-PLAYER-ID (WS-SEED-A) TO MTL-PLAYER-A
008320     IF WS-SEED-B > WS-SEED-COUNT
008330         MOVE SPACES TO MTL-SEED-B
008340         MOVE "BYE" TO MTL-PLAYER-B
008350     ELSE
008360         MOVE WS-SEED-B TO WS-SEED-ED
008370         MOVE WS-SEED-ED TO MTL-SEED-B
008380         MOVE WS-SD-PLAYER-ID (WS-SEED-B) TO MTL-PLAYER-B
008390     END-IF
008400     DISPLAY WS-MATCH-LINE UPON CONSOLE.
008410 8750-EXIT.
008420     EXIT.
008430*-----------------------------------------------------------------
008440* 9000-TERMINATE - CLOSE THE EVENT AND ENTRY FILES.
008450*-----------------------------------------------------------------
008460 9000-TERMINATE.
008470     CLOSE TOURN-EVENT-FILE
008480     CLOSE TOURN-ENTRY-FILE.
008490 9000-EXIT.
008500     EXIT.
008510 END PROGRAM TRNMNT.
