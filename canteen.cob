000360* 09/02/26   DLM   COUNT THE EXPIRY ("X") TRANSACTIONS PTSEXPR
000370*                  NOW POSTS AS DEBITS IN THE BALANCE, THE SAME
000380*                  AS REDEMPTIONS.  AN EXPIRY IN DISPUTE IS
000381*                  GIVEN BACK THROUGH THE EXISTING SUPERVISOR
000382*                  REVERSAL, NO NEW SCREEN NEEDED.
000383* 10/15/26   DLM   COUNT A "V" AGAINST THE "WIN " CODE (A VOIDED
000384*                  GAME'S AWARD TAKEN BACK BY VOIDAPL) AS A DEBIT
000385*                  IN THE BALANCE, AND REFUSE "WIN" AS THE ITEM ON
000386*                  A MANUAL REVERSAL - VOIDS GO THROUGH GMVOID.
000387* 10/15/26   DLM   A SUPERVISOR REVERSAL AGAINST "LVRF" GIVES A
000388*                  REHIRED LEAVER BACK THE POINTS LVRSTL
000390*                  FORFEITED - THE AMOUNT COMES FROM THE LEAVER
000391*                  SETTLEMENT (LEAVERS), THE PLAYER MUST BE
000392*                  ACTIVE AGAIN, AND IT IS AUDITED.  A CASH-OUT
000393*                  ("LVRC") HAS BEEN PAID AND IS REFUSED.
000394* 10/15/26   DLM   STOCK CONTROL - A REDEMPTION IS REFUSED WHEN
000395*                  THE ITEM IS OUT OF STOCK (CI-ON-HAND), A
000396*                  REDEMPTION TAKES ONE OFF THE STOCK AND A
000397*                  REVERSAL PUTS ONE BACK, EACH JOURNALED ON THE
000398*                  STOCK MOVEMENT FILE (STKMOVE) FOR CANSTKR.
000400* 10/15/26   DLM   TAKE THE BALANCE FOR AN INQUIRY OR A REDEMPTION
000401*                  FROM THE POINTS BALANCE MASTER (PTSBAL) WITH
000402*                  ONE KEYED READ, AND APPLY EVERY REDEMPTION AND
000403*                  REVERSAL TO IT AS IT IS POSTED.  THE LEDGER IS
000404*                  ONLY SUMMED WHEN THERE IS NO MASTER YET.  AN
000405*                  INQUIRY SHOWS THE DATE OF THE PLAYER'S LAST
000406*                  TRANSACTION.
000407* 10/15/26   DLM   A PTSBAL OR STOCK UPDATE THAT WILL NOT FILE IS
000408*                  NAMED ON THE CONSOLE.
000410*-----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000450     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-POINTS-LEDGER.
000471     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
000473         ORGANIZATION IS INDEXED
000475         ACCESS MODE IS DYNAMIC
000476         RECORD KEY IS PB-PLAYER-ID
000478         FILE STATUS IS FS-POINTS-BALANCE.
000480     SELECT ITEM-FILE ASSIGN TO "CANITEMS"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000630     SELECT AUDIT-FILE ASSIGN TO "OPAUDIT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-AUDIT.
000651     SELECT LEAVER-FILE ASSIGN TO "LEAVERS"
000652         ORGANIZATION IS INDEXED
000653         ACCESS MODE IS DYNAMIC
000654         RECORD KEY IS LV-PLAYER-ID
000655         FILE STATUS IS FS-LEAVER.
000656     SELECT STOCK-MOVE-FILE ASSIGN TO "STKMOVE"
000657         ORGANIZATION IS LINE SEQUENTIAL
000658         FILE STATUS IS FS-STOCK-MOVE.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  POINTS-LEDGER-FILE.
000690     COPY PTSLREC.
000693 FD  POINTS-BALANCE-FILE.
000696     COPY PTSBREC.
000700 FD  OPERATOR-FILE.
000710     COPY OPERREC.
000720 FD  ITEM-FILE.
000750     COPY PLAYREC.
000760 FD  AUDIT-FILE.
000770     COPY OPAUDREC.
000772 FD  LEAVER-FILE.
000774     COPY LVRREC.
000776 FD  STOCK-MOVE-FILE.
000778     COPY STKMREC.
000780 WORKING-STORAGE SECTION.
000790 01  FS-POINTS-LEDGER        PIC X(02).
000800     88  FS-POINTS-LEDGER-OK        VALUE "00".
001090 01  WS-PIN-TRY                  PIC X(04).
001100 01  WS-PIN-TRIES                PIC 9(01) COMP VALUE ZERO.
001110 01  WS-PIN-OK-SW                PIC X(01) VALUE "N".
001111     88  WS-PIN-OK                   VALUE "Y".
001113 01  FS-LEAVER               PIC X(02).
001115     88  FS-LEAVER-OK               VALUE "00".
001116 01  WS-REINST-LEFT              PIC 9(07) COMP VALUE ZERO.
001118 01  FS-STOCK-MOVE           PIC X(02).
001120     88  FS-STOCK-MOVE-OK           VALUE "00".
001121 01  FS-POINTS-BALANCE       PIC X(02).
001123     88  FS-POINTS-BALANCE-OK       VALUE "00".
001125 01  WS-BAL-ON-FILE-SW           PIC X(01) VALUE "N".
001126     88  WS-BAL-ON-FILE              VALUE "Y".
001128 01  WS-LAST-TRAN-DATE           PIC 9(08) VALUE ZERO.
001130 PROCEDURE DIVISION.
001140 0000-MAINLINE.
001150     PERFORM 1000-SIGN-ON THRU 1000-EXIT
001790     PERFORM 3500-COMPUTE-BALANCE THRU 3500-EXIT
001800     MOVE WS-BALANCE TO WS-BALANCE-ED
001810     DISPLAY "BALANCE FOR " WS-PLAYER-ID " : " WS-BALANCE-ED
001813         UPON CONSOLE
001816     IF WS-LAST-TRAN-DATE NOT = ZERO
001820         DISPLAY "LAST TRANSACTION ON " WS-LAST-TRAN-DATE
001823             UPON CONSOLE
001826     END-IF.
001830 3000-EXIT.
001840     EXIT.
001850*-----------------------------------------------------------------
001858* 3500-COMPUTE-BALANCE - READ WS-PLAYER-ID'S BALANCE FROM THE
001866*                        POINTS BALANCE MASTER (PTSBAL).  A PLAYER
001874*                        NOT ON THE MASTER HAS NEVER POSTED AND
001882*                        HAS A ZERO BALANCE.  ONLY WHEN THERE IS
001890*                        NO MASTER YET IS THE LEDGER SUMMED AS
001898*                        BEFORE - BROUGHT-FORWARD, ACCRUALS AND
001906*                        REVERSALS ADD, REDEMPTIONS AND EXPIRIES
001914*                        SUBTRACT.  NO LEDGER YET MEANS A ZERO
001922*                        BALANCE.
001930*-----------------------------------------------------------------
001940 3500-COMPUTE-BALANCE.
001941     MOVE ZERO TO WS-BALANCE
001942     MOVE ZERO TO WS-LAST-TRAN-DATE
001943     OPEN INPUT POINTS-BALANCE-FILE
001945     IF FS-POINTS-BALANCE-OK
001946         MOVE WS-PLAYER-ID TO PB-PLAYER-ID
001947         READ POINTS-BALANCE-FILE
001948             INVALID KEY
001950                 MOVE ZERO TO PB-BALANCE
001951                 MOVE ZERO TO PB-LAST-TRAN-DATE
001952         END-READ
001953         MOVE PB-BALANCE TO WS-BALANCE
001955         MOVE PB-LAST-TRAN-DATE TO WS-LAST-TRAN-DATE
001956         CLOSE POINTS-BALANCE-FILE
001957         GO TO 3500-EXIT
001958     END-IF
001960     MOVE "N" TO WS-EOF-SW
001970     OPEN INPUT POINTS-LEDGER-FILE
001980     IF NOT FS-POINTS-LEDGER-OK
002140         NOT AT END
002150             IF PT-PLAYER-ID = WS-PLAYER-ID
002160                 IF PT-REDEMPTION OR PT-EXPIRY
002165                     OR (PT-REVERSAL AND PT-WIN-AWARD)
002170                     SUBTRACT PT-POINTS FROM WS-BALANCE
002180                 ELSE
002190                     ADD PT-POINTS TO WS-BALANCE
002200                 END-IF
002205                 MOVE PT-TRAN-DATE TO WS-LAST-TRAN-DATE
002210             END-IF
002220     END-READ.
002230 3600-EXIT.
002570     END-IF
002580     MOVE "R" TO WS-TRAN-TYPE
002590     PERFORM 8000-POST-TRAN THRU 8000-EXIT
002595     PERFORM 6500-MOVE-STOCK THRU 6500-EXIT
002600     DISPLAY "REDEMPTION POSTED." UPON CONSOLE.
002610 4000-EXIT.
002620     EXIT.
003440*                           DISPUTED REDEMPTION.  SUPERVISOR
003450*                           ONLY - THE ORIGINAL TRANSACTION
003460*                           STAYS ON THE LEDGER, SO THE DISPUTE
003464*                           CAN STILL BE TRACED.  A LEAVER'S
003468*                           FORFEITURE ("LVRF") GOES BACK
003472*                           THROUGH 5100 FOR THE SETTLED
003476*                           AMOUNT.
003480*-----------------------------------------------------------------
003490 5000-REVERSE-REDEMPTION.
003500     IF NOT WS-SIGNON-SUPER
003560     ACCEPT WS-PLAYER-ID FROM CONSOLE
003570     DISPLAY "ITEM CODE OF THE REDEMPTION BEING REVERSED?"
003580         UPON CONSOLE
003581     ACCEPT WS-ITEM-CODE FROM CONSOLE
003582     IF WS-ITEM-CODE = "WIN "
003583         DISPLAY "A GAME AWARD IS TAKEN BACK BY VOIDING THE GAME"
003585             " IN GMVOID." UPON CONSOLE
003586         GO TO 5000-EXIT
003587     END-IF
003588     IF WS-ITEM-CODE = "LVRC"
003590         DISPLAY "A LEAVER'S CASH-OUT HAS BEEN PAID AND IS NOT"
003591             " REVERSED." UPON CONSOLE
003592         GO TO 5000-EXIT
003593     END-IF
003595     IF WS-ITEM-CODE = "LVRF"
003596         PERFORM 5100-REINSTATE-FORFEIT THRU 5100-EXIT
003597         GO TO 5000-EXIT
003598     END-IF
003600     DISPLAY "POINTS TO GIVE BACK?" UPON CONSOLE
003610     MOVE SPACES TO WS-POINTS-RAW
003620     ACCEPT WS-POINTS-RAW FROM CONSOLE
003670     END-IF
003680     IF WS-POINTS = ZERO
003690         DISPLAY "NOTHING TO REVERSE." UPON CONSOLE
003691         GO TO 5000-EXIT
003692     END-IF
003693     MOVE "V" TO WS-TRAN-TYPE
003694     PERFORM 8000-POST-TRAN THRU 8000-EXIT
003695     PERFORM 6500-MOVE-STOCK THRU 6500-EXIT
003696     DISPLAY "REVERSAL POSTED." UPON CONSOLE.
003697 5000-EXIT.
003698     EXIT.
003699*-----------------------------------------------------------------
003700* 5100-REINSTATE-FORFEIT - GIVE A REHIRED LEAVER BACK THE POINTS
003701*                          LVRSTL FORFEITED.  THE SETTLEMENT
003702*                          MUST BE A FORFEITURE NOT ALREADY
003703*                          REINSTATED AND THE PLAYER MUST BE
003704*                          ACTIVE ON THE ROSTER AGAIN.  THE
003705*                          POINTS ARE THOSE ON THE SETTLEMENT,
003706*                          NOT KEYED, AND THE LEAVER RECORD IS
003707*                          MARKED REINSTATED SO THEY CANNOT BE
003708*                          GIVEN BACK TWICE.
003709*-----------------------------------------------------------------
003710 5100-REINSTATE-FORFEIT.
003712     OPEN INPUT PLAYERS-FILE
003713     IF NOT FS-PLAYERS-OK
003714         DISPLAY "CANTEEN: NO PLAYER ROSTER - REVERSAL"
003715             " REFUSED." UPON CONSOLE
003716         GO TO 5100-EXIT
003717     END-IF
003718     MOVE WS-PLAYER-ID TO PL-PLAYER-ID
003719     READ PLAYERS-FILE
003720         INVALID KEY
003721             MOVE "I" TO PL-STATUS-SW
003722     END-READ
003723     CLOSE PLAYERS-FILE
003724     IF PL-INACTIVE
003725         DISPLAY "PLAYER IS NOT ACTIVE ON THE ROSTER - THE"
003726             " FORFEITURE STANDS." UPON CONSOLE
003727         GO TO 5100-EXIT
003728     END-IF
003729     OPEN I-O LEAVER-FILE
003730     IF NOT FS-LEAVER-OK
003731         DISPLAY "NO LEAVER SETTLEMENTS ON FILE." UPON CONSOLE
003732         GO TO 5100-EXIT
003734     END-IF
003735     MOVE WS-PLAYER-ID TO LV-PLAYER-ID
003736     READ LEAVER-FILE
003737         INVALID KEY
003738             DISPLAY "NO LEAVER SETTLEMENT FOR THIS PLAYER."
003739                 UPON CONSOLE
003740             CLOSE LEAVER-FILE
003741             GO TO 5100-EXIT
003742     END-READ
003743     IF LV-REINSTATED
003744         DISPLAY "FORFEITURE ALREADY REINSTATED ON "
003745             LV-REINST-DATE "." UPON CONSOLE
003746         CLOSE LEAVER-FILE
003747         GO TO 5100-EXIT
003748     END-IF
003749     IF NOT LV-SETTLED OR NOT LV-FORFEITED
003750         DISPLAY "NO FORFEITURE TO REINSTATE FOR THIS PLAYER."
003751             UPON CONSOLE
003752         CLOSE LEAVER-FILE
003753         GO TO 5100-EXIT
003755     END-IF
003756     MOVE LV-POINTS TO WS-REINST-LEFT
003757     MOVE "V" TO WS-TRAN-TYPE
003758     PERFORM 5150-POST-CHUNK THRU 5150-EXIT
003759         UNTIL WS-REINST-LEFT = ZERO
003760     MOVE "R" TO LV-STATUS-SW
003761     MOVE WS-SIGNON-ID TO LV-REINST-OPER-ID
003762     ACCEPT LV-REINST-DATE FROM DATE YYYYMMDD
003763     REWRITE LEAVER-RECORD
003764         INVALID KEY
003765             DISPLAY "CANTEEN: UNABLE TO MARK THE SETTLEMENT"
003766                 " REINSTATED." UPON CONSOLE
003767     END-REWRITE
003768     CLOSE LEAVER-FILE
003769     PERFORM 5200-AUDIT-REINSTATE THRU 5200-EXIT
003770     MOVE LV-POINTS TO WS-BALANCE-ED
003771     DISPLAY "FORFEITURE REINSTATED - " WS-BALANCE-ED
003772         " POINTS GIVEN BACK." UPON CONSOLE.
003773 5100-EXIT.
003774     EXIT.
003775*-----------------------------------------------------------------
003777* 5150-POST-CHUNK - POST ONE REVERSAL AGAINST "LVRF".  A
003778*                   FORFEITURE TOO BIG FOR ONE LEDGER RECORD
003779*                   GOES BACK AS SEVERAL, AS LVRSTL POSTED IT.
003780*-----------------------------------------------------------------
003781 5150-POST-CHUNK.
003782     IF WS-REINST-LEFT > 99999
003783         MOVE 99999 TO WS-POINTS
003784     ELSE
003785         MOVE WS-REINST-LEFT TO WS-POINTS
003786     END-IF
003787     PERFORM 8000-POST-TRAN THRU 8000-EXIT
003788     SUBTRACT WS-POINTS FROM WS-REINST-LEFT.
003789 5150-EXIT.
003790     EXIT.
003791*-----------------------------------------------------------------
003792* 5200-AUDIT-REINSTATE - APPEND ONE OPAUDIT RECORD FOR THE
003793*                        FORFEITURE GIVEN BACK.
003794*-----------------------------------------------------------------
003795 5200-AUDIT-REINSTATE.
003796     OPEN EXTEND AUDIT-FILE
003797     IF NOT FS-AUDIT-OK
003799         OPEN OUTPUT AUDIT-FILE
003800     END-IF
003801     ACCEPT OA-AUDIT-DATE FROM DATE YYYYMMDD
003802     ACCEPT OA-AUDIT-TIME FROM TIME
003803     MOVE WS-SIGNON-ID TO OA-OPER-ID
003804     MOVE "CANTEEN" TO OA-PROGRAM
003805     MOVE "LVR-REINST" TO OA-ACTION
003806     MOVE WS-PLAYER-ID TO OA-KEY
003807     MOVE "FORFEITED" TO OA-BEFORE
003808     MOVE LV-POINTS TO OA-AFTER
003809     WRITE OPER-AUDIT-RECORD
003810     CLOSE AUDIT-FILE.
003811 5200-EXIT.
003812     EXIT.
003813*-----------------------------------------------------------------
003814* 6000-PRICE-ITEM - LOOK THE KEYED ITEM CODE UP ON THE CATALOG.
003815*                   NO CATALOG, AN UNKNOWN CODE, A WITHDRAWN
003816*                   ITEM OR ONE OUT OF STOCK ALL REFUSE THE
003817*                   REDEMPTION - THE OPERATOR CANNOT PRICE AN
003818*                   ITEM BY HAND.
003820*-----------------------------------------------------------------
003830 6000-PRICE-ITEM.
003840     MOVE "N" TO WS-ITEM-OK-SW
004020             UPON CONSOLE
004030         GO TO 6000-EXIT
004040     END-IF
004041     IF CI-ON-HAND = ZERO
004043         DISPLAY "ITEM IS OUT OF STOCK - REDEMPTION REFUSED."
004045             UPON CONSOLE
004046         GO TO 6000-EXIT
004048     END-IF
004050     MOVE "Y" TO WS-ITEM-OK-SW.
004051 6000-EXIT.
004052     EXIT.
004053*-----------------------------------------------------------------
004054* 6500-MOVE-STOCK - TAKE ONE OF THE ITEM OFF THE STOCK ON HAND
004055*                   FOR A REDEMPTION, OR PUT ONE BACK FOR A
004056*                   REVERSAL, AND JOURNAL THE MOVEMENT ON
004057*                   STKMOVE.  THE CALLER HAS SET WS-TRAN-TYPE.
004058*                   A CODE THE CATALOG DOES NOT KNOW (AN EXPIRY
004059*                   OR AN ENTRY FEE GIVEN BACK) MOVES NO STOCK.
004060*-----------------------------------------------------------------
004061 6500-MOVE-STOCK.
004062     OPEN I-O ITEM-FILE
004063     IF NOT FS-ITEM-OK
004064         GO TO 6500-EXIT
004065     END-IF
004066     MOVE WS-ITEM-CODE TO CI-ITEM-CODE
004067     READ ITEM-FILE
004068         INVALID KEY
004070             CLOSE ITEM-FILE
004071             GO TO 6500-EXIT
004072     END-READ
004073     IF WS-TRAN-TYPE = "R"
004074         IF CI-ON-HAND > ZERO
004075             SUBTRACT 1 FROM CI-ON-HAND
004076         END-IF
004077     ELSE
004078         IF CI-ON-HAND < 99999
004079             ADD 1 TO CI-ON-HAND
004080         END-IF
004081     END-IF
004082     REWRITE CANTEEN-ITEM-RECORD
004083         INVALID KEY
004084             DISPLAY "CANTEEN: STOCK NOT UPDATED FOR "
004085                 WS-ITEM-CODE " - STATUS " FS-ITEM UPON CONSOLE
004086     END-REWRITE
004087     CLOSE ITEM-FILE
004088     OPEN EXTEND STOCK-MOVE-FILE
004090     IF NOT FS-STOCK-MOVE-OK
004091         OPEN OUTPUT STOCK-MOVE-FILE
004092     END-IF
004093     MOVE SPACES TO STOCK-MOVE-RECORD
004094     ACCEPT SM-MOVE-DATE FROM DATE YYYYMMDD
004095     ACCEPT SM-MOVE-TIME FROM TIME
004096     MOVE WS-ITEM-CODE TO SM-ITEM-CODE
004097     MOVE WS-TRAN-TYPE TO SM-MOVE-TYPE
004098     MOVE 1 TO SM-QUANTITY
004099     MOVE CI-ON-HAND TO SM-BOOK-QTY
004100     MOVE WS-SIGNON-ID TO SM-OPER-ID
004101     MOVE WS-PLAYER-ID TO SM-REFERENCE
004102     WRITE STOCK-MOVE-RECORD
004103     CLOSE STOCK-MOVE-FILE.
004104 6500-EXIT.
004105     EXIT.
004106*-----------------------------------------------------------------
004107* 7000-EDIT-POINTS - TAKE THE RAW CONSOLE ENTRY AS A POINTS
004108*                    AMOUNT, ACCEPTING SHORT ENTRIES LIKE 50
004110*                    WITHOUT DEMANDING LEADING ZEROS, THE SAME
004120*                    WAY GUESS TAKES A RAW GUESS.
004130*-----------------------------------------------------------------
004470*-----------------------------------------------------------------
004480* 8000-POST-TRAN - APPEND ONE LEDGER TRANSACTION.  THE CALLER
004490*                  HAS SET WS-TRAN-TYPE; PLAYER, ITEM AND POINTS
004496*                  COME FROM THE PROMPTS.  THE SAME TRANSACTION
004503*                  GOES ON THE POINTS BALANCE MASTER AS IT POSTS.
004510*-----------------------------------------------------------------
004520 8000-POST-TRAN.
004530     OPEN EXTEND POINTS-LEDGER-FILE
004610     ACCEPT PT-TRAN-TIME FROM TIME
004620     MOVE WS-ITEM-CODE TO PT-ITEM-CODE
004630     MOVE WS-POINTS TO PT-POINTS
004635     PERFORM 8100-UPDATE-BALANCE THRU 8100-EXIT
004640     WRITE POINTS-LEDGER-RECORD
004650     CLOSE POINTS-LEDGER-FILE.
004660 8000-EXIT.
004670     EXIT.
004680*-----------------------------------------------------------------
004690* 8100-UPDATE-BALANCE - APPLY THE LEDGER RECORD JUST BUILT TO THE
004700*                       PLAYER'S POINTS BALANCE MASTER (PTSBAL),
004710*                       ADDING THE PLAYER'S RECORD THE FIRST TIME.
004720*                       NO MASTER ON FILE MEANS PTSPROOF HAS NOT
004730*                       YET BUILT IT, AND THERE IS NOTHING TO
004740*                       KEEP.
004750*-----------------------------------------------------------------
004760 8100-UPDATE-BALANCE.
004770     OPEN I-O POINTS-BALANCE-FILE
004780     IF NOT FS-POINTS-BALANCE-OK
004790         GO TO 8100-EXIT
004800     END-IF
004810     MOVE "Y" TO WS-BAL-ON-FILE-SW
004820     MOVE PT-PLAYER-ID TO PB-PLAYER-ID
004830     READ POINTS-BALANCE-FILE
004840         INVALID KEY
004850             MOVE "N" TO WS-BAL-ON-FILE-SW
004860             MOVE SPACES TO POINTS-BALANCE-RECORD
004870             MOVE PT-PLAYER-ID TO PB-PLAYER-ID
004880             MOVE ZERO TO PB-BALANCE
004890             MOVE ZERO TO PB-PROOF-DATE
004900     END-READ
004910     IF PT-REDEMPTION OR PT-EXPIRY
004920         OR (PT-REVERSAL AND PT-WIN-AWARD)
004930         SUBTRACT PT-POINTS FROM PB-BALANCE
004940     ELSE
004950         ADD PT-POINTS TO PB-BALANCE
004960     END-IF
004970     MOVE PT-TRAN-DATE TO PB-LAST-TRAN-DATE
004980     MOVE PT-TRAN-TIME TO PB-LAST-TRAN-TIME
004990     MOVE PT-TRAN-TYPE TO PB-LAST-TRAN-TYPE
005000     IF WS-BAL-ON-FILE
005010         REWRITE POINTS-BALANCE-RECORD
005020             INVALID KEY
005030                 DISPLAY "CANTEEN: PTSBAL NOT UPDATED FOR "
005040                     PB-PLAYER-ID " - STATUS " FS-POINTS-BALANCE
005050                     UPON CONSOLE
005060         END-REWRITE
005070     ELSE
005080         WRITE POINTS-BALANCE-RECORD
005090             INVALID KEY
005100                 DISPLAY "CANTEEN: PTSBAL NOT ADDED FOR "
005110                     PB-PLAYER-ID " - STATUS " FS-POINTS-BALANCE
005120                     UPON CONSOLE
005130         END-WRITE
005140     END-IF
005150     CLOSE POINTS-BALANCE-FILE.
005160 8100-EXIT.
005170     EXIT.
005180 END PROGRAM CANTEEN.
