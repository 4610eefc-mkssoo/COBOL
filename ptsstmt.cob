000340*                  LAPSE INSIDE THE NEXT MONTH UNLESS SPENT -
000350*                  SO PLAYERS GET FAIR WARNING BEFORE THE
000360*                  EXPIRY RUN TAKES THEM.
000361* 10/15/26   DLM   A "V" AGAINST THE "WIN " CODE (VOIDAPL TAKING
000362*                  BACK A VOIDED GAME'S AWARD) IS A DEBIT - IT
000363*                  SHOWS NEGATIVE ON THE STATEMENT, LABELLED GAME
000364*                  VOIDED, AND NETS OFF THE REVERSED COLUMN OF THE
000365*                  SUMMARY, WHICH NOW PRINTS SIGNED.
000366* 10/15/26   DLM   LABEL THE LEAVER SETTLEMENT POSTINGS - "LVRF"
000367*                  FORFEITURE (AND ITS REINSTATEMENT) AND "LVRC"
000368*                  CASH-OUT.
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000930         10  WS-TBL-PLAYER-ID        PIC X(10).
000940         10  WS-TBL-ACCRUED          PIC 9(07) COMP.
000950         10  WS-TBL-REDEEMED         PIC 9(07) COMP.
000960         10  WS-TBL-REVERSED         PIC S9(07) COMP.
000970         10  WS-TBL-BFWD             PIC 9(07) COMP.
000980         10  WS-TBL-EXPIRED          PIC 9(07) COMP.
000990 01  WS-HDR-LINE1.
001340     05  FILLER                  PIC X(02) VALUE SPACES.
001350     05  SUM-REDEEMED            PIC ZZZZZZ9.
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  SUM-REVERSED            PIC ZZZZZ9-.
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  SUM-EXPIRED             PIC ZZZZZZ9.
001400     05  SUM-BALANCE             PIC ZZZZZZZZ9-.
002220             IF PT-PLAYER-ID = WS-PLAYER-ID
002230                 ADD 1 TO WS-TRAN-COUNT
002240                 IF PT-REDEMPTION OR PT-EXPIRY
002245                     OR (PT-REVERSAL AND PT-WIN-AWARD)
002250                     SUBTRACT PT-POINTS FROM WS-RUN-BALANCE
002260                 ELSE
002270                     ADD PT-POINTS TO WS-RUN-BALANCE
002420*-----------------------------------------------------------------
002430 2050-AGE-FOR-WARNING.
002440     IF PT-REDEMPTION OR PT-EXPIRY
002445         OR (PT-REVERSAL AND PT-WIN-AWARD)
002450         ADD PT-POINTS TO WS-ALL-DEBITS
002460     ELSE
002470         IF PT-TRAN-DATE <= WS-SOON-CUTOFF
002620     MOVE PT-ITEM-CODE TO DET-ITEM-CODE
002630     PERFORM 2150-GET-ITEM-DESC THRU 2150-EXIT
002640     IF PT-REDEMPTION OR PT-EXPIRY
002645         OR (PT-REVERSAL AND PT-WIN-AWARD)
002650         COMPUTE DET-POINTS = ZERO - PT-POINTS
002660     ELSE
002670         MOVE PT-POINTS TO DET-POINTS
002740* 2150-GET-ITEM-DESC - NAME THE ITEM CODE FROM THE CATALOG.  THE
002750*                      "WIN" CODE GUESS POSTS ON AN ACCRUAL IS
002760*                      NOT A CATALOG ITEM AND GETS A STANDING
002767*                      LABEL, AS DO THE LEAVER SETTLEMENT CODES
002775*                      LVRSTL POSTS; ANY OTHER CODE THE CATALOG
002782*                      DOES NOT KNOW PRINTS UNNAMED.
002790*-----------------------------------------------------------------
002800 2150-GET-ITEM-DESC.
002810     MOVE SPACES TO DET-ITEM-DESC
002814     IF PT-WIN-AWARD
002818         IF PT-REVERSAL
002822             MOVE "GAME VOIDED" TO DET-ITEM-DESC
002827         ELSE
002831             MOVE "GAME WIN AWARD" TO DET-ITEM-DESC
002835         END-IF
002840         GO TO 2150-EXIT
002850     END-IF
002860     IF PT-ITEM-CODE = "BFWD"
002880         GO TO 2150-EXIT
002890     END-IF
002900     IF PT-ITEM-CODE = "EXPR"
002901         MOVE "POINTS EXPIRED" TO DET-ITEM-DESC
002902         GO TO 2150-EXIT
002904     END-IF
002905     IF PT-LEAVER-FORFEIT
002907         IF PT-REVERSAL
002908             MOVE "FORFEIT REINSTATED" TO DET-ITEM-DESC
002910         ELSE
002911             MOVE "LEAVER FORFEITURE" TO DET-ITEM-DESC
002912         END-IF
002914         GO TO 2150-EXIT
002915     END-IF
002917     IF PT-LEAVER-CASHOUT
002918         MOVE "LEAVER CASH-OUT" TO DET-ITEM-DESC
002920         GO TO 2150-EXIT
002930     END-IF
002940     IF NOT WS-CATALOG-OPEN
003460                     WHEN PT-REDEMPTION
003470                         ADD PT-POINTS
003480                             TO WS-TBL-REDEEMED (WS-SUB-1)
003482                     WHEN PT-REVERSAL AND PT-WIN-AWARD
003485                         SUBTRACT PT-POINTS
003487                             FROM WS-TBL-REVERSED (WS-SUB-1)
003490                     WHEN PT-REVERSAL
003500                         ADD PT-POINTS
003510                             TO WS-TBL-REVERSED (WS-SUB-1)
