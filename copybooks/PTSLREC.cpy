      *                   REDEMPTION, AND IS REVERSIBLE THE SAME WAY -
      *                   A SUPERVISOR "V" POSTING GIVES THE POINTS
      *                   BACK WITH THE WHOLE STORY ON THE LEDGER.
      *  10/15/26   DLM   ADDED PT-WIN-AWARD ON THE ITEM CODE.  WHEN A
      *                   SUPERVISOR VOIDS A WON GAME, VOIDAPL POSTS A
      *                   "V" AGAINST THE "WIN " CODE TO TAKE THE GAME
      *                   ACCRUAL BACK.  THAT ONE REVERSAL SUBTRACTS -
      *                   EVERY OTHER "V" GIVES POINTS BACK AND ADDS.
      *  10/15/26   DLM   ADDED THE LEAVER SETTLEMENT CODES.  LVRSTL
      *                   FORFEITS A LEAVER'S REMAINING POINTS AS AN
      *                   "X" AGAINST "LVRF", OR CASHES THEM OUT AS AN
      *                   "R" AGAINST "LVRC", SO NEITHER NEEDS A NEW
      *                   TYPE AND EVERY BALANCE ROUTINE ALREADY
      *                   SUBTRACTS THEM.  A FORFEITURE IS GIVEN BACK
      *                   TO A REHIRE BY A SUPERVISOR "V" AGAINST
      *                   "LVRF"; A CASH-OUT HAS BEEN PAID AND IS NOT
      *                   REVERSED.
      *****************************************************************
       01  POINTS-LEDGER-RECORD.
           05  PT-PLAYER-ID            PIC X(10).
               88  PT-BROUGHT-FWD          VALUE "B".
               88  PT-EXPIRY               VALUE "X".
           05  PT-ITEM-CODE            PIC X(04).
               88  PT-WIN-AWARD            VALUE "WIN ".
               88  PT-LEAVER-FORFEIT       VALUE "LVRF".
               88  PT-LEAVER-CASHOUT       VALUE "LVRC".
           05  PT-POINTS               PIC 9(05).
           05  FILLER                  PIC X(04).
