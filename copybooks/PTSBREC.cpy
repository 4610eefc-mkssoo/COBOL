      *****************************************************************
      *  PTSBREC.CPY
      *  RECORD LAYOUT FOR THE POINTS BALANCE MASTER (PTSBAL), KEYED
      *  BY PLAYER ID.  ONE RECORD PER PLAYER HOLDING THE CURRENT
      *  POINTS BALANCE AND THE DATE, TIME AND TYPE OF THE LAST
      *  LEDGER TRANSACTION, SO CANTEEN CAN CHECK A BALANCE WITH ONE
      *  KEYED READ INSTEAD OF READING PTSLEDG FROM THE TOP.  PTSLEDG
      *  STAYS THE BOOK OF RECORD - EVERY PROGRAM THAT POSTS TO THE
      *  LEDGER (GUESS, CANTEEN, TRNMNT, TRNSTND, VOIDAPL, LVRSTL,
      *  PTSEXPR AND PTSCLOSE) APPLIES THE SAME TRANSACTION HERE AS
      *  IT POSTS, USING THE LEDGER'S OWN ARITHMETIC - REDEMPTIONS,
      *  EXPIRIES AND A "V" AGAINST "WIN " SUBTRACT, EVERYTHING ELSE
      *  ADDS.  THE BALANCE IS SIGNED - A VOIDED AWARD ALREADY SPENT
      *  CAN TAKE A PLAYER BELOW ZERO.  THE NIGHTLY PROOF (PTSPROOF)
      *  REBUILDS EVERY BALANCE FROM THE LEDGER, REPORTS ANY PLAYER
      *  WHOSE MASTER DISAGREES AND SETS THE MASTER BACK TO THE
      *  LEDGER.  THE POSTING PROGRAMS DO NOT CREATE THE FILE - THE
      *  FIRST PTSPROOF RUN BUILDS IT, AND UNTIL THEN CANTEEN SUMS
      *  THE LEDGER AS BEFORE.
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/26   DLM   ORIGINAL LAYOUT.
      *  10/15/26   DLM   ADDED PB-RAISED-CUTOFF OUT OF THE FILLER -
      *                   THE CUTOFF OF THE LAST MONTH-END CLOSE THAT
      *                   RAISED THE BALANCE FOR A NEGATIVE CARRY
      *                   WRITTEN AS ZERO, SO A CLOSE RESTARTED AFTER
      *                   AN ABEND DOES NOT RAISE IT A SECOND TIME.
      *                   SPACES ON A RECORD NO CLOSE HAS RAISED.
      *****************************************************************
       01  POINTS-BALANCE-RECORD.
           05  PB-PLAYER-ID            PIC X(10).
           05  PB-BALANCE              PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05  PB-LAST-TRAN-DATE       PIC 9(08).
           05  PB-LAST-TRAN-TIME       PIC 9(08).
           05  PB-LAST-TRAN-TYPE       PIC X(01).
           05  PB-PROOF-DATE           PIC 9(08).
           05  PB-RAISED-CUTOFF        PIC 9(08).
           05  FILLER                  PIC X(07).
