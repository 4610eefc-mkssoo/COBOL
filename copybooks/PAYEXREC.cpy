      *                   TO IT AND REFUSES A MISMATCH, SO A LATE
      *                   RETURN CAN NEVER BE RECONCILED AGAINST THE
      *                   WRONG NIGHT'S EXTRACT AGAIN.
      *  10/15/26   DLM   ADDED THE "A" ADJUSTMENT RECORD - ONE PER
      *                   GAME VOIDED (VOIDAPL) AFTER ITS DAY WAS
      *                   ALREADY EXTRACTED, CARRYING THE NEGATIVE
      *                   INCENTIVE THAT TAKES BACK WHAT THE GAME
      *                   EARNED.  ADJUSTMENTS FOLLOW THE DETAIL
      *                   RECORDS; THE TRAILER CARRIES THEIR COUNT
      *                   AND NET AMOUNT SEPARATELY FROM THE DAY'S
      *                   INCENTIVE TOTAL.
      *  10/15/26   DLM   TRAILER NOW CARRIES THE LATEST INCENTIVE
      *                   RATE SCHEDULE (INCRATE) EFFECTIVE DATE
      *                   USED TO PRICE THE DAY (ZERO WHEN ONLY THE
      *                   STANDARD RATE APPLIED) AND THE COUNT OF
      *                   PLAYERS HELD TO A DAILY CAP.
      *****************************************************************
       01  PAYROLL-EXTRACT-RECORD.
           05  PX-RECORD-TYPE          PIC X(01).
               88  PX-HEADER                   VALUE "H".
               88  PX-DETAIL                   VALUE "D".
               88  PX-TRAILER                  VALUE "T".
               88  PX-ADJUSTMENT               VALUE "A".
           05  PX-DETAIL-BODY.
               10  PX-PLAYER-ID            PIC X(10).
               10  PX-GAMES-PLAYED         PIC 9(05).
               10  PX-TOTAL-WON            PIC 9(07).
               10  PX-TOTAL-LOST           PIC 9(07).
               10  PX-TOTAL-INCENTIVE      PIC 9(07)V99.
               10  PX-TOTAL-ADJ-COUNT      PIC 9(05).
               10  PX-TOTAL-ADJUST         PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
               10  PX-RATE-EFF-DATE        PIC 9(08).
               10  PX-TOTAL-CAPPED         PIC 9(05).
               10  FILLER                  PIC X(16).
           05  PX-HEADER-BODY REDEFINES PX-DETAIL-BODY.
               10  PX-GEN-NUMBER           PIC 9(05).
               10  PX-BUS-DATE             PIC 9(08).
               10  FILLER                  PIC X(66).
           05  PX-ADJUST-BODY REDEFINES PX-DETAIL-BODY.
               10  PX-ADJ-PLAYER-ID        PIC X(10).
               10  PX-ADJ-GAME-DATE        PIC 9(08).
               10  PX-ADJ-GAME-TIME        PIC 9(08).
               10  PX-ADJ-AMOUNT           PIC S9(05)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER                  PIC X(45).
