      *****************************************************************
      *  PAIDREC.CPY
      *  RECORD LAYOUT FOR THE PAID-INCENTIVE HISTORY (PAIDHIST),
      *  KEYED BY EXTRACT GENERATION NUMBER PLUS PLAYER ID.  PAYRTN
      *  WRITES ONE RECORD FOR EVERY PLAYER PAYROLL RETURNS AS PAID
      *  AGAINST A GENERATION - THE INCENTIVE THE EXTRACT SENT AND THE
      *  NET OF ANY VOIDED-GAME ADJUSTMENTS THE SAME GENERATION
      *  CARRIED FOR THE PLAYER.  AN ADJUSTMENT FOR A PLAYER WITH NO
      *  DETAIL IN THE GENERATION IS FILED WITH A ZERO INCENTIVE.  THE
      *  PAYROLL EXTRACT IS REPLACED EVERY NIGHT, SO THIS IS THE ONLY
      *  LASTING RECORD OF WHAT WAS ACTUALLY PAID; THE YEAR-END
      *  BENEFIT SUMMARY (BENYEAR) TOTALS IT PER EMPLOYEE.  A RERUN OF
      *  PAYRTN FOR THE SAME GENERATION REPLACES ITS RECORDS IN PLACE.
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/26   DLM   ORIGINAL LAYOUT.
      *****************************************************************
       01  PAID-HISTORY-RECORD.
           05  PH-KEY.
               10  PH-GEN-NUMBER       PIC 9(05).
               10  PH-PLAYER-ID        PIC X(10).
           05  PH-BUS-DATE             PIC 9(08).
           05  PH-INCENTIVE-AMT        PIC 9(05)V99.
           05  PH-ADJUST-AMT           PIC S9(05)V99
                                       SIGN LEADING SEPARATE.
           05  PH-PAID-DATE            PIC 9(08).
           05  FILLER                  PIC X(10).
