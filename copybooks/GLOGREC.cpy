      *                   BY GUESS WHEN THE PLAYER IS ENTERED IN AN
      *                   OPEN EVENT.  SPACES MEANS AN ORDINARY
      *                   DAILY GAME.
      *  10/15/26   DLM   ADDED GL-VOID-SW (AT THE END, SO PRIOR
      *                   RECORDS STILL PARSE) - SET BY VOIDAPL WHEN A
      *                   SUPERVISOR VOID (GMVOID) IS APPLIED TO THE
      *                   GAME.  A VOIDED GAME STAYS ON THE LOG FOR
      *                   THE AUDIT TRAIL BUT EVERY REPORT SKIPS IT.
      *****************************************************************
       01  GUESS-LOG-RECORD.
           05  GL-LOG-DATE             PIC 9(08).
               88  GL-SESSION-LUNCH        VALUE "L".
               88  GL-SESSION-EVENING      VALUE "E".
           05  GL-EVENT-ID             PIC X(04).
           05  GL-VOID-SW              PIC X(01).
               88  GL-VOIDED               VALUE "V".
