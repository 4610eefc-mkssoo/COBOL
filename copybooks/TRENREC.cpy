      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  09/02/26   DLM   ORIGINAL LAYOUT.
      *  10/15/26   DLM   ADDED TN-STATUS-SW.  A WITHDRAWN ENTRY (A
      *                   LEAVER, WITHDRAWN BY LVRSTL) STAYS ON FILE
      *                   FOR THE RECORD BUT NO LONGER TAGS GAMES OR
      *                   RANKS AT SETTLEMENT.
      *  10/15/26   DLM   ADDED TN-SEED, TAKEN FROM THE FILLER - THE
      *                   ENTRANT'S KNOCKOUT SEED BY SKILL RATING, SET
      *                   BY TRNMNT'S SEEDING OPTION.  ZERO (OR SPACES
      *                   ON AN ENTRY FILED BEFORE THE FIELD EXISTED)
      *                   MEANS NOT SEEDED.
      *****************************************************************
       01  TOURN-ENTRY-RECORD.
           05  TN-ENTRY-KEY.
               10  TN-EVENT-ID         PIC X(04).
               10  TN-PLAYER-ID        PIC X(10).
           05  TN-ENTRY-DATE           PIC 9(08).
           05  TN-STATUS-SW            PIC X(01).
               88  TN-ENTERED              VALUE SPACE.
               88  TN-WITHDRAWN            VALUE "W".
           05  TN-SEED                 PIC 9(03).
           05  FILLER                  PIC X(02).
