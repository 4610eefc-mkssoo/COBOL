      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  09/02/26   DLM   ORIGINAL LAYOUT.
      *  10/15/26   DLM   ADDED TE-REFUND-RULE - WHAT AN ENTRANT GETS
      *                   BACK WHEN WITHDRAWN FROM THE EVENT (LVRSTL
      *                   WITHDRAWS LEAVERS): THE FULL FEE, THE FEE
      *                   ONLY IF WITHDRAWN BEFORE THE START DATE, OR
      *                   NOTHING.  EVENTS SET UP BEFORE THE RULE
      *                   EXISTED CARRY A SPACE AND REFUND IN FULL.
      *****************************************************************
       01  TOURN-EVENT-RECORD.
           05  TE-EVENT-ID             PIC X(04).
           05  TE-STATUS-SW            PIC X(01).
               88  TE-OPEN                 VALUE "O".
               88  TE-SETTLED              VALUE "S".
           05  TE-REFUND-RULE          PIC X(01).
               88  TE-REFUND-FULL          VALUES "F" SPACE.
               88  TE-REFUND-BEFORE-START  VALUE "B".
               88  TE-REFUND-NONE          VALUE "N".
           05  FILLER                  PIC X(03).
