      *                   FIXED-LENGTH RECORDS, SO THE LONGER LAYOUT
      *                   TAKES A ONE-OFF UNLOAD/RELOAD OF THE FILE
      *                   ACROSS THE UPGRADE.
      *  10/15/26   DLM   ADDED GH-VOID-SW, CARRIED OVER FROM THE
      *                   GUESS-LOG RECORD OR SET BY VOIDAPL WHEN A
      *                   SUPERVISOR VOID IS APPLIED TO A FILED GAME.
      *                   THE RECORD IS KEPT FOR THE AUDIT TRAIL AND
      *                   SKIPPED BY EVERY REPORT.  ONE-OFF
      *                   UNLOAD/RELOAD OF GAMEHIST ACROSS THE UPGRADE,
      *                   AS BEFORE.
      *****************************************************************
       01  GAME-HIST-RECORD.
           05  GH-HIST-KEY.
           05  GH-BIG-HINT-CNT         PIC 99.
           05  GH-SESSION-CODE         PIC X(01).
           05  GH-EVENT-ID             PIC X(04).
           05  GH-VOID-SW              PIC X(01).
               88  GH-VOIDED               VALUE "V".
