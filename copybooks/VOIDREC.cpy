      *****************************************************************
      *  VOIDREC.CPY
      *  RECORD LAYOUT FOR THE GAME-VOID REQUEST FILE (GAMEVOID),
      *  KEYED THE SAME AS THE GAME-HISTORY MASTER - DATE PLUS PLAYER
      *  PLUS TIME - SO A REQUEST POINTS AT EXACTLY ONE LOGGED GAME.
      *  A SUPERVISOR FILES THE REQUEST THROUGH GMVOID WITH A REASON;
      *  VOIDAPL APPLIES IT OVERNIGHT - FLAGS THE GAME VOIDED, BACKS
      *  IT OUT OF PLAYERS AND LDRBRD, TAKES BACK THE WIN AWARD ON
      *  PTSLEDG - AND MARKS THE REQUEST APPLIED OR REJECTED.  WHEN
      *  THE GAME'S DAY WAS ALREADY EXTRACTED FOR PAYROLL THE REQUEST
      *  IS LEFT WITH AN ADJUSTMENT DUE, AND THE NEXT PAYEXT CARRIES
      *  A NEGATIVE INCENTIVE ADJUSTMENT FOR IT AND MARKS IT CARRIED
      *  WITH THE GENERATION IT WENT OUT ON.
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/26   DLM   ORIGINAL LAYOUT.
      *****************************************************************
       01  GAME-VOID-RECORD.
           05  GV-VOID-KEY.
               10  GV-LOG-DATE         PIC 9(08).
               10  GV-PLAYER-ID        PIC X(10).
               10  GV-LOG-TIME         PIC 9(08).
           05  GV-STATUS-SW            PIC X(01).
               88  GV-PENDING              VALUE "P".
               88  GV-APPLIED              VALUE "A".
               88  GV-REJECTED             VALUE "R".
               88  GV-WITHDRAWN            VALUE "W".
           05  GV-OUTCOME              PIC X(01).
               88  GV-WIN                  VALUE "W".
               88  GV-LOSS                 VALUE "L".
           05  GV-REQ-OPER-ID          PIC X(10).
           05  GV-REQ-DATE             PIC 9(08).
           05  GV-REQ-TIME             PIC 9(08).
           05  GV-REASON               PIC X(30).
           05  GV-APPLY-DATE           PIC 9(08).
           05  GV-APPLY-NOTE           PIC X(20).
           05  GV-POINTS-REVERSED      PIC 9(05).
           05  GV-ADJ-SW               PIC X(01).
               88  GV-ADJ-NONE             VALUE SPACE.
               88  GV-ADJ-DUE              VALUE "D".
               88  GV-ADJ-CARRIED          VALUE "C".
           05  GV-ADJ-GEN              PIC 9(05).
           05  GV-ADJ-AMOUNT           PIC 9(05)V99.
           05  FILLER                  PIC X(10).
