      *****************************************************************
      *  INCRREC.CPY
      *  RECORD LAYOUT FOR THE INCENTIVE RATE SCHEDULE (INCRATE),
      *  KEYED BY EFFECTIVE DATE PLUS DEPARTMENT CODE.  EACH ENTRY
      *  PRICES A PLAYER'S DAY FROM ITS EFFECTIVE DATE UNTIL THE NEXT
      *  ENTRY FOR THE SAME DEPARTMENT - SO MUCH A GAME PLAYED, SO
      *  MUCH MORE A GAME WON, UP TO A DAILY CAP PER PLAYER (ZERO
      *  MEANS NO CAP).  SPACES IN IR-DEPT-CODE IS THE SHOP-WIDE
      *  ENTRY, USED FOR ANY PLAYER WHOSE DEPARTMENT (AS ASSIGNED ON
      *  THE DAY, FROM DEPTASGN) HAS NO ENTRY OF ITS OWN IN FORCE.
      *  MAINTAINED BY INCRMNT; PAYEXT PRICES THE EXTRACT FROM IT.
      *  WITH NO ENTRY IN FORCE A DAY IS PRICED AT THE STANDARD 0.50
      *  A GAME PLAYED THAT PAYEXT HAS ALWAYS PAID.
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/26   DLM   ORIGINAL LAYOUT.
      *****************************************************************
       01  INCENTIVE-RATE-RECORD.
           05  IR-RATE-KEY.
               10  IR-EFF-DATE         PIC 9(08).
               10  IR-DEPT-CODE        PIC X(04).
           05  IR-GAME-RATE            PIC 9(01)V99.
           05  IR-WIN-BONUS            PIC 9(01)V99.
           05  IR-DAILY-CAP            PIC 9(02)V99.
           05  IR-SET-OPER-ID          PIC X(10).
           05  IR-SET-DATE             PIC 9(08).
           05  FILLER                  PIC X(10).
