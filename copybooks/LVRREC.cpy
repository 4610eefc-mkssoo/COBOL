      *****************************************************************
      *  LVRREC.CPY
      *  RECORD LAYOUT FOR THE LEAVER SETTLEMENT FILE (LEAVERS), KEYED
      *  BY PLAYER ID.  HRSTAT FILES ONE PENDING RECORD FOR EVERY
      *  TERMINATION IT APPLIES TO AN ACTIVE PLAYER; LVRSTL SETTLES IT
      *  THAT NIGHT - WITHDRAWS THE LEAVER FROM ANY OPEN TOURNAMENT,
      *  REFUNDING THE ENTRY FEE AS THE EVENT'S RULE SAYS, THEN
      *  FORFEITS OR CASHES OUT THE REMAINING POINTS PER THE SHOP'S
      *  LEAVER POLICY (PTSPOL) - AND RECORDS WHAT IT DID HERE.  A
      *  REHIRE BEFORE SETTLEMENT CANCELS THE RECORD.  A REHIRE AFTER
      *  A FORFEITURE GETS NOTHING BACK UNTIL A SUPERVISOR REVERSES
      *  THE FORFEITURE IN CANTEEN, WHICH MARKS THE RECORD
      *  REINSTATED.  A LATER TERMINATION REPLACES THE RECORD - THE
      *  LEDGER KEEPS THE EARLIER SETTLEMENT.
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/26   DLM   ORIGINAL LAYOUT.
      *****************************************************************
       01  LEAVER-RECORD.
           05  LV-PLAYER-ID            PIC X(10).
           05  LV-TERM-DATE            PIC 9(08).
           05  LV-FEED-DATE            PIC 9(08).
           05  LV-STATUS-SW            PIC X(01).
               88  LV-PENDING              VALUE "P".
               88  LV-SETTLED              VALUE "S".
               88  LV-CANCELLED            VALUE "C".
               88  LV-REINSTATED           VALUE "R".
           05  LV-SETTLE-DATE          PIC 9(08).
           05  LV-SETTLE-TYPE          PIC X(01).
               88  LV-FORFEITED            VALUE "F".
               88  LV-CASHED-OUT           VALUE "C".
               88  LV-NIL-BALANCE          VALUE "N".
           05  LV-POINTS               PIC 9(07).
           05  LV-CASH-AMT             PIC 9(07)V99.
           05  LV-EVENTS-WITHDRAWN     PIC 9(03).
           05  LV-REFUND-POINTS        PIC 9(05).
           05  LV-REINST-OPER-ID       PIC X(10).
           05  LV-REINST-DATE          PIC 9(08).
           05  FILLER                  PIC X(10).
