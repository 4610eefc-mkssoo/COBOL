      *****************************************************************
      *  PPOLREC.CPY
      *  RECORD LAYOUT FOR THE POINTS POLICY FILE (PTSPOL).  ONE
      *  RECORD HOLDS THE SHOP'S STANDING DECISIONS ABOUT WHAT POINTS
      *  ARE WORTH AND WHAT HAPPENS TO THEM, SO A CHANGE OF POLICY IS
      *  A SUPERVISOR ENTRY IN PTSPMNT RATHER THAN A PROGRAM CHANGE.
      *  WITH NO RECORD ON FILE, A LEAVER'S POINTS ARE FORFEITED AND
      *  A POINT IS VALUED AT 0.0100.  THE GENERAL LEDGER ACCOUNT
      *  CODES THE MONTH-END LIABILITY JOURNAL (PTSGLX) POSTS TO ARE
      *  HELD HERE AS WELL; PTSGLX WILL NOT RUN UNTIL ALL SIX ARE SET.
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/26   DLM   ORIGINAL LAYOUT.
      *  10/15/26   DLM   ADDED THE SIX GL ACCOUNT CODES OUT OF THE
      *                   FILLER - THE POINTS LIABILITY ACCOUNT AND THE
      *                   CONTRA ACCOUNT FOR EACH KIND OF MOVEMENT -
      *                   WITH A TABLE VIEW FOR PTSPMNT.  A RECORD
      *                   WRITTEN BEFORE THE CHANGE READS BACK WITH THE
      *                   ACCOUNTS BLANK.
      *****************************************************************
       01  POINTS-POLICY-RECORD.
           05  PP-LEAVER-SW            PIC X(01).
               88  PP-LEAVER-FORFEIT       VALUE "F".
               88  PP-LEAVER-CASHOUT       VALUE "C".
           05  PP-POINT-VALUE          PIC 9(01)V9(04).
           05  PP-GL-ACCOUNTS.
               10  PP-GL-LIABILITY     PIC X(06).
               10  PP-GL-ACCRUAL       PIC X(06).
               10  PP-GL-REDEMPTION    PIC X(06).
               10  PP-GL-ENTRY-FEE     PIC X(06).
               10  PP-GL-EXPIRY        PIC X(06).
               10  PP-GL-REVERSAL      PIC X(06).
           05  PP-GL-TABLE REDEFINES PP-GL-ACCOUNTS.
               10  PP-GL-ACCOUNT       PIC X(06) OCCURS 6 TIMES.
           05  FILLER                  PIC X(04).
