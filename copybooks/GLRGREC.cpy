      *****************************************************************
      *  GLRGREC.CPY
      *  RECORD LAYOUT FOR THE GL JOURNAL TRANSMISSION REGISTER
      *  (GLXREG), KEYED BY JOURNAL GENERATION NUMBER THE SAME WAY
      *  XMITREG IS KEYED BY PAYROLL EXTRACT GENERATION.  PTSGLX
      *  APPENDS ONE RECORD FOR EVERY JOURNAL IT SENDS - THE PERIOD,
      *  THE LEDGER CUTOFF IT CLOSED AT, HOW FAR THROUGH THE ARCHIVE
      *  IT READ, THE DEBIT TOTAL AND THE POINTS CARRIED FORWARD.  A
      *  SECOND JOURNAL FOR A CUTOFF ALREADY ON THE REGISTER IS
      *  REFUSED, AND THE NEXT JOURNAL STARTS FROM THE ARCHIVE
      *  POSITION AND CARRY OF THE LAST ONE.
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/26   DLM   ORIGINAL LAYOUT.
      *****************************************************************
       01  GL-REGISTER-RECORD.
           05  GR-GEN-NUMBER           PIC 9(05).
           05  GR-PERIOD-START         PIC 9(08).
           05  GR-CUTOFF-DATE          PIC 9(08).
           05  GR-RUN-DATE             PIC 9(08).
           05  GR-ARCH-COUNT           PIC 9(09).
           05  GR-LINE-COUNT           PIC 9(05).
           05  GR-TOTAL-DEBITS         PIC 9(09)V99.
           05  GR-CARRY-POINTS         PIC 9(09).
           05  GR-PROVED-SW            PIC X(01).
               88  GR-PROVED               VALUE "Y".
           05  FILLER                  PIC X(06).
