      *****************************************************************
      *  GLJREC.CPY
      *  RECORD LAYOUT FOR THE MONTH-END POINTS LIABILITY JOURNAL
      *  (PTSGLJ) SENT TO THE GENERAL LEDGER.  PTSGLX WRITES ONE "H"
      *  HEADER CARRYING THE GENERATION, THE PERIOD AND THE POINT
      *  VALUE USED, THEN A BALANCED DEBIT AND CREDIT "D" LINE PAIR
      *  FOR EACH KIND OF LEDGER MOVEMENT IN THE PERIOD, THEN A "T"
      *  TRAILER WITH THE DEBIT AND CREDIT TOTALS AND THE POINTS
      *  PROOF - OPENING CARRY PLUS NET MOVEMENT AGAINST THE CARRY
      *  PTSCLOSE WROTE FORWARD.
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/26   DLM   ORIGINAL LAYOUT.
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-RECORD-TYPE          PIC X(01).
               88  GJ-HEADER                   VALUE "H".
               88  GJ-DETAIL                   VALUE "D".
               88  GJ-TRAILER                  VALUE "T".
           05  GJ-DETAIL-BODY.
               10  GJ-ACCOUNT              PIC X(06).
               10  GJ-DR-CR-SW             PIC X(01).
                   88  GJ-DEBIT                VALUE "D".
                   88  GJ-CREDIT               VALUE "C".
               10  GJ-AMOUNT               PIC 9(07)V99.
               10  GJ-CATEGORY             PIC X(04).
               10  GJ-POINTS               PIC 9(09).
               10  GJ-TRAN-COUNT           PIC 9(07).
               10  GJ-DESCRIPTION          PIC X(20).
               10  FILLER                  PIC X(23).
           05  GJ-HEADER-BODY REDEFINES GJ-DETAIL-BODY.
               10  GJ-GEN-NUMBER           PIC 9(05).
               10  GJ-PERIOD-START         PIC 9(08).
               10  GJ-PERIOD-END           PIC 9(08).
               10  GJ-RUN-DATE             PIC 9(08).
               10  GJ-POINT-VALUE          PIC 9(01)V9(04).
               10  FILLER                  PIC X(45).
           05  GJ-TRAILER-BODY REDEFINES GJ-DETAIL-BODY.
               10  GJ-LINE-COUNT           PIC 9(05).
               10  GJ-TOTAL-DEBITS         PIC 9(09)V99.
               10  GJ-TOTAL-CREDITS        PIC 9(09)V99.
               10  GJ-OPENING-POINTS       PIC S9(09)
                                           SIGN LEADING SEPARATE.
               10  GJ-NET-POINTS           PIC S9(09)
                                           SIGN LEADING SEPARATE.
               10  GJ-CARRY-POINTS         PIC 9(09).
               10  GJ-CARRY-VALUE          PIC 9(09)V99.
               10  GJ-PROVED-SW            PIC X(01).
                   88  GJ-PROVED               VALUE "Y".
               10  FILLER                  PIC X(11).
