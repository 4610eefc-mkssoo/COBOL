      *****************************************************************
      *  BENFREC.CPY
      *  RECORD LAYOUT FOR THE ANNUAL BENEFIT FILE (BENANN) SENT TO
      *  PAYROLL AT YEAR END FOR TAX REPORTING.  BENYEAR WRITES ONE
      *  "H" HEADER NAMING THE TAX YEAR AND THE POINT VALUE USED, ONE
      *  "D" DETAIL PER EMPLOYEE WITH A TAXABLE BENEFIT IN THE YEAR,
      *  AND ONE "T" TRAILER CARRYING THE CONTROL TOTALS PAYROLL
      *  PROVES THE FILE AGAINST.  A DETAIL SPLITS THE BENEFIT INTO
      *  THE CASH INCENTIVE PAYROLL PAID (PAIDHIST), THE CANTEEN GOODS
      *  REDEEMED AND THE TOURNAMENT PRIZES AWARDED, THE LAST TWO
      *  VALUED IN MONEY AT THE POINTS POLICY'S POINT VALUE.  THE
      *  PLAYER ID IS THE EMPLOYEE ID PAYROLL KNOWS, AS ON THE NIGHTLY
      *  EXTRACT (PAYEXT).
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/26   DLM   ORIGINAL LAYOUT.
      *****************************************************************
       01  BENEFIT-RECORD.
           05  BF-RECORD-TYPE          PIC X(01).
               88  BF-HEADER               VALUE "H".
               88  BF-DETAIL               VALUE "D".
               88  BF-TRAILER              VALUE "T".
           05  BF-DETAIL-BODY.
               10  BF-PLAYER-ID        PIC X(10).
               10  BF-PLAYER-NAME      PIC X(20).
               10  BF-CASH-AMT         PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
               10  BF-GOODS-AMT        PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
               10  BF-PRIZE-AMT        PIC 9(07)V99.
               10  BF-TOTAL-AMT        PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(10).
           05  BF-HEADER-BODY REDEFINES BF-DETAIL-BODY.
               10  BF-TAX-YEAR         PIC 9(04).
               10  BF-YEAR-START       PIC 9(08).
               10  BF-YEAR-END         PIC 9(08).
               10  BF-RUN-DATE         PIC 9(08).
               10  BF-POINT-VALUE      PIC 9(01)V9(04).
               10  FILLER              PIC X(46).
           05  BF-TRAILER-BODY REDEFINES BF-DETAIL-BODY.
               10  BF-TOTAL-EMPLOYEES  PIC 9(05).
               10  BF-TOTAL-CASH       PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               10  BF-TOTAL-GOODS      PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               10  BF-TOTAL-PRIZE      PIC 9(09)V99.
               10  BF-TOTAL-BENEFIT    PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               10  BF-GENS-NOT-PAID    PIC 9(05).
               10  FILLER              PIC X(22).
