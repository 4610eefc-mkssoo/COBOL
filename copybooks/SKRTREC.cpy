      *****************************************************************
      *  SKRTREC.CPY
      *  RECORD LAYOUT FOR THE PLAYER SKILL RATING MASTER (SKILLRT),
      *  KEYED BY PLAYER ID.  REBUILT EVERY NIGHT BY SKLRATE FROM THE
      *  GAME-HISTORY MASTER (GAMEHIST) AND THE OPEN DAY ON GUESS-LOG.
      *  EACH GAME SCORES 0 TO 100 ON THE ATTEMPTS USED AGAINST THE
      *  SESSION'S CEILING AND ATTEMPT LIMIT, AND THE RATING IS A
      *  RUNNING AVERAGE OF THE SCORES WEIGHTED TOWARD RECENT GAMES.
      *  THE TREND IS THE RATING NOW LESS THE RATING A WEEK AGO.  THE
      *  WEEK FIELDS HOLD THE SUNDAY-SATURDAY WEEK OF THE RUN - THE
      *  GAMES AND SCORE TOTAL FOR THE WEEK AND THE RATING THE PLAYER
      *  CARRIED INTO IT - FOR LBDISP'S HANDICAPPED VIEW.  TRNMNT
      *  SEEDS KNOCKOUT ENTRANTS ON SR-RATING AND PLAYMAIN SHOWS THE
      *  RATING AND TREND ON LOOKUP.
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/26   DLM   ORIGINAL LAYOUT.
      *****************************************************************
       01  SKILL-RATING-RECORD.
           05  SR-PLAYER-ID            PIC X(10).
           05  SR-RATING               PIC 9(03)V99.
           05  SR-GAMES-RATED          PIC 9(07).
           05  SR-TREND                PIC S9(03)V99
                                       SIGN LEADING SEPARATE.
           05  SR-TREND-SW             PIC X(01).
               88  SR-TREND-KNOWN          VALUE "Y".
               88  SR-TREND-NEW            VALUE "N".
           05  SR-LAST-GAME-DATE       PIC 9(08).
           05  SR-WEEK-ENDING          PIC 9(08).
           05  SR-WEEK-GAMES           PIC 9(05).
           05  SR-WEEK-SCORE           PIC 9(07)V99.
           05  SR-WEEK-BASE-RATING     PIC 9(03)V99.
           05  SR-WEEK-BASE-SW         PIC X(01).
               88  SR-WEEK-BASE-HELD       VALUE "Y".
           05  SR-RATED-DATE           PIC 9(08).
           05  FILLER                  PIC X(20).
