      *****************************************************************
      *  RSTCTLRC.CPY
      *  RECORD LAYOUT FOR THE RESTART CONTROL FILE (RSTCTL), KEYED BY
      *  JOB NAME.  ONE RECORD PER JOB THAT REWRITES A LIVE FILE IN
      *  PLACE (PTSCLOSE REBUILDS PTSLEDG, EODHSKP REBUILDS GUESS-LOG).
      *  THE JOB TAKES A PRE-RUN COPY OF THE LIVE FILE BEFORE IT
      *  CHANGES ANYTHING AND REWRITES THIS RECORD AS EACH PHASE OF
      *  THE RUN COMPLETES, WITH THE RECORD COUNT AND CONTROL TOTAL OF
      *  EVERY FILE THE PHASE PRODUCED.  A RUN THAT FINISHES LEAVES
      *  THE PHASE "C".  A RUN THAT FINDS ANY OTHER PHASE KNOWS THE
      *  LAST ONE DIED PARTWAY, PROVES THE PRE-RUN COPY AND THE WORK
      *  FILE AGAINST THE TOTALS HELD HERE, AND EITHER FINISHES THE
      *  OLD RUN FROM WHERE IT STOPPED OR PUTS THE LIVE FILE BACK FROM
      *  THE PRE-RUN COPY AND STARTS THE RUN OVER.  THE CONTROL TOTAL
      *  IS THE POINTS TOTAL FOR THE LEDGER AND A HASH TOTAL OF THE
      *  LOG TIMES FOR GUESS-LOG.  THE RUN DATE, CUTOFF AND RUN TIME
      *  OF THE ORIGINAL RUN ARE KEPT SO A RESTART WORKS TO THE SAME
      *  DATES AND STAMPS THE SAME RECORDS.
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/26   DLM   ORIGINAL LAYOUT.
      *****************************************************************
       01  RESTART-CTL-RECORD.
           05  RS-JOB-NAME             PIC X(08).
           05  RS-PHASE                PIC X(01).
               88  RS-COPY-TAKEN           VALUE "1".
               88  RS-SPLIT-DONE           VALUE "2".
               88  RS-REBUILDING           VALUE "3".
               88  RS-REBUILT              VALUE "4".
               88  RS-ARCHIVING            VALUE "5".
               88  RS-ARCHIVED             VALUE "6".
               88  RS-RUN-COMPLETE         VALUE "C".
               88  RS-PAST-REBUILD         VALUE "4" "5" "6".
           05  RS-RUN-DATE             PIC 9(08).
           05  RS-RUN-TIME             PIC 9(08).
           05  RS-CUTOFF-DATE          PIC 9(08).
           05  RS-PHASE-DATE           PIC 9(08).
           05  RS-PHASE-TIME           PIC 9(08).
           05  RS-SAVE-COUNT           PIC 9(09).
           05  RS-SAVE-TOTAL           PIC 9(15).
           05  RS-MOVED-COUNT          PIC 9(09).
           05  RS-MOVED-TOTAL          PIC 9(15).
           05  RS-WORK-COUNT           PIC 9(09).
           05  RS-WORK-TOTAL           PIC 9(15).
           05  RS-REBUILT-COUNT        PIC 9(09).
           05  RS-REBUILT-TOTAL        PIC 9(15).
           05  RS-BASE-COUNT           PIC 9(09).
           05  RS-PLAYER-COUNT         PIC 9(05).
           05  RS-RESTART-COUNT        PIC 9(03).
           05  FILLER                  PIC X(20).
