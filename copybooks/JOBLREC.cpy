      *****************************************************************
      *  JOBLREC.CPY
      *  RECORD LAYOUT FOR THE BATCH JOB LOG (JOBLOG).  EVERY STEP OF
      *  THE CLOSE STREAM AND THE OTHER UNATTENDED BATCH JOBS (EODRPT,
      *  PAYEXT, EODHSKP, RECONRPT, HRSTAT, PAYRTN, PTSCLOSE, PTSEXPR,
      *  FILUTIL, DRAWSET, SKLRATE, BENYEAR, VOIDAPL, LVRSTL, PTSPROOF,
      *  PTSGLX, PLYINTG AND CANSTKR) APPENDS A START RECORD AS IT
      *  BEGINS AND AN END RECORD AS IT FINISHES, NORMALLY OR NOT.
      *  THE END RECORD REPEATS THE START DATE AND TIME SO THE TWO CAN
      *  BE PAIRED, AND CARRIES THE RUN'S RECORD COUNTS, THE NUMBER OF
      *  WARNINGS RAISED (A FULL TABLE, A FILE THAT WOULD NOT OPEN, A
      *  MASTER RECORD NOT WRITTEN), THE FIRST WARNING (OR THE REASON
      *  THE RUN STOPPED) AND A COMPLETION CODE
      *  - 00 CLEAN, 04 FINISHED WITH WARNINGS, 08 FAILED OR REFUSED TO
      *  RUN.  A START WITH NO END MEANS THE STEP NEVER FINISHED.
      *  APPENDED AND NEVER REWRITTEN; JOBLRPT LISTS IT EACH MORNING AND
      *  FLRSTAT SHOWS A ONE-LINE SUMMARY OF THE NIGHT.
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/26   DLM   ORIGINAL LAYOUT.
      *****************************************************************
       01  JOB-LOG-RECORD.
           05  JL-PROGRAM              PIC X(08).
           05  JL-EVENT                PIC X(01).
               88  JL-START                VALUE "S".
               88  JL-END                  VALUE "E".
           05  JL-BUSINESS-DATE        PIC 9(08).
           05  JL-START-DATE           PIC 9(08).
           05  JL-START-TIME           PIC 9(08).
           05  JL-END-DATE             PIC 9(08).
           05  JL-END-TIME             PIC 9(08).
           05  JL-READ-COUNT           PIC 9(09).
           05  JL-WRITTEN-COUNT        PIC 9(09).
           05  JL-SKIPPED-COUNT        PIC 9(09).
           05  JL-WARNING-COUNT        PIC 9(03).
           05  JL-MESSAGE              PIC X(30).
           05  JL-COMPLETION-CODE      PIC 9(02).
               88  JL-COMPLETED-OK         VALUE 00.
               88  JL-COMPLETED-WARN       VALUE 04.
               88  JL-FAILED               VALUE 08.
           05  FILLER                  PIC X(09).
