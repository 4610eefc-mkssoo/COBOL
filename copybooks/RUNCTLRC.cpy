      *  AND GRANTS SUPERVISOR OVERRIDES; EODRPT, PAYEXT AND EODHSKP
      *  EACH CHECK THE FLAGS AT INITIALIZE AND SET THEIR OWN ON
      *  COMPLETION, SO THE STREAM CANNOT RUN OUT OF ORDER AND PAYEXT
      *  CANNOT SILENTLY REPLACE AN EXTRACT MID-TRANSMISSION.  THE
      *  MONTH-END LEDGER CLOSE (PTSCLOSE) SETS ITS FLAG ON THE RECORD
      *  FOR THE DATE IT RAN, ONCE THE REBUILT LEDGER HAS PROVED.
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  08/22/26   DLM   ORIGINAL LAYOUT.
      *  10/15/26   DLM   ADDED RC-PTSCLOSE-DONE-SW OUT OF THE FILLER.
      *                   PTSCLOSE SETS IT ONLY AFTER PROVING THE
      *                   REBUILT LEDGER BY RECORD COUNT AND POINTS.
      *****************************************************************
       01  RUN-CTL-RECORD.
           05  RC-RUN-DATE             PIC 9(08).
               88  RC-PAYEXT-DONE          VALUE "Y".
           05  RC-HSKP-DONE-SW         PIC X(01).
               88  RC-HSKP-DONE            VALUE "Y".
           05  RC-PTSCLOSE-DONE-SW     PIC X(01).
               88  RC-PTSCLOSE-DONE        VALUE "Y".
           05  FILLER                  PIC X(06).
