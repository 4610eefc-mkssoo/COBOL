000680*                  SESSION (A HALF-DAY'S EVENING) REFUSED.  NO
000690*                  CALENDAR RECORD MEANS A NORMAL DAY ON THE
000700*                  STANDARD TIMES, AS BEFORE.
000701* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000702*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000703*                  REPORT (JOBLRPT), WITH THE RUN'S RECORD COUNTS
000704*                  AND ANY TABLE-CAP OR OPEN-FAILURE WARNINGS.
000705*                  EVERY STOP SHORT OF A NORMAL END LOGS ITS
000706*                  REASON WITH CODE 08.
000707* 10/15/26   DLM   START THE NEW RUN-CONTROL RECORD WITH THE
000708*                  MONTH-END POINTS CLOSE (PTSCLOSE) FLAG OFF.
000710*-----------------------------------------------------------------
000720* THIS JOB IS RUN ONCE AT THE START OF BUSINESS.  IT PICKS A
000730* RANDOM NUMBER FOR THE DAY (0 THRU THE CONFIGURED CEILING,
001070         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS CA-CAL-DATE
001090         FILE STATUS IS FS-SHOP-CAL.
001092     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
001095         ORGANIZATION IS LINE SEQUENTIAL
001097         FILE STATUS IS FS-JOB-LOG.
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  DRAW-CTL-FILE.
001230     COPY OPAUDREC.
001240 FD  SHOP-CAL-FILE.
001250     COPY CALREC.
001253 FD  JOB-LOG-FILE.
001256     COPY JOBLREC.
001260 WORKING-STORAGE SECTION.
001270 01  FS-DRAW-CTL             PIC X(02).
001280     88  FS-DRAW-CTL-OK             VALUE "00".
001380     88  FS-AUDIT-OK                VALUE "00".
001390 01  FS-SHOP-CAL             PIC X(02).
001400     88  FS-SHOP-CAL-OK             VALUE "00".
001403 01  FS-JOB-LOG              PIC X(02).
001406     88  FS-JOB-LOG-OK              VALUE "00".
001410 01  WS-CAL-FOUND-SW         PIC X(01) VALUE "N".
001420     88  WS-CAL-FOUND               VALUE "Y".
001430 01  WS-SWITCHES.
001450         88  WS-REWRITE              VALUE "Y".
001460     05  WS-RC-EXISTS-SW         PIC X(01) VALUE "N".
001470         88  WS-RC-EXISTS            VALUE "Y".
001471 01  WS-TODAY-DATE               PIC 9(08).
001472 01  WS-JOB-LOG-AREA.
001474     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
001475     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
001477     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
001478     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
001480     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
001481     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
001482     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
001484     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
001485     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
001487     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
001488     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
001490 01  WS-PRIOR-DATE               PIC 9(08).
001500 01  WS-BACK-SUB                 PIC 9(03) COMP VALUE ZERO.
001510 01  WS-PRIOR-FOUND-SW           PIC X(01) VALUE "N".
001980*-----------------------------------------------------------------
001990 1000-INITIALIZE.
002000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002003     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
002006     PERFORM 9700-LOG-START THRU 9700-EXIT
002010     ACCEPT WS-CURRENT-TIME FROM TIME
002020     MOVE WS-CURRENT-TIME TO WS-SEED-WORK
002030     MOVE WS-SEED-WORK TO WS-RANDOM-SEED
002560     IF CA-CLOSED
002570         DISPLAY "DRAWSET: THE CALENDAR SHOWS " WS-TODAY-DATE
002580             " AS A CLOSED DATE - NO DRAW IS SET." UPON CONSOLE
002583         MOVE "CALENDAR CLOSED DATE" TO WS-JOB-MESSAGE
002586         PERFORM 9710-LOG-END THRU 9710-EXIT
002590         STOP RUN
002600     END-IF
002610     MOVE "Y" TO WS-CAL-FOUND-SW.
002900             MOVE 2200 TO WS-CLOSE-TIME
002910         WHEN OTHER
002920             DISPLAY "DRAWSET: NOT A SESSION CODE." UPON CONSOLE
002923             MOVE "NOT A SESSION CODE" TO WS-JOB-NEW-MESSAGE
002926             PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002930             STOP RUN
002940     END-EVALUATE
002950     IF WS-CAL-FOUND
003080             DISPLAY "DRAWSET: THE CALENDAR RUNS NO "
003090                 WS-SESSION-CODE " SESSION TODAY - NO DRAW IS"
003100                 " SET." UPON CONSOLE
003103             MOVE "NO SESSION ON CALENDAR" TO WS-JOB-MESSAGE
003106             PERFORM 9710-LOG-END THRU 9710-EXIT
003110             STOP RUN
003120         END-IF
003130     END-IF
003710             MOVE "N" TO RC-EODRPT-DONE-SW
003720             MOVE "N" TO RC-PAYEXT-DONE-SW
003730             MOVE "N" TO RC-HSKP-DONE-SW
003735             MOVE "N" TO RC-PTSCLOSE-DONE-SW
003740         NOT INVALID KEY
003750             MOVE "Y" TO WS-RC-EXISTS-SW
003760     END-READ.
004070                 DISPLAY "DRAWSET: SUPERVISOR MARK IT COMPLETE"
004080                     " IN RUNCTLM." UPON CONSOLE
004090                 CLOSE RUN-CTL-FILE
004092                 MOVE "PRIOR CLOSE NOT COMPLETE"
004095                     TO WS-JOB-NEW-MESSAGE
004097                 PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
004100                 STOP RUN
004110             END-IF
004120     END-READ.
004370     IF NOT WS-PICK-OK
004380         DISPLAY "DRAWSET: NO-REPEAT WINDOW LEAVES NO FRESH"
004390             " NUMBER - LAST CANDIDATE STANDS." UPON CONSOLE
004393         MOVE "NO FRESH NUMBER IN WINDOW" TO WS-JOB-NEW-MESSAGE
004396         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
004400     END-IF
004410     MOVE WS-CANDIDATE TO DC-DRAW-NUMBER
004420     MOVE WS-TODAY-DATE TO DC-DRAW-DATE
006370     DISPLAY "DRAWSET: THE EXISTING DRAW STANDS." UPON CONSOLE
006380     CLOSE RUN-CTL-FILE
006390     CLOSE DRAW-CTL-FILE
006393     MOVE "DRAW REPLACEMENT REFUSED" TO WS-JOB-NEW-MESSAGE
006396     PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
006400     STOP RUN.
006410 2600-EXIT.
006420     EXIT.
006700     EXIT.
006710*-----------------------------------------------------------------
006720* 3000-TERMINATE - MARK THE DRAWSET STEP DONE ON TODAY'S
006726*                  RUN-CONTROL RECORD, CLOSE FILES AND LOG THE END
006733*                  OF THE RUN.
006740*-----------------------------------------------------------------
006750 3000-TERMINATE.
006760     MOVE "Y" TO RC-DRAWSET-DONE-SW
006800         WRITE RUN-CTL-RECORD
006810     END-IF
006820     CLOSE RUN-CTL-FILE
006825     CLOSE DRAW-CTL-FILE
006830     MOVE 1 TO WS-JOB-WRITTEN
006835     PERFORM 9710-LOG-END THRU 9710-EXIT.
006840 3000-EXIT.
006850     EXIT.
006860*-----------------------------------------------------------------
006870* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
006880*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
006890*                  BUSINESS DATE.
006900*-----------------------------------------------------------------
006910 9700-LOG-START.
006920     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
006930     ACCEPT WS-JOB-START-TIME FROM TIME
006940     MOVE "S" TO WS-JOB-EVENT
006950     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
006960 9700-EXIT.
006970     EXIT.
006980*-----------------------------------------------------------------
006990* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
007000*                LOG.  READ IS THE RECENT DRAWS LOADED FOR THE
007010*                REPEAT CHECK; WRITTEN IS THE DRAW SET, ONCE
007020*                3000-TERMINATE HAS FILED IT.  A RUN THAT RAISED
007030*                WARNINGS BUT WAS NOT STOPPED ENDS WITH CODE 04.
007040*-----------------------------------------------------------------
007050 9710-LOG-END.
007060     MOVE WS-RECENT-COUNT TO WS-JOB-READ
007070     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
007080         MOVE 04 TO WS-JOB-COMPLETION
007090     END-IF
007100     MOVE "E" TO WS-JOB-EVENT
007110     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
007120 9710-EXIT.
007130     EXIT.
007140*-----------------------------------------------------------------
007150* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
007160*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
007170*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
007180*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
007190*-----------------------------------------------------------------
007200 9720-NOTE-WARNING.
007210     ADD 1 TO WS-JOB-WARNINGS
007220     IF WS-JOB-MESSAGE = SPACES
007230         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
007240     END-IF.
007250 9720-EXIT.
007260     EXIT.
007270*-----------------------------------------------------------------
007280* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
007290*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
007300*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
007310*                    BEFORE THE STOP RUN.
007320*-----------------------------------------------------------------
007330 9730-LOG-FAILURE.
007340     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
007350     MOVE 08 TO WS-JOB-COMPLETION
007360     PERFORM 9710-LOG-END THRU 9710-EXIT.
007370 9730-EXIT.
007380     EXIT.
007390*-----------------------------------------------------------------
007400* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
007410*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
007420*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
007430*-----------------------------------------------------------------
007440 9750-WRITE-JOB-LOG.
007450     OPEN EXTEND JOB-LOG-FILE
007460     IF NOT FS-JOB-LOG-OK
007470         OPEN OUTPUT JOB-LOG-FILE
007480     END-IF
007490     IF NOT FS-JOB-LOG-OK
007500         DISPLAY "DRAWSET: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
007510             UPON CONSOLE
007520         GO TO 9750-EXIT
007530     END-IF
007540     MOVE SPACES TO JOB-LOG-RECORD
007550     MOVE "DRAWSET" TO JL-PROGRAM
007560     MOVE WS-JOB-EVENT TO JL-EVENT
007570     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
007580     MOVE WS-JOB-START-DATE TO JL-START-DATE
007590     MOVE WS-JOB-START-TIME TO JL-START-TIME
007600     IF JL-END
007610         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
007620         ACCEPT JL-END-TIME FROM TIME
007630     ELSE
007640         MOVE ZERO TO JL-END-DATE
007650         MOVE ZERO TO JL-END-TIME
007660     END-IF
007670     MOVE WS-JOB-READ TO JL-READ-COUNT
007680     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
007690     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
007700     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
007710     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
007720     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
007730     WRITE JOB-LOG-RECORD
007740     CLOSE JOB-LOG-FILE.
007750 9750-EXIT.
007760     EXIT.
007770 END PROGRAM DRAWSET.
