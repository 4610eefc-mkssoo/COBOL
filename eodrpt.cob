000380*                  MARKED CLOSED HAS NO SHIFT TO REPORT, SO THE
000390*                  RUN ENDS QUIETLY INSTEAD OF COMPLAINING
000400*                  ABOUT A CLOSE STREAM THAT WAS NEVER DUE.
000401* 10/15/26   DLM   SKIP GAMES VOIDED BY A SUPERVISOR (GL-VOID-SW).
000403* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000405*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000406*                  REPORT.  EVERY STOP SHORT OF THE REPORT LOGS
000408*                  ITS REASON WITH CODE 08.
000410*-----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CA-CAL-DATE
000600         FILE STATUS IS FS-SHOP-CAL.
000602     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000605         ORGANIZATION IS LINE SEQUENTIAL
000607         FILE STATUS IS FS-JOB-LOG.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  GUESS-LOG-FILE.
000680     COPY RUNCTLRC.
000690 FD  SHOP-CAL-FILE.
000700     COPY CALREC.
000703 FD  JOB-LOG-FILE.
000706     COPY JOBLREC.
000710 WORKING-STORAGE SECTION.
000720 01  FS-GUESS-LOG             PIC X(02).
000730     88  FS-GUESS-LOG-OK             VALUE "00".
000770     88  FS-RUN-CTL-OK               VALUE "00".
000780 01  FS-SHOP-CAL              PIC X(02).
000790     88  FS-SHOP-CAL-OK              VALUE "00".
000793 01  FS-JOB-LOG               PIC X(02).
000796     88  FS-JOB-LOG-OK               VALUE "00".
000800 01  WS-SWITCHES.
000810     05  WS-EOF-SW               PIC X(01) VALUE "N".
000820         88  WS-EOF                  VALUE "Y".
000825 01  WS-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
000830 01  WS-TOTAL-GAMES              PIC 9(07) COMP VALUE ZERO.
000840 01  WS-TOTAL-WINS               PIC 9(07) COMP VALUE ZERO.
000850 01  WS-TOTAL-LOSSES             PIC 9(07) COMP VALUE ZERO.
000940 01  WS-SESS-SUB                 PIC 9(03) COMP VALUE ZERO.
000950 01  WS-AVG-ATTEMPTS             PIC 9(03)V99 VALUE ZERO.
000960 01  WS-AVG-ATTEMPTS-ED          PIC ZZ9.99.
000961 01  WS-TODAY-DATE               PIC 9(08).
000962 01  WS-JOB-LOG-AREA.
000964     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
000965     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
000967     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
000968     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
000970     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
000971     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
000972     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
000974     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
000975     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
000977     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
000978     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
000980 01  WS-HDR-LINE1.
000990     05  FILLER                  PIC X(21) VALUE
001000         "GUESS - SHIFT SUMMARY".
001300*-----------------------------------------------------------------
001310 1000-INITIALIZE.
001320     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001323     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
001326     PERFORM 9700-LOG-START THRU 9700-EXIT
001330     PERFORM 1200-CLEAR-ONE-SESSION THRU 1200-EXIT
001340         VARYING WS-SESS-SUB FROM 1 BY 1
001350         UNTIL WS-SESS-SUB > 4
001380     OPEN INPUT GUESS-LOG-FILE
001390     IF NOT FS-GUESS-LOG-OK
001400         DISPLAY "EODRPT: NO GUESS-LOG FOR TODAY." UPON CONSOLE
001403         MOVE "NO GUESS-LOG" TO WS-JOB-NEW-MESSAGE
001406         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001410         STOP RUN
001420     END-IF
001430     OPEN OUTPUT REPORT-FILE
001450         DISPLAY "EODRPT: UNABLE TO OPEN REPORT FILE."
001460             UPON CONSOLE
001470         CLOSE GUESS-LOG-FILE
001473         MOVE "UNABLE TO OPEN REPORT FILE" TO WS-JOB-NEW-MESSAGE
001476         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001480         STOP RUN
001490     END-IF.
001500 1000-EXIT.
001710         DISPLAY "EODRPT: THE CALENDAR SHOWS " WS-TODAY-DATE
001720             " AS A CLOSED DATE - NO SHIFT TO REPORT."
001730             UPON CONSOLE
001733         MOVE "CALENDAR CLOSED DATE" TO WS-JOB-MESSAGE
001736         PERFORM 9710-LOG-END THRU 9710-EXIT
001740         STOP RUN
001750     END-IF.
001760 1020-EXIT.
001950             DISPLAY "EODRPT: NO RUN-CONTROL RECORD FOR TODAY"
001960                 " - RUN DRAWSET FIRST." UPON CONSOLE
001970             CLOSE RUN-CTL-FILE
001973             MOVE "NO RUN-CONTROL RECORD" TO WS-JOB-NEW-MESSAGE
001976             PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001980             STOP RUN
001990     END-READ
002000     IF NOT RC-FLOOR-CLOSED
002010         DISPLAY "EODRPT: FLOOR IS NOT CLOSED - CLOSE IT WITH"
002020             " RUNCTLM FIRST." UPON CONSOLE
002030         CLOSE RUN-CTL-FILE
002033         MOVE "FLOOR NOT CLOSED" TO WS-JOB-NEW-MESSAGE
002036         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002040         STOP RUN
002050     END-IF.
002060 1050-EXIT.
002250         AT END
002260             MOVE "Y" TO WS-EOF-SW
002270         NOT AT END
002276             ADD 1 TO WS-RECORDS-READ
002283             IF GL-LOG-DATE = WS-TODAY-DATE AND NOT GL-VOIDED
002290                 ADD 1 TO WS-TOTAL-GAMES
002300                 ADD GL-SMALL-HINT-CNT TO WS-TOTAL-SMALL-HINTS
002310                 ADD GL-BIG-HINT-CNT TO WS-TOTAL-BIG-HINTS
003320     EXIT.
003330*-----------------------------------------------------------------
003340* 9000-TERMINATE - MARK THE EODRPT STEP DONE ON THE RUN-CONTROL
003350*                  RECORD, CLOSE FILES AND LOG THE END OF THE RUN.
003360*-----------------------------------------------------------------
003370 9000-TERMINATE.
003380     MOVE "Y" TO RC-EODRPT-DONE-SW
003390     REWRITE RUN-CTL-RECORD
003400     CLOSE RUN-CTL-FILE
003410     CLOSE GUESS-LOG-FILE
003416     CLOSE REPORT-FILE
003423     PERFORM 9710-LOG-END THRU 9710-EXIT.
003430 9000-EXIT.
003440     EXIT.
003450*-----------------------------------------------------------------
003460* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
003470*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
003480*                  BUSINESS DATE.
003490*-----------------------------------------------------------------
003500 9700-LOG-START.
003510     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
003520     ACCEPT WS-JOB-START-TIME FROM TIME
003530     MOVE "S" TO WS-JOB-EVENT
003540     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
003550 9700-EXIT.
003560     EXIT.
003570*-----------------------------------------------------------------
003580* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
003590*                LOG.  READ IS EVERY GUESS-LOG RECORD READ;
003600*                SKIPPED IS THOSE FROM AN EARLIER DAY OR VOIDED.
003610*                THE REPORT WRITES NO DATA RECORDS.  A RUN THAT
003620*                RAISED WARNINGS BUT WAS NOT STOPPED ENDS WITH
003630*                CODE 04.
003640*-----------------------------------------------------------------
003650 9710-LOG-END.
003660     MOVE WS-RECORDS-READ TO WS-JOB-READ
003670     MOVE ZERO TO WS-JOB-WRITTEN
003680     COMPUTE WS-JOB-SKIPPED = WS-RECORDS-READ - WS-TOTAL-GAMES
003690     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
003700         MOVE 04 TO WS-JOB-COMPLETION
003710     END-IF
003720     MOVE "E" TO WS-JOB-EVENT
003730     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
003740 9710-EXIT.
003750     EXIT.
003760*-----------------------------------------------------------------
003770* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
003780*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
003790*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
003800*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
003810*-----------------------------------------------------------------
003820 9720-NOTE-WARNING.
003830     ADD 1 TO WS-JOB-WARNINGS
003840     IF WS-JOB-MESSAGE = SPACES
003850         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
003860     END-IF.
003870 9720-EXIT.
003880     EXIT.
003890*-----------------------------------------------------------------
003900* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
003910*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
003920*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
003930*                    BEFORE THE STOP RUN.
003940*-----------------------------------------------------------------
003950 9730-LOG-FAILURE.
003960     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
003970     MOVE 08 TO WS-JOB-COMPLETION
003980     PERFORM 9710-LOG-END THRU 9710-EXIT.
003990 9730-EXIT.
004000     EXIT.
004010*-----------------------------------------------------------------
004020* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
004030*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
004040*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
004050*-----------------------------------------------------------------
004060 9750-WRITE-JOB-LOG.
004070     OPEN EXTEND JOB-LOG-FILE
004080     IF NOT FS-JOB-LOG-OK
004090         OPEN OUTPUT JOB-LOG-FILE
004100     END-IF
004110     IF NOT FS-JOB-LOG-OK
004120         DISPLAY "EODRPT: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
004130             UPON CONSOLE
004140         GO TO 9750-EXIT
004150     END-IF
004160     MOVE SPACES TO JOB-LOG-RECORD
004170     MOVE "EODRPT" TO JL-PROGRAM
004180     MOVE WS-JOB-EVENT TO JL-EVENT
004190     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
004200     MOVE WS-JOB-START-DATE TO JL-START-DATE
004210     MOVE WS-JOB-START-TIME TO JL-START-TIME
004220     IF JL-END
004230         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
004240         ACCEPT JL-END-TIME FROM TIME
004250     ELSE
004260         MOVE ZERO TO JL-END-DATE
004270         MOVE ZERO TO JL-END-TIME
004280     END-IF
004290     MOVE WS-JOB-READ TO JL-READ-COUNT
004300     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
004310     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
004320     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
004330     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
004340     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
004350     WRITE JOB-LOG-RECORD
004360     CLOSE JOB-LOG-FILE.
004370 9750-EXIT.
004380     EXIT.
004390 END PROGRAM EODRPT.
