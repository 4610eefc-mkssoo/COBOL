000170*                  AND HISTORY STAY.  GUESS REFUSES A GAME FOR
000180*                  AN INACTIVE ID AT SIGN-IN AND PAYEXT LEAVES
000190*                  INACTIVE PLAYERS OUT OF THE EXTRACT, SO
000191*                  PAYROLL STOPS BOUNCING REASON-002 RECORDS
000192*                  DAYS AFTER THE FACT.
000194* 10/15/26   DLM   A TERMINATION OF AN ACTIVE PLAYER NOW ALSO
000195*                  FILES A PENDING LEAVER SETTLEMENT RECORD
000196*                  (LEAVERS) FOR LVRSTL TO SETTLE - TOURNAMENT
000198*                  WITHDRAWAL AND THE FORFEITURE OR CASH-OUT OF
000199*                  THE REMAINING POINTS.  A REHIRE CANCELS A
000200*                  SETTLEMENT NOT YET RUN; A REHIRE WHOSE POINTS
000202*                  WERE ALREADY FORFEITED IS NAMED ON THE CONSOLE,
000203*                  SINCE ONLY A SUPERVISOR REVERSAL GIVES THEM
000205*                  BACK.
000206* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000207*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000209*                  REPORT (JOBLRPT), WITH THE RUN'S RECORD COUNTS
000210*                  AND ANY TABLE-CAP OR OPEN-FAILURE WARNINGS.
000211*                  EVERY STOP SHORT OF A NORMAL END LOGS ITS
000213*                  REASON WITH CODE 08.
000214* 10/15/26   DLM   A LEAVER RECORD THAT WILL NOT FILE IS NAMED ON
000215*                  THE CONSOLE, WARNED TO THE JOB LOG AND NOT
000217*                  COUNTED.
000218* 10/15/26   DLM   STOP THE RUN IF THE LEAVER FILE WILL NOT OPEN.
000220*-----------------------------------------------------------------
000230* RUN THIS NIGHTLY WHEN HR'S FEED ARRIVES.  A FEED ID NOT ON THE
000240* ROSTER IS COUNTED AND REPORTED, NOT ADDED - NOT EVERY EMPLOYEE
000250* PLAYS.  RUNNING THE SAME FEED TWICE IS HARMLESS.
000255* LVRSTL RUNS AFTER THIS TO SETTLE THE LEAVERS IT FILES.
000260*-----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PL-PLAYER-ID
000370         FILE STATUS IS FS-PLAYERS.
000371     SELECT LEAVER-FILE ASSIGN TO "LEAVERS"
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS LV-PLAYER-ID
000375         FILE STATUS IS FS-LEAVER.
000376     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000377         ORGANIZATION IS LINE SEQUENTIAL
000378         FILE STATUS IS FS-JOB-LOG.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  HR-STATUS-FILE.
000410     COPY HRSTREC.
000420 FD  PLAYERS-FILE.
000430     COPY PLAYREC.
000432 FD  LEAVER-FILE.
000434     COPY LVRREC.
000436 FD  JOB-LOG-FILE.
000438     COPY JOBLREC.
000440 WORKING-STORAGE SECTION.
000450 01  FS-HR-STATUS             PIC X(02).
000460     88  FS-HR-STATUS-OK             VALUE "00".
000470 01  FS-PLAYERS               PIC X(02).
000480     88  FS-PLAYERS-OK               VALUE "00".
000482 01  FS-LEAVER                PIC X(02).
000484     88  FS-LEAVER-OK                VALUE "00".
000486 01  FS-JOB-LOG               PIC X(02).
000488     88  FS-JOB-LOG-OK               VALUE "00".
000490 01  WS-SWITCHES.
000500     05  WS-EOF-SW               PIC X(01) VALUE "N".
000510         88  WS-EOF                  VALUE "Y".
000513     05  WS-LVR-FOUND-SW         PIC X(01) VALUE "N".
000516         88  WS-LVR-FOUND            VALUE "Y".
000520 01  WS-READ-COUNT               PIC 9(05) COMP VALUE ZERO.
000530 01  WS-INACT-COUNT              PIC 9(05) COMP VALUE ZERO.
000540 01  WS-REACT-COUNT              PIC 9(05) COMP VALUE ZERO.
000550 01  WS-NOTFOUND-COUNT           PIC 9(05) COMP VALUE ZERO.
000551 01  WS-BADCODE-COUNT            PIC 9(05) COMP VALUE ZERO.
000552 01  WS-LEAVER-COUNT             PIC 9(05) COMP VALUE ZERO.
000553 01  WS-CANCEL-COUNT             PIC 9(05) COMP VALUE ZERO.
000554 01  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
000555 01  WS-TODAY-DATE               PIC 9(08).
000556 01  WS-JOB-LOG-AREA.
000557     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
000558     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
000560     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
000561     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
000562     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
000563     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
000564     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
000565     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
000566     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
000567     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
000568     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
000570 PROCEDURE DIVISION.
000580 0000-MAINLINE.
000590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000680*                   APPLY IT TO.
000690*-----------------------------------------------------------------
000700 1000-INITIALIZE.
000702     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
000705     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
000707     PERFORM 9700-LOG-START THRU 9700-EXIT
000710     OPEN INPUT HR-STATUS-FILE
000720     IF NOT FS-HR-STATUS-OK
000730         DISPLAY "HRSTAT: NO HR STATUS FEED ON FILE." UPON CONSOLE
000733         MOVE "NO HR STATUS FEED" TO WS-JOB-NEW-MESSAGE
000736         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
000740         STOP RUN
000750     END-IF
000760     OPEN I-O PLAYERS-FILE
000770     IF NOT FS-PLAYERS-OK
000780         DISPLAY "HRSTAT: NO PLAYER ROSTER ON FILE." UPON CONSOLE
000781         CLOSE HR-STATUS-FILE
000782         MOVE "NO PLAYER ROSTER" TO WS-JOB-NEW-MESSAGE
000783         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
000784         STOP RUN
000785     END-IF
000786     OPEN I-O LEAVER-FILE
000787     IF NOT FS-LEAVER-OK
000788         CLOSE LEAVER-FILE
000789         OPEN OUTPUT LEAVER-FILE
000790         CLOSE LEAVER-FILE
000791         OPEN I-O LEAVER-FILE
000792     END-IF
000793     IF NOT FS-LEAVER-OK
000794         DISPLAY "HRSTAT: UNABLE TO OPEN THE LEAVER FILE."
000795             UPON CONSOLE
000796         CLOSE HR-STATUS-FILE
000797         CLOSE PLAYERS-FILE
000798         MOVE "LEAVER FILE WILL NOT OPEN" TO WS-JOB-NEW-MESSAGE
000799         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
000800         STOP RUN
000810     END-IF.
000820 1000-EXIT.
001150             GO TO 2100-EXIT
001160     END-READ
001170     IF HR-TERMINATED
001172         IF NOT PL-INACTIVE
001175             PERFORM 2200-FILE-LEAVER THRU 2200-EXIT
001177         END-IF
001180         MOVE "I" TO PL-STATUS-SW
001190         ADD 1 TO WS-INACT-COUNT
001191     ELSE
001192         IF PL-INACTIVE
001193             PERFORM 2300-CHECK-REHIRE THRU 2300-EXIT
001194         END-IF
001195         MOVE "A" TO PL-STATUS-SW
001196         ADD 1 TO WS-REACT-COUNT
001197     END-IF
001198     REWRITE PLAYERS-RECORD.
001199 2100-EXIT.
001200     EXIT.
001201*-----------------------------------------------------------------
001202* 2200-FILE-LEAVER - FILE A PENDING SETTLEMENT RECORD FOR AN
001203*                    ACTIVE PLAYER HR HAS JUST TERMINATED,
001204*                    REPLACING ANY RECORD LEFT FROM AN EARLIER
001205*                    EMPLOYMENT.
001206*-----------------------------------------------------------------
001207 2200-FILE-LEAVER.
001208     MOVE "N" TO WS-LVR-FOUND-SW
001209     MOVE HR-EMP-ID TO LV-PLAYER-ID
001210     READ LEAVER-FILE
001211         INVALID KEY
001212             CONTINUE
001213         NOT INVALID KEY
001214             MOVE "Y" TO WS-LVR-FOUND-SW
001215     END-READ
001216     MOVE SPACES TO LEAVER-RECORD
001217     MOVE HR-EMP-ID TO LV-PLAYER-ID
001218     MOVE HR-EFF-DATE TO LV-TERM-DATE
001219     MOVE WS-TODAY-DATE TO LV-FEED-DATE
001220     MOVE "P" TO LV-STATUS-SW
001221     MOVE ZERO TO LV-SETTLE-DATE
001222     MOVE ZERO TO LV-POINTS
001223     MOVE ZERO TO LV-CASH-AMT
001224     MOVE ZERO TO LV-EVENTS-WITHDRAWN
001225     MOVE ZERO TO LV-REFUND-POINTS
001226     MOVE ZERO TO LV-REINST-DATE
001227     IF WS-LVR-FOUND
001228         REWRITE LEAVER-RECORD
001229             INVALID KEY
001230                 PERFORM 2250-LEAVER-NOT-FILED THRU 2250-EXIT
001231                 GO TO 2200-EXIT
001232         END-REWRITE
001233     ELSE
001234         WRITE LEAVER-RECORD
001235             INVALID KEY
001236                 PERFORM 2250-LEAVER-NOT-FILED THRU 2250-EXIT
001237                 GO TO 2200-EXIT
001238         END-WRITE
001239     END-IF
001240     ADD 1 TO WS-LEAVER-COUNT.
001241 2200-EXIT.
001242     EXIT.
001243*-----------------------------------------------------------------
001244* 2250-LEAVER-NOT-FILED - A LEAVER RECORD WOULD NOT FILE.  NAME
001245*                         THE EMPLOYEE AND WARN THE JOB LOG.
001246*-----------------------------------------------------------------
001247 2250-LEAVER-NOT-FILED.
001248     DISPLAY "HRSTAT: LEAVER " LV-PLAYER-ID " NOT FILED - STATUS "
001249         FS-LEAVER UPON CONSOLE
001250     MOVE "LEAVER NOT FILED" TO WS-JOB-NEW-MESSAGE
001251     PERFORM 9720-NOTE-WARNING THRU 9720-EXIT.
001252 2250-EXIT.
001253     EXIT.
001254*-----------------------------------------------------------------
001255* 2300-CHECK-REHIRE - A REHIRE WHOSE SETTLEMENT HAS NOT RUN YET
001256*                     CANCELS IT.  ONE WHOSE POINTS WERE ALREADY
001257*                     FORFEITED DOES NOT GET THEM BACK HERE - THAT
001258*                     TAKES A SUPERVISOR REVERSAL IN CANTEEN, SO
001259*                     THE CASE IS NAMED ON THE CONSOLE.
001260*-----------------------------------------------------------------
001261 2300-CHECK-REHIRE.
001262     MOVE HR-EMP-ID TO LV-PLAYER-ID
001263     READ LEAVER-FILE
001264         INVALID KEY
001265             GO TO 2300-EXIT
001266     END-READ
001267     IF LV-PENDING
001268         MOVE "C" TO LV-STATUS-SW
001269         REWRITE LEAVER-RECORD
001270             INVALID KEY
001271                 PERFORM 2250-LEAVER-NOT-FILED THRU 2250-EXIT
001272                 GO TO 2300-EXIT
001273         END-REWRITE
001274         ADD 1 TO WS-CANCEL-COUNT
001275         GO TO 2300-EXIT
001276     END-IF
001277     IF LV-SETTLED AND LV-FORFEITED
001278         ADD 1 TO WS-HELD-COUNT
001279         DISPLAY "HRSTAT: REHIRE " HR-EMP-ID " HAD " LV-POINTS
001280             " POINTS FORFEITED ON LEAVING." UPON CONSOLE
001281         DISPLAY "HRSTAT: A SUPERVISOR REVERSAL OF LVRF IN"
001282             " CANTEEN GIVES THEM BACK." UPON CONSOLE
001283     END-IF.
001284 2300-EXIT.
001285     EXIT.
001286*-----------------------------------------------------------------
001287* 9000-TERMINATE - CLOSE FILES, REPORT WHAT THE FEED DID AND LOG
001288*                  THE END OF THE RUN.
001290*-----------------------------------------------------------------
001300 9000-TERMINATE.
001310     CLOSE HR-STATUS-FILE
001320     CLOSE PLAYERS-FILE
001325     CLOSE LEAVER-FILE
001330     DISPLAY "HRSTAT: " WS-READ-COUNT " FEED RECORDS READ."
001340         UPON CONSOLE
001350     DISPLAY "HRSTAT: " WS-INACT-COUNT " MARKED INACTIVE, "
001410     IF WS-BADCODE-COUNT > ZERO
001420         DISPLAY "HRSTAT: " WS-BADCODE-COUNT " RECORDS WITH AN"
001430             " UNKNOWN STATUS CODE SKIPPED." UPON CONSOLE
001432     END-IF
001434     DISPLAY "HRSTAT: " WS-LEAVER-COUNT " LEAVERS FILED FOR"
001436         " SETTLEMENT, " WS-CANCEL-COUNT " CANCELLED BY REHIRE."
001438         UPON CONSOLE
001440     IF WS-HELD-COUNT > ZERO
001442         DISPLAY "HRSTAT: " WS-HELD-COUNT " REHIRES WITH POINTS"
001444             " FORFEITED - SEE ABOVE." UPON CONSOLE
001446     END-IF
001448     PERFORM 9710-LOG-END THRU 9710-EXIT.
001450 9000-EXIT.
001460     EXIT.
001470*-----------------------------------------------------------------
001480* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
001490*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
001500*                  BUSINESS DATE.
001510*-----------------------------------------------------------------
001520 9700-LOG-START.
001530     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
001540     ACCEPT WS-JOB-START-TIME FROM TIME
001550     MOVE "S" TO WS-JOB-EVENT
001560     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
001570 9700-EXIT.
001580     EXIT.
001590*-----------------------------------------------------------------
001600* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
001610*                LOG.  READ IS THE FEED RECORDS READ; WRITTEN IS
001620*                THE ROSTER RECORDS MARKED INACTIVE OR ACTIVE;
001630*                SKIPPED IS THE IDS NOT ON THE ROSTER AND THE
001640*                UNKNOWN STATUS CODES.  A RUN THAT RAISED WARNINGS
001650*                BUT WAS NOT STOPPED ENDS WITH CODE 04.
001660*-----------------------------------------------------------------
001670 9710-LOG-END.
001680     MOVE WS-READ-COUNT TO WS-JOB-READ
001690     COMPUTE WS-JOB-WRITTEN = WS-INACT-COUNT + WS-REACT-COUNT
001700     COMPUTE WS-JOB-SKIPPED = WS-NOTFOUND-COUNT + WS-BADCODE-COUNT
001710     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
001720         MOVE 04 TO WS-JOB-COMPLETION
001730     END-IF
001740     MOVE "E" TO WS-JOB-EVENT
001750     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
001760 9710-EXIT.
001770     EXIT.
001780*-----------------------------------------------------------------
001790* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
001800*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
001810*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
001820*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
001830*-----------------------------------------------------------------
001840 9720-NOTE-WARNING.
001850     ADD 1 TO WS-JOB-WARNINGS
001860     IF WS-JOB-MESSAGE = SPACES
001870         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
001880     END-IF.
001890 9720-EXIT.
001900     EXIT.
001910*-----------------------------------------------------------------
001920* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
001930*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
001940*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
001950*                    BEFORE THE STOP RUN.
001960*-----------------------------------------------------------------
001970 9730-LOG-FAILURE.
001980     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
001990     MOVE 08 TO WS-JOB-COMPLETION
002000     PERFORM 9710-LOG-END THRU 9710-EXIT.
002010 9730-EXIT.
002020     EXIT.
002030*-----------------------------------------------------------------
002040* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
002050*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
002060*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
002070*-----------------------------------------------------------------
002080 9750-WRITE-JOB-LOG.
002090     OPEN EXTEND JOB-LOG-FILE
002100     IF NOT FS-JOB-LOG-OK
002110         OPEN OUTPUT JOB-LOG-FILE
002120     END-IF
002130     IF NOT FS-JOB-LOG-OK
002140         DISPLAY "HRSTAT: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
002150             UPON CONSOLE
002160         GO TO 9750-EXIT
002170     END-IF
002180     MOVE SPACES TO JOB-LOG-RECORD
002190     MOVE "HRSTAT" TO JL-PROGRAM
002200     MOVE WS-JOB-EVENT TO JL-EVENT
002210     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
002220     MOVE WS-JOB-START-DATE TO JL-START-DATE
002230     MOVE WS-JOB-START-TIME TO JL-START-TIME
002240     IF JL-END
002250         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
002260         ACCEPT JL-END-TIME FROM TIME
002270     ELSE
002280         MOVE ZERO TO JL-END-DATE
002290         MOVE ZERO TO JL-END-TIME
002300     END-IF
002310     MOVE WS-JOB-READ TO JL-READ-COUNT
002320     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
002330     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
002340     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
002350     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
002360     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
002370     WRITE JOB-LOG-RECORD
002380     CLOSE JOB-LOG-FILE.
002390 9750-EXIT.
002400     EXIT.
002410 END PROGRAM HRSTAT.
