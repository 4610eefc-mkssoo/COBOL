000220*                  LIFETIME STATS - THE CREATE-ON-OPEN FALLBACK
000230*                  THE CONSOLE PROGRAMS CARRY WOULD QUIETLY HAND
000240*                  BACK AN EMPTY FILE INSTEAD.
000241* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000242*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000244*                  REPORT (JOBLRPT), WITH THE RUN'S RECORD COUNTS
000245*                  AND ANY TABLE-CAP OR OPEN-FAILURE WARNINGS.
000247*                  EVERY STOP SHORT OF A NORMAL END LOGS ITS
000248*                  REASON WITH CODE 08.
000250*-----------------------------------------------------------------
000260* THE BACKUP IS NAMED <FILE>.<YYYYMMDD>.BKP, SO EACH NIGHT IS
000270* ITS OWN GENERATION AND VERIFY/RESTORE TAKE THE DATE OF THE
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS OP-OPER-ID
000610         FILE STATUS IS FS-OPERATOR.
000612     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000615         ORGANIZATION IS LINE SEQUENTIAL
000617         FILE STATUS IS FS-JOB-LOG.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PLAYERS-FILE.
000810         10  FILLER                  PIC X(58).
000820 FD  OPERATOR-FILE.
000830     COPY OPERREC.
000833 FD  JOB-LOG-FILE.
000836     COPY JOBLREC.
000840 WORKING-STORAGE SECTION.
000850 01  FS-PLAYERS              PIC X(02).
000860     88  FS-PLAYERS-OK              VALUE "00".
000940     88  FS-BACKUP-OK               VALUE "00".
000950 01  FS-OPERATOR             PIC X(02).
000960     88  FS-OPERATOR-OK             VALUE "00".
000963 01  FS-JOB-LOG              PIC X(02).
000966     88  FS-JOB-LOG-OK              VALUE "00".
000970 01  WS-SWITCHES.
000980     05  WS-EOF-SW               PIC X(01) VALUE "N".
000990         88  WS-EOF                  VALUE "Y".
001140     88  WS-SEL-DRAWCTL              VALUE "D" "d".
001150 01  WS-SIGNON-ID                PIC X(10).
001160 01  WS-CONFIRM                  PIC X(01).
001161 01  WS-TODAY-DATE               PIC 9(08).
001162 01  WS-JOB-LOG-AREA.
001164     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
001165     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
001167     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
001168     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
001170     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
001171     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
001172     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
001174     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
001175     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
001177     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
001178     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
001180 01  WS-BACKUP-DATE              PIC 9(08).
001190 01  WS-DATE-RAW                 PIC X(08).
001200 01  WS-FILE-TAG                 PIC X(08).
001360         WHEN WS-FUNC-RESTORE
001370             PERFORM 6000-RESTORE THRU 6000-EXIT
001380     END-EVALUATE
001385     PERFORM 9710-LOG-END THRU 9710-EXIT
001390     STOP RUN.
001400*-----------------------------------------------------------------
001410* 1000-INITIALIZE - ASK FOR THE FUNCTION, THE FILE AND THE
001450*-----------------------------------------------------------------
001460 1000-INITIALIZE.
001470     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001473     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
001476     PERFORM 9700-LOG-START THRU 9700-EXIT
001480     DISPLAY "FUNCTION - (U)NLOAD (V)ERIFY (R)ESTORE?"
001490         UPON CONSOLE
001500     ACCEPT WS-FUNC FROM CONSOLE
001510     IF NOT WS-FUNC-UNLOAD AND NOT WS-FUNC-VERIFY
001520             AND NOT WS-FUNC-RESTORE
001530         DISPLAY "FILUTIL: NOT A FUNCTION." UPON CONSOLE
001533         MOVE "NOT A FUNCTION" TO WS-JOB-NEW-MESSAGE
001536         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001540         STOP RUN
001550     END-IF
001560     DISPLAY "FILE - (P)LAYERS (L)DRBRD (C)HECKPOINT"
001670             MOVE "DRAWCTL" TO WS-FILE-TAG
001680         WHEN OTHER
001690             DISPLAY "FILUTIL: NOT A FILE." UPON CONSOLE
001693             MOVE "NOT A FILE" TO WS-JOB-NEW-MESSAGE
001696             PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001700             STOP RUN
001710     END-EVALUATE
001720     IF WS-FUNC-UNLOAD
001840             ELSE
001850                 DISPLAY "FILUTIL: NOT A VALID DATE."
001860                     UPON CONSOLE
001863                 MOVE "NOT A VALID DATE" TO WS-JOB-NEW-MESSAGE
001866                 PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001870                 STOP RUN
001880             END-IF
001890         END-IF
002100         DISPLAY "FILUTIL: UNABLE TO OPEN THE BACKUP FILE."
002110             UPON CONSOLE
002120         PERFORM 3500-CLOSE-LIVE THRU 3500-EXIT
002123         MOVE "CANNOT OPEN BACKUP FILE" TO WS-JOB-NEW-MESSAGE
002126         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002130         STOP RUN
002140     END-IF
002150     MOVE "Y" TO WS-WRITING-SW
003940         " MASTER MAY BE DAMAGED OR MISSING." UPON CONSOLE
003950     DISPLAY "FILUTIL: RESTORE IT FROM THE LAST GOOD"
003960         " GENERATION." UPON CONSOLE
003963     MOVE "LIVE MASTER WILL NOT OPEN" TO WS-JOB-NEW-MESSAGE
003966     PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003970     STOP RUN.
003980 3900-EXIT.
003990     EXIT.
004270         MOVE WS-HASH-TOTAL TO WS-HASH-ED
004280         DISPLAY "FILUTIL: LIVE HASH   " WS-HASH-ED
004290             UPON CONSOLE
004293         MOVE "LIVE FILE DOES NOT MATCH" TO WS-JOB-NEW-MESSAGE
004296         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
004300     END-IF.
004310 4000-EXIT.
004320     EXIT.
004390     IF NOT FS-BACKUP-OK
004400         DISPLAY "FILUTIL: NO BACKUP GENERATION " WS-BACKUP-NAME
004410             UPON CONSOLE
004413         MOVE "NO BACKUP GENERATION" TO WS-JOB-NEW-MESSAGE
004416         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
004420         STOP RUN
004430     END-IF
004440     MOVE "N" TO WS-EOF-SW
004490     IF NOT WS-TRAILER-SEEN
004500         DISPLAY "FILUTIL: BACKUP HAS NO CONTROL TRAILER - DO"
004510             " NOT TRUST IT." UPON CONSOLE
004513         MOVE "BACKUP HAS NO TRAILER" TO WS-JOB-NEW-MESSAGE
004516         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
004520         STOP RUN
004530     END-IF.
004540 5000-EXIT.
004840     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
004850         DISPLAY "FILUTIL: RESTORE ABANDONED - THE LIVE FILE"
004860             " STANDS." UPON CONSOLE
004865         MOVE "RESTORE ABANDONED" TO WS-JOB-MESSAGE
004870         GO TO 6000-EXIT
004880     END-IF
004890     OPEN INPUT BACKUP-FILE
004900     IF NOT FS-BACKUP-OK
004910         DISPLAY "FILUTIL: UNABLE TO REOPEN " WS-BACKUP-NAME
004920             UPON CONSOLE
004923         MOVE "UNABLE TO REOPEN BACKUP" TO WS-JOB-NEW-MESSAGE
004926         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
004930         STOP RUN
004940     END-IF
004950     PERFORM 6100-OPEN-LIVE-OUTPUT THRU 6100-EXIT
005060     ELSE
005070         DISPLAY "FILUTIL: RESTORE DID NOT BALANCE - CHECK THE"
005080             " FILE BEFORE THE FLOOR OPENS." UPON CONSOLE
005083         MOVE "RESTORE DID NOT BALANCE" TO WS-JOB-NEW-MESSAGE
005086         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
005090     END-IF.
005100 6000-EXIT.
005110     EXIT.
005920     DISPLAY "FILUTIL: " WS-FILE-TAG " WILL NOT OPEN FOR THE"
005930         " RELOAD - NOTHING RESTORED." UPON CONSOLE
005940     CLOSE BACKUP-FILE
005943     MOVE "LIVE MASTER WILL NOT RELOAD" TO WS-JOB-NEW-MESSAGE
005946     PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
005950     STOP RUN.
005960 6900-EXIT.
005970     EXIT.
006040     IF NOT FS-OPERATOR-OK
006050         DISPLAY "FILUTIL: NO OPERATOR FILE - RUN OPERMNT"
006060             " FIRST." UPON CONSOLE
006063         MOVE "NO OPERATOR FILE" TO WS-JOB-NEW-MESSAGE
006066         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
006070         STOP RUN
006080     END-IF
006090     DISPLAY "OPERATOR SIGN-ON - ID?" UPON CONSOLE
006140             DISPLAY "FILUTIL: OPERATOR NOT ON FILE - SIGN-ON"
006150                 " REFUSED." UPON CONSOLE
006160             CLOSE OPERATOR-FILE
006163             MOVE "OPERATOR NOT ON FILE" TO WS-JOB-NEW-MESSAGE
006166             PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
006170             STOP RUN
006180     END-READ
006190     IF NOT OP-PRIV-SUPER
006200         DISPLAY "FILUTIL: SUPERVISOR PRIVILEGE REQUIRED TO"
006210             " RESTORE A MASTER." UPON CONSOLE
006220         CLOSE OPERATOR-FILE
006223         MOVE "SUPERVISOR SIGN-ON REQUIRED" TO WS-JOB-NEW-MESSAGE
006226         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
006230         STOP RUN
006240     END-IF
006250     DISPLAY "SIGNED ON - " OP-OPER-NAME UPON CONSOLE
006260     CLOSE OPERATOR-FILE.
006270 6500-EXIT.
006280     EXIT.
006290*-----------------------------------------------------------------
006300* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
006310*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
006320*                  BUSINESS DATE.
006330*-----------------------------------------------------------------
006340 9700-LOG-START.
006350     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
006360     ACCEPT WS-JOB-START-TIME FROM TIME
006370     MOVE "S" TO WS-JOB-EVENT
006380     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
006390 9700-EXIT.
006400     EXIT.
006410*-----------------------------------------------------------------
006420* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
006430*                LOG.  READ IS THE RECORDS SWEPT FROM THE LIVE
006440*                FILE OR LOADED FROM THE BACKUP; AN UNLOAD OR A
006450*                RESTORE ALSO WRITES THAT MANY.  A RUN THAT RAISED
006460*                WARNINGS BUT WAS NOT STOPPED ENDS WITH CODE 04.
006470*-----------------------------------------------------------------
006480 9710-LOG-END.
006490     MOVE WS-REC-COUNT TO WS-JOB-READ
006500     IF NOT WS-FUNC-VERIFY
006510         MOVE WS-REC-COUNT TO WS-JOB-WRITTEN
006520     END-IF
006530     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
006540         MOVE 04 TO WS-JOB-COMPLETION
006550     END-IF
006560     MOVE "E" TO WS-JOB-EVENT
006570     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
006580 9710-EXIT.
006590     EXIT.
006600*-----------------------------------------------------------------
006610* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
006620*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
006630*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
006640*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
006650*-----------------------------------------------------------------
006660 9720-NOTE-WARNING.
006670     ADD 1 TO WS-JOB-WARNINGS
006680     IF WS-JOB-MESSAGE = SPACES
006690         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
006700     END-IF.
006710 9720-EXIT.
006720     EXIT.
006730*-----------------------------------------------------------------
006740* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
006750*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
006760*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
006770*                    BEFORE THE STOP RUN.
006780*-----------------------------------------------------------------
006790 9730-LOG-FAILURE.
006800     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
006810     MOVE 08 TO WS-JOB-COMPLETION
006820     PERFORM 9710-LOG-END THRU 9710-EXIT.
006830 9730-EXIT.
006840     EXIT.
006850*-----------------------------------------------------------------
006860* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
006870*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
006880*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
006890*-----------------------------------------------------------------
006900 9750-WRITE-JOB-LOG.
006910     OPEN EXTEND JOB-LOG-FILE
006920     IF NOT FS-JOB-LOG-OK
006930         OPEN OUTPUT JOB-LOG-FILE
006940     END-IF
006950     IF NOT FS-JOB-LOG-OK
006960         DISPLAY "FILUTIL: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
006970             UPON CONSOLE
006980         GO TO 9750-EXIT
006990     END-IF
007000     MOVE SPACES TO JOB-LOG-RECORD
007010     MOVE "FILUTIL" TO JL-PROGRAM
007020     MOVE WS-JOB-EVENT TO JL-EVENT
007030     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
007040     MOVE WS-JOB-START-DATE TO JL-START-DATE
007050     MOVE WS-JOB-START-TIME TO JL-START-TIME
007060     IF JL-END
007070         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
007080         ACCEPT JL-END-TIME FROM TIME
007090     ELSE
007100         MOVE ZERO TO JL-END-DATE
007110         MOVE ZERO TO JL-END-TIME
007120     END-IF
007130     MOVE WS-JOB-READ TO JL-READ-COUNT
007140     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
007150     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
007160     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
007170     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
007180     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
007190     WRITE JOB-LOG-RECORD
007200     CLOSE JOB-LOG-FILE.
007210 9750-EXIT.
007220     EXIT.
007230 END PROGRAM FILUTIL.
