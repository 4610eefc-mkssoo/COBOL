000190*                  PLAYMAIN'S HAND ADJUSTMENTS AND ANY MISSED
000200*                  LEADERBOARD POSTING DRIFT THE FILES APART, AND
000210*                  PAYROLL TRUSTS THESE NUMBERS THROUGH PAYEXT,
000211*                  SO DRIFT MUST BE CAUGHT THE NIGHT IT HAPPENS.
000213* 10/15/26   DLM   LEAVE GAMES VOIDED BY A SUPERVISOR (GH/GL
000215*                  VOID FLAG, SET BY VOIDAPL) OUT OF THE
000216*                  RECOMPUTE - THE VOID BACKS THEM OUT OF
000218*                  PLAYERS AND LDRBRD.
000220* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000221*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000223*                  REPORT (JOBLRPT), WITH THE RUN'S RECORD COUNTS
000225*                  AND ANY TABLE-CAP OR OPEN-FAILURE WARNINGS.
000226*                  EVERY STOP SHORT OF A NORMAL END LOGS ITS
000228*                  REASON WITH CODE 08.
000230*-----------------------------------------------------------------
000240* RUN THIS AT CLOSE OF BUSINESS AFTER EODHSKP.  READING GAMEHIST
000250* IN KEY ORDER (DATE, PLAYER, TIME) AND THEN THE OPEN DAY GIVES
000510     SELECT REPORT-FILE ASSIGN TO "RECONRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-REPORT.
000532     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000535         ORGANIZATION IS LINE SEQUENTIAL
000537         FILE STATUS IS FS-JOB-LOG.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  GAME-HIST-FILE.
000630     COPY LBDREC.
000640 FD  REPORT-FILE.
000650 01  REPORT-LINE                 PIC X(80).
000653 FD  JOB-LOG-FILE.
000656     COPY JOBLREC.
000660 WORKING-STORAGE SECTION.
000670 01  FS-GAME-HIST             PIC X(02).
000680     88  FS-GAME-HIST-OK             VALUE "00".
000740     88  FS-LEADERBOARD-OK           VALUE "00".
000750 01  FS-REPORT                PIC X(02).
000760     88  FS-REPORT-OK                VALUE "00".
000763 01  FS-JOB-LOG               PIC X(02).
000766     88  FS-JOB-LOG-OK               VALUE "00".
000770 01  WS-SWITCHES.
000780     05  WS-EOF-SW               PIC X(01) VALUE "N".
000790         88  WS-EOF                  VALUE "Y".
000890         88  WS-GLOG-OPEN                VALUE "Y".
000900     05  WS-LBD-OPEN-SW          PIC X(01) VALUE "N".
000910         88  WS-LBD-OPEN                 VALUE "Y".
000911 01  WS-TODAY-DATE               PIC 9(08).
000912 01  WS-JOB-LOG-AREA.
000914     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
000915     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
000917     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
000918     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
000920     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
000921     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
000922     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
000924     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
000925     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
000927     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
000928     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
000930 01  WS-WEEK-ENDING              PIC 9(08).
000940 01  WS-WEEK-START               PIC 9(08).
000950 01  WS-WEEK-INT                 PIC 9(08) COMP.
000970 01  WS-PLAYER-COUNT             PIC 9(05) COMP VALUE ZERO.
000980 01  WS-SUB-1                    PIC 9(05) COMP VALUE ZERO.
000990 01  WS-EXCEPTION-COUNT          PIC 9(05) COMP VALUE ZERO.
000993 01  WS-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
000996 01  WS-RECORDS-SKIPPED          PIC 9(07) COMP VALUE ZERO.
001000 01  WS-GAME-DATE                PIC 9(08).
001010 01  WS-GAME-ID                  PIC X(10).
001020 01  WS-GAME-OUTCOME             PIC X(01).
001650*-----------------------------------------------------------------
001660 1000-INITIALIZE.
001670     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001673     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
001676     PERFORM 9700-LOG-START THRU 9700-EXIT
001680     OPEN INPUT PLAYERS-FILE
001690     IF NOT FS-PLAYERS-OK
001700         DISPLAY "RECONRPT: NO PLAYER ROSTER ON FILE."
001710             UPON CONSOLE
001713         MOVE "NO PLAYER ROSTER" TO WS-JOB-NEW-MESSAGE
001716         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001720         STOP RUN
001730     END-IF
001740     OPEN OUTPUT REPORT-FILE
001760         DISPLAY "RECONRPT: UNABLE TO OPEN REPORT FILE."
001770             UPON CONSOLE
001780         CLOSE PLAYERS-FILE
001783         MOVE "UNABLE TO OPEN REPORT FILE" TO WS-JOB-NEW-MESSAGE
001786         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001790         STOP RUN
001800     END-IF
001810     OPEN INPUT LEADERBOARD-FILE
002370         AT END
002380             MOVE "Y" TO WS-EOF-SW
002390         NOT AT END
002395             ADD 1 TO WS-RECORDS-READ
002400             IF NOT GH-VOIDED
002405                 MOVE GH-LOG-DATE TO WS-GAME-DATE
002410                 MOVE GH-PLAYER-ID TO WS-GAME-ID
002415                 MOVE GH-OUTCOME TO WS-GAME-OUTCOME
002420                 PERFORM 2600-POST-GAME THRU 2600-EXIT
002425             ELSE
002430                 ADD 1 TO WS-RECORDS-SKIPPED
002435             END-IF
002440     END-READ.
002450 2100-EXIT.
002460     EXIT.
002660         AT END
002670             MOVE "Y" TO WS-EOF-SW
002680         NOT AT END
002685             ADD 1 TO WS-RECORDS-READ
002690             IF NOT GL-VOIDED
002695                 MOVE GL-LOG-DATE TO WS-GAME-DATE
002700                 MOVE GL-PLAYER-ID TO WS-GAME-ID
002705                 MOVE GL-OUTCOME TO WS-GAME-OUTCOME
002710                 PERFORM 2600-POST-GAME THRU 2600-EXIT
002715             ELSE
002720                 ADD 1 TO WS-RECORDS-SKIPPED
002725             END-IF
002730     END-READ.
002740 2550-EXIT.
002750     EXIT.
002830 2600-POST-GAME.
002840     PERFORM 2700-FIND-PLAYER THRU 2700-EXIT
002850     IF WS-SUB-1 = 0
002855         ADD 1 TO WS-RECORDS-SKIPPED
002860         GO TO 2600-EXIT
002870     END-IF
002880     ADD 1 TO WS-TBL-GAMES-PLAYED (WS-SUB-1)
003470         IF NOT WS-TABLE-FULL
003480             DISPLAY "RECONRPT: PLAYER TABLE FULL - EXCESS "
003490                 "PLAYERS NOT RECONCILED." UPON CONSOLE
003493             MOVE "PLAYER TABLE FULL" TO WS-JOB-NEW-MESSAGE
003496             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
003500             MOVE "Y" TO WS-TABLE-FULL-SW
003510         END-IF
003520         MOVE ZERO TO WS-SUB-1
005530 3600-EXIT.
005540     EXIT.
005550*-----------------------------------------------------------------
005556* 9000-TERMINATE - WRITE THE TOTALS LINE, CLOSE THE FILES AND LOG
005563*                  THE END OF THE RUN.
005570*-----------------------------------------------------------------
005580 9000-TERMINATE.
005590     MOVE SPACES TO REPORT-LINE
005720         CLOSE GUESS-LOG-FILE
005730     END-IF
005740     DISPLAY "RECONRPT: " WS-EXCEPTION-COUNT
005746         " FIELDS OUT OF BALANCE." UPON CONSOLE
005753     PERFORM 9710-LOG-END THRU 9710-EXIT.
005760 9000-EXIT.
005770     EXIT.
005780*-----------------------------------------------------------------
005790* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
005800*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
005810*                  BUSINESS DATE.
005820*-----------------------------------------------------------------
005830 9700-LOG-START.
005840     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
005850     ACCEPT WS-JOB-START-TIME FROM TIME
005860     MOVE "S" TO WS-JOB-EVENT
005870     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
005880 9700-EXIT.
005890     EXIT.
005900*-----------------------------------------------------------------
005910* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
005920*                LOG.  READ IS EVERY GAMEHIST AND GUESS-LOG RECORD
005930*                READ; WRITTEN IS THE EXCEPTIONS REPORTED; SKIPPED
005940*                IS THE VOIDED GAMES AND THOSE DROPPED FROM A FULL
005950*                TABLE.  A RUN THAT RAISED WARNINGS BUT WAS NOT
005960*                STOPPED ENDS WITH CODE 04.
005970*-----------------------------------------------------------------
005980 9710-LOG-END.
005990     MOVE WS-RECORDS-READ TO WS-JOB-READ
006000     MOVE WS-EXCEPTION-COUNT TO WS-JOB-WRITTEN
006010     MOVE WS-RECORDS-SKIPPED TO WS-JOB-SKIPPED
006020     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
006030         MOVE 04 TO WS-JOB-COMPLETION
006040     END-IF
006050     MOVE "E" TO WS-JOB-EVENT
006060     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
006070 9710-EXIT.
006080     EXIT.
006090*-----------------------------------------------------------------
006100* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
006110*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
006120*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
006130*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
006140*-----------------------------------------------------------------
006150 9720-NOTE-WARNING.
006160     ADD 1 TO WS-JOB-WARNINGS
006170     IF WS-JOB-MESSAGE = SPACES
006180         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
006190     END-IF.
006200 9720-EXIT.
006210     EXIT.
006220*-----------------------------------------------------------------
006230* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
006240*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
006250*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
006260*                    BEFORE THE STOP RUN.
006270*-----------------------------------------------------------------
006280 9730-LOG-FAILURE.
006290     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
006300     MOVE 08 TO WS-JOB-COMPLETION
006310     PERFORM 9710-LOG-END THRU 9710-EXIT.
006320 9730-EXIT.
006330     EXIT.
006340*-----------------------------------------------------------------
006350* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
006360*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
006370*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
006380*-----------------------------------------------------------------
006390 9750-WRITE-JOB-LOG.
006400     OPEN EXTEND JOB-LOG-FILE
006410     IF NOT FS-JOB-LOG-OK
006420         OPEN OUTPUT JOB-LOG-FILE
006430     END-IF
006440     IF NOT FS-JOB-LOG-OK
006450         DISPLAY "RECONRPT: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
006460             UPON CONSOLE
006470         GO TO 9750-EXIT
006480     END-IF
006490     MOVE SPACES TO JOB-LOG-RECORD
006500     MOVE "RECONRPT" TO JL-PROGRAM
006510     MOVE WS-JOB-EVENT TO JL-EVENT
006520     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
006530     MOVE WS-JOB-START-DATE TO JL-START-DATE
006540     MOVE WS-JOB-START-TIME TO JL-START-TIME
006550     IF JL-END
006560         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
006570         ACCEPT JL-END-TIME FROM TIME
006580     ELSE
006590         MOVE ZERO TO JL-END-DATE
006600         MOVE ZERO TO JL-END-TIME
006610     END-IF
006620     MOVE WS-JOB-READ TO JL-READ-COUNT
006630     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
006640     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
006650     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
006660     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
006670     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
006680     WRITE JOB-LOG-RECORD
006690     CLOSE JOB-LOG-FILE.
006700 9750-EXIT.
006710     EXIT.
006720 END PROGRAM RECONRPT.
