000240*                  THROUGH CANTEEN'S SUPERVISOR REVERSAL LIKE
000250*                  ANY DISPUTED REDEMPTION.  A CONTROL REPORT
000260*                  (PTSEXRPT) PRINTS THE POINTS EXPIRED PER
000261*                  PLAYER.
000262* 10/15/26   DLM   COUNT A "V" AGAINST THE "WIN " CODE (A VOIDED
000263*                  GAME'S AWARD TAKEN BACK BY VOIDAPL) AS A DEBIT
000265*                  WHEN AGEING.
000266* 10/15/26   DLM   APPLY EACH EXPIRY TO THE PLAYER'S POINTS
000267*                  BALANCE MASTER (PTSBAL) AS IT IS POSTED TO THE
000268*                  LEDGER.
000270* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000271*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000272*                  REPORT (JOBLRPT), WITH THE RUN'S RECORD COUNTS
000273*                  AND ANY TABLE-CAP OR OPEN-FAILURE WARNINGS.
000275*                  EVERY STOP SHORT OF A NORMAL END LOGS ITS
000276*                  REASON WITH CODE 08.
000277* 10/15/26   DLM   A PTSBAL UPDATE THAT WILL NOT FILE IS NAMED ON
000278*                  THE CONSOLE AND WARNED TO THE JOB LOG.
000280*-----------------------------------------------------------------
000290* RUN THIS AFTER PTSCLOSE AT MONTH END.  A SECOND RUN IS
000300* HARMLESS - THE "X" JUST POSTED COUNTS AS A DEBIT, SO THE
000390     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FS-POINTS-LEDGER.
000411     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
000413         ORGANIZATION IS INDEXED
000415         ACCESS MODE IS DYNAMIC
000416         RECORD KEY IS PB-PLAYER-ID
000418         FILE STATUS IS FS-POINTS-BALANCE.
000420     SELECT REPORT-FILE ASSIGN TO "PTSEXRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-REPORT.
000442     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000445         ORGANIZATION IS LINE SEQUENTIAL
000447         FILE STATUS IS FS-JOB-LOG.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  POINTS-LEDGER-FILE.
000480     COPY PTSLREC.
000483 FD  POINTS-BALANCE-FILE.
000486     COPY PTSBREC.
000490 FD  REPORT-FILE.
000500 01  REPORT-LINE                 PIC X(80).
000503 FD  JOB-LOG-FILE.
000506     COPY JOBLREC.
000510 WORKING-STORAGE SECTION.
000520 01  FS-POINTS-LEDGER         PIC X(02).
000530     88  FS-POINTS-LEDGER-OK         VALUE "00".
000533 01  FS-POINTS-BALANCE        PIC X(02).
000536     88  FS-POINTS-BALANCE-OK        VALUE "00".
000540 01  FS-REPORT                PIC X(02).
000550     88  FS-REPORT-OK                VALUE "00".
000553 01  FS-JOB-LOG               PIC X(02).
000556     88  FS-JOB-LOG-OK               VALUE "00".
000560 01  WS-SWITCHES.
000570     05  WS-EOF-SW               PIC X(01) VALUE "N".
000580         88  WS-EOF                  VALUE "Y".
000600         88  WS-FOUND                   VALUE "Y".
000610     05  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
000620         88  WS-TABLE-FULL               VALUE "Y".
000621     05  WS-BAL-OPEN-SW          PIC X(01) VALUE "N".
000622         88  WS-BAL-OPEN                 VALUE "Y".
000623     05  WS-BAL-ON-FILE-SW       PIC X(01) VALUE "N".
000624         88  WS-BAL-ON-FILE              VALUE "Y".
000625 01  WS-TODAY-DATE               PIC 9(08).
000626 01  WS-JOB-LOG-AREA.
000627     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
000628     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
000630     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
000631     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
000632     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
000633     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
000634     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
000635     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
000636     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
000637     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
000638     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
000640 01  WS-NOW-TIME                 PIC 9(08).
000650 01  WS-EXPIRY-DAYS              PIC 9(03) VALUE 365.
000660 01  WS-DAYS-RAW                 PIC X(03).
000700 01  WS-PLAYER-COUNT             PIC 9(05) COMP VALUE ZERO.
000710 01  WS-EXPIRED-PLAYERS          PIC 9(05) COMP VALUE ZERO.
000720 01  WS-EXPIRED-TOTAL            PIC 9(09) COMP VALUE ZERO.
000723 01  WS-TRAN-COUNT               PIC 9(07) COMP VALUE ZERO.
000726 01  WS-NOT-AGED-COUNT           PIC 9(07) COMP VALUE ZERO.
000730 01  WS-SUB-1                    PIC 9(05) COMP VALUE ZERO.
000740 01  WS-PLAYER-TABLE.
000750     05  WS-PLAYER-ENTRY OCCURS 500 TIMES
001170 1000-INITIALIZE.
001180     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001190     ACCEPT WS-NOW-TIME FROM TIME
001193     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
001196     PERFORM 9700-LOG-START THRU 9700-EXIT
001200     DISPLAY "EXPIRY WINDOW IN DAYS (BLANK = 365)?" UPON CONSOLE
001210     MOVE SPACES TO WS-DAYS-RAW
001220     ACCEPT WS-DAYS-RAW FROM CONSOLE
001370     IF NOT FS-POINTS-LEDGER-OK
001380         DISPLAY "PTSEXPR: NO POINTS LEDGER ON FILE."
001390             UPON CONSOLE
001393         MOVE "NO POINTS LEDGER" TO WS-JOB-NEW-MESSAGE
001396         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001400         STOP RUN
001410     END-IF
001420     OPEN OUTPUT REPORT-FILE
001440         DISPLAY "PTSEXPR: UNABLE TO OPEN CONTROL REPORT."
001450             UPON CONSOLE
001460         CLOSE POINTS-LEDGER-FILE
001462         MOVE "UNABLE TO OPEN CONTROL REPORT"
001465             TO WS-JOB-NEW-MESSAGE
001467         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001470         STOP RUN
001480     END-IF
001490     MOVE WS-TODAY-DATE TO HDR-DATE
001680         AT END
001690             MOVE "Y" TO WS-EOF-SW
001700         NOT AT END
001705             ADD 1 TO WS-TRAN-COUNT
001710             PERFORM 2100-AGE-ONE-TRAN THRU 2100-EXIT
001720     END-READ.
001730 2000-EXIT.
001780 2100-AGE-ONE-TRAN.
001790     PERFORM 2200-FIND-PLAYER THRU 2200-EXIT
001800     IF WS-SUB-1 = 0
001805         ADD 1 TO WS-NOT-AGED-COUNT
001810         GO TO 2100-EXIT
001820     END-IF
001830     IF PT-REDEMPTION OR PT-EXPIRY
001835         OR (PT-REVERSAL AND PT-WIN-AWARD)
001840         ADD PT-POINTS TO WS-TBL-DEBITS (WS-SUB-1)
001850     ELSE
001860         IF PT-TRAN-DATE <= WS-CUTOFF-DATE
002160         IF NOT WS-TABLE-FULL
002170             DISPLAY "PTSEXPR: PLAYER TABLE FULL - EXCESS"
002180                 " PLAYERS NOT AGED THIS RUN." UPON CONSOLE
002183             MOVE "PLAYER TABLE FULL" TO WS-JOB-NEW-MESSAGE
002186             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
002190             MOVE "Y" TO WS-TABLE-FULL-SW
002200         END-IF
002210         MOVE ZERO TO WS-SUB-1
002460     IF NOT FS-POINTS-LEDGER-OK
002470         DISPLAY "PTSEXPR: UNABLE TO REOPEN THE LEDGER - NO"
002480             " EXPIRIES POSTED." UPON CONSOLE
002483         MOVE "UNABLE TO REOPEN THE LEDGER" TO WS-JOB-NEW-MESSAGE
002486         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
002490         GO TO 3000-EXIT
002492     END-IF
002494     OPEN I-O POINTS-BALANCE-FILE
002496     IF FS-POINTS-BALANCE-OK
002498         MOVE "Y" TO WS-BAL-OPEN-SW
002500     END-IF
002510     PERFORM 3100-POST-ONE-PLAYER THRU 3100-EXIT
002520         VARYING WS-SUB-1 FROM 1 BY 1
002530         UNTIL WS-SUB-1 > WS-PLAYER-COUNT
002532     IF WS-BAL-OPEN
002535         CLOSE POINTS-BALANCE-FILE
002537     END-IF
002540     CLOSE POINTS-LEDGER-FILE.
002550 3000-EXIT.
002560     EXIT.
002720     MOVE "X" TO PT-TRAN-TYPE
002730     MOVE "EXPR" TO PT-ITEM-CODE
002740     MOVE WS-EXPIRABLE TO PT-POINTS
002745     PERFORM 3200-UPDATE-BALANCE THRU 3200-EXIT
002750     WRITE POINTS-LEDGER-RECORD
002760     ADD 1 TO WS-EXPIRED-PLAYERS
002770     ADD WS-EXPIRABLE TO WS-EXPIRED-TOTAL
002780     MOVE WS-TBL-PLAYER-ID (WS-SUB-1) TO SUM-PLAYER-ID
002790     MOVE WS-EXPIRABLE TO SUM-EXPIRED
002791     WRITE REPORT-LINE FROM WS-SUMM-DETAIL-LINE.
002792 3100-EXIT.
002793     EXIT.
002794*-----------------------------------------------------------------
002795* 3200-UPDATE-BALANCE - APPLY THE EXPIRY JUST BUILT TO THE
002796*                       PLAYER'S POINTS BALANCE MASTER (PTSBAL)
002797*                       RECORD, ADDING ONE THE FIRST TIME.  NO
002798*                       MASTER ON FILE MEANS PTSPROOF HAS NOT YET
002799*                       BUILT IT, AND THERE IS NOTHING TO KEEP.
002800*-----------------------------------------------------------------
002801 3200-UPDATE-BALANCE.
002802     IF NOT WS-BAL-OPEN
002803         GO TO 3200-EXIT
002804     END-IF
002805     MOVE "Y" TO WS-BAL-ON-FILE-SW
002806     MOVE PT-PLAYER-ID TO PB-PLAYER-ID
002807     READ POINTS-BALANCE-FILE
002808         INVALID KEY
002809             MOVE "N" TO WS-BAL-ON-FILE-SW
002810             MOVE SPACES TO POINTS-BALANCE-RECORD
002811             MOVE PT-PLAYER-ID TO PB-PLAYER-ID
002812             MOVE ZERO TO PB-BALANCE
002813             MOVE ZERO TO PB-PROOF-DATE
002814     END-READ
002815     IF PT-REDEMPTION OR PT-EXPIRY
002816         OR (PT-REVERSAL AND PT-WIN-AWARD)
002817         SUBTRACT PT-POINTS FROM PB-BALANCE
002818     ELSE
002820         ADD PT-POINTS TO PB-BALANCE
002821     END-IF
002822     MOVE PT-TRAN-DATE TO PB-LAST-TRAN-DATE
002823     MOVE PT-TRAN-TIME TO PB-LAST-TRAN-TIME
002824     MOVE PT-TRAN-TYPE TO PB-LAST-TRAN-TYPE
002825     IF WS-BAL-ON-FILE
002826         REWRITE POINTS-BALANCE-RECORD
002827             INVALID KEY
002828                 DISPLAY "PTSEXPR: PTSBAL NOT UPDATED FOR "
002829                     PB-PLAYER-ID " - STATUS " FS-POINTS-BALANCE
002830                     UPON CONSOLE
002831                 MOVE "PTSBAL NOT UPDATED" TO WS-JOB-NEW-MESSAGE
002832                 PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
002833         END-REWRITE
002834     ELSE
002835         WRITE POINTS-BALANCE-RECORD
002836             INVALID KEY
002837                 DISPLAY "PTSEXPR: PTSBAL NOT ADDED FOR "
002838                     PB-PLAYER-ID " - STATUS " FS-POINTS-BALANCE
002839                     UPON CONSOLE
002840                 MOVE "PTSBAL NOT UPDATED" TO WS-JOB-NEW-MESSAGE
002841                 PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
002842         END-WRITE
002843     END-IF.
002844 3200-EXIT.
002845     EXIT.
002846*-----------------------------------------------------------------
002847* 9000-TERMINATE - CONTROL TOTALS, CLOSE FILES, LOG THE END OF THE
002848*                  RUN.
002850*-----------------------------------------------------------------
002860 9000-TERMINATE.
002870     MOVE SPACES TO REPORT-LINE
002940     WRITE REPORT-LINE FROM WS-TOTAL-LINE
002950     CLOSE REPORT-FILE
002960     DISPLAY "PTSEXPR: " WS-EXPIRED-PLAYERS " PLAYERS, "
002966         WS-EXPIRED-TOTAL " POINTS EXPIRED." UPON CONSOLE
002973     PERFORM 9710-LOG-END THRU 9710-EXIT.
002980 9000-EXIT.
002990     EXIT.
003000*-----------------------------------------------------------------
003010* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
003020*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
003030*                  BUSINESS DATE.
003040*-----------------------------------------------------------------
003050 9700-LOG-START.
003060     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
003070     ACCEPT WS-JOB-START-TIME FROM TIME
003080     MOVE "S" TO WS-JOB-EVENT
003090     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
003100 9700-EXIT.
003110     EXIT.
003120*-----------------------------------------------------------------
003130* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
003140*                LOG.  READ IS EVERY LEDGER TRANSACTION READ;
003150*                WRITTEN IS THE EXPIRIES POSTED; SKIPPED IS THE
003160*                TRANSACTIONS NOT AGED FOR WANT OF TABLE ROOM.  A
003170*                RUN THAT RAISED WARNINGS BUT WAS NOT STOPPED ENDS
003180*                WITH CODE 04.
003190*-----------------------------------------------------------------
003200 9710-LOG-END.
003210     MOVE WS-TRAN-COUNT TO WS-JOB-READ
003220     MOVE WS-EXPIRED-PLAYERS TO WS-JOB-WRITTEN
003230     MOVE WS-NOT-AGED-COUNT TO WS-JOB-SKIPPED
003240     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
003250         MOVE 04 TO WS-JOB-COMPLETION
003260     END-IF
003270     MOVE "E" TO WS-JOB-EVENT
003280     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
003290 9710-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------------
003320* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
003330*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
003340*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
003350*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
003360*-----------------------------------------------------------------
003370 9720-NOTE-WARNING.
003380     ADD 1 TO WS-JOB-WARNINGS
003390     IF WS-JOB-MESSAGE = SPACES
003400         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
003410     END-IF.
003420 9720-EXIT.
003430     EXIT.
003440*-----------------------------------------------------------------
003450* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
003460*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
003470*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
003480*                    BEFORE THE STOP RUN.
003490*-----------------------------------------------------------------
003500 9730-LOG-FAILURE.
003510     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
003520     MOVE 08 TO WS-JOB-COMPLETION
003530     PERFORM 9710-LOG-END THRU 9710-EXIT.
003540 9730-EXIT.
003550     EXIT.
003560*-----------------------------------------------------------------
003570* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
003580*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
003590*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
003600*-----------------------------------------------------------------
003610 9750-WRITE-JOB-LOG.
003620     OPEN EXTEND JOB-LOG-FILE
003630     IF NOT FS-JOB-LOG-OK
003640         OPEN OUTPUT JOB-LOG-FILE
003650     END-IF
003660     IF NOT FS-JOB-LOG-OK
003670         DISPLAY "PTSEXPR: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
003680             UPON CONSOLE
003690         GO TO 9750-EXIT
003700     END-IF
003710     MOVE SPACES TO JOB-LOG-RECORD
003720     MOVE "PTSEXPR" TO JL-PROGRAM
003730     MOVE WS-JOB-EVENT TO JL-EVENT
003740     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
003750     MOVE WS-JOB-START-DATE TO JL-START-DATE
003760     MOVE WS-JOB-START-TIME TO JL-START-TIME
003770     IF JL-END
003780         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
003790         ACCEPT JL-END-TIME FROM TIME
003800     ELSE
003810         MOVE ZERO TO JL-END-DATE
003820         MOVE ZERO TO JL-END-TIME
003830     END-IF
003840     MOVE WS-JOB-READ TO JL-READ-COUNT
003850     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
003860     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
003870     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
003880     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
003890     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
003900     WRITE JOB-LOG-RECORD
003910     CLOSE JOB-LOG-FILE.
003920 9750-EXIT.
003930     EXIT.
003940 END PROGRAM PTSEXPR.
