000280*                  RUN THE GENERATION IS MARKED RETURNED ON
000290*                  THE REGISTER.  AFTER A RERUN WE ONCE
000300*                  RECONCILED TUESDAY'S RETURNS AGAINST
000301*                  WEDNESDAY'S EXTRACT - NEVER AGAIN.
000302* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000303*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000304*                  REPORT (JOBLRPT), WITH THE RUN'S RECORD COUNTS
000305*                  AND ANY TABLE-CAP OR OPEN-FAILURE WARNINGS.
000306*                  EVERY STOP SHORT OF A NORMAL END LOGS ITS
000307*                  REASON WITH CODE 08.
000308* 10/15/26   DLM   KEEP A PAID-INCENTIVE HISTORY (PAIDHIST).
000309*                  EVERY PLAYER THE RETURN FILE ANSWERS AS PAID IS
000310*                  FILED AGAINST THE GENERATION WITH THE INCENTIVE
000311*                  THE EXTRACT SENT AND THE NET OF THE
000312*                  GENERATION'S VOIDED-GAME ADJUSTMENTS FOR THE
000313*                  PLAYER, FOR THE YEAR-END BENEFIT SUMMARY
000314*                  (BENYEAR).  THE EXTRACT IS REPLACED NIGHTLY, SO
000315*                  NOTHING ELSE KEPT WHAT WAS ACTUALLY PAID.
000316* 10/15/26   DLM   A PAIDHIST RECORD THAT WILL NOT FILE IS NAMED
000317*                  ON THE CONSOLE, WARNED TO THE JOB LOG AND NOT
000318*                  COUNTED AS PAID.
000320*-----------------------------------------------------------------
000330* RUN THIS WHEN PAYROLL'S RETURN FILE ARRIVES, AFTER THE ROSTER
000340* CORRECTIONS FOR THE BOUNCED IDS HAVE BEEN MADE IN PLAYMAIN.
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS XR-GEN-NUMBER
000630         FILE STATUS IS FS-XMIT-REG.
000631     SELECT PAID-HIST-FILE ASSIGN TO "PAIDHIST"
000632         ORGANIZATION IS INDEXED
000633         ACCESS MODE IS DYNAMIC
000634         RECORD KEY IS PH-KEY
000635         FILE STATUS IS FS-PAID-HIST.
000636     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000637         ORGANIZATION IS LINE SEQUENTIAL
000638         FILE STATUS IS FS-JOB-LOG.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  EXTRACT-FILE.
000750 01  REPORT-LINE                 PIC X(80).
000760 FD  XMIT-REG-FILE.
000770     COPY XMTREC.
000772 FD  PAID-HIST-FILE.
000774     COPY PAIDREC.
000776 FD  JOB-LOG-FILE.
000778     COPY JOBLREC.
000780 WORKING-STORAGE SECTION.
000790 01  FS-EXTRACT               PIC X(02).
000800     88  FS-EXTRACT-OK               VALUE "00".
000880     88  FS-REPORT-OK                VALUE "00".
000890 01  FS-XMIT-REG              PIC X(02).
000900     88  FS-XMIT-REG-OK              VALUE "00".
000902 01  FS-PAID-HIST             PIC X(02).
000904     88  FS-PAID-HIST-OK             VALUE "00".
000906 01  FS-JOB-LOG               PIC X(02).
000908     88  FS-JOB-LOG-OK               VALUE "00".
000910 01  WS-SWITCHES.
000920     05  WS-EOF-SW               PIC X(01) VALUE "N".
000930         88  WS-EOF                  VALUE "Y".
000990         88  WS-TRAILER-SEEN             VALUE "Y".
001000     05  WS-GEN-CHECKED-SW       PIC X(01) VALUE "N".
001010         88  WS-GEN-CHECKED              VALUE "Y".
001012     05  WS-ADJ-FULL-SW          PIC X(01) VALUE "N".
001014         88  WS-ADJ-FULL                 VALUE "Y".
001016     05  WS-HIST-ON-FILE-SW      PIC X(01) VALUE "N".
001018         88  WS-HIST-ON-FILE             VALUE "Y".
001020 01  WS-EXTRACT-GEN              PIC 9(05) VALUE ZERO.
001021 01  WS-TODAY-DATE               PIC 9(08).
001022 01  WS-JOB-LOG-AREA.
001024     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
001025     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
001027     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
001028     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
001030     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
001031     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
001032     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
001034     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
001035     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
001037     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
001038     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
001040 01  WS-ENTRY-COUNT              PIC 9(05) COMP VALUE ZERO.
001050 01  WS-SUB-1                    PIC 9(05) COMP VALUE ZERO.
001051 01  WS-SUB-2                    PIC 9(05) COMP VALUE ZERO.
001052 01  WS-ADJ-COUNT                PIC 9(05) COMP VALUE ZERO.
001054 01  WS-PAID-COUNT               PIC 9(05) COMP VALUE ZERO.
001055 01  WS-HIST-PLAYER-ID           PIC X(10).
001057 01  WS-HIST-INCENTIVE           PIC 9(05)V99 VALUE ZERO.
001058 01  WS-HIST-ADJUST              PIC S9(05)V99 VALUE ZERO.
001060 01  WS-MATCH-ID                 PIC X(10).
001070 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
001080 01  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
001090 01  WS-RESUB-COUNT              PIC 9(05) COMP VALUE ZERO.
001093 01  WS-RETURN-COUNT             PIC 9(05) COMP VALUE ZERO.
001096 01  WS-UNMATCHED-COUNT          PIC 9(05) COMP VALUE ZERO.
001100 01  WS-RESUB-GAMES              PIC 9(07) COMP VALUE ZERO.
001110 01  WS-RESUB-WON                PIC 9(07) COMP VALUE ZERO.
001120 01  WS-RESUB-LOST               PIC 9(07) COMP VALUE ZERO.
001260             88  WS-TBL-HELD             VALUE "H".
001270             88  WS-TBL-NO-RETURN        VALUE " ".
001280         10  WS-TBL-REASON           PIC X(03).
001281*    NET VOIDED-GAME ADJUSTMENT PER PLAYER FROM THE EXTRACT'S "A"
001282*    RECORDS, HELD FOR THE PAID-INCENTIVE HISTORY.
001283 01  WS-ADJUST-TABLE.
001284     05  WS-ADJUST-ENTRY OCCURS 200 TIMES
001285                 INDEXED BY WS-ADJUST-IDX.
001286         10  WS-ADJ-PLAYER-ID        PIC X(10).
001287         10  WS-ADJ-AMOUNT           PIC S9(05)V99.
001288         10  WS-ADJ-USED-SW          PIC X(01).
001289             88  WS-ADJ-USED             VALUE "Y".
001290*    RE-SUBMISSION WORK RECORD - SAME SHAPE AS PAYEXREC SO THE
001300*    RE-SUBMISSION FILE GOES TO PAYROLL THROUGH THE SAME DOOR.
001310 01  RS-EXTRACT-RECORD.
001830     PERFORM 3000-MATCH-RETURNS THRU 3000-EXIT
001840         UNTIL WS-EOF
001850     PERFORM 4000-REPORT-AND-RESUBMIT THRU 4000-EXIT
001855     PERFORM 5000-RECORD-PAID-HISTORY THRU 5000-EXIT
001860     PERFORM 9000-TERMINATE THRU 9000-EXIT
001870     STOP RUN.
001880*-----------------------------------------------------------------
001900*-----------------------------------------------------------------
001910 1000-INITIALIZE.
001920     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001923     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
001926     PERFORM 9700-LOG-START THRU 9700-EXIT
001930     OPEN INPUT EXTRACT-FILE
001940     IF NOT FS-EXTRACT-OK
001950         DISPLAY "PAYRTN: NO PAYEXT EXTRACT ON FILE."
001960             UPON CONSOLE
001963         MOVE "NO PAYEXT EXTRACT" TO WS-JOB-NEW-MESSAGE
001966         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001970         STOP RUN
001980     END-IF
001990     OPEN INPUT RETURN-FILE
002010         DISPLAY "PAYRTN: NO PAYROLL RETURN FILE ON FILE."
002020             UPON CONSOLE
002030         CLOSE EXTRACT-FILE
002033         MOVE "NO PAYROLL RETURN FILE" TO WS-JOB-NEW-MESSAGE
002036         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002040         STOP RUN
002050     END-IF
002060     OPEN INPUT PLAYERS-FILE
002090             UPON CONSOLE
002100         CLOSE EXTRACT-FILE
002110         CLOSE RETURN-FILE
002113         MOVE "NO PLAYER ROSTER" TO WS-JOB-NEW-MESSAGE
002116         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002120         STOP RUN
002130     END-IF
002140     OPEN OUTPUT REPORT-FILE
002180         CLOSE EXTRACT-FILE
002190         CLOSE RETURN-FILE
002200         CLOSE PLAYERS-FILE
002203         MOVE "CANNOT OPEN REJECTS REPORT" TO WS-JOB-NEW-MESSAGE
002206         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002210         STOP RUN
002220     END-IF
002230     OPEN OUTPUT RESUBMIT-FILE
002280         CLOSE RETURN-FILE
002290         CLOSE PLAYERS-FILE
002300         CLOSE REPORT-FILE
002303         MOVE "UNABLE TO OPEN RESUBMISSION" TO WS-JOB-NEW-MESSAGE
002306         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002310         STOP RUN
002320     END-IF
002330     OPEN I-O XMIT-REG-FILE
002370         CLOSE EXTRACT-FILE
002380         CLOSE RETURN-FILE
002390         CLOSE PLAYERS-FILE
002391         CLOSE REPORT-FILE
002392         CLOSE RESUBMIT-FILE
002393         MOVE "NO TRANSMISSION REGISTER" TO WS-JOB-NEW-MESSAGE
002394         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002396         STOP RUN
002397     END-IF
002398     OPEN I-O PAID-HIST-FILE
002399     IF NOT FS-PAID-HIST-OK
002400         CLOSE PAID-HIST-FILE
002402         OPEN OUTPUT PAID-HIST-FILE
002403         CLOSE PAID-HIST-FILE
002404         OPEN I-O PAID-HIST-FILE
002405     END-IF
002406     IF NOT FS-PAID-HIST-OK
002408         DISPLAY "PAYRTN: UNABLE TO OPEN PAID-INCENTIVE HISTORY."
002409             UPON CONSOLE
002410         CLOSE EXTRACT-FILE
002411         CLOSE RETURN-FILE
002412         CLOSE PLAYERS-FILE
002414         CLOSE REPORT-FILE
002415         CLOSE RESUBMIT-FILE
002416         CLOSE XMIT-REG-FILE
002417         MOVE "PAID HISTORY WILL NOT OPEN" TO WS-JOB-NEW-MESSAGE
002418         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002420         STOP RUN
002430     END-IF
002440     MOVE WS-TODAY-DATE TO HDR-DATE
002490 1000-EXIT.
002500     EXIT.
002510*-----------------------------------------------------------------
002518* 2000-LOAD-EXTRACT - LOAD EVERY EXTRACT DETAIL INTO THE TABLE,
002526*                     NET EACH PLAYER'S ADJUSTMENTS FOR THE PAID
002534*                     HISTORY AND HOLD THE TRAILER'S PLAYER COUNT
002542*                     FOR THE CONTROL CHECK.
002550*-----------------------------------------------------------------
002560 2000-LOAD-EXTRACT.
002570     READ EXTRACT-FILE
002630                     MOVE PX-GEN-NUMBER TO WS-EXTRACT-GEN
002640                 WHEN PX-DETAIL
002650                     PERFORM 2100-LOAD-ONE-DETAIL THRU 2100-EXIT
002653                 WHEN PX-ADJUSTMENT
002656                     PERFORM 2200-LOAD-ONE-ADJUST THRU 2200-EXIT
002660                 WHEN PX-TRAILER
002670                     MOVE "Y" TO WS-TRAILER-SEEN-SW
002680                     MOVE PX-TOTAL-PLAYERS TO WS-TRAILER-PLAYERS
002780         IF NOT WS-TABLE-FULL
002790             DISPLAY "PAYRTN: EXTRACT TABLE FULL - EXCESS "
002800                 "DETAILS NOT MATCHED." UPON CONSOLE
002803             MOVE "EXTRACT TABLE FULL" TO WS-JOB-NEW-MESSAGE
002806             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
002810             MOVE "Y" TO WS-TABLE-FULL-SW
002820         END-IF
002830         GO TO 2100-EXIT
002890     MOVE PX-GAMES-LOST TO WS-TBL-GAMES-LOST (WS-ENTRY-COUNT)
002900     MOVE PX-INCENTIVE-AMT
002910         TO WS-TBL-INCENTIVE-AMT (WS-ENTRY-COUNT)
002911     MOVE SPACE TO WS-TBL-STATUS (WS-ENTRY-COUNT)
002912     MOVE SPACES TO WS-TBL-REASON (WS-ENTRY-COUNT).
002913 2100-EXIT.
002914     EXIT.
002915*-----------------------------------------------------------------
002916* 2200-LOAD-ONE-ADJUST - ADD ONE VOIDED-GAME ADJUSTMENT TO ITS
002917*                        PLAYER'S NET IN THE ADJUSTMENT TABLE,
002918*                        FILING A NEW ENTRY FOR THE FIRST ONE
002919*                        SEEN.
002920*-----------------------------------------------------------------
002921 2200-LOAD-ONE-ADJUST.
002922     MOVE PX-ADJ-PLAYER-ID TO WS-MATCH-ID
002923     PERFORM 2250-FIND-ADJUST THRU 2250-EXIT
002924     IF WS-FOUND
002925         ADD PX-ADJ-AMOUNT TO WS-ADJ-AMOUNT (WS-SUB-2)
002926         GO TO 2200-EXIT
002927     END-IF
002928     IF WS-ADJ-COUNT >= 200
002929         IF NOT WS-ADJ-FULL
002930             DISPLAY "PAYRTN: ADJUSTMENT TABLE FULL - EXCESS "
002931                 "ADJUSTMENTS LEFT OFF THE PAID HISTORY."
002932                 UPON CONSOLE
002933             MOVE "ADJUSTMENT TABLE FULL" TO WS-JOB-NEW-MESSAGE
002934             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
002935             MOVE "Y" TO WS-ADJ-FULL-SW
002936         END-IF
002937         GO TO 2200-EXIT
002938     END-IF
002939     ADD 1 TO WS-ADJ-COUNT
002940     MOVE PX-ADJ-PLAYER-ID TO WS-ADJ-PLAYER-ID (WS-ADJ-COUNT)
002941     MOVE PX-ADJ-AMOUNT TO WS-ADJ-AMOUNT (WS-ADJ-COUNT)
002942     MOVE "N" TO WS-ADJ-USED-SW (WS-ADJ-COUNT).
002943 2200-EXIT.
002944     EXIT.
002945*-----------------------------------------------------------------
002946* 2250-FIND-ADJUST - LOCATE WS-MATCH-ID IN THE ADJUSTMENT TABLE.
002947*                    SETS WS-SUB-2 TO THE ENTRY WHEN FOUND.
002948*-----------------------------------------------------------------
002949 2250-FIND-ADJUST.
002950     MOVE "N" TO WS-FOUND-SW
002951     PERFORM 2260-COMPARE-ADJUST THRU 2260-EXIT
002952         VARYING WS-SUB-2 FROM 1 BY 1
002953         UNTIL WS-SUB-2 > WS-ADJ-COUNT
002954         OR WS-FOUND
002955     IF WS-FOUND
002956         SUBTRACT 1 FROM WS-SUB-2
002957     END-IF.
002958 2250-EXIT.
002959     EXIT.
002960*-----------------------------------------------------------------
002961* 2260-COMPARE-ADJUST - TEST ONE ADJUSTMENT SUBSCRIPT FOR A MATCH.
002962*-----------------------------------------------------------------
002963 2260-COMPARE-ADJUST.
002964     IF WS-ADJ-PLAYER-ID (WS-SUB-2) = WS-MATCH-ID
002965         MOVE "Y" TO WS-FOUND-SW
002966     END-IF.
002967 2260-EXIT.
002968     EXIT.
002969*-----------------------------------------------------------------
002970* 2500-CHECK-TRAILER - WARN WHEN THE EXTRACT'S TRAILER COUNT DOES
002980*                      NOT COVER THE DETAILS READ - A SHORT FILE
002990*                      MEANS THE EXTRACT WAS CUT OFF MID-WRITE.
003030     IF NOT WS-TRAILER-SEEN
003040         DISPLAY "PAYRTN: EXTRACT HAS NO TRAILER - FILE MAY BE"
003050             " INCOMPLETE." UPON CONSOLE
003053         MOVE "EXTRACT HAS NO TRAILER" TO WS-JOB-NEW-MESSAGE
003056         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
003060         GO TO 2500-EXIT
003070     END-IF
003080     IF WS-TRAILER-PLAYERS NOT = WS-ENTRY-COUNT
003090         DISPLAY "PAYRTN: EXTRACT TRAILER COUNT DOES NOT MATCH"
003100             " DETAILS - FILE MAY BE INCOMPLETE." UPON CONSOLE
003103         MOVE "EXTRACT TRAILER COUNT OFF" TO WS-JOB-NEW-MESSAGE
003106         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
003110     END-IF.
003120 2500-EXIT.
003130     EXIT.
003260         DISPLAY "PAYRTN: EXTRACT HAS NO GENERATION HEADER -"
003270             " RERUN PAYEXT TO STAMP ONE." UPON CONSOLE
003280         PERFORM 8000-CLOSE-ALL THRU 8000-EXIT
003283         MOVE "NO GENERATION HEADER" TO WS-JOB-NEW-MESSAGE
003286         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003290         STOP RUN
003300     END-IF
003310     MOVE WS-EXTRACT-GEN TO XR-GEN-NUMBER
003350                 " NOT ON THE TRANSMISSION REGISTER - RUN"
003360                 " REFUSED." UPON CONSOLE
003370             PERFORM 8000-CLOSE-ALL THRU 8000-EXIT
003372             MOVE "GENERATION NOT ON REGISTER"
003375                 TO WS-JOB-NEW-MESSAGE
003377             PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003380             STOP RUN
003390     END-READ.
003400 2700-EXIT.
003510         AT END
003520             MOVE "Y" TO WS-EOF-SW
003530         NOT AT END
003535             ADD 1 TO WS-RETURN-COUNT
003540             IF NOT WS-GEN-CHECKED
003550                 PERFORM 3050-CHECK-RETURN-GEN THRU 3050-EXIT
003560             END-IF
003590                 MOVE "RETURN CARRIES A DIFFERENT GENERATION"
003600                     TO NOTE-TEXT
003610                 WRITE REPORT-LINE FROM WS-NOTE-LINE
003615                 ADD 1 TO WS-UNMATCHED-COUNT
003620                 GO TO 3000-EXIT
003630             END-IF
003640             MOVE PR-PLAYER-ID TO WS-MATCH-ID
003720                     "RETURN FOR A PLAYER NOT IN THE EXTRACT"
003730                     TO NOTE-TEXT
003740                 WRITE REPORT-LINE FROM WS-NOTE-LINE
003745                 ADD 1 TO WS-UNMATCHED-COUNT
003750             END-IF
003760     END-READ.
003770 3000-EXIT.
003910         DISPLAY "PAYRTN: RETURN FILE CARRIES NO GENERATION"
003920             " NUMBER - RUN REFUSED." UPON CONSOLE
003930         PERFORM 8000-CLOSE-ALL THRU 8000-EXIT
003933         MOVE "RETURN HAS NO GENERATION" TO WS-JOB-NEW-MESSAGE
003936         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003940         STOP RUN
003950     END-IF
003960     IF PR-GEN-NUMBER NOT = WS-EXTRACT-GEN
003990             " GENERATION " WS-EXTRACT-GEN " - RUN REFUSED."
004000             UPON CONSOLE
004010         PERFORM 8000-CLOSE-ALL THRU 8000-EXIT
004013         MOVE "RETURN GENERATION MISMATCH" TO WS-JOB-NEW-MESSAGE
004016         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
004020         STOP RUN
004030     END-IF.
004040 3050-EXIT.
005350*-----------------------------------------------------------------
005360 4500-WRITE-RESUB-TRAILER.
005370     MOVE SPACES TO RS-EXTRACT-RECORD
005371     MOVE "T" TO RS-RECORD-TYPE
005372     MOVE WS-RESUB-COUNT TO RS-TOTAL-PLAYERS
005373     MOVE WS-RESUB-GAMES TO RS-TOTAL-GAMES
005374     MOVE WS-RESUB-WON TO RS-TOTAL-WON
005375     MOVE WS-RESUB-LOST TO RS-TOTAL-LOST
005376     MOVE WS-RESUB-INCENTIVE TO RS-TOTAL-INCENTIVE
005377     WRITE RESUBMIT-RECORD FROM RS-EXTRACT-RECORD.
005378 4500-EXIT.
005379     EXIT.
005380*-----------------------------------------------------------------
005381* 5000-RECORD-PAID-HISTORY - FILE EVERY PAID EXTRACT ENTRY ON THE
005382*                            PAID-INCENTIVE HISTORY (PAIDHIST)
005383*                            WITH THE NET ADJUSTMENT THE
005384*                            GENERATION CARRIED FOR THE PLAYER,
005385*                            THEN EVERY ADJUSTMENT FOR A PLAYER
005386*                            WITH NO DETAIL IN THE GENERATION.  AN
005387*                            ADJUSTMENT FOR A PLAYER WHOSE DETAIL
005388*                            BOUNCED, WAS HELD OR WENT UNANSWERED
005389*                            WAS NOT PAID EITHER AND IS LEFT OFF.
005390*-----------------------------------------------------------------
005391 5000-RECORD-PAID-HISTORY.
005392     IF WS-ENTRY-COUNT > 0
005393         PERFORM 5100-RECORD-ONE-ENTRY THRU 5100-EXIT
005394             VARYING WS-SUB-1 FROM 1 BY 1
005396             UNTIL WS-SUB-1 > WS-ENTRY-COUNT
005397     END-IF
005398     IF WS-ADJ-COUNT > 0
005399         PERFORM 5200-RECORD-ONE-ADJUST THRU 5200-EXIT
005400             VARYING WS-SUB-2 FROM 1 BY 1
005401             UNTIL WS-SUB-2 > WS-ADJ-COUNT
005402     END-IF.
005403 5000-EXIT.
005404     EXIT.
005405*-----------------------------------------------------------------
005406* 5100-RECORD-ONE-ENTRY - MARK THE ENTRY'S ADJUSTMENT, IF ANY, AS
005407*                         ACCOUNTED FOR, AND FILE THE ENTRY ON THE
005408*                         HISTORY WHEN PAYROLL PAID IT.
005409*-----------------------------------------------------------------
005410 5100-RECORD-ONE-ENTRY.
005411     MOVE WS-TBL-PLAYER-ID (WS-SUB-1) TO WS-MATCH-ID
005412     PERFORM 2250-FIND-ADJUST THRU 2250-EXIT
005413     MOVE ZERO TO WS-HIST-ADJUST
005414     IF WS-FOUND
005415         MOVE "Y" TO WS-ADJ-USED-SW (WS-SUB-2)
005416         MOVE WS-ADJ-AMOUNT (WS-SUB-2) TO WS-HIST-ADJUST
005417     END-IF
005418     IF NOT WS-TBL-PAID (WS-SUB-1)
005419         GO TO 5100-EXIT
005420     END-IF
005422     MOVE WS-TBL-PLAYER-ID (WS-SUB-1) TO WS-HIST-PLAYER-ID
005423     MOVE WS-TBL-INCENTIVE-AMT (WS-SUB-1) TO WS-HIST-INCENTIVE
005424     PERFORM 5500-WRITE-HISTORY THRU 5500-EXIT.
005425 5100-EXIT.
005426     EXIT.
005427*-----------------------------------------------------------------
005428* 5200-RECORD-ONE-ADJUST - FILE AN ADJUSTMENT NO EXTRACT ENTRY
005429*                          ACCOUNTED FOR - THE PLAYER HAD NO
005430*                          DETAIL IN THE GENERATION - WITH A ZERO
005431*                          INCENTIVE.
005432*-----------------------------------------------------------------
005433 5200-RECORD-ONE-ADJUST.
005434     IF WS-ADJ-USED (WS-SUB-2)
005435         GO TO 5200-EXIT
005436     END-IF
005437     MOVE WS-ADJ-PLAYER-ID (WS-SUB-2) TO WS-HIST-PLAYER-ID
005438     MOVE ZERO TO WS-HIST-INCENTIVE
005439     MOVE WS-ADJ-AMOUNT (WS-SUB-2) TO WS-HIST-ADJUST
005440     PERFORM 5500-WRITE-HISTORY THRU 5500-EXIT.
005441 5200-EXIT.
005442     EXIT.
005443*-----------------------------------------------------------------
005444* 5500-WRITE-HISTORY - WRITE ONE PAID-HISTORY RECORD FOR THE
005445*                      GENERATION, OR REPLACE THE ONE AN EARLIER
005446*                      RUN FOR THE SAME GENERATION FILED.  THE
005448*                      BUSINESS DATE COMES FROM THE REGISTER
005449*                      RECORD 2700-CHECK-GENERATION READ.  A
005450*                      RECORD THAT WILL NOT FILE IS WARNED AND NOT
005451*                      COUNTED.
005452*-----------------------------------------------------------------
005453 5500-WRITE-HISTORY.
005454     MOVE "Y" TO WS-HIST-ON-FILE-SW
005455     MOVE WS-EXTRACT-GEN TO PH-GEN-NUMBER
005456     MOVE WS-HIST-PLAYER-ID TO PH-PLAYER-ID
005457     READ PAID-HIST-FILE
005458         INVALID KEY
005459             MOVE "N" TO WS-HIST-ON-FILE-SW
005460     END-READ
005461     MOVE SPACES TO PAID-HISTORY-RECORD
005462     MOVE WS-EXTRACT-GEN TO PH-GEN-NUMBER
005463     MOVE WS-HIST-PLAYER-ID TO PH-PLAYER-ID
005464     MOVE XR-BUS-DATE TO PH-BUS-DATE
005465     MOVE WS-HIST-INCENTIVE TO PH-INCENTIVE-AMT
005466     MOVE WS-HIST-ADJUST TO PH-ADJUST-AMT
005467     MOVE WS-TODAY-DATE TO PH-PAID-DATE
005468     IF WS-HIST-ON-FILE
005469         REWRITE PAID-HISTORY-RECORD
005470             INVALID KEY
005471                 DISPLAY "PAYRTN: UNABLE TO REWRITE PAIDHIST FOR "
005472                     PH-PLAYER-ID " - STATUS " FS-PAID-HIST
005474                     UPON CONSOLE
005475                 MOVE "PAIDHIST REWRITE FAILED"
005476                     TO WS-JOB-NEW-MESSAGE
005477                 PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
005478                 GO TO 5500-EXIT
005479         END-REWRITE
005480     ELSE
005481         WRITE PAID-HISTORY-RECORD
005482             INVALID KEY
005483                 DISPLAY "PAYRTN: UNABLE TO ADD PAIDHIST FOR "
005484                     PH-PLAYER-ID " - STATUS " FS-PAID-HIST
005485                     UPON CONSOLE
005486                 MOVE "PAIDHIST WRITE FAILED"
005487                     TO WS-JOB-NEW-MESSAGE
005488                 PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
005489                 GO TO 5500-EXIT
005490         END-WRITE
005491     END-IF
005492     ADD 1 TO WS-PAID-COUNT.
005493 5500-EXIT.
005494     EXIT.
005495*-----------------------------------------------------------------
005496* 9000-TERMINATE - WRITE THE TOTALS LINES, CLOSE THE FILES, TELL
005497*                  THE CONSOLE WHAT CAME OF THE RETURNS AND LOG
005498*                  THE END OF THE RUN.
005500*-----------------------------------------------------------------
005510 9000-TERMINATE.
005520     MOVE SPACES TO REPORT-LINE
005600     MOVE "RECORDS RE-SUBMITTED    : " TO TOT-LABEL
005610     MOVE WS-RESUB-COUNT TO TOT-VALUE
005620     WRITE REPORT-LINE FROM WS-TOTAL-LINE
005622     MOVE "PAID INCENTIVES FILED   : " TO TOT-LABEL
005625     MOVE WS-PAID-COUNT TO TOT-VALUE
005627     WRITE REPORT-LINE FROM WS-TOTAL-LINE
005630     PERFORM 9500-MARK-RETURNED THRU 9500-EXIT
005640     PERFORM 8000-CLOSE-ALL THRU 8000-EXIT
005650     DISPLAY "PAYRTN: " WS-REJECT-COUNT " REJECTED, "
005655         WS-RESUB-COUNT " RE-SUBMITTED, " WS-PAID-COUNT
005660         " FILED AS PAID." UPON CONSOLE
005665     PERFORM 9710-LOG-END THRU 9710-EXIT.
005670 9000-EXIT.
005680     EXIT.
005690*-----------------------------------------------------------------
005870     CLOSE PLAYERS-FILE
005880     CLOSE REPORT-FILE
005890     CLOSE RESUBMIT-FILE
005896     CLOSE XMIT-REG-FILE
005903     CLOSE PAID-HIST-FILE.
005910 8000-EXIT.
005920     EXIT.
005930*-----------------------------------------------------------------
005940* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
005950*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
005960*                  BUSINESS DATE.
005970*-----------------------------------------------------------------
005980 9700-LOG-START.
005990     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
006000     ACCEPT WS-JOB-START-TIME FROM TIME
006010     MOVE "S" TO WS-JOB-EVENT
006020     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
006030 9700-EXIT.
006040     EXIT.
006050*-----------------------------------------------------------------
006060* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
006070*                LOG.  READ IS THE RETURN RECORDS READ; WRITTEN IS
006080*                THE RECORDS RE-SUBMITTED PLUS THE PAID-HISTORY
006090*                RECORDS FILED; SKIPPED IS THE RETURNS THAT
006100*                MATCHED NO EXTRACT DETAIL.  A RUN THAT RAISED
006110*                WARNINGS BUT WAS NOT STOPPED ENDS WITH CODE 04.
006120*-----------------------------------------------------------------
006130 9710-LOG-END.
006140     MOVE WS-RETURN-COUNT TO WS-JOB-READ
006150     COMPUTE WS-JOB-WRITTEN = WS-RESUB-COUNT + WS-PAID-COUNT
006160     MOVE WS-UNMATCHED-COUNT TO WS-JOB-SKIPPED
006170     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
006180         MOVE 04 TO WS-JOB-COMPLETION
006190     END-IF
006200     MOVE "E" TO WS-JOB-EVENT
006210     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
006220 9710-EXIT.
006230     EXIT.
006240*-----------------------------------------------------------------
006250* 9720-NOTE-WARNING - COUNT A TABLE-CAP, OPEN OR WRITE WARNING
006260*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
006270*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
006280*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
006290*-----------------------------------------------------------------
006300 9720-NOTE-WARNING.
006310     ADD 1 TO WS-JOB-WARNINGS
006320     IF WS-JOB-MESSAGE = SPACES
006330         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
006340     END-IF.
006350 9720-EXIT.
006360     EXIT.
006370*-----------------------------------------------------------------
006380* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
006390*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
006400*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
006410*                    BEFORE THE STOP RUN.
006420*-----------------------------------------------------------------
006430 9730-LOG-FAILURE.
006440     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
006450     MOVE 08 TO WS-JOB-COMPLETION
006460     PERFORM 9710-LOG-END THRU 9710-EXIT.
006470 9730-EXIT.
006480     EXIT.
006490*-----------------------------------------------------------------
006500* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
006510*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
006520*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
006530*-----------------------------------------------------------------
006540 9750-WRITE-JOB-LOG.
006550     OPEN EXTEND JOB-LOG-FILE
006560     IF NOT FS-JOB-LOG-OK
006570         OPEN OUTPUT JOB-LOG-FILE
006580     END-IF
006590     IF NOT FS-JOB-LOG-OK
006600         DISPLAY "PAYRTN: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
006610             UPON CONSOLE
006620         GO TO 9750-EXIT
006630     END-IF
006640     MOVE SPACES TO JOB-LOG-RECORD
006650     MOVE "PAYRTN" TO JL-PROGRAM
006660     MOVE WS-JOB-EVENT TO JL-EVENT
006670     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
006680     MOVE WS-JOB-START-DATE TO JL-START-DATE
006690     MOVE WS-JOB-START-TIME TO JL-START-TIME
006700     IF JL-END
006710         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
006720         ACCEPT JL-END-TIME FROM TIME
006730     ELSE
006740         MOVE ZERO TO JL-END-DATE
006750         MOVE ZERO TO JL-END-TIME
006760     END-IF
006770     MOVE WS-JOB-READ TO JL-READ-COUNT
006780     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
006790     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
006800     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
006810     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
006820     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
006830     WRITE JOB-LOG-RECORD
006840     CLOSE JOB-LOG-FILE.
006850 9750-EXIT.
006860     EXIT.
006870 END PROGRAM PAYRTN.
