000280*                  ABOUT A CLOSE STREAM THAT WAS NEVER DUE.
000290* 09/02/26   DLM   CARRY THE TOURNAMENT EVENT ID (GL-EVENT-ID)
000300*                  ONTO THE HISTORY MASTER, AND WIDEN THE WORK
000301*                  RECORD TO THE LONGER LOG LAYOUT, SO TRNSTND
000302*                  CAN SCORE AN EVENT'S GAMES OFF GAMEHIST.
000303* 10/15/26   DLM   CARRY THE VOID FLAG (GL-VOID-SW) ONTO THE
000304*                  HISTORY MASTER AND WIDEN THE WORK RECORD TO
000305*                  THE LONGER LOG LAYOUT.
000306* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000307*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000308*                  REPORT (JOBLRPT), WITH THE RUN'S RECORD COUNTS
000309*                  AND ANY TABLE-CAP OR OPEN-FAILURE WARNINGS.
000310*                  EVERY STOP SHORT OF A NORMAL END LOGS ITS
000311*                  REASON WITH CODE 08.
000312* 10/15/26   DLM   MAKE THE LOG REBUILD RESTARTABLE.  A PRE-RUN
000313*                  COPY OF GUESS-LOG (GLOGSAVE) IS TAKEN BEFORE
000315*                  ANYTHING IS CUT, AND EACH PHASE OF THE RUN IS
000316*                  RECORDED ON THE RESTART CONTROL FILE (RSTCTL)
000317*                  WITH THE RECORD COUNT AND HASH TOTAL OF THE
000318*                  FILE IT PRODUCED.  A RUN THAT FINDS THE LAST
000319*                  ONE UNFINISHED EITHER FINISHES IT FROM THE
000320*                  PROVED WORK FILE OR PUTS GUESS-LOG BACK FROM
000321*                  THE PRE-RUN COPY AND STARTS OVER.  THE REBUILT
000322*                  LOG IS PROVED BY COUNT AND HASH TOTAL BEFORE
000323*                  THE STEP IS MARKED DONE ON RUNCTL.
000324* 10/15/26   DLM   STOP THE RUN IF THE RESTART CONTROL RECORD WILL
000325*                  NOT FILE.
000326* 10/15/26   DLM   CHECK EVERY COPY, SPLIT AND REBUILD WRITE,
000327*                  PROVE GLOGSAVE BEFORE PHASE 1 AND STOP AT
000328*                  PHASE 4 IF THE RUNCTL FLAG WILL NOT REWRITE.
000330*-----------------------------------------------------------------
000340* RUN THIS ONCE AT CLOSE OF BUSINESS, AFTER EODRPT AND PAYEXT
000350* HAVE REPORTED THE DAY.  A RECORD ALREADY ON THE HISTORY MASTER
000360* (A RE-RUN OF THIS JOB) IS REPLACED IN PLACE, SO RUNNING IT
000365* TWICE IS HARMLESS.  IF THE JOB DIES PARTWAY, JUST RUN IT AGAIN -
000370* IT PICKS THE UNFINISHED RUN UP FROM THE RESTART CONTROL FILE.
000375* DO NOT TOUCH GUESSLOG, GLOGSAVE OR GLOGWORK BY HAND IN BETWEEN.
000380*-----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500     SELECT LOG-WORK-FILE ASSIGN TO "GLOGWORK"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-LOG-WORK.
000521     SELECT LOG-SAVE-FILE ASSIGN TO "GLOGSAVE"
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS IS FS-LOG-SAVE.
000524     SELECT RESTART-CTL-FILE ASSIGN TO "RSTCTL"
000525         ORGANIZATION IS INDEXED
000526         ACCESS MODE IS DYNAMIC
000527         RECORD KEY IS RS-JOB-NAME
000528         FILE STATUS IS FS-RESTART-CTL.
000530     SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CA-CAL-DATE
000620         FILE STATUS IS FS-SHOP-CAL.
000622     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000625         ORGANIZATION IS LINE SEQUENTIAL
000627         FILE STATUS IS FS-JOB-LOG.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  GUESS-LOG-FILE.
000670 FD  GAME-HIST-FILE.
000680     COPY GHISTREC.
000690 FD  LOG-WORK-FILE.
000691 01  LOG-WORK-RECORD             PIC X(41).
000692 01  LOG-WORK-FIELDS.
000694     05  LW-LOG-DATE             PIC 9(08).
000695     05  LW-LOG-TIME             PIC 9(08).
000697     05  FILLER                  PIC X(25).
000698 FD  LOG-SAVE-FILE.
000700 01  LOG-SAVE-RECORD             PIC X(41).
000701 01  LOG-SAVE-FIELDS.
000702     05  LS-LOG-DATE             PIC 9(08).
000704     05  LS-LOG-TIME             PIC 9(08).
000705     05  FILLER                  PIC X(25).
000707 FD  RESTART-CTL-FILE.
000708     COPY RSTCTLRC.
000710 FD  RUN-CTL-FILE.
000720     COPY RUNCTLRC.
000730 FD  SHOP-CAL-FILE.
000740     COPY CALREC.
000743 FD  JOB-LOG-FILE.
000746     COPY JOBLREC.
000750 WORKING-STORAGE SECTION.
000760 01  FS-GUESS-LOG             PIC X(02).
000770     88  FS-GUESS-LOG-OK             VALUE "00".
000790     88  FS-GAME-HIST-OK             VALUE "00".
000800 01  FS-LOG-WORK              PIC X(02).
000810     88  FS-LOG-WORK-OK              VALUE "00".
000812 01  FS-LOG-SAVE              PIC X(02).
000814     88  FS-LOG-SAVE-OK              VALUE "00".
000816 01  FS-RESTART-CTL           PIC X(02).
000818     88  FS-RESTART-CTL-OK           VALUE "00".
000820 01  FS-RUN-CTL               PIC X(02).
000830     88  FS-RUN-CTL-OK               VALUE "00".
000840 01  FS-SHOP-CAL              PIC X(02).
000850     88  FS-SHOP-CAL-OK              VALUE "00".
000853 01  FS-JOB-LOG               PIC X(02).
000856     88  FS-JOB-LOG-OK               VALUE "00".
000860 01  WS-SWITCHES.
000870     05  WS-EOF-SW               PIC X(01) VALUE "N".
000880         88  WS-EOF                  VALUE "Y".
000881     05  WS-RESUME-SW            PIC X(01) VALUE "N".
000882         88  WS-RESUMING             VALUE "Y".
000884     05  WS-RS-EXISTS-SW         PIC X(01) VALUE "N".
000885         88  WS-RS-EXISTS            VALUE "Y".
000887     05  WS-PROVED-SW            PIC X(01) VALUE "N".
000888         88  WS-PROVED               VALUE "Y".
000890 01  WS-TODAY-DATE               PIC 9(08).
000900 01  WS-CUT-COUNT                PIC 9(07) COMP VALUE ZERO.
000901 01  WS-KEPT-COUNT               PIC 9(07) COMP VALUE ZERO.
000902 01  WS-CUT-HASH                 PIC 9(15) COMP VALUE ZERO.
000903 01  WS-KEPT-HASH                PIC 9(15) COMP VALUE ZERO.
000904 01  WS-PROOF-COUNT              PIC 9(09) COMP VALUE ZERO.
000905 01  WS-PROOF-HASH               PIC 9(15) COMP VALUE ZERO.
000906 01  WS-JOB-LOG-AREA.
000907     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
000908     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
000910     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
000911     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
000912     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
000913     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
000914     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
000915     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
000916     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
000917     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
000918     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
000920 PROCEDURE DIVISION.
000930 0000-MAINLINE.
000940     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000944     IF NOT WS-RESUMING
000948         PERFORM 1500-TAKE-COPY THRU 1500-EXIT
000952         PERFORM 2000-SPLIT-LOG THRU 2000-EXIT
000957             UNTIL WS-EOF
000961         PERFORM 2300-END-SPLIT THRU 2300-EXIT
000965     END-IF
000970     PERFORM 3000-REBUILD-LOG THRU 3000-EXIT
000980     PERFORM 9000-TERMINATE THRU 9000-EXIT
000990     STOP RUN.
001000*-----------------------------------------------------------------
001006* 1000-INITIALIZE - PICK UP AN UNFINISHED RUN FROM THE RESTART
001013*                   CONTROL FILE, CHECK THE CALENDAR AND THE
001020*                   RUN-CONTROL RECORD, RECOVER THE UNFINISHED RUN
001026*                   IF THERE IS ONE, AND OPEN THE HISTORY MASTER
001033*                   FOR UPDATE (CREATING IT THE FIRST TIME).
001040*-----------------------------------------------------------------
001050 1000-INITIALIZE.
001060     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001062     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
001065     PERFORM 9700-LOG-START THRU 9700-EXIT
001067     PERFORM 1100-READ-RESTART THRU 1100-EXIT
001070     PERFORM 1020-CHECK-CALENDAR THRU 1020-EXIT
001080     PERFORM 1050-CHECK-RUN-CTL THRU 1050-EXIT
001096     IF WS-RESUMING
001113         PERFORM 1200-RECOVER-LAST-RUN THRU 1200-EXIT
001130     END-IF
001140     OPEN I-O GAME-HIST-FILE
001150     IF NOT FS-GAME-HIST-OK
001170         OPEN OUTPUT GAME-HIST-FILE
001180         CLOSE GAME-HIST-FILE
001190         OPEN I-O GAME-HIST-FILE
001280     END-IF.
001290 1000-EXIT.
001300     EXIT.
001410     END-IF
001420     MOVE WS-TODAY-DATE TO CA-CAL-DATE
001430     READ SHOP-CAL-FILE
001431         INVALID KEY
001432             CLOSE SHOP-CAL-FILE
001433             GO TO 1020-EXIT
001434     END-READ
001435     CLOSE SHOP-CAL-FILE
001436     IF CA-CLOSED
001437         DISPLAY "EODHSKP: THE CALENDAR SHOWS " WS-TODAY-DATE
001438             " AS A CLOSED DATE - NO LOG TO ROTATE."
001439             UPON CONSOLE
001440         MOVE "CALENDAR CLOSED DATE" TO WS-JOB-MESSAGE
001441         PERFORM 9710-LOG-END THRU 9710-EXIT
001442         STOP RUN
001443     END-IF.
001444 1020-EXIT.
001445     EXIT.
001446*-----------------------------------------------------------------
001447* 1050-CHECK-RUN-CTL - ONLY ROTATE THE LOG ONCE PAYEXT HAS
001448*                      EXTRACTED THE DAY, SO A CLOSED DAY IS
001449*                      NEVER CUT OUT FROM UNDER THE EXTRACT.
001450*                      THE FILE STAYS OPEN SO 9000-TERMINATE CAN
001451*                      MARK THE HOUSEKEEPING STEP DONE.
001452*-----------------------------------------------------------------
001453 1050-CHECK-RUN-CTL.
001454     OPEN I-O RUN-CTL-FILE
001455     IF NOT FS-RUN-CTL-OK
001456         CLOSE RUN-CTL-FILE
001457         OPEN OUTPUT RUN-CTL-FILE
001458         CLOSE RUN-CTL-FILE
001459         OPEN I-O RUN-CTL-FILE
001460     END-IF
001461     MOVE WS-TODAY-DATE TO RC-RUN-DATE
001462     READ RUN-CTL-FILE
001463         INVALID KEY
001464             DISPLAY "EODHSKP: NO RUN-CONTROL RECORD FOR TODAY"
001465                 " - RUN DRAWSET FIRST." UPON CONSOLE
001466             CLOSE RUN-CTL-FILE
001467             MOVE "NO RUN-CONTROL RECORD" TO WS-JOB-NEW-MESSAGE
001468             PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001469             STOP RUN
001470     END-READ
001471     IF NOT RC-PAYEXT-DONE
001472         DISPLAY "EODHSKP: PAYEXT HAS NOT RUN FOR TODAY - THE"
001473             " LOG IS NOT ROTATED UNTIL IT HAS." UPON CONSOLE
001474         CLOSE RUN-CTL-FILE
001475         MOVE "PAYEXT HAS NOT RUN" TO WS-JOB-NEW-MESSAGE
001476         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001477         STOP RUN
001478     END-IF.
001479 1050-EXIT.
001480     EXIT.
001481*-----------------------------------------------------------------
001482* 1100-READ-RESTART - READ THIS JOB'S RESTART CONTROL RECORD
001483*                     (CREATING THE FILE THE FIRST TIME).  A PHASE
001484*                     OTHER THAN COMPLETE MEANS THE LAST RUN DIED
001485*                     PARTWAY - THIS RUN TAKES OVER ITS BUSINESS
001486*                     DATE SO IT FINISHES OR REPEATS THE SAME
001487*                     DAY'S CUT.  THE FILE STAYS OPEN FOR THE
001488*                     PHASE UPDATES.
001489*-----------------------------------------------------------------
001490 1100-READ-RESTART.
001491     OPEN I-O RESTART-CTL-FILE
001492     IF NOT FS-RESTART-CTL-OK
001493         CLOSE RESTART-CTL-FILE
001494         OPEN OUTPUT RESTART-CTL-FILE
001495         CLOSE RESTART-CTL-FILE
001496         OPEN I-O RESTART-CTL-FILE
001497     END-IF
001498     IF NOT FS-RESTART-CTL-OK
001499         DISPLAY "EODHSKP: UNABLE TO OPEN THE RESTART CONTROL"
001500             " FILE (RSTCTL)." UPON CONSOLE
001501         MOVE "RESTART CONTROL WILL NOT OPEN"
001502             TO WS-JOB-NEW-MESSAGE
001503         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001504         STOP RUN
001505     END-IF
001506     MOVE "EODHSKP" TO RS-JOB-NAME
001507     MOVE "Y" TO WS-RS-EXISTS-SW
001508     READ RESTART-CTL-FILE
001509         INVALID KEY
001510             MOVE "N" TO WS-RS-EXISTS-SW
001511             MOVE SPACES TO RESTART-CTL-RECORD
001512             MOVE "EODHSKP" TO RS-JOB-NAME
001513             MOVE "C" TO RS-PHASE
001514     END-READ
001515     IF RS-RUN-COMPLETE
001516         MOVE ZERO TO RS-RESTART-COUNT
001517         GO TO 1100-EXIT
001518     END-IF
001519     MOVE "Y" TO WS-RESUME-SW
001520     MOVE RS-RUN-DATE TO WS-TODAY-DATE
001521     ADD 1 TO RS-RESTART-COUNT
001522     DISPLAY "EODHSKP: THE RUN FOR " RS-RUN-DATE " DID NOT FINISH"
001523         " - LAST PHASE RECORDED " RS-PHASE "." UPON CONSOLE
001524     MOVE "RESTARTED AN UNFINISHED RUN" TO WS-JOB-NEW-MESSAGE
001525     PERFORM 9720-NOTE-WARNING THRU 9720-EXIT.
001526 1100-EXIT.
001527     EXIT.
001528*-----------------------------------------------------------------
001529* 1200-RECOVER-LAST-RUN - DECIDE WHETHER TO FINISH THE UNFINISHED
001530*                         RUN OR ROLL IT BACK.  PHASE 1 (PRE-RUN
001531*                         COPY TAKEN) NEVER TOUCHED GUESS-LOG, SO
001532*                         THE RUN IS SIMPLY STARTED OVER.  PHASES
001533*                         2 AND 3 (SPLIT DONE, REBUILD STARTED)
001534*                         ARE FINISHED FROM THE WORK FILE IF IT
001535*                         PROVES AGAINST THE COUNT AND HASH TOTAL
001536*                         RECORDED WHEN IT WAS WRITTEN.  IF IT
001537*                         DOES NOT, A LOG THE REBUILD HAD STARTED
001538*                         ON IS PUT BACK FROM THE PRE-RUN COPY AND
001539*                         THE RUN IS STARTED OVER.  PHASE 4 (LOG
001540*                         REBUILT AND PROVED) ONLY WANTS THE
001541*                         RUN-CONTROL FLAG SET.  A CUT REPEATED
001542*                         FROM THE TOP REPLACES ITS HISTORY
001543*                         RECORDS IN PLACE, SO NOTHING IS FILED
001544*                         TWICE.
001545*-----------------------------------------------------------------
001546 1200-RECOVER-LAST-RUN.
001547     IF RS-REBUILT
001548         DISPLAY "EODHSKP: GUESS-LOG WAS REBUILT AND PROVED -"
001549             " ONLY THE RUN-CONTROL FLAG IS LEFT TO SET."
001550             UPON CONSOLE
001551         MOVE RS-MOVED-COUNT TO WS-CUT-COUNT
001552         MOVE RS-WORK-COUNT TO WS-KEPT-COUNT
001553         GO TO 1200-EXIT
001554     END-IF
001555     IF RS-COPY-TAKEN
001556         DISPLAY "EODHSKP: GUESS-LOG WAS NOT YET TOUCHED - THE"
001557             " RUN IS STARTED OVER." UPON CONSOLE
001558         MOVE "N" TO WS-RESUME-SW
001559         GO TO 1200-EXIT
001560     END-IF
001561     PERFORM 1300-PROVE-WORK THRU 1300-EXIT
001562     IF WS-PROVED
001563         DISPLAY "EODHSKP: WORK FILE PROVED - FINISHING THE"
001564             " REBUILD OF GUESS-LOG." UPON CONSOLE
001565         MOVE RS-MOVED-COUNT TO WS-CUT-COUNT
001566         MOVE RS-WORK-COUNT TO WS-KEPT-COUNT
001567         GO TO 1200-EXIT
001568     END-IF
001569     DISPLAY "EODHSKP: WORK FILE DOES NOT PROVE - ROLLING BACK TO"
001570         " THE PRE-RUN COPY." UPON CONSOLE
001571     IF RS-REBUILDING
001572         PERFORM 1400-RESTORE-LOG THRU 1400-EXIT
001573     END-IF
001574     MOVE "N" TO WS-RESUME-SW.
001575 1200-EXIT.
001576     EXIT.
001577*-----------------------------------------------------------------
001578* 1300-PROVE-WORK - READ THE WORK FILE THROUGH AND SET
001579*                   WS-PROVED-SW IF ITS RECORD COUNT AND HASH
001580*                   TOTAL OF LOG TIMES AGREE WITH THOSE RECORDED
001581*                   WHEN THE SPLIT WROTE IT.  A WORK FILE THAT
001582*                   WILL NOT OPEN DOES NOT PROVE.
001583*-----------------------------------------------------------------
001584 1300-PROVE-WORK.
001585     MOVE "N" TO WS-PROVED-SW
001586     OPEN INPUT LOG-WORK-FILE
001587     IF NOT FS-LOG-WORK-OK
001588         GO TO 1300-EXIT
001589     END-IF
001590     MOVE ZERO TO WS-PROOF-COUNT
001591     MOVE ZERO TO WS-PROOF-HASH
001592     MOVE "N" TO WS-EOF-SW
001593     PERFORM 1350-TOTAL-WORK THRU 1350-EXIT
001594         UNTIL WS-EOF
001595     CLOSE LOG-WORK-FILE
001596     MOVE "N" TO WS-EOF-SW
001597     IF WS-PROOF-COUNT = RS-WORK-COUNT
001598         AND WS-PROOF-HASH = RS-WORK-TOTAL
001599         MOVE "Y" TO WS-PROVED-SW
001600     END-IF.
001601 1300-EXIT.
001602     EXIT.
001603*-----------------------------------------------------------------
001604* 1350-TOTAL-WORK - COUNT ONE WORK FILE RECORD AND ADD ITS LOG
001605*                   TIME TO THE HASH TOTAL.
001606*-----------------------------------------------------------------
001607 1350-TOTAL-WORK.
001608     READ LOG-WORK-FILE
001609         AT END
001610             MOVE "Y" TO WS-EOF-SW
001611         NOT AT END
001612             ADD 1 TO WS-PROOF-COUNT
001613             ADD LW-LOG-TIME TO WS-PROOF-HASH
001614     END-READ.
001615 1350-EXIT.
001616     EXIT.
001617*-----------------------------------------------------------------
001618* 1400-RESTORE-LOG - PUT GUESS-LOG BACK FROM THE PRE-RUN COPY AND
001619*                    PROVE IT AGAINST THE COUNT AND HASH TOTAL
001620*                    RECORDED WHEN THE COPY WAS TAKEN.  IF THE
001621*                    COPY WILL NOT OPEN OR DOES NOT PROVE THERE IS
001622*                    NOTHING SAFE LEFT TO WORK FROM, AND THE RUN
001623*                    STOPS FOR GUESS-LOG TO BE RESTORED FROM THE
001624*                    SYSTEM BACKUP.
001625*-----------------------------------------------------------------
001626 1400-RESTORE-LOG.
001627     OPEN INPUT LOG-SAVE-FILE
001628     IF NOT FS-LOG-SAVE-OK
001629         DISPLAY "EODHSKP: PRE-RUN COPY (GLOGSAVE) WILL NOT"
001630             " OPEN - RESTORE GUESS-LOG FROM THE SYSTEM BACKUP."
001631             UPON CONSOLE
001632         MOVE "PRE-RUN COPY WILL NOT OPEN" TO WS-JOB-NEW-MESSAGE
001633         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001634         STOP RUN
001635     END-IF
001636     OPEN OUTPUT GUESS-LOG-FILE
001637     IF NOT FS-GUESS-LOG-OK
001638         DISPLAY "EODHSKP: UNABLE TO PUT GUESS-LOG BACK FROM THE"
001639             " PRE-RUN COPY." UPON CONSOLE
001640         MOVE "UNABLE TO RESTORE GUESS-LOG" TO WS-JOB-NEW-MESSAGE
001641         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001642         STOP RUN
001643     END-IF
001644     MOVE ZERO TO WS-PROOF-COUNT
001645     MOVE ZERO TO WS-PROOF-HASH
001646     MOVE "N" TO WS-EOF-SW
001647     PERFORM 1450-RESTORE-ONE THRU 1450-EXIT
001648         UNTIL WS-EOF
001649     CLOSE LOG-SAVE-FILE
001650     CLOSE GUESS-LOG-FILE
001651     MOVE "N" TO WS-EOF-SW
001652     IF WS-PROOF-COUNT NOT = RS-SAVE-COUNT
001653         OR WS-PROOF-HASH NOT = RS-SAVE-TOTAL
001654         DISPLAY "EODHSKP: PRE-RUN COPY DOES NOT PROVE - RESTORE"
001655             " GUESS-LOG FROM THE SYSTEM BACKUP." UPON CONSOLE
001656         MOVE "PRE-RUN COPY DOES NOT PROVE" TO WS-JOB-NEW-MESSAGE
001657         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001658         STOP RUN
001659     END-IF
001660     DISPLAY "EODHSKP: GUESS-LOG PUT BACK FROM THE PRE-RUN"
001661         " COPY - " WS-PROOF-COUNT " RECORDS." UPON CONSOLE.
001662 1400-EXIT.
001663     EXIT.
001664*-----------------------------------------------------------------
001665* 1450-RESTORE-ONE - COPY ONE PRE-RUN RECORD BACK TO GUESS-LOG AND
001666*                    ADD IT TO THE PROOF TOTALS.  A RECORD THAT
001667*                    WILL NOT WRITE STOPS THE RUN WHERE IT IS -
001668*                    THE RESTART CONTROL RECORD IS UNCHANGED, SO
001669*                    THE NEXT RUN PUTS GUESS-LOG BACK AGAIN.
001670*-----------------------------------------------------------------
001671 1450-RESTORE-ONE.
001672     READ LOG-SAVE-FILE
001673         AT END
001674             MOVE "Y" TO WS-EOF-SW
001675             GO TO 1450-EXIT
001676     END-READ
001677     WRITE GUESS-LOG-RECORD FROM LOG-SAVE-RECORD
001678     IF NOT FS-GUESS-LOG-OK
001679         DISPLAY "EODHSKP: UNABLE TO WRITE GUESS-LOG FROM THE"
001680             " PRE-RUN COPY - STATUS " FS-GUESS-LOG
001681             ".  RUN THE JOB AGAIN TO PUT IT BACK." UPON CONSOLE
001682         CLOSE LOG-SAVE-FILE
001683         CLOSE GUESS-LOG-FILE
001684         MOVE "UNABLE TO RESTORE GUESS-LOG" TO WS-JOB-NEW-MESSAGE
001685         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001686         STOP RUN
001687     END-IF
001688     ADD 1 TO WS-PROOF-COUNT
001689     ADD LS-LOG-TIME TO WS-PROOF-HASH.
001690 1450-EXIT.
001691     EXIT.
001692*-----------------------------------------------------------------
001693* 1500-TAKE-COPY - COPY GUESS-LOG TO THE PRE-RUN COPY (GLOGSAVE),
001694*                  READ THE COPY BACK AND PROVE IT AGAINST THE
001695*                  COUNT AND HASH TOTAL OF WHAT WAS READ FROM
001696*                  GUESS-LOG, AND ONLY THEN RECORD PHASE 1 ON THE
001697*                  RESTART CONTROL FILE WITH THOSE TOTALS.  THEN
001698*                  OPEN GUESS-LOG FOR THE SPLIT AND THE WORK FILE
001699*                  THAT COLLECTS THE OPEN DAY.  NOTHING HAS BEEN
001700*                  CHANGED UNTIL THIS PARAGRAPH ENDS, SO A COPY
001701*                  THAT WILL NOT WRITE OR PROVE STOPS THE RUN
001702*                  WITH GUESS-LOG AS IT WAS.
001703*-----------------------------------------------------------------
001704 1500-TAKE-COPY.
001705     OPEN INPUT GUESS-LOG-FILE
001706     IF NOT FS-GUESS-LOG-OK
001707         DISPLAY "EODHSKP: NO GUESS-LOG TO ROTATE." UPON CONSOLE
001708         CLOSE GAME-HIST-FILE
001709         MOVE "NO GUESS-LOG" TO WS-JOB-NEW-MESSAGE
001710         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001711         STOP RUN
001712     END-IF
001713     OPEN OUTPUT LOG-SAVE-FILE
001714     IF NOT FS-LOG-SAVE-OK
001715         DISPLAY "EODHSKP: UNABLE TO OPEN THE PRE-RUN COPY"
001716             " (GLOGSAVE)." UPON CONSOLE
001717         CLOSE GUESS-LOG-FILE
001718         CLOSE GAME-HIST-FILE
001719         MOVE "UNABLE TO OPEN PRE-RUN COPY" TO WS-JOB-NEW-MESSAGE
001720         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001721         STOP RUN
001722     END-IF
001723     MOVE ZERO TO WS-PROOF-COUNT
001724     MOVE ZERO TO WS-PROOF-HASH
001725     MOVE "N" TO WS-EOF-SW
001726     PERFORM 1550-COPY-ONE THRU 1550-EXIT
001727         UNTIL WS-EOF
001728     CLOSE LOG-SAVE-FILE
001729     CLOSE GUESS-LOG-FILE
001730     MOVE "N" TO WS-EOF-SW
001731     MOVE WS-PROOF-COUNT TO RS-SAVE-COUNT
001732     MOVE WS-PROOF-HASH TO RS-SAVE-TOTAL
001733     PERFORM 1600-PROVE-COPY THRU 1600-EXIT
001734     MOVE WS-TODAY-DATE TO RS-RUN-DATE
001735     MOVE WS-TODAY-DATE TO RS-CUTOFF-DATE
001736     ACCEPT RS-RUN-TIME FROM TIME
001737     MOVE ZERO TO RS-MOVED-COUNT
001738     MOVE ZERO TO RS-MOVED-TOTAL
001739     MOVE ZERO TO RS-WORK-COUNT
001740     MOVE ZERO TO RS-WORK-TOTAL
001741     MOVE ZERO TO RS-REBUILT-COUNT
001742     MOVE ZERO TO RS-REBUILT-TOTAL
001743     MOVE ZERO TO RS-BASE-COUNT
001744     MOVE ZERO TO RS-PLAYER-COUNT
001745     MOVE "1" TO RS-PHASE
001746     PERFORM 1900-SAVE-RESTART THRU 1900-EXIT
001747     OPEN INPUT GUESS-LOG-FILE
001748     OPEN OUTPUT LOG-WORK-FILE
001749     IF NOT FS-GUESS-LOG-OK OR NOT FS-LOG-WORK-OK
001750         DISPLAY "EODHSKP: UNABLE TO OPEN WORK FILE."
001751             UPON CONSOLE
001752         CLOSE GUESS-LOG-FILE
001753         CLOSE GAME-HIST-FILE
001754         MOVE "UNABLE TO OPEN WORK FILE" TO WS-JOB-NEW-MESSAGE
001755         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001756         STOP RUN
001757     END-IF.
001758 1500-EXIT.
001759     EXIT.
001760*-----------------------------------------------------------------
001761* 1550-COPY-ONE - COPY ONE GUESS-LOG RECORD TO THE PRE-RUN COPY
001762*                 AND ADD IT TO THE PROOF TOTALS.  A RECORD THAT
001763*                 WILL NOT WRITE STOPS THE RUN BEFORE ANYTHING IS
001764*                 RECORDED OR CUT.
001765*-----------------------------------------------------------------
001766 1550-COPY-ONE.
001767     READ GUESS-LOG-FILE
001768         AT END
001769             MOVE "Y" TO WS-EOF-SW
001770             GO TO 1550-EXIT
001771     END-READ
001772     WRITE LOG-SAVE-RECORD FROM GUESS-LOG-RECORD
001773     IF NOT FS-LOG-SAVE-OK
001774         DISPLAY "EODHSKP: UNABLE TO WRITE THE PRE-RUN COPY"
001775             " (GLOGSAVE) - STATUS " FS-LOG-SAVE
001776             ".  GUESS-LOG LEFT AS IT WAS." UPON CONSOLE
001777         CLOSE LOG-SAVE-FILE
001778         CLOSE GUESS-LOG-FILE
001779         CLOSE GAME-HIST-FILE
001780         MOVE "PRE-RUN COPY NOT WRITTEN" TO WS-JOB-NEW-MESSAGE
001781         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001782         STOP RUN
001783     END-IF
001784     ADD 1 TO WS-PROOF-COUNT
001785     ADD GL-LOG-TIME TO WS-PROOF-HASH.
001786 1550-EXIT.
001787     EXIT.
001788*-----------------------------------------------------------------
001789* 1600-PROVE-COPY - READ THE PRE-RUN COPY THROUGH AND PROVE ITS
001790*                   RECORD COUNT AND HASH TOTAL OF LOG TIMES
001791*                   AGAINST WHAT WAS READ FROM GUESS-LOG, WHICH
001792*                   THE CALLER HAS MOVED TO RS-SAVE-COUNT AND
001793*                   RS-SAVE-TOTAL.
001794*                   A COPY THAT WILL NOT OPEN OR DOES NOT PROVE
001795*                   COULD NOT PUT GUESS-LOG BACK, SO THE RUN STOPS
001796*                   WITH GUESS-LOG AS IT WAS.
001797*-----------------------------------------------------------------
001798 1600-PROVE-COPY.
001799     MOVE ZERO TO WS-PROOF-COUNT
001800     MOVE ZERO TO WS-PROOF-HASH
001801     OPEN INPUT LOG-SAVE-FILE
001802     IF FS-LOG-SAVE-OK
001803         MOVE "N" TO WS-EOF-SW
001804         PERFORM 1650-TOTAL-COPY THRU 1650-EXIT
001805             UNTIL WS-EOF
001806         CLOSE LOG-SAVE-FILE
001807         MOVE "N" TO WS-EOF-SW
001808     END-IF
001809     IF WS-PROOF-COUNT NOT = RS-SAVE-COUNT
001810         OR WS-PROOF-HASH NOT = RS-SAVE-TOTAL
001811         DISPLAY "EODHSKP: PRE-RUN COPY (GLOGSAVE) DOES NOT AGREE"
001812             " WITH GUESS-LOG - " WS-PROOF-COUNT " OF "
001813             RS-SAVE-COUNT " RECORDS.  GUESS-LOG LEFT AS IT WAS."
001814             UPON CONSOLE
001815         CLOSE GAME-HIST-FILE
001816         MOVE "PRE-RUN COPY DOES NOT PROVE" TO WS-JOB-NEW-MESSAGE
001817         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001818         STOP RUN
001819     END-IF.
001820 1600-EXIT.
001821     EXIT.
001822*-----------------------------------------------------------------
001823* 1650-TOTAL-COPY - COUNT ONE PRE-RUN COPY RECORD AND ADD ITS LOG
001824*                   TIME TO THE HASH TOTAL.
001825*-----------------------------------------------------------------
001826 1650-TOTAL-COPY.
001827     READ LOG-SAVE-FILE
001828         AT END
001829             MOVE "Y" TO WS-EOF-SW
001830         NOT AT END
001831             ADD 1 TO WS-PROOF-COUNT
001832             ADD LS-LOG-TIME TO WS-PROOF-HASH
001833     END-READ.
001834 1650-EXIT.
001835     EXIT.
001836*-----------------------------------------------------------------
001837* 1900-SAVE-RESTART - STAMP AND WRITE OR REWRITE THIS JOB'S
001838*                     RESTART CONTROL RECORD.  THE CALLER HAS
001839*                     MOVED THE NEW PHASE AND ITS TOTALS.
001840*-----------------------------------------------------------------
001841 1900-SAVE-RESTART.
001842     ACCEPT RS-PHASE-DATE FROM DATE YYYYMMDD
001843     ACCEPT RS-PHASE-TIME FROM TIME
001844     IF WS-RS-EXISTS
001845         REWRITE RESTART-CTL-RECORD
001846             INVALID KEY
001847                 PERFORM 1950-RESTART-NOT-SAVED THRU 1950-EXIT
001848         END-REWRITE
001849     ELSE
001850         WRITE RESTART-CTL-RECORD
001851             INVALID KEY
001852                 PERFORM 1950-RESTART-NOT-SAVED THRU 1950-EXIT
001853         END-WRITE
001854         MOVE "Y" TO WS-RS-EXISTS-SW
001855     END-IF.
001856 1900-EXIT.
001857     EXIT.
001858*-----------------------------------------------------------------
001859* 1950-RESTART-NOT-SAVED - THE RESTART CONTROL RECORD WOULD NOT
001860*                          FILE.  A RERUN COULD NOT TELL WHERE
001861*                          THIS ONE STOPPED, SO STOP HERE.
001862*-----------------------------------------------------------------
001863 1950-RESTART-NOT-SAVED.
001864     DISPLAY "EODHSKP: UNABLE TO SAVE THE RESTART CONTROL RECORD"
001865         " - STATUS " FS-RESTART-CTL "." UPON CONSOLE
001866     MOVE "RESTART CONTROL NOT SAVED" TO WS-JOB-NEW-MESSAGE
001867     PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001868     STOP RUN.
001869 1950-EXIT.
001870     EXIT.
001880*-----------------------------------------------------------------
001890* 2000-SPLIT-LOG - READ GUESS-LOG AND ROUTE EACH RECORD - CLOSED
001990                 PERFORM 2100-FILE-HISTORY THRU 2100-EXIT
002000             ELSE
002010                 WRITE LOG-WORK-RECORD FROM GUESS-LOG-RECORD
002012                 IF NOT FS-LOG-WORK-OK
002015                     PERFORM 2050-WORK-NOT-WRITTEN THRU 2050-EXIT
002017                 END-IF
002020                 ADD 1 TO WS-KEPT-COUNT
002025                 ADD GL-LOG-TIME TO WS-KEPT-HASH
002030             END-IF
002040     END-READ.
002041 2000-EXIT.
002042     EXIT.
002043*-----------------------------------------------------------------
002044* 2050-WORK-NOT-WRITTEN - AN OPEN-DAY RECORD WILL NOT WRITE TO
002045*                         THE WORK FILE.  THE RUN STOPS BEFORE
002046*                         PHASE 2 IS RECORDED, WITH GUESS-LOG AS
002047*                         IT WAS, AND THE NEXT RUN STARTS OVER.
002048*-----------------------------------------------------------------
002049 2050-WORK-NOT-WRITTEN.
002050     DISPLAY "EODHSKP: UNABLE TO WRITE THE WORK FILE - STATUS "
002051         FS-LOG-WORK ".  GUESS-LOG LEFT AS IT WAS." UPON CONSOLE
002052     CLOSE GUESS-LOG-FILE
002053     CLOSE LOG-WORK-FILE
002054     CLOSE GAME-HIST-FILE
002055     MOVE "WORK FILE NOT WRITTEN" TO WS-JOB-NEW-MESSAGE
002056     PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002057     STOP RUN.
002058 2050-EXIT.
002060     EXIT.
002070*-----------------------------------------------------------------
002080* 2100-FILE-HISTORY - FILE ONE CLOSED-DAY RECORD ON THE HISTORY
002210     MOVE GL-BIG-HINT-CNT TO GH-BIG-HINT-CNT
002220     MOVE GL-SESSION-CODE TO GH-SESSION-CODE
002230     MOVE GL-EVENT-ID TO GH-EVENT-ID
002235     MOVE GL-VOID-SW TO GH-VOID-SW
002240     WRITE GAME-HIST-RECORD
002250         INVALID KEY
002260             REWRITE GAME-HIST-RECORD
002270     END-WRITE
002276     ADD 1 TO WS-CUT-COUNT
002283     ADD GL-LOG-TIME TO WS-CUT-HASH.
002290 2100-EXIT.
002300     EXIT.
002301*-----------------------------------------------------------------
002302* 2300-END-SPLIT - CLOSE THE SPLIT AND PROVE IT - THE RECORDS
002303*                  FILED TO HISTORY AND THOSE RETAINED MUST ADD
002304*                  BACK TO THE PRE-RUN COPY IN COUNT AND HASH
002305*                  TOTAL.  A SPLIT THAT DOES NOT PROVE STOPS WITH
002306*                  GUESS-LOG UNTOUCHED, AND THE NEXT RUN STARTS
002307*                  OVER.  A GOOD ONE IS RECORDED AS PHASE 2 WITH
002308*                  THE WORK FILE'S TOTALS.
002309*-----------------------------------------------------------------
002310 2300-END-SPLIT.
002311     CLOSE GUESS-LOG-FILE
002312     CLOSE LOG-WORK-FILE
002313     IF WS-CUT-COUNT + WS-KEPT-COUNT NOT = RS-SAVE-COUNT
002314         OR WS-CUT-HASH + WS-KEPT-HASH NOT = RS-SAVE-TOTAL
002315         DISPLAY "EODHSKP: SPLIT DOES NOT AGREE WITH THE PRE-RUN"
002316             " COPY - GUESS-LOG LEFT AS IT WAS." UPON CONSOLE
002317         CLOSE GAME-HIST-FILE
002318         MOVE "SPLIT DOES NOT PROVE" TO WS-JOB-NEW-MESSAGE
002319         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002320         STOP RUN
002321     END-IF
002322     MOVE WS-CUT-COUNT TO RS-MOVED-COUNT
002323     MOVE WS-CUT-HASH TO RS-MOVED-TOTAL
002324     MOVE WS-KEPT-COUNT TO RS-WORK-COUNT
002325     MOVE WS-KEPT-HASH TO RS-WORK-TOTAL
002326     MOVE WS-KEPT-COUNT TO RS-REBUILT-COUNT
002327     MOVE WS-KEPT-HASH TO RS-REBUILT-TOTAL
002328     MOVE "2" TO RS-PHASE
002329     PERFORM 1900-SAVE-RESTART THRU 1900-EXIT.
002330 2300-EXIT.
002331     EXIT.
002332*-----------------------------------------------------------------
002333* 3000-REBUILD-LOG - REPLACE GUESS-LOG WITH THE WORK FILE SO IT
002334*                    HOLDS ONLY THE OPEN DAY'S RECORDS.  PHASE 3
002335*                    IS RECORDED BEFORE GUESS-LOG IS OPENED FOR
002336*                    OUTPUT, AND PHASE 4 ONLY ONCE THE REBUILT LOG
002337*                    HAS PROVED.  A LOG ALREADY REBUILT BY AN
002338*                    UNFINISHED RUN IS LEFT ALONE.
002340*-----------------------------------------------------------------
002350 3000-REBUILD-LOG.
002355     IF RS-REBUILT
002360         GO TO 3000-EXIT
002365     END-IF
002370     MOVE "3" TO RS-PHASE
002375     PERFORM 1900-SAVE-RESTART THRU 1900-EXIT
002380     OPEN INPUT LOG-WORK-FILE
002390     OPEN OUTPUT GUESS-LOG-FILE
002400     IF NOT FS-LOG-WORK-OK OR NOT FS-GUESS-LOG-OK
002410         DISPLAY "EODHSKP: UNABLE TO REBUILD GUESS-LOG - OPEN"
002420             " DAY RETAINED ON WORK FILE." UPON CONSOLE
002430         CLOSE GAME-HIST-FILE
002433         MOVE "UNABLE TO REBUILD GUESS-LOG" TO WS-JOB-NEW-MESSAGE
002436         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002440         STOP RUN
002450     END-IF
002460     MOVE "N" TO WS-EOF-SW
002470     PERFORM 3100-COPY-BACK THRU 3100-EXIT
002472         UNTIL WS-EOF
002475     CLOSE LOG-WORK-FILE
002478     CLOSE GUESS-LOG-FILE
002481     PERFORM 3200-PROVE-LOG THRU 3200-EXIT
002484     MOVE "4" TO RS-PHASE
002487     PERFORM 1900-SAVE-RESTART THRU 1900-EXIT.
002490 3000-EXIT.
002500     EXIT.
002510*-----------------------------------------------------------------
002520* 3100-COPY-BACK - COPY ONE RETAINED RECORD BACK TO GUESS-LOG.
002523*                  A RECORD THAT WILL NOT WRITE STOPS THE RUN AT
002526*                  PHASE 3, SO THE NEXT RUN REBUILDS IT AGAIN.
002530*-----------------------------------------------------------------
002540 3100-COPY-BACK.
002550     READ LOG-WORK-FILE
002560         AT END
002570             MOVE "Y" TO WS-EOF-SW
002572             GO TO 3100-EXIT
002575     END-READ
002578     WRITE GUESS-LOG-RECORD FROM LOG-WORK-RECORD
002580     IF NOT FS-GUESS-LOG-OK
002583         DISPLAY "EODHSKP: UNABLE TO WRITE GUESS-LOG - STATUS "
002586             FS-GUESS-LOG ".  RUN THE JOB AGAIN TO FINISH."
002588             UPON CONSOLE
002591         CLOSE LOG-WORK-FILE
002594         CLOSE GUESS-LOG-FILE
002596         CLOSE GAME-HIST-FILE
002599         MOVE "UNABLE TO REBUILD GUESS-LOG" TO WS-JOB-NEW-MESSAGE
002602         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002604         STOP RUN
002607     END-IF.
002610 3100-EXIT.
002611     EXIT.
002612*-----------------------------------------------------------------
002613* 3200-PROVE-LOG - READ THE REBUILT GUESS-LOG THROUGH AND PROVE
002614*                  ITS RECORD COUNT AND HASH TOTAL OF LOG TIMES
002615*                  AGAINST THE WORK FILE'S.  A LOG THAT DOES NOT
002616*                  PROVE STOPS THE RUN AT PHASE 3, SO THE NEXT RUN
002617*                  REBUILDS IT AGAIN.
002618*-----------------------------------------------------------------
002620 3200-PROVE-LOG.
002621     MOVE ZERO TO WS-PROOF-COUNT
002622     MOVE ZERO TO WS-PROOF-HASH
002623     OPEN INPUT GUESS-LOG-FILE
002624     IF FS-GUESS-LOG-OK
002625         MOVE "N" TO WS-EOF-SW
002626         PERFORM 3250-TOTAL-LOG THRU 3250-EXIT
002627             UNTIL WS-EOF
002628         CLOSE GUESS-LOG-FILE
002630     END-IF
002631     IF WS-PROOF-COUNT NOT = RS-REBUILT-COUNT
002632         OR WS-PROOF-HASH NOT = RS-REBUILT-TOTAL
002633         DISPLAY "EODHSKP: REBUILT GUESS-LOG DOES NOT AGREE WITH"
002634             " THE WORK FILE - RUN THE JOB AGAIN TO FINISH."
002635             UPON CONSOLE
002636         CLOSE GAME-HIST-FILE
002637         MOVE "REBUILT LOG DOES NOT PROVE" TO WS-JOB-NEW-MESSAGE
002638         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002640         STOP RUN
002641     END-IF.
002642 3200-EXIT.
002643     EXIT.
002644*-----------------------------------------------------------------
002645* 3250-TOTAL-LOG - COUNT ONE REBUILT GUESS-LOG RECORD AND ADD ITS
002646*                  LOG TIME TO THE HASH TOTAL.
002647*-----------------------------------------------------------------
002648 3250-TOTAL-LOG.
002650     READ GUESS-LOG-FILE
002651         AT END
002652             MOVE "Y" TO WS-EOF-SW
002653         NOT AT END
002654             ADD 1 TO WS-PROOF-COUNT
002655             ADD GL-LOG-TIME TO WS-PROOF-HASH
002656     END-READ.
002657 3250-EXIT.
002658     EXIT.
002660*-----------------------------------------------------------------
002661* 9000-TERMINATE - THE REBUILT LOG HAS PROVED.  MARK THE
002662*                  HOUSEKEEPING STEP DONE ON THE RUN-CONTROL
002663*                  RECORD AND THE RUN COMPLETE ON THE RESTART
002664*                  CONTROL FILE, CLOSE FILES, REPORT THE SPLIT AND
002665*                  LOG THE END OF THE RUN.  A RUN-CONTROL RECORD
002666*                  THAT WILL NOT REWRITE STOPS THE RUN WITH THE
002667*                  RESTART CONTROL FILE STILL AT PHASE 4, SO THE
002668*                  NEXT RUN ONLY SETS THE FLAG.
002670*-----------------------------------------------------------------
002680 9000-TERMINATE.
002690     MOVE "Y" TO RC-HSKP-DONE-SW
002691     REWRITE RUN-CTL-RECORD
002693         INVALID KEY
002694             DISPLAY "EODHSKP: UNABLE TO MARK HOUSEKEEPING DONE"
002696                 " ON RUNCTL - GUESS-LOG IS REBUILT.  RUN THE JOB"
002697                 " AGAIN TO SET THE FLAG." UPON CONSOLE
002699             CLOSE RUN-CTL-FILE
002700             CLOSE RESTART-CTL-FILE
002702             CLOSE GAME-HIST-FILE
002703             MOVE "RUNCTL FLAG NOT SET" TO WS-JOB-NEW-MESSAGE
002705             PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002706             STOP RUN
002708     END-REWRITE
002710     CLOSE RUN-CTL-FILE
002717     MOVE "C" TO RS-PHASE
002725     PERFORM 1900-SAVE-RESTART THRU 1900-EXIT
002732     CLOSE RESTART-CTL-FILE
002740     CLOSE GAME-HIST-FILE
002750     DISPLAY "EODHSKP: " WS-CUT-COUNT " RECORDS FILED TO HISTORY"
002756         ", " WS-KEPT-COUNT " RETAINED." UPON CONSOLE
002763     PERFORM 9710-LOG-END THRU 9710-EXIT.
002770 9000-EXIT.
002780     EXIT.
002790*-----------------------------------------------------------------
002800* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
002810*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
002820*                  BUSINESS DATE.
002830*-----------------------------------------------------------------
002840 9700-LOG-START.
002850     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
002860     ACCEPT WS-JOB-START-TIME FROM TIME
002870     MOVE "S" TO WS-JOB-EVENT
002880     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
002890 9700-EXIT.
002900     EXIT.
002910*-----------------------------------------------------------------
002920* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
002930*                LOG.  READ IS EVERY GUESS-LOG RECORD READ;
002940*                WRITTEN IS THE RECORDS FILED TO HISTORY PLUS
002950*                THOSE RETAINED ON THE LOG.  NOTHING IS SKIPPED.
002960*                A RUN THAT RAISED WARNINGS BUT WAS NOT STOPPED
002970*                ENDS WITH CODE 04.
002980*-----------------------------------------------------------------
002990 9710-LOG-END.
003000     COMPUTE WS-JOB-READ = WS-CUT-COUNT + WS-KEPT-COUNT
003010     COMPUTE WS-JOB-WRITTEN = WS-CUT-COUNT + WS-KEPT-COUNT
003020     MOVE ZERO TO WS-JOB-SKIPPED
003030     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
003040         MOVE 04 TO WS-JOB-COMPLETION
003050     END-IF
003060     MOVE "E" TO WS-JOB-EVENT
003070     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
003080 9710-EXIT.
003090     EXIT.
003100*-----------------------------------------------------------------
003110* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
003120*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
003130*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
003140*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
003150*-----------------------------------------------------------------
003160 9720-NOTE-WARNING.
003170     ADD 1 TO WS-JOB-WARNINGS
003180     IF WS-JOB-MESSAGE = SPACES
003190         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
003200     END-IF.
003210 9720-EXIT.
003220     EXIT.
003230*-----------------------------------------------------------------
003240* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
003250*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
003260*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
003270*                    BEFORE THE STOP RUN.
003280*-----------------------------------------------------------------
003290 9730-LOG-FAILURE.
003300     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
003310     MOVE 08 TO WS-JOB-COMPLETION
003320     PERFORM 9710-LOG-END THRU 9710-EXIT.
003330 9730-EXIT.
003340     EXIT.
003350*-----------------------------------------------------------------
003360* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
003370*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
003380*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
003390*-----------------------------------------------------------------
003400 9750-WRITE-JOB-LOG.
003410     OPEN EXTEND JOB-LOG-FILE
003420     IF NOT FS-JOB-LOG-OK
003430         OPEN OUTPUT JOB-LOG-FILE
003440     END-IF
003450     IF NOT FS-JOB-LOG-OK
003460         DISPLAY "EODHSKP: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
003470             UPON CONSOLE
003480         GO TO 9750-EXIT
003490     END-IF
003500     MOVE SPACES TO JOB-LOG-RECORD
003510     MOVE "EODHSKP" TO JL-PROGRAM
003520     MOVE WS-JOB-EVENT TO JL-EVENT
003530     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
003540     MOVE WS-JOB-START-DATE TO JL-START-DATE
003550     MOVE WS-JOB-START-TIME TO JL-START-TIME
003560     IF JL-END
003570         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
003580         ACCEPT JL-END-TIME FROM TIME
003590     ELSE
003600         MOVE ZERO TO JL-END-DATE
003610         MOVE ZERO TO JL-END-TIME
003620     END-IF
003630     MOVE WS-JOB-READ TO JL-READ-COUNT
003640     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
003650     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
003660     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
003670     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
003680     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
003690     WRITE JOB-LOG-RECORD
003700     CLOSE JOB-LOG-FILE.
003710 9750-EXIT.
003720     EXIT.
003730 END PROGRAM EODHSKP.
