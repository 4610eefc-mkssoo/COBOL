000230*                  TRANSACTIONS ARCHIVED AND THE POINTS CARRIED
000240*                  FORWARD PER PLAYER SO THE CLOSE CAN BE PROVED
000250*                  NOT TO HAVE MOVED A BALANCE.
000251* 09/02/26   DLM   COUNT THE EXPIRY ("X") TRANSACTIONS PTSEXPR
000252*                  NOW POSTS AS DEBITS IN THE CARRY BALANCE,
000253*                  THE SAME AS REDEMPTIONS.
000254* 10/15/26   DLM   COUNT A "V" AGAINST THE "WIN " CODE (A VOIDED
000255*                  GAME'S AWARD TAKEN BACK BY VOIDAPL) AS A DEBIT
000256*                  IN THE CARRY BALANCE.
000257* 10/15/26   DLM   KEEP THE POINTS BALANCE MASTER (PTSBAL) IN
000258*                  STEP.  A CLOSE MOVES NO BALANCE, EXCEPT THAT A
000259*                  NEGATIVE CARRY WRITTEN AS ZERO RAISES THE
000260*                  PLAYER'S LEDGER BALANCE BY THE SAME AMOUNT, SO
000261*                  THE MASTER IS RAISED TO MATCH.
000262* 10/15/26   DLM   APPEND A START AND AN END RECORD TO THE BATCH
000263*                  JOB LOG (JOBLOG) FOR THE MORNING BATCH-RUN
000264*                  REPORT (JOBLRPT), WITH THE RUN'S RECORD COUNTS
000265*                  AND ANY TABLE-CAP OR OPEN-FAILURE WARNINGS.
000266*                  EVERY STOP SHORT OF A NORMAL END LOGS ITS
000267*                  REASON WITH CODE 08.
000268* 10/15/26   DLM   MAKE THE CLOSE RESTARTABLE.  A PRE-RUN COPY OF
000270*                  THE LEDGER (PTSLSAVE) IS TAKEN BEFORE ANYTHING
000271*                  IS CHANGED, AND EACH PHASE OF THE RUN IS
000272*                  RECORDED ON THE RESTART CONTROL FILE (RSTCTL)
000273*                  WITH THE RECORD COUNT AND POINTS TOTAL OF THE
000274*                  FILE IT PRODUCED.  THE ARCHIVE IS NOW APPENDED
000275*                  FROM THE PRE-RUN COPY ONLY AFTER THE REBUILT
000276*                  LEDGER HAS PROVED, AND THE BALANCE MASTER
000277*                  RAISED LAST, STAMPED WITH THE CUTOFF.  A RUN
000278*                  THAT FINDS THE LAST ONE UNFINISHED FINISHES IT
000279*                  FROM THE PROVED FILES - WITHOUT WRITING A
000280*                  BROUGHT-FORWARD RECORD, AN ARCHIVE RECORD OR A
000281*                  BALANCE RAISE TWICE - OR PUTS THE LEDGER BACK
000282*                  FROM THE PRE-RUN COPY AND STARTS OVER.  THE
000283*                  CLOSE IS MARKED DONE ON THE RUN-CONTROL RECORD
000284*                  (RUNCTL) FOR THE DATE IT RAN ONCE IT IS
000285*                  COMPLETE.
000286* 10/15/26   DLM   STOP THE RUN IF THE RESTART CONTROL RECORD WILL
000287*                  NOT FILE.  A PTSBAL RAISE OR RUNCTL FLAG THAT
000288*                  WILL NOT FILE IS WARNED TO THE JOB LOG.
000290*-----------------------------------------------------------------
000300* RUN THIS ONCE AT MONTH END.  A RE-RUN IN THE SAME MONTH IS
000310* HARMLESS - THE BROUGHT-FORWARD RECORDS ARE DATED ON THE FIRST
000320* OF THE OPEN MONTH, SO NOTHING IS LEFT DATED BEFORE THE CUTOFF
000330* AND A SECOND PASS ARCHIVES NOTHING.  A PRIOR MONTH'S "B"
000340* RECORD IS ARCHIVED AND ROLLED INTO THE NEW CARRY, SO THE
000343* LEDGER NEVER HOLDS MORE THAN ONE "B" PER PLAYER.  IF THE JOB
000346* DIES PARTWAY, JUST RUN IT AGAIN WHILE THE CANTEEN IS STILL
000350* CLOSED - IT PICKS THE UNFINISHED CLOSE UP FROM THE RESTART
000353* CONTROL FILE AND FINISHES IT TO THE SAME CUTOFF.  DO NOT TOUCH
000356* PTSLEDG, PTSLSAVE, PTSLWORK OR PTSARCH BY HAND IN BETWEEN.
000360*-----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000400     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-POINTS-LEDGER.
000421     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
000423         ORGANIZATION IS INDEXED
000425         ACCESS MODE IS DYNAMIC
000426         RECORD KEY IS PB-PLAYER-ID
000428         FILE STATUS IS FS-POINTS-BALANCE.
000430     SELECT ARCHIVE-FILE ASSIGN TO "PTSARCH"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-ARCHIVE.
000460     SELECT LEDGER-WORK-FILE ASSIGN TO "PTSLWORK"
000470         ORGANIZATION IS LINE SEQUENTIAL
000471         FILE STATUS IS FS-LEDGER-WORK.
000472     SELECT LEDGER-SAVE-FILE ASSIGN TO "PTSLSAVE"
000474         ORGANIZATION IS LINE SEQUENTIAL
000475         FILE STATUS IS FS-LEDGER-SAVE.
000476     SELECT RESTART-CTL-FILE ASSIGN TO "RSTCTL"
000478         ORGANIZATION IS INDEXED
000479         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS RS-JOB-NAME
000482         FILE STATUS IS FS-RESTART-CTL.
000483     SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
000484         ORGANIZATION IS INDEXED
000486         ACCESS MODE IS DYNAMIC
000487         RECORD KEY IS RC-RUN-DATE
000488         FILE STATUS IS FS-RUN-CTL.
000490     SELECT REPORT-FILE ASSIGN TO "PTSCLRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-REPORT.
000512     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
000515         ORGANIZATION IS LINE SEQUENTIAL
000517         FILE STATUS IS FS-JOB-LOG.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  POINTS-LEDGER-FILE.
000550     COPY PTSLREC.
000553 FD  POINTS-BALANCE-FILE.
000556     COPY PTSBREC.
000560 FD  ARCHIVE-FILE.
000570 01  ARCHIVE-RECORD              PIC X(40).
000580 FD  LEDGER-WORK-FILE.
000581 01  LEDGER-WORK-RECORD          PIC X(40).
000582 01  LEDGER-WORK-FIELDS.
000583     05  FILLER                  PIC X(31).
000585     05  LW-POINTS               PIC 9(05).
000586     05  FILLER                  PIC X(04).
000587 FD  LEDGER-SAVE-FILE.
000588 01  LEDGER-SAVE-RECORD          PIC X(40).
000590 01  LEDGER-SAVE-FIELDS.
000591     05  FILLER                  PIC X(31).
000592     05  LS-POINTS               PIC 9(05).
000593     05  FILLER                  PIC X(04).
000595 FD  RESTART-CTL-FILE.
000596     COPY RSTCTLRC.
000597 FD  RUN-CTL-FILE.
000598     COPY RUNCTLRC.
000600 FD  REPORT-FILE.
000610 01  REPORT-LINE                 PIC X(80).
000613 FD  JOB-LOG-FILE.
000616     COPY JOBLREC.
000620 WORKING-STORAGE SECTION.
000630 01  FS-POINTS-LEDGER         PIC X(02).
000640     88  FS-POINTS-LEDGER-OK         VALUE "00".
000643 01  FS-POINTS-BALANCE        PIC X(02).
000646     88  FS-POINTS-BALANCE-OK        VALUE "00".
000650 01  FS-ARCHIVE               PIC X(02).
000660     88  FS-ARCHIVE-OK               VALUE "00".
000670 01  FS-LEDGER-WORK           PIC X(02).
000680     88  FS-LEDGER-WORK-OK           VALUE "00".
000681 01  FS-LEDGER-SAVE           PIC X(02).
000682     88  FS-LEDGER-SAVE-OK           VALUE "00".
000684 01  FS-RESTART-CTL           PIC X(02).
000685     88  FS-RESTART-CTL-OK           VALUE "00".
000687 01  FS-RUN-CTL               PIC X(02).
000688     88  FS-RUN-CTL-OK               VALUE "00".
000690 01  FS-REPORT                PIC X(02).
000700     88  FS-REPORT-OK                VALUE "00".
000703 01  FS-JOB-LOG               PIC X(02).
000706     88  FS-JOB-LOG-OK               VALUE "00".
000710 01  WS-SWITCHES.
000720     05  WS-EOF-SW               PIC X(01) VALUE "N".
000730         88  WS-EOF                  VALUE "Y".
000750         88  WS-FOUND                   VALUE "Y".
000760     05  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
000770         88  WS-TABLE-FULL               VALUE "Y".
000771     05  WS-BAL-OPEN-SW          PIC X(01) VALUE "N".
000772         88  WS-BAL-OPEN                 VALUE "Y".
000773     05  WS-RESUME-SW            PIC X(01) VALUE "N".
000774         88  WS-RESUMING                 VALUE "Y".
000775     05  WS-RS-EXISTS-SW         PIC X(01) VALUE "N".
000776         88  WS-RS-EXISTS                VALUE "Y".
000777     05  WS-PROVED-SW            PIC X(01) VALUE "N".
000778         88  WS-PROVED                   VALUE "Y".
000780 01  WS-TODAY-DATE               PIC 9(08).
000790 01  WS-CUTOFF-DATE              PIC 9(08).
000791 01  WS-NOW-TIME                 PIC 9(08).
000792 01  WS-JOB-LOG-AREA.
000794     05  WS-JOB-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
000795     05  WS-JOB-START-DATE       PIC 9(08) VALUE ZERO.
000797     05  WS-JOB-START-TIME       PIC 9(08) VALUE ZERO.
000798     05  WS-JOB-EVENT            PIC X(01) VALUE SPACE.
000800     05  WS-JOB-READ             PIC 9(09) COMP VALUE ZERO.
000801     05  WS-JOB-WRITTEN          PIC 9(09) COMP VALUE ZERO.
000802     05  WS-JOB-SKIPPED          PIC 9(09) COMP VALUE ZERO.
000804     05  WS-JOB-WARNINGS         PIC 9(03) COMP VALUE ZERO.
000805     05  WS-JOB-MESSAGE          PIC X(30) VALUE SPACES.
000807     05  WS-JOB-NEW-MESSAGE      PIC X(30) VALUE SPACES.
000808     05  WS-JOB-COMPLETION       PIC 9(02) VALUE ZERO.
000810 01  WS-ARCH-COUNT               PIC 9(07) COMP VALUE ZERO.
000820 01  WS-KEPT-COUNT               PIC 9(07) COMP VALUE ZERO.
000830 01  WS-PLAYER-COUNT             PIC 9(05) COMP VALUE ZERO.
000831 01  WS-SUB-1                    PIC 9(05) COMP VALUE ZERO.
000832 01  WS-CARRY-TOTAL              PIC S9(09) COMP VALUE ZERO.
000834 01  WS-ARCH-POINTS              PIC 9(15) COMP VALUE ZERO.
000835 01  WS-KEPT-POINTS              PIC 9(15) COMP VALUE ZERO.
000836 01  WS-BFWD-POINTS              PIC 9(15) COMP VALUE ZERO.
000838 01  WS-PROOF-COUNT              PIC 9(09) COMP VALUE ZERO.
000839 01  WS-PROOF-POINTS             PIC 9(15) COMP VALUE ZERO.
000840 01  WS-ARCH-DONE                PIC 9(09) COMP VALUE ZERO.
000842 01  WS-ARCH-SEEN                PIC 9(09) COMP VALUE ZERO.
000843 01  WS-LEDGER-TRAN.
000845     05  WS-LT-PLAYER-ID         PIC X(10).
000846     05  WS-LT-TRAN-DATE         PIC 9(08).
000847     05  WS-LT-TRAN-TIME         PIC 9(08).
000849     05  WS-LT-TRAN-TYPE         PIC X(01).
000850         88  WS-LT-REDEMPTION        VALUE "R".
000851         88  WS-LT-REVERSAL          VALUE "V".
000853         88  WS-LT-EXPIRY            VALUE "X".
000854     05  WS-LT-ITEM-CODE         PIC X(04).
000855         88  WS-LT-WIN-AWARD         VALUE "WIN ".
000857     05  WS-LT-POINTS            PIC 9(05).
000858     05  FILLER                  PIC X(04).
000860 01  WS-PLAYER-TABLE.
000870     05  WS-PLAYER-ENTRY OCCURS 500 TIMES
000880                 INDEXED BY WS-PLAYER-IDX.
001140 PROCEDURE DIVISION.
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001164     IF NOT WS-RESUMING
001168         PERFORM 1500-TAKE-COPY THRU 1500-EXIT
001172         PERFORM 2000-SPLIT-LEDGER THRU 2000-EXIT
001177             UNTIL WS-EOF
001181         PERFORM 2300-END-SPLIT THRU 2300-EXIT
001185     END-IF
001190     PERFORM 3000-REBUILD-LEDGER THRU 3000-EXIT
001193     PERFORM 3500-APPEND-ARCHIVE THRU 3500-EXIT
001196     PERFORM 3800-RAISE-BALANCES THRU 3800-EXIT
001200     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
001210     PERFORM 9000-TERMINATE THRU 9000-EXIT
001220     STOP RUN.
001230*-----------------------------------------------------------------
001240* 1000-INITIALIZE - SET THE CUTOFF TO THE FIRST OF THE CURRENT
001247*                   MONTH, PICK UP AND RECOVER AN UNFINISHED CLOSE
001255*                   FROM THE RESTART CONTROL FILE IF THERE IS ONE,
001262*                   AND OPEN THE CONTROL REPORT.
001270*-----------------------------------------------------------------
001280 1000-INITIALIZE.
001290     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001300     ACCEPT WS-NOW-TIME FROM TIME
001310     MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE
001320     MOVE 01 TO WS-CUTOFF-DATE (7:2)
001321     MOVE WS-TODAY-DATE TO WS-JOB-BUSINESS-DATE
001322     PERFORM 9700-LOG-START THRU 9700-EXIT
001323     PERFORM 1100-READ-RESTART THRU 1100-EXIT
001324     IF WS-RESUMING
001325         PERFORM 1200-RECOVER-LAST-RUN THRU 1200-EXIT
001327     END-IF
001328     OPEN OUTPUT REPORT-FILE
001329     IF NOT FS-REPORT-OK
001330         DISPLAY "PTSCLOSE: UNABLE TO OPEN CONTROL REPORT."
001331             UPON CONSOLE
001332         MOVE "UNABLE TO OPEN CONTROL REPORT"
001334             TO WS-JOB-NEW-MESSAGE
001335         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001336         STOP RUN
001337     END-IF.
001338 1000-EXIT.
001340     EXIT.
001341*-----------------------------------------------------------------
001342* 1100-READ-RESTART - READ THIS JOB'S RESTART CONTROL RECORD
001343*                     (CREATING THE FILE THE FIRST TIME).  A PHASE
001344*                     OTHER THAN COMPLETE MEANS THE LAST CLOSE
001345*                     DIED PARTWAY - THIS RUN TAKES OVER ITS RUN
001347*                     DATE, CUTOFF AND RUN TIME SO IT FINISHES OR
001348*                     REPEATS THE SAME CLOSE AND STAMPS THE SAME
001349*                     BROUGHT-FORWARD RECORDS.  THE FILE STAYS
001350*                     OPEN FOR THE PHASE UPDATES.
001351*-----------------------------------------------------------------
001352 1100-READ-RESTART.
001354     OPEN I-O RESTART-CTL-FILE
001355     IF NOT FS-RESTART-CTL-OK
001356         CLOSE RESTART-CTL-FILE
001357         OPEN OUTPUT RESTART-CTL-FILE
001358         CLOSE RESTART-CTL-FILE
001360         OPEN I-O RESTART-CTL-FILE
001361     END-IF
001362     IF NOT FS-RESTART-CTL-OK
001363         DISPLAY "PTSCLOSE: UNABLE TO OPEN THE RESTART CONTROL"
001364             " FILE (RSTCTL)." UPON CONSOLE
001365         MOVE "RESTART CONTROL WILL NOT OPEN"
001367             TO WS-JOB-NEW-MESSAGE
001368         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001369         STOP RUN
001370     END-IF
001371     MOVE "PTSCLOSE" TO RS-JOB-NAME
001372     MOVE "Y" TO WS-RS-EXISTS-SW
001374     READ RESTART-CTL-FILE
001375         INVALID KEY
001376             MOVE "N" TO WS-RS-EXISTS-SW
001377             MOVE SPACES TO RESTART-CTL-RECORD
001378             MOVE "PTSCLOSE" TO RS-JOB-NAME
001380             MOVE "C" TO RS-PHASE
001381     END-READ
001382     IF RS-RUN-COMPLETE
001383         MOVE ZERO TO RS-RESTART-COUNT
001384         GO TO 1100-EXIT
001385     END-IF
001387     MOVE "Y" TO WS-RESUME-SW
001388     MOVE RS-RUN-DATE TO WS-TODAY-DATE
001389     MOVE RS-CUTOFF-DATE TO WS-CUTOFF-DATE
001390     MOVE RS-RUN-TIME TO WS-NOW-TIME
001391     ADD 1 TO RS-RESTART-COUNT
001392     DISPLAY "PTSCLOSE: THE CLOSE OF " RS-RUN-DATE
001394         " DID NOT FINISH - LAST PHASE RECORDED " RS-PHASE "."
001395         UPON CONSOLE
001396     MOVE "RESTARTED AN UNFINISHED CLOSE" TO WS-JOB-NEW-MESSAGE
001397     PERFORM 9720-NOTE-WARNING THRU 9720-EXIT.
001398 1100-EXIT.
001400     EXIT.
001401*-----------------------------------------------------------------
001402* 1200-RECOVER-LAST-RUN - DECIDE WHETHER TO FINISH THE UNFINISHED
001403*                         CLOSE OR ROLL IT BACK.  PHASE 1 (PRE-RUN
001404*                         COPY TAKEN) NEVER TOUCHED THE LEDGER, SO
001405*                         THE CLOSE IS SIMPLY STARTED OVER.  EVERY
001407*                         LATER PHASE NEEDS THE CARRY TABLE, WHICH
001408*                         IS ROLLED UP AGAIN FROM THE PRE-RUN COPY
001409*                         AS IT IS PROVED.  A COPY THAT DOES NOT
001410*                         PROVE STARTS THE CLOSE OVER IF THE
001411*                         LEDGER IS STILL UNTOUCHED (PHASE 2) AND
001412*                         STOPS THE RUN OTHERWISE.  PHASES 2 AND 3
001414*                         (SPLIT DONE, REBUILD STARTED) ARE
001415*                         FINISHED FROM THE WORK FILE IF IT
001416*                         PROVES; IF IT DOES NOT, A LEDGER THE
001417*                         REBUILD HAD STARTED ON IS PUT BACK FROM
001418*                         THE PRE-RUN COPY AND THE CLOSE IS
001420*                         STARTED OVER.  FROM PHASE 4 ON THE
001421*                         LEDGER HAS BEEN REBUILT AND PROVED AND
001422*                         THE CLOSE IS FINISHED.
001423*-----------------------------------------------------------------
001424 1200-RECOVER-LAST-RUN.
001425     IF RS-COPY-TAKEN
001427         DISPLAY "PTSCLOSE: THE LEDGER WAS NOT YET TOUCHED - THE"
001428             " CLOSE IS STARTED OVER." UPON CONSOLE
001429         MOVE "N" TO WS-RESUME-SW
001430         GO TO 1200-EXIT
001431     END-IF
001432     PERFORM 1250-RELOAD-CARRY THRU 1250-EXIT
001434     IF NOT WS-PROVED AND RS-SPLIT-DONE
001435         DISPLAY "PTSCLOSE: PRE-RUN COPY DOES NOT PROVE - THE"
001436             " LEDGER WAS NOT YET TOUCHED, THE CLOSE IS STARTED"
001437             " OVER." UPON CONSOLE
001438         PERFORM 1290-CLEAR-CARRY THRU 1290-EXIT
001440         MOVE "N" TO WS-RESUME-SW
001441         GO TO 1200-EXIT
001442     END-IF
001443     IF NOT WS-PROVED
001444         DISPLAY "PTSCLOSE: PRE-RUN COPY (PTSLSAVE) DOES NOT"
001445             " PROVE - RESTORE PTSLEDG AND PTSARCH FROM THE"
001447             " SYSTEM BACKUP." UPON CONSOLE
001448         MOVE "PRE-RUN COPY DOES NOT PROVE" TO WS-JOB-NEW-MESSAGE
001449         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001450         STOP RUN
001451     END-IF
001452     IF RS-PAST-REBUILD
001454         DISPLAY "PTSCLOSE: THE LEDGER WAS REBUILT AND PROVED -"
001455             " FINISHING THE CLOSE." UPON CONSOLE
001456         GO TO 1200-EXIT
001457     END-IF
001458     PERFORM 1300-PROVE-WORK THRU 1300-EXIT
001460     IF WS-PROVED
001461         DISPLAY "PTSCLOSE: WORK FILE PROVED - FINISHING THE"
001462             " REBUILD OF THE LEDGER." UPON CONSOLE
001463         GO TO 1200-EXIT
001464     END-IF
001465     DISPLAY "PTSCLOSE: WORK FILE DOES NOT PROVE - ROLLING BACK"
001467         " TO THE PRE-RUN COPY." UPON CONSOLE
001468     IF RS-REBUILDING
001469         PERFORM 1400-RESTORE-LEDGER THRU 1400-EXIT
001470     END-IF
001471     PERFORM 1290-CLEAR-CARRY THRU 1290-EXIT
001472     MOVE "N" TO WS-RESUME-SW.
001474 1200-EXIT.
001475     EXIT.
001476*-----------------------------------------------------------------
001477* 1250-RELOAD-CARRY - READ THE PRE-RUN COPY THROUGH, ROLLING EVERY
001478*                     CLOSED-PERIOD TRANSACTION INTO THE CARRY
001480*                     TABLE EXACTLY AS THE SPLIT DID, AND SET
001481*                     WS-PROVED-SW IF THE COPY'S COUNT AND POINTS,
001482*                     AND THE CLOSED AND OPEN PERIODS WITHIN IT,
001483*                     AGREE WITH THE TOTALS RECORDED WHEN THE
001484*                     SPLIT RAN.  A COPY THAT WILL NOT OPEN DOES
001485*                     NOT PROVE.
001487*-----------------------------------------------------------------
001488 1250-RELOAD-CARRY.
001489     MOVE "N" TO WS-PROVED-SW
001490     OPEN INPUT LEDGER-SAVE-FILE
001491     IF NOT FS-LEDGER-SAVE-OK
001492         GO TO 1250-EXIT
001494     END-IF
001495     MOVE ZERO TO WS-PROOF-COUNT
001496     MOVE ZERO TO WS-PROOF-POINTS
001497     MOVE "N" TO WS-EOF-SW
001498     PERFORM 1260-RELOAD-ONE THRU 1260-EXIT
001500         UNTIL WS-EOF
001501     CLOSE LEDGER-SAVE-FILE
001502     MOVE "N" TO WS-EOF-SW
001503     IF WS-TABLE-FULL
001504         GO TO 1250-EXIT
001505     END-IF
001507     PERFORM 2350-TOTAL-CARRY THRU 2350-EXIT
001508         VARYING WS-SUB-1 FROM 1 BY 1
001509         UNTIL WS-SUB-1 > WS-PLAYER-COUNT
001510     IF WS-PROOF-COUNT = RS-SAVE-COUNT
001511         AND WS-PROOF-POINTS = RS-SAVE-TOTAL
001512         AND WS-ARCH-COUNT = RS-MOVED-COUNT
001514         AND WS-ARCH-POINTS = RS-MOVED-TOTAL
001515         AND WS-KEPT-COUNT = RS-WORK-COUNT
001516         AND WS-KEPT-POINTS = RS-WORK-TOTAL
001517         AND WS-PLAYER-COUNT = RS-PLAYER-COUNT
001518         MOVE "Y" TO WS-PROVED-SW
001520     END-IF.
001521 1250-EXIT.
001522     EXIT.
001523*-----------------------------------------------------------------
001524* 1260-RELOAD-ONE - READ ONE PRE-RUN TRANSACTION, ADD IT TO THE
001525*                   PROOF TOTALS AND ROUTE IT TO THE CARRY TABLE
001527*                   OR THE OPEN-PERIOD TOTALS.
001528*-----------------------------------------------------------------
001529 1260-RELOAD-ONE.
001530     READ LEDGER-SAVE-FILE INTO WS-LEDGER-TRAN
001531         AT END
001532             MOVE "Y" TO WS-EOF-SW
001534         NOT AT END
001535             ADD 1 TO WS-PROOF-COUNT
001536             ADD WS-LT-POINTS TO WS-PROOF-POINTS
001537             IF WS-LT-TRAN-DATE < WS-CUTOFF-DATE
001538                 PERFORM 2100-CARRY-ONE THRU 2100-EXIT
001540             ELSE
001541                 ADD 1 TO WS-KEPT-COUNT
001542                 ADD WS-LT-POINTS TO WS-KEPT-POINTS
001543             END-IF
001544     END-READ.
001545 1260-EXIT.
001547     EXIT.
001548*-----------------------------------------------------------------
001549* 1290-CLEAR-CARRY - EMPTY THE CARRY TABLE AND ZERO THE SPLIT
001550*                    TOTALS BEFORE A ROLLED-BACK CLOSE IS STARTED
001551*                    OVER.
001552*-----------------------------------------------------------------
001554 1290-CLEAR-CARRY.
001555     MOVE ZERO TO WS-PLAYER-COUNT
001556     MOVE ZERO TO WS-ARCH-COUNT
001557     MOVE ZERO TO WS-ARCH-POINTS
001558     MOVE ZERO TO WS-KEPT-COUNT
001560     MOVE ZERO TO WS-KEPT-POINTS
001561     MOVE ZERO TO WS-CARRY-TOTAL
001562     MOVE ZERO TO WS-BFWD-POINTS
001563     MOVE "N" TO WS-TABLE-FULL-SW.
001564 1290-EXIT.
001565     EXIT.
001567*-----------------------------------------------------------------
001568* 1300-PROVE-WORK - READ THE WORK FILE THROUGH AND SET
001569*                   WS-PROVED-SW IF ITS RECORD COUNT AND POINTS
001570*                   TOTAL AGREE WITH THOSE RECORDED WHEN THE SPLIT
001571*                   WROTE IT.  A WORK FILE THAT WILL NOT OPEN DOES
001572*                   NOT PROVE.
001574*-----------------------------------------------------------------
001575 1300-PROVE-WORK.
001576     MOVE "N" TO WS-PROVED-SW
001577     OPEN INPUT LEDGER-WORK-FILE
001578     IF NOT FS-LEDGER-WORK-OK
001580         GO TO 1300-EXIT
001581     END-IF
001582     MOVE ZERO TO WS-PROOF-COUNT
001583     MOVE ZERO TO WS-PROOF-POINTS
001584     MOVE "N" TO WS-EOF-SW
001585     PERFORM 1350-TOTAL-WORK THRU 1350-EXIT
001587         UNTIL WS-EOF
001588     CLOSE LEDGER-WORK-FILE
001589     MOVE "N" TO WS-EOF-SW
001590     IF WS-PROOF-COUNT = RS-WORK-COUNT
001591         AND WS-PROOF-POINTS = RS-WORK-TOTAL
001592         MOVE "Y" TO WS-PROVED-SW
001594     END-IF.
001595 1300-EXIT.
001596     EXIT.
001597*-----------------------------------------------------------------
001598* 1350-TOTAL-WORK - COUNT ONE WORK FILE RECORD AND ADD ITS POINTS
001600*                   TO THE PROOF TOTAL.
001601*-----------------------------------------------------------------
001602 1350-TOTAL-WORK.
001603     READ LEDGER-WORK-FILE
001604         AT END
001605             MOVE "Y" TO WS-EOF-SW
001607         NOT AT END
001608             ADD 1 TO WS-PROOF-COUNT
001609             ADD LW-POINTS TO WS-PROOF-POINTS
001610     END-READ.
001611 1350-EXIT.
001612     EXIT.
001614*-----------------------------------------------------------------
001615* 1400-RESTORE-LEDGER - PUT THE LEDGER BACK FROM THE PRE-RUN COPY,
001616*                       WHICH 1250-RELOAD-CARRY HAS ALREADY
001617*                       PROVED, AND PROVE WHAT WAS WRITTEN AGAINST
001618*                       THE COUNT AND POINTS RECORDED WHEN THE
001620*                       COPY WAS TAKEN.
001621*-----------------------------------------------------------------
001622 1400-RESTORE-LEDGER.
001623     OPEN INPUT LEDGER-SAVE-FILE
001624     OPEN OUTPUT POINTS-LEDGER-FILE
001625     IF NOT FS-LEDGER-SAVE-OK OR NOT FS-POINTS-LEDGER-OK
001627         DISPLAY "PTSCLOSE: UNABLE TO PUT THE LEDGER BACK FROM"
001628             " THE PRE-RUN COPY." UPON CONSOLE
001629         MOVE "UNABLE TO RESTORE THE LEDGER" TO WS-JOB-NEW-MESSAGE
001630         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001631         STOP RUN
001632     END-IF
001634     MOVE ZERO TO WS-PROOF-COUNT
001635     MOVE ZERO TO WS-PROOF-POINTS
001636     MOVE "N" TO WS-EOF-SW
001637     PERFORM 1450-RESTORE-ONE THRU 1450-EXIT
001638         UNTIL WS-EOF
001640     CLOSE LEDGER-SAVE-FILE
001641     CLOSE POINTS-LEDGER-FILE
001642     MOVE "N" TO WS-EOF-SW
001643     IF WS-PROOF-COUNT NOT = RS-SAVE-COUNT
001644         OR WS-PROOF-POINTS NOT = RS-SAVE-TOTAL
001645         DISPLAY "PTSCLOSE: RESTORED LEDGER DOES NOT PROVE -"
001647             " RESTORE PTSLEDG FROM THE SYSTEM BACKUP."
001648             UPON CONSOLE
001649         MOVE "RESTORED LEDGER DOES NOT PROVE"
001650             TO WS-JOB-NEW-MESSAGE
001651         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001652         STOP RUN
001654     END-IF
001655     DISPLAY "PTSCLOSE: LEDGER PUT BACK FROM THE PRE-RUN COPY - "
001656         WS-PROOF-COUNT " RECORDS." UPON CONSOLE.
001657 1400-EXIT.
001658     EXIT.
001660*-----------------------------------------------------------------
001661* 1450-RESTORE-ONE - COPY ONE PRE-RUN RECORD BACK TO THE LEDGER
001662*                    AND ADD IT TO THE PROOF TOTALS.
001663*-----------------------------------------------------------------
001664 1450-RESTORE-ONE.
001665     READ LEDGER-SAVE-FILE
001667         AT END
001668             MOVE "Y" TO WS-EOF-SW
001669         NOT AT END
001670             WRITE POINTS-LEDGER-RECORD FROM LEDGER-SAVE-RECORD
001671             ADD 1 TO WS-PROOF-COUNT
001672             ADD LS-POINTS TO WS-PROOF-POINTS
001674     END-READ.
001675 1450-EXIT.
001676     EXIT.
001677*-----------------------------------------------------------------
001678* 1500-TAKE-COPY - COPY THE LEDGER TO THE PRE-RUN COPY (PTSLSAVE)
001680*                  AND RECORD PHASE 1 ON THE RESTART CONTROL FILE
001681*                  WITH THE COPY'S COUNT AND POINTS, THE RUN DATE,
001682*                  THE CUTOFF AND THE RUN TIME, THEN OPEN THE COPY
001683*                  FOR THE SPLIT AND THE WORK FILE THAT COLLECTS
001684*                  THE OPEN PERIOD.  NOTHING HAS BEEN CHANGED
001685*                  UNTIL THIS PARAGRAPH ENDS.
001687*-----------------------------------------------------------------
001688 1500-TAKE-COPY.
001689     OPEN INPUT POINTS-LEDGER-FILE
001690     IF NOT FS-POINTS-LEDGER-OK
001691         DISPLAY "PTSCLOSE: NO POINTS LEDGER TO CLOSE."
001692             UPON CONSOLE
001694         CLOSE REPORT-FILE
001695         MOVE "NO POINTS LEDGER" TO WS-JOB-NEW-MESSAGE
001696         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001697         STOP RUN
001698     END-IF
001700     OPEN OUTPUT LEDGER-SAVE-FILE
001701     IF NOT FS-LEDGER-SAVE-OK
001702         DISPLAY "PTSCLOSE: UNABLE TO OPEN THE PRE-RUN COPY"
001703             " (PTSLSAVE)." UPON CONSOLE
001704         CLOSE POINTS-LEDGER-FILE
001705         CLOSE REPORT-FILE
001707         MOVE "UNABLE TO OPEN PRE-RUN COPY" TO WS-JOB-NEW-MESSAGE
001708         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001709         STOP RUN
001710     END-IF
001711     MOVE ZERO TO WS-PROOF-COUNT
001712     MOVE ZERO TO WS-PROOF-POINTS
001714     MOVE "N" TO WS-EOF-SW
001715     PERFORM 1550-COPY-ONE THRU 1550-EXIT
001716         UNTIL WS-EOF
001717     CLOSE LEDGER-SAVE-FILE
001718     CLOSE POINTS-LEDGER-FILE
001720     MOVE "N" TO WS-EOF-SW
001721     MOVE WS-TODAY-DATE TO RS-RUN-DATE
001722     MOVE WS-NOW-TIME TO RS-RUN-TIME
001723     MOVE WS-CUTOFF-DATE TO RS-CUTOFF-DATE
001724     MOVE WS-PROOF-COUNT TO RS-SAVE-COUNT
001725     MOVE WS-PROOF-POINTS TO RS-SAVE-TOTAL
001727     MOVE ZERO TO RS-MOVED-COUNT
001728     MOVE ZERO TO RS-MOVED-TOTAL
001729     MOVE ZERO TO RS-WORK-COUNT
001730     MOVE ZERO TO RS-WORK-TOTAL
001731     MOVE ZERO TO RS-REBUILT-COUNT
001732     MOVE ZERO TO RS-REBUILT-TOTAL
001734     MOVE ZERO TO RS-BASE-COUNT
001735     MOVE ZERO TO RS-PLAYER-COUNT
001736     MOVE "1" TO RS-PHASE
001737     PERFORM 1900-SAVE-RESTART THRU 1900-EXIT
001738     OPEN INPUT LEDGER-SAVE-FILE
001740     OPEN OUTPUT LEDGER-WORK-FILE
001741     IF NOT FS-LEDGER-SAVE-OK OR NOT FS-LEDGER-WORK-OK
001742         DISPLAY "PTSCLOSE: UNABLE TO OPEN WORK FILE."
001743             UPON CONSOLE
001744         CLOSE LEDGER-SAVE-FILE
001745         CLOSE REPORT-FILE
001747         MOVE "UNABLE TO OPEN WORK FILE" TO WS-JOB-NEW-MESSAGE
001748         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001749         STOP RUN
001750     END-IF.
001751 1500-EXIT.
001752     EXIT.
001754*-----------------------------------------------------------------
001755* 1550-COPY-ONE - COPY ONE LEDGER TRANSACTION TO THE PRE-RUN COPY
001756*                 AND ADD IT TO THE PROOF TOTALS.
001757*-----------------------------------------------------------------
001758 1550-COPY-ONE.
001760     READ POINTS-LEDGER-FILE
001770         AT END
001780             MOVE "Y" TO WS-EOF-SW
001790         NOT AT END
001791             WRITE LEDGER-SAVE-RECORD FROM POINTS-LEDGER-RECORD
001792             ADD 1 TO WS-PROOF-COUNT
001793             ADD PT-POINTS TO WS-PROOF-POINTS
001794     END-READ.
001795 1550-EXIT.
001796     EXIT.
001797*-----------------------------------------------------------------
001798* 1900-SAVE-RESTART - STAMP AND WRITE OR REWRITE THIS JOB'S
001799*                     RESTART CONTROL RECORD.  THE CALLER HAS
001800*                     MOVED THE NEW PHASE AND ITS TOTALS.
001801*-----------------------------------------------------------------
001802 1900-SAVE-RESTART.
001803     ACCEPT RS-PHASE-DATE FROM DATE YYYYMMDD
001804     ACCEPT RS-PHASE-TIME FROM TIME
001805     IF WS-RS-EXISTS
001806         REWRITE RESTART-CTL-RECORD
001807             INVALID KEY
001808                 PERFORM 1950-RESTART-NOT-SAVED THRU 1950-EXIT
001809         END-REWRITE
001810     ELSE
001811         WRITE RESTART-CTL-RECORD
001812             INVALID KEY
001813                 PERFORM 1950-RESTART-NOT-SAVED THRU 1950-EXIT
001814         END-WRITE
001815         MOVE "Y" TO WS-RS-EXISTS-SW
001816     END-IF.
001817 1900-EXIT.
001818     EXIT.
001819*-----------------------------------------------------------------
001820* 1950-RESTART-NOT-SAVED - THE RESTART CONTROL RECORD WOULD NOT
001821*                          FILE.  A RERUN COULD NOT TELL WHERE
001822*                          THIS ONE STOPPED, SO STOP HERE.
001823*-----------------------------------------------------------------
001824 1950-RESTART-NOT-SAVED.
001825     DISPLAY "PTSCLOSE: UNABLE TO SAVE THE RESTART CONTROL RECORD"
001826         " - STATUS " FS-RESTART-CTL "." UPON CONSOLE
001827     MOVE "RESTART CONTROL NOT SAVED" TO WS-JOB-NEW-MESSAGE
001828     PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
001829     STOP RUN.
001830 1950-EXIT.
001831     EXIT.
001832*-----------------------------------------------------------------
001833* 2000-SPLIT-LEDGER - READ THE PRE-RUN COPY AND ROUTE EACH
001834*                     TRANSACTION.  A CLOSED-PERIOD TRANSACTION
001835*                     GOES INTO ITS PLAYER'S CARRY BALANCE (IT IS
001836*                     ARCHIVED LATER, FROM THE COPY, ONCE THE
001837*                     REBUILT LEDGER HAS PROVED); AN OPEN-PERIOD
001838*                     TRANSACTION GOES TO THE WORK FILE TO BE
001839*                     WRITTEN BACK.
001840*-----------------------------------------------------------------
001841 2000-SPLIT-LEDGER.
001842     READ LEDGER-SAVE-FILE INTO WS-LEDGER-TRAN
001843         AT END
001844             MOVE "Y" TO WS-EOF-SW
001845         NOT AT END
001846             IF WS-LT-TRAN-DATE < WS-CUTOFF-DATE
001847                 PERFORM 2100-CARRY-ONE THRU 2100-EXIT
001848             ELSE
001849                 WRITE LEDGER-WORK-RECORD FROM WS-LEDGER-TRAN
001850                 ADD 1 TO WS-KEPT-COUNT
001855                 ADD WS-LT-POINTS TO WS-KEPT-POINTS
001860             END-IF
001870     END-READ.
001880 2000-EXIT.
001890     EXIT.
001900*-----------------------------------------------------------------
001910* 2100-CARRY-ONE - COUNT ONE CLOSED-PERIOD TRANSACTION FOR THE
001920*                  ARCHIVE AND ROLL IT INTO ITS PLAYER'S CARRY
001930*                  BALANCE - REDEMPTIONS AND EXPIRIES SUBTRACT,
001940*                  EVERYTHING ELSE ADDS.
001950*-----------------------------------------------------------------
001965 2100-CARRY-ONE.
001980     ADD 1 TO WS-ARCH-COUNT
001985     ADD WS-LT-POINTS TO WS-ARCH-POINTS
001990     PERFORM 2200-FIND-PLAYER THRU 2200-EXIT
002000     IF WS-SUB-1 = 0
002010         GO TO 2100-EXIT
002020     END-IF
002027     IF WS-LT-REDEMPTION OR WS-LT-EXPIRY
002035         OR (WS-LT-REVERSAL AND WS-LT-WIN-AWARD)
002042         SUBTRACT WS-LT-POINTS FROM WS-TBL-BALANCE (WS-SUB-1)
002050     ELSE
002060         ADD WS-LT-POINTS TO WS-TBL-BALANCE (WS-SUB-1)
002070     END-IF.
002080 2100-EXIT.
002090     EXIT.
002100*-----------------------------------------------------------------
002110* 2200-FIND-PLAYER - LOCATE WS-LT-PLAYER-ID IN THE TABLE, ADDING A
002120*                    NEW ENTRY FOR THE FIRST TRANSACTION SEEN FOR
002130*                    THAT PLAYER.  SETS WS-SUB-1 TO THE ENTRY
002140*                    SUBSCRIPT, OR TO ZERO IF THE TABLE IS FULL.
002260     IF WS-PLAYER-COUNT < 500
002270         ADD 1 TO WS-PLAYER-COUNT
002280         MOVE WS-PLAYER-COUNT TO WS-SUB-1
002290         MOVE WS-LT-PLAYER-ID TO WS-TBL-PLAYER-ID (WS-SUB-1)
002300         MOVE ZERO TO WS-TBL-BALANCE (WS-SUB-1)
002310     ELSE
002320         IF NOT WS-TABLE-FULL
002330             DISPLAY "PTSCLOSE: PLAYER TABLE FULL - CLOSE"
002340                 " ABANDONED, LEDGER LEFT AS IT WAS."
002350                 UPON CONSOLE
002353             MOVE "PLAYER TABLE FULL" TO WS-JOB-NEW-MESSAGE
002356             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
002360             MOVE "Y" TO WS-TABLE-FULL-SW
002370         END-IF
002380         MOVE ZERO TO WS-SUB-1
002430* 2250-COMPARE-ENTRY - TEST ONE TABLE SUBSCRIPT FOR A MATCH.
002440*-----------------------------------------------------------------
002450 2250-COMPARE-ENTRY.
002460     IF WS-TBL-PLAYER-ID (WS-SUB-1) = WS-LT-PLAYER-ID
002470         MOVE "Y" TO WS-FOUND-SW
002480     END-IF.
002490 2250-EXIT.
002500     EXIT.
002510*-----------------------------------------------------------------
002516* 2300-END-SPLIT - CLOSE THE SPLIT AND PROVE IT.  A FULL PLAYER
002522*                  TABLE ABANDONS THE CLOSE SO NO BALANCE CAN BE
002528*                  LOST, AND THE TRANSACTIONS CARRIED AND THOSE
002534*                  RETAINED MUST ADD BACK TO THE PRE-RUN COPY IN
002540*                  COUNT AND POINTS.  EITHER FAILURE STOPS WITH
002546*                  THE LEDGER UNTOUCHED AND THE NEXT RUN STARTS
002552*                  OVER.  A GOOD SPLIT IS RECORDED AS PHASE 2 WITH
002558*                  THE WORK FILE'S TOTALS AND THE COUNT AND POINTS
002564*                  THE REBUILT LEDGER MUST PROVE TO.
002570*-----------------------------------------------------------------
002580 2300-END-SPLIT.
002590     CLOSE LEDGER-SAVE-FILE
002600     CLOSE LEDGER-WORK-FILE
002610     IF WS-TABLE-FULL
002611         DISPLAY "PTSCLOSE: LEDGER NOT REBUILT - RAISE THE"
002612             " TABLE CAP AND RERUN." UPON CONSOLE
002613         CLOSE REPORT-FILE
002614         MOVE "LEDGER NOT REBUILT - TABLE" TO WS-JOB-NEW-MESSAGE
002615         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002616         STOP RUN
002617     END-IF
002618     IF WS-ARCH-COUNT + WS-KEPT-COUNT NOT = RS-SAVE-COUNT
002620         OR WS-ARCH-POINTS + WS-KEPT-POINTS NOT = RS-SAVE-TOTAL
002621         DISPLAY "PTSCLOSE: SPLIT DOES NOT AGREE WITH THE PRE-RUN"
002622             " COPY - LEDGER LEFT AS IT WAS." UPON CONSOLE
002623         CLOSE REPORT-FILE
002624         MOVE "SPLIT DOES NOT PROVE" TO WS-JOB-NEW-MESSAGE
002625         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002626         STOP RUN
002627     END-IF
002628     PERFORM 2350-TOTAL-CARRY THRU 2350-EXIT
002630         VARYING WS-SUB-1 FROM 1 BY 1
002631         UNTIL WS-SUB-1 > WS-PLAYER-COUNT
002632     MOVE WS-ARCH-COUNT TO RS-MOVED-COUNT
002633     MOVE WS-ARCH-POINTS TO RS-MOVED-TOTAL
002634     MOVE WS-KEPT-COUNT TO RS-WORK-COUNT
002635     MOVE WS-KEPT-POINTS TO RS-WORK-TOTAL
002636     COMPUTE RS-REBUILT-COUNT = WS-PLAYER-COUNT + WS-KEPT-COUNT
002637     COMPUTE RS-REBUILT-TOTAL = WS-BFWD-POINTS + WS-KEPT-POINTS
002638     MOVE WS-PLAYER-COUNT TO RS-PLAYER-COUNT
002640     MOVE "2" TO RS-PHASE
002641     PERFORM 1900-SAVE-RESTART THRU 1900-EXIT.
002642 2300-EXIT.
002643     EXIT.
002644*-----------------------------------------------------------------
002645* 2350-TOTAL-CARRY - ADD ONE PLAYER'S CARRY TO THE REPORTED CARRY
002646*                    TOTAL, AND TO THE POINTS THE BROUGHT-FORWARD
002647*                    RECORDS WILL HOLD - A NEGATIVE CARRY IS
002648*                    WRITTEN AS ZERO.
002650*-----------------------------------------------------------------
002651 2350-TOTAL-CARRY.
002652     ADD WS-TBL-BALANCE (WS-SUB-1) TO WS-CARRY-TOTAL
002653     IF WS-TBL-BALANCE (WS-SUB-1) > ZERO
002654         ADD WS-TBL-BALANCE (WS-SUB-1) TO WS-BFWD-POINTS
002655     END-IF.
002656 2350-EXIT.
002657     EXIT.
002658*-----------------------------------------------------------------
002660* 3000-REBUILD-LEDGER - REPLACE THE LEDGER WITH ONE BROUGHT-
002661*                       FORWARD RECORD PER PLAYER FOLLOWED BY THE
002662*                       RETAINED OPEN-PERIOD TRANSACTIONS.
002663*                       PHASE 3 IS RECORDED BEFORE THE LEDGER IS
002664*                       OPENED FOR OUTPUT, AND PHASE 4 ONLY ONCE
002665*                       THE REBUILT LEDGER HAS PROVED.  THE WHOLE
002666*                       LEDGER IS REWRITTEN EACH TIME, SO A
002667*                       REBUILD REPEATED AFTER AN ABEND CANNOT
002668*                       WRITE A BROUGHT-FORWARD RECORD TWICE.  A
002670*                       LEDGER ALREADY REBUILT BY AN UNFINISHED
002671*                       RUN IS LEFT ALONE.
002672*-----------------------------------------------------------------
002673 3000-REBUILD-LEDGER.
002674     IF RS-PAST-REBUILD
002675         GO TO 3000-EXIT
002676     END-IF
002677     MOVE "3" TO RS-PHASE
002678     PERFORM 1900-SAVE-RESTART THRU 1900-EXIT
002680     OPEN INPUT LEDGER-WORK-FILE
002690     OPEN OUTPUT POINTS-LEDGER-FILE
002700     IF NOT FS-LEDGER-WORK-OK OR NOT FS-POINTS-LEDGER-OK
002710         DISPLAY "PTSCLOSE: UNABLE TO REBUILD THE LEDGER - OPEN"
002720             " PERIOD RETAINED ON WORK FILE." UPON CONSOLE
002740         CLOSE REPORT-FILE
002743         MOVE "UNABLE TO REBUILD THE LEDGER" TO WS-JOB-NEW-MESSAGE
002746         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
002750         STOP RUN
002760     END-IF
002770     IF WS-PLAYER-COUNT > 0
002810     END-IF
002820     MOVE "N" TO WS-EOF-SW
002830     PERFORM 3200-COPY-BACK THRU 3200-EXIT
002832         UNTIL WS-EOF
002835     CLOSE LEDGER-WORK-FILE
002838     CLOSE POINTS-LEDGER-FILE
002841     PERFORM 3300-PROVE-LEDGER THRU 3300-EXIT
002844     MOVE "4" TO RS-PHASE
002847     PERFORM 1900-SAVE-RESTART THRU 1900-EXIT.
002850 3000-EXIT.
002860     EXIT.
002870*-----------------------------------------------------------------
002890*                       RECORD, DATED ON THE CUTOFF SO A RE-RUN
002900*                       LEAVES IT IN THE OPEN PERIOD.  A NEGATIVE
002910*                       CARRY CANNOT BE HELD ON THE UNSIGNED
002920*                       LEDGER AMOUNT AND IS WRITTEN AS ZERO - THE
002930*                       WARNING AND THE BALANCE MASTER WRITE-UP
002940*                       COME IN 3800-RAISE-BALANCES ONCE THE CLOSE
002950*                       HAS BEEN ARCHIVED.
002960*-----------------------------------------------------------------
002970 3100-WRITE-ONE-BFWD.
002990     MOVE SPACES TO POINTS-LEDGER-RECORD
003000     MOVE WS-TBL-PLAYER-ID (WS-SUB-1) TO PT-PLAYER-ID
003010     MOVE WS-CUTOFF-DATE TO PT-TRAN-DATE
003020     MOVE WS-NOW-TIME TO PT-TRAN-TIME
003030     MOVE "B" TO PT-TRAN-TYPE
003031     MOVE "BFWD" TO PT-ITEM-CODE
003032     IF WS-TBL-BALANCE (WS-SUB-1) IS NEGATIVE
003033         MOVE ZERO TO PT-POINTS
003034     ELSE
003035         MOVE WS-TBL-BALANCE (WS-SUB-1) TO PT-POINTS
003036     END-IF
003037     WRITE POINTS-LEDGER-RECORD.
003038 3100-EXIT.
003039     EXIT.
003040*-----------------------------------------------------------------
003041* 3150-WRITE-UP-BALANCE - RAISE THE PLAYER'S POINTS BALANCE MASTER
003042*                         (PTSBAL) BY THE NEGATIVE CARRY JUST
003043*                         WRITTEN AS ZERO, SO IT STILL AGREES WITH
003044*                         THE LEDGER.  EVERY OTHER CARRY REPLACES
003045*                         EXACTLY WHAT IT ARCHIVES AND LEAVES THE
003046*                         MASTER ALONE.  A PLAYER NOT ON THE
003047*                         MASTER IS LEFT FOR PTSPROOF TO REPORT.
003048*                         THE RAISE IS STAMPED WITH THE CUTOFF,
003049*                         AND A MASTER ALREADY STAMPED WITH THIS
003050*                         CLOSE'S CUTOFF (RAISED BEFORE AN ABEND)
003051*                         IS NOT RAISED AGAIN.
003052*-----------------------------------------------------------------
003053 3150-WRITE-UP-BALANCE.
003054     IF NOT WS-BAL-OPEN
003055         GO TO 3150-EXIT
003056     END-IF
003057     MOVE WS-TBL-PLAYER-ID (WS-SUB-1) TO PB-PLAYER-ID
003058     READ POINTS-BALANCE-FILE
003059         INVALID KEY
003060             GO TO 3150-EXIT
003061     END-READ
003062     IF PB-RAISED-CUTOFF IS NUMERIC
003063         AND PB-RAISED-CUTOFF = WS-CUTOFF-DATE
003064         GO TO 3150-EXIT
003065     END-IF
003066     SUBTRACT WS-TBL-BALANCE (WS-SUB-1) FROM PB-BALANCE
003067     MOVE WS-CUTOFF-DATE TO PB-RAISED-CUTOFF
003068     REWRITE POINTS-BALANCE-RECORD
003069         INVALID KEY
003070             DISPLAY "PTSCLOSE: PTSBAL NOT RAISED FOR "
003071                 PB-PLAYER-ID " - STATUS " FS-POINTS-BALANCE
003072                 UPON CONSOLE
003073             MOVE "PTSBAL NOT RAISED" TO WS-JOB-NEW-MESSAGE
003074             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
003075     END-REWRITE.
003076 3150-EXIT.
003077     EXIT.
003078*-----------------------------------------------------------------
003079* 3200-COPY-BACK - COPY ONE RETAINED OPEN-PERIOD TRANSACTION
003080*                  BACK TO THE LEDGER.
003081*-----------------------------------------------------------------
003082 3200-COPY-BACK.
003083     READ LEDGER-WORK-FILE
003084         AT END
003085             MOVE "Y" TO WS-EOF-SW
003086         NOT AT END
003087             WRITE POINTS-LEDGER-RECORD FROM LEDGER-WORK-RECORD
003088     END-READ.
003089 3200-EXIT.
003090     EXIT.
003091*-----------------------------------------------------------------
003092* 3300-PROVE-LEDGER - READ THE REBUILT LEDGER THROUGH AND PROVE
003093*                     ITS RECORD COUNT AND POINTS TOTAL AGAINST
003094*                     THE BROUGHT-FORWARD RECORDS AND THE WORK
003095*                     FILE.  A LEDGER THAT DOES NOT PROVE STOPS
003096*                     THE RUN AT PHASE 3, SO THE NEXT RUN REBUILDS
003097*                     IT AGAIN.
003098*-----------------------------------------------------------------
003099 3300-PROVE-LEDGER.
003100     MOVE ZERO TO WS-PROOF-COUNT
003101     MOVE ZERO TO WS-PROOF-POINTS
003102     OPEN INPUT POINTS-LEDGER-FILE
003103     IF FS-POINTS-LEDGER-OK
003104         MOVE "N" TO WS-EOF-SW
003105         PERFORM 3350-TOTAL-LEDGER THRU 3350-EXIT
003106             UNTIL WS-EOF
003107         CLOSE POINTS-LEDGER-FILE
003108     END-IF
003109     IF WS-PROOF-COUNT NOT = RS-REBUILT-COUNT
003110         OR WS-PROOF-POINTS NOT = RS-REBUILT-TOTAL
003111         DISPLAY "PTSCLOSE: REBUILT LEDGER DOES NOT PROVE - RUN"
003112             " THE JOB AGAIN TO FINISH." UPON CONSOLE
003113         CLOSE REPORT-FILE
003114         MOVE "REBUILT LEDGER DOES NOT PROVE"
003115             TO WS-JOB-NEW-MESSAGE
003116         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003117         STOP RUN
003118     END-IF.
003119 3300-EXIT.
003120     EXIT.
003121*-----------------------------------------------------------------
003122* 3350-TOTAL-LEDGER - COUNT ONE REBUILT LEDGER RECORD AND ADD ITS
003123*                     POINTS TO THE PROOF TOTAL.
003124*-----------------------------------------------------------------
003125 3350-TOTAL-LEDGER.
003126     READ POINTS-LEDGER-FILE
003127         AT END
003128             MOVE "Y" TO WS-EOF-SW
003129         NOT AT END
003130             ADD 1 TO WS-PROOF-COUNT
003131             ADD PT-POINTS TO WS-PROOF-POINTS
003132     END-READ.
003133 3350-EXIT.
003134     EXIT.
003135*-----------------------------------------------------------------
003136* 3500-APPEND-ARCHIVE - APPEND THE CLOSED PERIOD TO THE ARCHIVE
003137*                       FROM THE PRE-RUN COPY.  THE ARCHIVE IS
003138*                       COUNTED FIRST AND THE COUNT KEPT ON THE
003139*                       RESTART RECORD WITH PHASE 5.  AN APPEND
003140*                       CUT SHORT BY AN ABEND IS FINISHED BY
003141*                       COUNTING THE ARCHIVE AGAIN AND SKIPPING
003142*                       THE CLOSED-PERIOD RECORDS ALREADY ON IT,
003143*                       SO NONE IS ARCHIVED TWICE.  THE ARCHIVE
003144*                       MUST THEN HOLD EXACTLY THE COUNTED RECORDS
003145*                       PLUS THOSE CARRIED BEFORE PHASE 6 IS
003146*                       RECORDED.
003147*-----------------------------------------------------------------
003148 3500-APPEND-ARCHIVE.
003149     IF RS-ARCHIVED
003150         GO TO 3500-EXIT
003151     END-IF
003152     PERFORM 3550-COUNT-ARCHIVE THRU 3550-EXIT
003153     IF RS-REBUILT
003154         MOVE WS-PROOF-COUNT TO RS-BASE-COUNT
003155         MOVE "5" TO RS-PHASE
003156         PERFORM 1900-SAVE-RESTART THRU 1900-EXIT
003157     END-IF
003158     IF WS-PROOF-COUNT < RS-BASE-COUNT
003159         OR WS-PROOF-COUNT > RS-BASE-COUNT + RS-MOVED-COUNT
003160         DISPLAY "PTSCLOSE: THE ARCHIVE HOLDS " WS-PROOF-COUNT
003161             " RECORDS - EXPECTED " RS-BASE-COUNT " TO "
003162             " THOSE PLUS " RS-MOVED-COUNT "." UPON CONSOLE
003163         CLOSE REPORT-FILE
003165         MOVE "ARCHIVE DOES NOT PROVE" TO WS-JOB-NEW-MESSAGE
003166         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003167         STOP RUN
003168     END-IF
003169     COMPUTE WS-ARCH-DONE = WS-PROOF-COUNT - RS-BASE-COUNT
003170     IF WS-ARCH-DONE > ZERO
003171         DISPLAY "PTSCLOSE: " WS-ARCH-DONE " RECORDS ALREADY"
003172             " ARCHIVED BY THE UNFINISHED RUN - NOT WRITTEN"
003173             " AGAIN." UPON CONSOLE
003174     END-IF
003175     OPEN EXTEND ARCHIVE-FILE
003176     IF NOT FS-ARCHIVE-OK
003177         OPEN OUTPUT ARCHIVE-FILE
003178     END-IF
003179     OPEN INPUT LEDGER-SAVE-FILE
003180     IF NOT FS-ARCHIVE-OK OR NOT FS-LEDGER-SAVE-OK
003181         DISPLAY "PTSCLOSE: UNABLE TO OPEN ARCHIVE FILE."
003182             UPON CONSOLE
003183         CLOSE REPORT-FILE
003184         MOVE "UNABLE TO OPEN ARCHIVE FILE" TO WS-JOB-NEW-MESSAGE
003185         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003186         STOP RUN
003187     END-IF
003188     MOVE ZERO TO WS-ARCH-SEEN
003189     MOVE "N" TO WS-EOF-SW
003190     PERFORM 3600-APPEND-ONE THRU 3600-EXIT
003191         UNTIL WS-EOF
003192     CLOSE LEDGER-SAVE-FILE
003193     CLOSE ARCHIVE-FILE
003194     PERFORM 3550-COUNT-ARCHIVE THRU 3550-EXIT
003195     IF WS-PROOF-COUNT NOT = RS-BASE-COUNT + RS-MOVED-COUNT
003196         DISPLAY "PTSCLOSE: THE ARCHIVE HOLDS " WS-PROOF-COUNT
003197             " RECORDS AFTER THE APPEND - EXPECTED "
003198             RS-BASE-COUNT " PLUS " RS-MOVED-COUNT "."
003199             UPON CONSOLE
003200         CLOSE REPORT-FILE
003201         MOVE "ARCHIVE DOES NOT PROVE" TO WS-JOB-NEW-MESSAGE
003202         PERFORM 9730-LOG-FAILURE THRU 9730-EXIT
003203         STOP RUN
003204     END-IF
003205     MOVE "6" TO RS-PHASE
003206     PERFORM 1900-SAVE-RESTART THRU 1900-EXIT.
003207 3500-EXIT.
003208     EXIT.
003209*-----------------------------------------------------------------
003210* 3550-COUNT-ARCHIVE - COUNT THE RECORDS ON THE ARCHIVE INTO
003211*                      WS-PROOF-COUNT.  NO ARCHIVE YET COUNTS AS
003212*                      ZERO.
003213*-----------------------------------------------------------------
003214 3550-COUNT-ARCHIVE.
003215     MOVE ZERO TO WS-PROOF-COUNT
003216     OPEN INPUT ARCHIVE-FILE
003217     IF NOT FS-ARCHIVE-OK
003218         GO TO 3550-EXIT
003219     END-IF
003220     MOVE "N" TO WS-EOF-SW
003221     PERFORM 3560-COUNT-ONE THRU 3560-EXIT
003222         UNTIL WS-EOF
003223     CLOSE ARCHIVE-FILE
003224     MOVE "N" TO WS-EOF-SW.
003225 3550-EXIT.
003226     EXIT.
003227*-----------------------------------------------------------------
003228* 3560-COUNT-ONE - COUNT ONE ARCHIVE RECORD.
003229*-----------------------------------------------------------------
003230 3560-COUNT-ONE.
003231     READ ARCHIVE-FILE
003232         AT END
003233             MOVE "Y" TO WS-EOF-SW
003234         NOT AT END
003235             ADD 1 TO WS-PROOF-COUNT
003236     END-READ.
003237 3560-EXIT.
003238     EXIT.
003239*-----------------------------------------------------------------
003240* 3600-APPEND-ONE - READ ONE PRE-RUN TRANSACTION AND APPEND IT TO
003241*                   THE ARCHIVE IF IT IS DATED BEFORE THE CUTOFF
003242*                   AND NOT ONE OF THOSE AN UNFINISHED RUN ALREADY
003243*                   ARCHIVED.
003244*-----------------------------------------------------------------
003245 3600-APPEND-ONE.
003246     READ LEDGER-SAVE-FILE INTO WS-LEDGER-TRAN
003247         AT END
003248             MOVE "Y" TO WS-EOF-SW
003249             GO TO 3600-EXIT
003250     END-READ
003251     IF WS-LT-TRAN-DATE NOT < WS-CUTOFF-DATE
003252         GO TO 3600-EXIT
003253     END-IF
003254     ADD 1 TO WS-ARCH-SEEN
003255     IF WS-ARCH-SEEN > WS-ARCH-DONE
003256         WRITE ARCHIVE-RECORD FROM WS-LEDGER-TRAN
003257     END-IF.
003258 3600-EXIT.
003259     EXIT.
003260*-----------------------------------------------------------------
003261* 3800-RAISE-BALANCES - WARN OF EVERY NEGATIVE CARRY WRITTEN AS
003262*                       ZERO - IT WOULD MEAN A SPEND GOT PAST THE
003263*                       BALANCE GUARD AND WANTS LOOKING AT ANYWAY
003264*                       - AND WRITE THE PLAYER'S POINTS BALANCE
003265*                       MASTER UP BY THE SAME AMOUNT.
003266*-----------------------------------------------------------------
003267 3800-RAISE-BALANCES.
003268     OPEN I-O POINTS-BALANCE-FILE
003269     IF FS-POINTS-BALANCE-OK
003270         MOVE "Y" TO WS-BAL-OPEN-SW
003271     END-IF
003272     IF WS-PLAYER-COUNT > 0
003273         PERFORM 3850-CHECK-ONE-CARRY THRU 3850-EXIT
003274             VARYING WS-SUB-1 FROM 1 BY 1
003275             UNTIL WS-SUB-1 > WS-PLAYER-COUNT
003276     END-IF
003277     IF WS-BAL-OPEN
003278         CLOSE POINTS-BALANCE-FILE
003279     END-IF.
003280 3800-EXIT.
003281     EXIT.
003282*-----------------------------------------------------------------
003283* 3850-CHECK-ONE-CARRY - WARN OF AND WRITE UP ONE NEGATIVE CARRY.
003284*-----------------------------------------------------------------
003285 3850-CHECK-ONE-CARRY.
003286     IF WS-TBL-BALANCE (WS-SUB-1) NOT NEGATIVE
003287         GO TO 3850-EXIT
003288     END-IF
003289     DISPLAY "PTSCLOSE: NEGATIVE CARRY FOR "
003290         WS-TBL-PLAYER-ID (WS-SUB-1)
003291         " WRITTEN AS ZERO." UPON CONSOLE
003292     MOVE "NEGATIVE CARRY WRITTEN AS ZERO"
003293         TO WS-JOB-NEW-MESSAGE
003294     PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
003295     PERFORM 3150-WRITE-UP-BALANCE THRU 3150-EXIT.
003296 3850-EXIT.
003297     EXIT.
003298*-----------------------------------------------------------------
003300* 4000-WRITE-REPORT - CONTROL TOTALS - ONE LINE PER PLAYER WITH
003310*                     THE POINTS CARRIED FORWARD, THEN THE
003316*                     ARCHIVE AND CARRY TOTALS AND THE COUNT AND
003323*                     POINTS THE REBUILT LEDGER PROVED TO.
003330*-----------------------------------------------------------------
003340 4000-WRITE-REPORT.
003350     MOVE WS-TODAY-DATE TO HDR-DATE
003620     WRITE REPORT-LINE FROM WS-TOTAL-LINE
003630     MOVE "TOTAL POINTS CARRIED    : " TO TOT-LABEL
003640     MOVE WS-CARRY-TOTAL TO TOT-VALUE
003641     WRITE REPORT-LINE FROM WS-TOTAL-LINE
003642     MOVE "REBUILT LEDGER RECORDS  : " TO TOT-LABEL
003644     MOVE RS-REBUILT-COUNT TO TOT-VALUE
003645     WRITE REPORT-LINE FROM WS-TOTAL-LINE
003647     MOVE "REBUILT LEDGER POINTS   : " TO TOT-LABEL
003648     MOVE RS-REBUILT-TOTAL TO TOT-VALUE
003650     WRITE REPORT-LINE FROM WS-TOTAL-LINE
003651     IF WS-RESUMING
003652         MOVE SPACES TO REPORT-LINE
003654         MOVE "CLOSE FINISHED BY A RESTART OF AN UNFINISHED RUN."
003655             TO REPORT-LINE
003657         WRITE REPORT-LINE
003658     END-IF.
003660 4000-EXIT.
003670     EXIT.
003680*-----------------------------------------------------------------
003750 4100-EXIT.
003760     EXIT.
003770*-----------------------------------------------------------------
003773* 9000-TERMINATE - THE REBUILT LEDGER AND THE ARCHIVE HAVE
003776*                  PROVED.  MARK THE CLOSE DONE ON THE RUN-CONTROL
003780*                  RECORD AND COMPLETE ON THE RESTART CONTROL
003783*                  FILE, CLOSE FILES, REPORT THE SPLIT AND LOG
003786*                  THE END OF THE RUN.
003790*-----------------------------------------------------------------
003800 9000-TERMINATE.
003840     CLOSE REPORT-FILE
003842     PERFORM 9100-MARK-RUN-CTL THRU 9100-EXIT
003844     MOVE "C" TO RS-PHASE
003846     PERFORM 1900-SAVE-RESTART THRU 1900-EXIT
003848     CLOSE RESTART-CTL-FILE
003850     DISPLAY "PTSCLOSE: " WS-ARCH-COUNT " TRANSACTIONS ARCHIVED"
003860         ", " WS-KEPT-COUNT " RETAINED, " WS-PLAYER-COUNT
003866         " PLAYERS CARRIED FORWARD." UPON CONSOLE
003873     PERFORM 9710-LOG-END THRU 9710-EXIT.
003880 9000-EXIT.
003890     EXIT.
003900*-----------------------------------------------------------------
003910* 9100-MARK-RUN-CTL - SET THE PTSCLOSE FLAG ON THE RUN-CONTROL
003920*                     RECORD FOR THE DATE THE CLOSE RAN.  THE
003930*                     CLOSE IS NOT PART OF THE DAILY STREAM, SO A
003940*                     MISSING FILE OR RECORD (DRAWSET HAS NOT RUN
003950*                     THAT DATE) IS A WARNING, NOT A FAILURE - THE
003960*                     RESTART CONTROL FILE STILL SHOWS THE CLOSE
003970*                     COMPLETE.
003980*-----------------------------------------------------------------
003990 9100-MARK-RUN-CTL.
004000     OPEN I-O RUN-CTL-FILE
004010     IF NOT FS-RUN-CTL-OK
004020         DISPLAY "PTSCLOSE: RUN-CONTROL FILE WILL NOT OPEN -"
004030             " CLOSE NOT FLAGGED." UPON CONSOLE
004040         MOVE "RUN-CONTROL WILL NOT OPEN" TO WS-JOB-NEW-MESSAGE
004050         PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
004060         GO TO 9100-EXIT
004070     END-IF
004080     MOVE WS-TODAY-DATE TO RC-RUN-DATE
004090     READ RUN-CTL-FILE
004100         INVALID KEY
004110             DISPLAY "PTSCLOSE: NO RUN-CONTROL RECORD FOR "
004120                 WS-TODAY-DATE " - CLOSE NOT FLAGGED."
004130                 UPON CONSOLE
004140             MOVE "NO RUN-CONTROL RECORD" TO WS-JOB-NEW-MESSAGE
004150             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
004160             CLOSE RUN-CTL-FILE
004170             GO TO 9100-EXIT
004180     END-READ
004190     MOVE "Y" TO RC-PTSCLOSE-DONE-SW
004200     REWRITE RUN-CTL-RECORD
004210         INVALID KEY
004220             DISPLAY "PTSCLOSE: UNABLE TO FLAG THE CLOSE ON "
004230                 "RUNCTL - STATUS " FS-RUN-CTL "." UPON CONSOLE
004240             MOVE "CLOSE NOT FLAGGED" TO WS-JOB-NEW-MESSAGE
004250             PERFORM 9720-NOTE-WARNING THRU 9720-EXIT
004260     END-REWRITE
004270     CLOSE RUN-CTL-FILE.
004280 9100-EXIT.
004290     EXIT.
004300*-----------------------------------------------------------------
004310* 9700-LOG-START - APPEND THE START RECORD FOR THIS RUN TO THE
004320*                  BATCH JOB LOG (JOBLOG).  THE CALLER HAS SET THE
004330*                  BUSINESS DATE.
004340*-----------------------------------------------------------------
004350 9700-LOG-START.
004360     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
004370     ACCEPT WS-JOB-START-TIME FROM TIME
004380     MOVE "S" TO WS-JOB-EVENT
004390     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
004400 9700-EXIT.
004410     EXIT.
004420*-----------------------------------------------------------------
004430* 9710-LOG-END - APPEND THE END RECORD FOR THIS RUN TO THE JOB
004440*                LOG.  READ IS EVERY LEDGER TRANSACTION READ;
004450*                WRITTEN IS THE BROUGHT-FORWARD AND RETAINED
004460*                RECORDS ON THE REBUILT LEDGER.  NOTHING IS
004470*                SKIPPED.  A RUN THAT RAISED WARNINGS BUT WAS NOT
004480*                STOPPED ENDS WITH CODE 04.
004490*-----------------------------------------------------------------
004500 9710-LOG-END.
004510     COMPUTE WS-JOB-READ = WS-ARCH-COUNT + WS-KEPT-COUNT
004520     COMPUTE WS-JOB-WRITTEN = WS-PLAYER-COUNT + WS-KEPT-COUNT
004530     MOVE ZERO TO WS-JOB-SKIPPED
004540     IF WS-JOB-COMPLETION = ZERO AND WS-JOB-WARNINGS > ZERO
004550         MOVE 04 TO WS-JOB-COMPLETION
004560     END-IF
004570     MOVE "E" TO WS-JOB-EVENT
004580     PERFORM 9750-WRITE-JOB-LOG THRU 9750-EXIT.
004590 9710-EXIT.
004600     EXIT.
004610*-----------------------------------------------------------------
004620* 9720-NOTE-WARNING - COUNT A TABLE-CAP OR OPEN-FAILURE WARNING
004630*                     FOR THE JOB LOG.  THE FIRST ONE RAISED IS
004640*                     KEPT AS THE RUN'S MESSAGE.  THE CALLER HAS
004650*                     MOVED THE TEXT TO WS-JOB-NEW-MESSAGE.
004660*-----------------------------------------------------------------
004670 9720-NOTE-WARNING.
004680     ADD 1 TO WS-JOB-WARNINGS
004690     IF WS-JOB-MESSAGE = SPACES
004700         MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
004710     END-IF.
004720 9720-EXIT.
004730     EXIT.
004740*-----------------------------------------------------------------
004750* 9730-LOG-FAILURE - THE RUN IS STOPPING SHORT.  LOG THE END
004760*                    RECORD WITH CODE 08 AND THE REASON, WHICH THE
004770*                    CALLER HAS MOVED TO WS-JOB-NEW-MESSAGE,
004780*                    BEFORE THE STOP RUN.
004790*-----------------------------------------------------------------
004800 9730-LOG-FAILURE.
004810     MOVE WS-JOB-NEW-MESSAGE TO WS-JOB-MESSAGE
004820     MOVE 08 TO WS-JOB-COMPLETION
004830     PERFORM 9710-LOG-END THRU 9710-EXIT.
004840 9730-EXIT.
004850     EXIT.
004860*-----------------------------------------------------------------
004870* 9750-WRITE-JOB-LOG - FORMAT AND APPEND ONE JOB LOG RECORD.  A
004880*                      JOB LOG THAT CANNOT BE OPENED IS REPORTED
004890*                      ON THE CONSOLE BUT DOES NOT STOP THE RUN.
004900*-----------------------------------------------------------------
004910 9750-WRITE-JOB-LOG.
004920     OPEN EXTEND JOB-LOG-FILE
004930     IF NOT FS-JOB-LOG-OK
004940         OPEN OUTPUT JOB-LOG-FILE
004950     END-IF
004960     IF NOT FS-JOB-LOG-OK
004970         DISPLAY "PTSCLOSE: UNABLE TO OPEN THE JOB LOG (JOBLOG)."
004980             UPON CONSOLE
004990         GO TO 9750-EXIT
005000     END-IF
005010     MOVE SPACES TO JOB-LOG-RECORD
005020     MOVE "PTSCLOSE" TO JL-PROGRAM
005030     MOVE WS-JOB-EVENT TO JL-EVENT
005040     MOVE WS-JOB-BUSINESS-DATE TO JL-BUSINESS-DATE
005050     MOVE WS-JOB-START-DATE TO JL-START-DATE
005060     MOVE WS-JOB-START-TIME TO JL-START-TIME
005070     IF JL-END
005080         ACCEPT JL-END-DATE FROM DATE YYYYMMDD
005090         ACCEPT JL-END-TIME FROM TIME
005100     ELSE
005110         MOVE ZERO TO JL-END-DATE
005120         MOVE ZERO TO JL-END-TIME
005130     END-IF
005140     MOVE WS-JOB-READ TO JL-READ-COUNT
005150     MOVE WS-JOB-WRITTEN TO JL-WRITTEN-COUNT
005160     MOVE WS-JOB-SKIPPED TO JL-SKIPPED-COUNT
005170     MOVE WS-JOB-WARNINGS TO JL-WARNING-COUNT
005180     MOVE WS-JOB-MESSAGE TO JL-MESSAGE
005190     MOVE WS-JOB-COMPLETION TO JL-COMPLETION-CODE
005200     WRITE JOB-LOG-RECORD
005210     CLOSE JOB-LOG-FILE.
005220 9750-EXIT.
005230     EXIT.
005240 END PROGRAM PTSCLOSE.
