000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INCRMNT.
000030 AUTHOR. D L MORRIS.
000040 INSTALLATION. GAME FLOOR OPERATIONS.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DLM   ORIGINAL PROGRAM.  MAINTENANCE SCREEN FOR THE
000120*                  INCENTIVE RATE SCHEDULE (INCRATE) PAYEXT PRICES
000130*                  THE PAYROLL EXTRACT FROM - ADD A DATED RATE
000140*                  ENTRY FOR THE WHOLE SHOP OR ONE DEPARTMENT,
000150*                  CHANGE OR DELETE AN ENTRY NOT YET IN FORCE, AND
000160*                  LIST THE SCHEDULE.  EVERY RATE HR AGREED USED
000170*                  TO MEAN A CHANGE TO PAYEXT.  SUPERVISOR SIGN-ON
000180*                  AGAINST OPERS, AND EVERY CHANGE AUDITED TO
000190*                  OPAUDIT.
000200*-----------------------------------------------------------------
000210* AN ENTRY TAKES EFFECT FROM ITS DATE, SO ONLY DATES AFTER TODAY
000220* CAN BE ADDED, CHANGED OR DELETED - A RERUN OF AN EARLIER DATE
000230* MUST PRICE THE WAY IT DID THE FIRST TIME.  THE AUDIT KEY IS THE
000240* EFFECTIVE DATE AS YYMMDD FOLLOWED BY THE DEPARTMENT; THE BEFORE
000250* AND AFTER VALUES ARE GAME RATE + WIN BONUS / DAILY CAP IN CENTS.
000260*-----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT INCENTIVE-RATE-FILE ASSIGN TO "INCRATE"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS IR-RATE-KEY
000340         FILE STATUS IS FS-INCENTIVE-RATE.
000350     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTS"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS DP-DEPT-CODE
000390         FILE STATUS IS FS-DEPARTMENT.
000400     SELECT OPERATOR-FILE ASSIGN TO "OPERS"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS OP-OPER-ID
000440         FILE STATUS IS FS-OPERATOR.
000450     SELECT AUDIT-FILE ASSIGN TO "OPAUDIT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-AUDIT.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  INCENTIVE-RATE-FILE.
000510     COPY INCRREC.
000520 FD  DEPARTMENT-FILE.
000530     COPY DEPTREC.
000540 FD  OPERATOR-FILE.
000550     COPY OPERREC.
000560 FD  AUDIT-FILE.
000570     COPY OPAUDREC.
000580 WORKING-STORAGE SECTION.
000590 01  FS-INCENTIVE-RATE       PIC X(02).
000600     88  FS-INCENTIVE-RATE-OK       VALUE "00".
000610 01  FS-DEPARTMENT           PIC X(02).
000620     88  FS-DEPARTMENT-OK           VALUE "00".
000630 01  FS-OPERATOR             PIC X(02).
000640     88  FS-OPERATOR-OK             VALUE "00".
000650 01  FS-AUDIT                PIC X(02).
000660     88  FS-AUDIT-OK                VALUE "00".
000670 01  WS-SWITCHES.
000680     05  WS-EOJ-SW               PIC X(01) VALUE "N".
000690         88  WS-EOJ                  VALUE "Y".
000700     05  WS-EOF-SW               PIC X(01) VALUE "N".
000710         88  WS-EOF                  VALUE "Y".
000720     05  WS-DEPT-OPEN-SW         PIC X(01) VALUE "N".
000730         88  WS-DEPT-OPEN            VALUE "Y".
000740     05  WS-KEY-OK-SW            PIC X(01) VALUE "N".
000750         88  WS-KEY-OK               VALUE "Y".
000760     05  WS-EDIT-OK-SW           PIC X(01) VALUE "N".
000770         88  WS-EDIT-OK              VALUE "Y".
000780 01  WS-SIGNON-ID                PIC X(10).
000790 01  WS-MENU-CHOICE              PIC X(01).
000800 01  WS-TODAY-DATE               PIC 9(08).
000810 01  WS-DATE-RAW                 PIC X(08).
000820 01  WS-EFF-DATE                 PIC 9(08).
000830 01  WS-DEPT-CODE                PIC X(04).
000840 01  WS-CONFIRM                  PIC X(01).
000850 01  WS-RATE-RAW                 PIC X(03).
000860 01  WS-RATE-NUM REDEFINES WS-RATE-RAW
000870                                 PIC 9(03).
000880 01  WS-CAP-RAW                  PIC X(04).
000890 01  WS-CAP-NUM REDEFINES WS-CAP-RAW
000900                                 PIC 9(04).
000910 01  WS-RATE-ED                  PIC 9.99.
000920 01  WS-CAP-ED                   PIC Z9.99.
000930*-----------------------------------------------------------------
000940* AUDIT VALUE - GAME RATE + WIN BONUS / DAILY CAP, ALL IN CENTS.
000950*-----------------------------------------------------------------
000960 01  WS-AUDIT-ACTION             PIC X(12).
000970 01  WS-AUDIT-BEFORE             PIC X(12).
000980 01  WS-AUDIT-AFTER              PIC X(12).
000990 01  WS-AUDIT-VALUE.
001000     05  AV-GAME-RATE            PIC 9(03).
001010     05  FILLER                  PIC X(01) VALUE "+".
001020     05  AV-WIN-BONUS            PIC 9(03).
001030     05  FILLER                  PIC X(01) VALUE "/".
001040     05  AV-DAILY-CAP            PIC 9(04).
001050 01  WS-LIST-LINE.
001060     05  LST-EFF-DATE            PIC 9(08).
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  LST-DEPT-CODE           PIC X(04).
001090     05  FILLER                  PIC X(03) VALUE SPACES.
001100     05  LST-GAME-RATE           PIC 9.99.
001110     05  FILLER                  PIC X(04) VALUE SPACES.
001120     05  LST-WIN-BONUS           PIC 9.99.
001130     05  FILLER                  PIC X(04) VALUE SPACES.
001140     05  LST-DAILY-CAP           PIC X(06).
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001160     05  LST-SET-OPER-ID         PIC X(10).
001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001200     PERFORM 1500-SIGN-ON THRU 1500-EXIT
001210     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001220         UNTIL WS-EOJ
001230     PERFORM 9000-TERMINATE THRU 9000-EXIT
001240     STOP RUN.
001250*-----------------------------------------------------------------
001260* 1000-INITIALIZE - OPEN THE SCHEDULE, CREATING IT THE FIRST TIME,
001270*                   AND THE DEPARTMENT FILE TO CHECK CODES AGAINST
001280*                   IF THERE IS ONE.
001290*-----------------------------------------------------------------
001300 1000-INITIALIZE.
001310     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001320     OPEN I-O INCENTIVE-RATE-FILE
001330     IF NOT FS-INCENTIVE-RATE-OK
001340         CLOSE INCENTIVE-RATE-FILE
001350         OPEN OUTPUT INCENTIVE-RATE-FILE
001360         CLOSE INCENTIVE-RATE-FILE
001370         OPEN I-O INCENTIVE-RATE-FILE
001380     END-IF
001390     OPEN INPUT DEPARTMENT-FILE
001400     IF FS-DEPARTMENT-OK
001410         MOVE "Y" TO WS-DEPT-OPEN-SW
001420     END-IF.
001430 1000-EXIT.
001440     EXIT.
001450*-----------------------------------------------------------------
001460* 1500-SIGN-ON - THE SCHEDULE DECIDES WHAT PAYROLL PAYS, SO
001470*                CHANGING IT TAKES A SUPERVISOR SIGN-ON AGAINST
001480*                OPERS.
001490*-----------------------------------------------------------------
001500 1500-SIGN-ON.
001510     OPEN INPUT OPERATOR-FILE
001520     IF NOT FS-OPERATOR-OK
001530         DISPLAY "INCRMNT: NO OPERATOR FILE - RUN OPERMNT"
001540             " FIRST." UPON CONSOLE
001550         PERFORM 9000-TERMINATE THRU 9000-EXIT
001560         STOP RUN
001570     END-IF
001580     DISPLAY "OPERATOR SIGN-ON - ID?" UPON CONSOLE
001590     ACCEPT WS-SIGNON-ID FROM CONSOLE
001600     MOVE WS-SIGNON-ID TO OP-OPER-ID
001610     READ OPERATOR-FILE
001620         INVALID KEY
001630             DISPLAY "INCRMNT: OPERATOR NOT ON FILE - SIGN-ON"
001640                 " REFUSED." UPON CONSOLE
001650             CLOSE OPERATOR-FILE
001660             PERFORM 9000-TERMINATE THRU 9000-EXIT
001670             STOP RUN
001680     END-READ
001690     IF NOT OP-PRIV-SUPER
001700         DISPLAY "INCRMNT: SUPERVISOR PRIVILEGE REQUIRED."
001710             UPON CONSOLE
001720         CLOSE OPERATOR-FILE
001730         PERFORM 9000-TERMINATE THRU 9000-EXIT
001740         STOP RUN
001750     END-IF
001760     DISPLAY "SIGNED ON - " OP-OPER-NAME UPON CONSOLE
001770     CLOSE OPERATOR-FILE.
001780 1500-EXIT.
001790     EXIT.
001800*-----------------------------------------------------------------
001810* 2000-PROCESS-MENU - DISPLAY THE MENU AND DISPATCH ONE CHOICE.
001820*-----------------------------------------------------------------
001830 2000-PROCESS-MENU.
001840     DISPLAY " " UPON CONSOLE
001850     DISPLAY "INCENTIVE RATE SCHEDULE MAINTENANCE" UPON CONSOLE
001860     DISPLAY "  1 - ADD A RATE ENTRY" UPON CONSOLE
001870     DISPLAY "  2 - CHANGE A FUTURE ENTRY" UPON CONSOLE
001880     DISPLAY "  3 - DELETE A FUTURE ENTRY" UPON CONSOLE
001890     DISPLAY "  4 - LIST THE SCHEDULE" UPON CONSOLE
001900     DISPLAY "  5 - EXIT" UPON CONSOLE
001910     DISPLAY "SELECTION?" UPON CONSOLE
001920     ACCEPT WS-MENU-CHOICE FROM CONSOLE
001930     EVALUATE WS-MENU-CHOICE
001940         WHEN "1"
001950             PERFORM 3000-ADD-ENTRY THRU 3000-EXIT
001960         WHEN "2"
001970             PERFORM 4000-CHANGE-ENTRY THRU 4000-EXIT
001980         WHEN "3"
001990             PERFORM 5000-DELETE-ENTRY THRU 5000-EXIT
002000         WHEN "4"
002010             PERFORM 6000-LIST-SCHEDULE THRU 6000-EXIT
002020         WHEN "5"
002030             MOVE "Y" TO WS-EOJ-SW
002040         WHEN OTHER
002050             DISPLAY "INVALID SELECTION." UPON CONSOLE
002060     END-EVALUATE.
002070 2000-EXIT.
002080     EXIT.
002090*-----------------------------------------------------------------
002100* 3000-ADD-ENTRY - ADD ONE DATED RATE ENTRY FOR THE SHOP OR ONE
002110*                  DEPARTMENT.
002120*-----------------------------------------------------------------
002130 3000-ADD-ENTRY.
002140     PERFORM 7000-GET-KEY THRU 7000-EXIT
002150     IF NOT WS-KEY-OK
002160         GO TO 3000-EXIT
002170     END-IF
002180     MOVE WS-EFF-DATE TO IR-EFF-DATE
002190     MOVE WS-DEPT-CODE TO IR-DEPT-CODE
002200     READ INCENTIVE-RATE-FILE
002210         INVALID KEY
002220             CONTINUE
002230         NOT INVALID KEY
002240             DISPLAY "AN ENTRY IS ALREADY ON FILE FOR THAT DATE"
002250                 " AND DEPARTMENT - USE CHANGE." UPON CONSOLE
002260             GO TO 3000-EXIT
002270     END-READ
002280     MOVE SPACES TO INCENTIVE-RATE-RECORD
002290     MOVE WS-EFF-DATE TO IR-EFF-DATE
002300     MOVE WS-DEPT-CODE TO IR-DEPT-CODE
002310     MOVE 0.50 TO IR-GAME-RATE
002320     MOVE ZERO TO IR-WIN-BONUS
002330     MOVE ZERO TO IR-DAILY-CAP
002340     PERFORM 7500-GET-VALUES THRU 7500-EXIT
002350     IF NOT WS-EDIT-OK
002360         GO TO 3000-EXIT
002370     END-IF
002380     MOVE WS-SIGNON-ID TO IR-SET-OPER-ID
002390     MOVE WS-TODAY-DATE TO IR-SET-DATE
002400     WRITE INCENTIVE-RATE-RECORD
002410         INVALID KEY
002420             DISPLAY "INCRMNT: UNABLE TO ADD THE ENTRY."
002430                 UPON CONSOLE
002440             GO TO 3000-EXIT
002450     END-WRITE
002460     MOVE "RATE-ADD" TO WS-AUDIT-ACTION
002470     MOVE "NONE" TO WS-AUDIT-BEFORE
002480     PERFORM 8100-FORMAT-VALUE THRU 8100-EXIT
002490     MOVE WS-AUDIT-VALUE TO WS-AUDIT-AFTER
002500     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
002510     DISPLAY "RATE ENTRY ADDED." UPON CONSOLE.
002520 3000-EXIT.
002530     EXIT.
002540*-----------------------------------------------------------------
002550* 4000-CHANGE-ENTRY - RE-KEY THE RATES ON AN ENTRY NOT YET IN
002560*                     FORCE.  A BLANK ENTRY KEEPS THE CURRENT
002570*                     VALUE.
002580*-----------------------------------------------------------------
002590 4000-CHANGE-ENTRY.
002600     PERFORM 7000-GET-KEY THRU 7000-EXIT
002610     IF NOT WS-KEY-OK
002620         GO TO 4000-EXIT
002630     END-IF
002640     MOVE WS-EFF-DATE TO IR-EFF-DATE
002650     MOVE WS-DEPT-CODE TO IR-DEPT-CODE
002660     READ INCENTIVE-RATE-FILE
002670         INVALID KEY
002680             DISPLAY "NO ENTRY ON FILE FOR THAT DATE AND"
002690                 " DEPARTMENT." UPON CONSOLE
002700             GO TO 4000-EXIT
002710     END-READ
002720     PERFORM 8100-FORMAT-VALUE THRU 8100-EXIT
002730     MOVE WS-AUDIT-VALUE TO WS-AUDIT-BEFORE
002740     PERFORM 7500-GET-VALUES THRU 7500-EXIT
002750     IF NOT WS-EDIT-OK
002760         GO TO 4000-EXIT
002770     END-IF
002780     PERFORM 8100-FORMAT-VALUE THRU 8100-EXIT
002790     MOVE WS-AUDIT-VALUE TO WS-AUDIT-AFTER
002800     IF WS-AUDIT-AFTER = WS-AUDIT-BEFORE
002810         DISPLAY "NOTHING CHANGED." UPON CONSOLE
002820         GO TO 4000-EXIT
002830     END-IF
002840     MOVE WS-SIGNON-ID TO IR-SET-OPER-ID
002850     MOVE WS-TODAY-DATE TO IR-SET-DATE
002860     REWRITE INCENTIVE-RATE-RECORD
002861         INVALID KEY
002862             DISPLAY "INCRMNT: UNABLE TO CHANGE THE ENTRY - "
002864                 "STATUS "
002865                 FS-INCENTIVE-RATE "." UPON CONSOLE
002867             GO TO 4000-EXIT
002868     END-REWRITE
002870     MOVE "RATE-CHG" TO WS-AUDIT-ACTION
002880     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
002890     DISPLAY "RATE ENTRY CHANGED." UPON CONSOLE.
002900 4000-EXIT.
002910     EXIT.
002920*-----------------------------------------------------------------
002930* 5000-DELETE-ENTRY - REMOVE AN ENTRY NOT YET IN FORCE, AFTER
002940*                     SHOWING IT AND ASKING FOR CONFIRMATION.
002950*-----------------------------------------------------------------
002960 5000-DELETE-ENTRY.
002970     PERFORM 7000-GET-KEY THRU 7000-EXIT
002980     IF NOT WS-KEY-OK
002990         GO TO 5000-EXIT
003000     END-IF
003010     MOVE WS-EFF-DATE TO IR-EFF-DATE
003020     MOVE WS-DEPT-CODE TO IR-DEPT-CODE
003030     READ INCENTIVE-RATE-FILE
003040         INVALID KEY
003050             DISPLAY "NO ENTRY ON FILE FOR THAT DATE AND"
003060                 " DEPARTMENT." UPON CONSOLE
003070             GO TO 5000-EXIT
003080     END-READ
003090     MOVE IR-GAME-RATE TO WS-RATE-ED
003100     DISPLAY "GAME RATE : " WS-RATE-ED UPON CONSOLE
003110     MOVE IR-WIN-BONUS TO WS-RATE-ED
003120     DISPLAY "WIN BONUS : " WS-RATE-ED UPON CONSOLE
003130     MOVE IR-DAILY-CAP TO WS-CAP-ED
003140     DISPLAY "DAILY CAP : " WS-CAP-ED UPON CONSOLE
003150     DISPLAY "DELETE THIS ENTRY (Y/N)?" UPON CONSOLE
003160     MOVE SPACE TO WS-CONFIRM
003170     ACCEPT WS-CONFIRM FROM CONSOLE
003180     IF WS-CONFIRM NOT = "Y"
003190         DISPLAY "ENTRY KEPT." UPON CONSOLE
003200         GO TO 5000-EXIT
003210     END-IF
003220     PERFORM 8100-FORMAT-VALUE THRU 8100-EXIT
003230     MOVE WS-AUDIT-VALUE TO WS-AUDIT-BEFORE
003240     DELETE INCENTIVE-RATE-FILE RECORD
003241         INVALID KEY
003242             DISPLAY "INCRMNT: UNABLE TO DELETE THE ENTRY - "
003244                 "STATUS "
003245                 FS-INCENTIVE-RATE "." UPON CONSOLE
003247             GO TO 5000-EXIT
003248     END-DELETE
003250     MOVE "RATE-DEL" TO WS-AUDIT-ACTION
003260     MOVE "DELETED" TO WS-AUDIT-AFTER
003270     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
003280     DISPLAY "RATE ENTRY DELETED." UPON CONSOLE.
003290 5000-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------------
003320* 6000-LIST-SCHEDULE - LIST THE SCHEDULE IN KEY ORDER - EFFECTIVE
003330*                      DATE, THEN DEPARTMENT.
003340*-----------------------------------------------------------------
003350 6000-LIST-SCHEDULE.
003360     MOVE LOW-VALUES TO IR-RATE-KEY
003370     START INCENTIVE-RATE-FILE KEY IS NOT LESS THAN IR-RATE-KEY
003380         INVALID KEY
003390             DISPLAY "NO RATE ENTRIES ON FILE - PAYEXT PAYS THE"
003400                 " STANDARD 0.50 A GAME." UPON CONSOLE
003410             GO TO 6000-EXIT
003420     END-START
003430     DISPLAY "EFFECTIVE DEPT   RATE    BONUS   CAP     SET BY"
003440         UPON CONSOLE
003450     MOVE "N" TO WS-EOF-SW
003460     PERFORM 6100-LIST-ONE THRU 6100-EXIT
003470         UNTIL WS-EOF.
003480 6000-EXIT.
003490     EXIT.
003500*-----------------------------------------------------------------
003510* 6100-LIST-ONE - DISPLAY ONE RATE ENTRY.  THE SHOP-WIDE ENTRY
003520*                 SHOWS AS DEPARTMENT "ALL".
003530*-----------------------------------------------------------------
003540 6100-LIST-ONE.
003550     READ INCENTIVE-RATE-FILE NEXT
003560         AT END
003570             MOVE "Y" TO WS-EOF-SW
003580             GO TO 6100-EXIT
003590     END-READ
003600     MOVE IR-EFF-DATE TO LST-EFF-DATE
003610     IF IR-DEPT-CODE = SPACES
003620         MOVE "ALL" TO LST-DEPT-CODE
003630     ELSE
003640         MOVE IR-DEPT-CODE TO LST-DEPT-CODE
003650     END-IF
003660     MOVE IR-GAME-RATE TO LST-GAME-RATE
003670     MOVE IR-WIN-BONUS TO LST-WIN-BONUS
003680     IF IR-DAILY-CAP = ZERO
003690         MOVE "NONE" TO LST-DAILY-CAP
003700     ELSE
003710         MOVE IR-DAILY-CAP TO WS-CAP-ED
003720         MOVE WS-CAP-ED TO LST-DAILY-CAP
003730     END-IF
003740     MOVE IR-SET-OPER-ID TO LST-SET-OPER-ID
003750     DISPLAY WS-LIST-LINE UPON CONSOLE.
003760 6100-EXIT.
003770     EXIT.
003780*-----------------------------------------------------------------
003790* 7000-GET-KEY - PROMPT FOR AND EDIT THE EFFECTIVE DATE AND THE
003800*                DEPARTMENT.  THE DATE MUST BE LATER THAN TODAY;
003810*                A DEPARTMENT MUST BE ON DEPTS WHEN THERE IS A
003820*                DEPARTMENT FILE.  BLANK DEPARTMENT IS SHOP-WIDE.
003830*-----------------------------------------------------------------
003840 7000-GET-KEY.
003850     MOVE "N" TO WS-KEY-OK-SW
003860     DISPLAY "EFFECTIVE DATE YYYYMMDD?" UPON CONSOLE
003870     MOVE SPACES TO WS-DATE-RAW
003880     ACCEPT WS-DATE-RAW FROM CONSOLE
003890     IF WS-DATE-RAW IS NOT NUMERIC
003900         DISPLAY "NOT A VALID DATE." UPON CONSOLE
003910         GO TO 7000-EXIT
003920     END-IF
003930     MOVE WS-DATE-RAW TO WS-EFF-DATE
003940     IF WS-EFF-DATE NOT > WS-TODAY-DATE
003950         DISPLAY "THAT DATE IS ALREADY IN FORCE - ONLY LATER"
003960             " DATES CAN BE SET." UPON CONSOLE
003970         GO TO 7000-EXIT
003980     END-IF
003990     DISPLAY "DEPARTMENT CODE (BLANK = WHOLE SHOP)?" UPON CONSOLE
004000     MOVE SPACES TO WS-DEPT-CODE
004010     ACCEPT WS-DEPT-CODE FROM CONSOLE
004020     IF WS-DEPT-CODE NOT = SPACES AND WS-DEPT-OPEN
004030         MOVE WS-DEPT-CODE TO DP-DEPT-CODE
004040         READ DEPARTMENT-FILE
004050             INVALID KEY
004060                 DISPLAY "DEPARTMENT NOT ON FILE." UPON CONSOLE
004070                 GO TO 7000-EXIT
004080         END-READ
004090     END-IF
004100     MOVE "Y" TO WS-KEY-OK-SW.
004110 7000-EXIT.
004120     EXIT.
004130*-----------------------------------------------------------------
004140* 7500-GET-VALUES - PROMPT FOR THE GAME RATE, THE WIN BONUS AND
004150*                   THE DAILY CAP OVER THE VALUES IN THE RECORD.
004160*                   A BLANK ENTRY KEEPS THE VALUE SHOWN; ANYTHING
004170*                   NOT NUMERIC ABANDONS THE ENTRY.
004180*-----------------------------------------------------------------
004190 7500-GET-VALUES.
004200     MOVE "N" TO WS-EDIT-OK-SW
004210     MOVE IR-GAME-RATE TO WS-RATE-ED
004220     DISPLAY "RATE A GAME PLAYED, CENTS AS 3 DIGITS (050 = 0.50,"
004230         " BLANK = " WS-RATE-ED ")?" UPON CONSOLE
004240     MOVE SPACES TO WS-RATE-RAW
004250     ACCEPT WS-RATE-RAW FROM CONSOLE
004260     IF WS-RATE-RAW NOT = SPACES
004270         IF WS-RATE-RAW IS NOT NUMERIC
004280             DISPLAY "NOT THREE DIGITS - ENTRY ABANDONED."
004290                 UPON CONSOLE
004300             GO TO 7500-EXIT
004310         END-IF
004320         COMPUTE IR-GAME-RATE = WS-RATE-NUM / 100
004330     END-IF
004340     MOVE IR-WIN-BONUS TO WS-RATE-ED
004350     DISPLAY "BONUS A GAME WON, CENTS AS 3 DIGITS (BLANK = "
004360         WS-RATE-ED ")?" UPON CONSOLE
004370     MOVE SPACES TO WS-RATE-RAW
004380     ACCEPT WS-RATE-RAW FROM CONSOLE
004390     IF WS-RATE-RAW NOT = SPACES
004400         IF WS-RATE-RAW IS NOT NUMERIC
004410             DISPLAY "NOT THREE DIGITS - ENTRY ABANDONED."
004420                 UPON CONSOLE
004430             GO TO 7500-EXIT
004440         END-IF
004450         COMPUTE IR-WIN-BONUS = WS-RATE-NUM / 100
004460     END-IF
004470     MOVE IR-DAILY-CAP TO WS-CAP-ED
004480     DISPLAY "DAILY CAP A PLAYER, CENTS AS 4 DIGITS (0000 = NO"
004490         " CAP, BLANK = " WS-CAP-ED ")?" UPON CONSOLE
004500     MOVE SPACES TO WS-CAP-RAW
004510     ACCEPT WS-CAP-RAW FROM CONSOLE
004520     IF WS-CAP-RAW NOT = SPACES
004530         IF WS-CAP-RAW IS NOT NUMERIC
004540             DISPLAY "NOT FOUR DIGITS - ENTRY ABANDONED."
004550                 UPON CONSOLE
004560             GO TO 7500-EXIT
004570         END-IF
004580         COMPUTE IR-DAILY-CAP = WS-CAP-NUM / 100
004590     END-IF
004600     IF IR-DAILY-CAP NOT = ZERO
004610             AND IR-DAILY-CAP < IR-GAME-RATE + IR-WIN-BONUS
004620         DISPLAY "THE CAP IS LESS THAN ONE WON GAME - ENTRY"
004630             " ABANDONED." UPON CONSOLE
004640         GO TO 7500-EXIT
004650     END-IF
004660     MOVE "Y" TO WS-EDIT-OK-SW.
004670 7500-EXIT.
004680     EXIT.
004690*-----------------------------------------------------------------
004700* 8000-WRITE-AUDIT - RECORD WHO CHANGED WHICH ENTRY AND THE BEFORE
004710*                    AND AFTER VALUES.
004720*-----------------------------------------------------------------
004730 8000-WRITE-AUDIT.
004740     OPEN EXTEND AUDIT-FILE
004750     IF NOT FS-AUDIT-OK
004760         OPEN OUTPUT AUDIT-FILE
004770     END-IF
004780     ACCEPT OA-AUDIT-DATE FROM DATE YYYYMMDD
004790     ACCEPT OA-AUDIT-TIME FROM TIME
004800     MOVE WS-SIGNON-ID TO OA-OPER-ID
004810     MOVE "INCRMNT" TO OA-PROGRAM
004820     MOVE WS-AUDIT-ACTION TO OA-ACTION
004830     MOVE SPACES TO OA-KEY
004840     MOVE WS-EFF-DATE (3:6) TO OA-KEY (1:6)
004850     MOVE WS-DEPT-CODE TO OA-KEY (7:4)
004860     MOVE WS-AUDIT-BEFORE TO OA-BEFORE
004870     MOVE WS-AUDIT-AFTER TO OA-AFTER
004880     WRITE OPER-AUDIT-RECORD
004890     CLOSE AUDIT-FILE.
004900 8000-EXIT.
004910     EXIT.
004920*-----------------------------------------------------------------
004930* 8100-FORMAT-VALUE - FORMAT THE RECORD'S RATES IN CENTS FOR THE
004940*                     AUDIT TRAIL.
004950*-----------------------------------------------------------------
004960 8100-FORMAT-VALUE.
004970     COMPUTE AV-GAME-RATE = IR-GAME-RATE * 100
004980     COMPUTE AV-WIN-BONUS = IR-WIN-BONUS * 100
004990     COMPUTE AV-DAILY-CAP = IR-DAILY-CAP * 100.
005000 8100-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------------
005030* 9000-TERMINATE - CLOSE THE SCHEDULE AND THE DEPARTMENT FILE.
005040*-----------------------------------------------------------------
005050 9000-TERMINATE.
005060     CLOSE INCENTIVE-RATE-FILE
005070     IF WS-DEPT-OPEN
005080         CLOSE DEPARTMENT-FILE
005090     END-IF.
005100 9000-EXIT.
005110     EXIT.
005120 END PROGRAM INCRMNT.
