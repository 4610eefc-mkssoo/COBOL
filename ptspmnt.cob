000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PTSPMNT.
000030 AUTHOR. D L MORRIS.
000040 INSTALLATION. GAME FLOOR OPERATIONS.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DLM   ORIGINAL PROGRAM.  SUPERVISOR UTILITY TO SET
000120*                  THE SHARED POINTS POLICY RECORD (PTSPOL) - WHAT
000130*                  HAPPENS TO A LEAVER'S REMAINING POINTS (FORFEIT
000140*                  OR CASH OUT) AND THE CASH VALUE OF ONE POINT -
000150*                  SO A CHANGE OF POLICY AGREED WITH HR AND
000160*                  FINANCE NEEDS NO RECOMPILE OF LVRSTL.  SIGN-ON
000170*                  AND AUDIT AS GMCTLMNT.
000171* 10/15/26   DLM   PROMPT FOR THE SIX GENERAL LEDGER ACCOUNT CODES
000173*                  THE MONTH-END POINTS LIABILITY JOURNAL (PTSGLX)
000175*                  POSTS TO, HELD ON PTSPOL.  A BLANK ENTRY KEEPS
000176*                  THE CODE ON FILE.  EACH CODE CHANGED IS AUDITED
000178*                  AS ITS OWN GL-ACCT-CHG RECORD.
000180*-----------------------------------------------------------------
000190* WITH NO PTSPOL RECORD ON FILE, LVRSTL FORFEITS A LEAVER'S POINTS
000196* AND VALUES A POINT AT 0.0100.  PTSGLX WILL NOT RUN UNTIL ALL SIX
000203* GL ACCOUNTS ARE SET.
000210*-----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT POLICY-FILE ASSIGN TO "PTSPOL"
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS IS FS-POLICY.
000280     SELECT OPERATOR-FILE ASSIGN TO "OPERS"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS OP-OPER-ID
000320         FILE STATUS IS FS-OPERATOR.
000330     SELECT AUDIT-FILE ASSIGN TO "OPAUDIT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS FS-AUDIT.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  POLICY-FILE.
000390     COPY PPOLREC.
000400 FD  OPERATOR-FILE.
000410     COPY OPERREC.
000420 FD  AUDIT-FILE.
000430     COPY OPAUDREC.
000440 WORKING-STORAGE SECTION.
000450 01  FS-POLICY               PIC X(02).
000460     88  FS-POLICY-OK               VALUE "00".
000470 01  FS-OPERATOR             PIC X(02).
000480     88  FS-OPERATOR-OK             VALUE "00".
000490 01  FS-AUDIT                PIC X(02).
000500     88  FS-AUDIT-OK                VALUE "00".
000510 01  WS-LEAVER-RAW            PIC X(01).
000520 01  WS-VALUE-RAW             PIC X(04).
000530 01  WS-VALUE-NUM REDEFINES WS-VALUE-RAW
000540                              PIC 9(04).
000550 01  WS-SIGNON-ID             PIC X(10).
000560 01  WS-HAD-OLD-SW            PIC X(01) VALUE "N".
000570     88  WS-HAD-OLD                  VALUE "Y".
000580 01  WS-OLD-POLICY.
000590     05  WS-OLD-LEAVER-SW     PIC X(01) VALUE SPACE.
000600     05  WS-OLD-POINT-VALUE   PIC 9(01)V9(04) VALUE ZERO.
000610 01  WS-VALUE-ED              PIC 9.9999.
000611 01  WS-AUDIT-VALUE           PIC X(12).
000612 01  WS-ACCOUNT-RAW           PIC X(06).
000613 01  WS-ACCT-SUB              PIC 9(02) COMP VALUE ZERO.
000615 01  WS-OLD-GL-ACCOUNTS       PIC X(36) VALUE SPACES.
000616 01  WS-OLD-GL-TABLE REDEFINES WS-OLD-GL-ACCOUNTS.
000617     05  WS-OLD-GL-ACCOUNT    PIC X(06) OCCURS 6 TIMES.
000618 01  WS-ACCT-LABELS.
000620     05  FILLER               PIC X(10) VALUE "LIABILITY".
000621     05  FILLER               PIC X(10) VALUE "AWARDS".
000622     05  FILLER               PIC X(10) VALUE "REDEMPTION".
000623     05  FILLER               PIC X(10) VALUE "ENTRY FEES".
000625     05  FILLER               PIC X(10) VALUE "EXPIRIES".
000626     05  FILLER               PIC X(10) VALUE "REVERSALS".
000627 01  WS-ACCT-LABEL-TABLE REDEFINES WS-ACCT-LABELS.
000628     05  WS-ACCT-LABEL        PIC X(10) OCCURS 6 TIMES.
000630 PROCEDURE DIVISION.
000640 0000-MAINLINE.
000650     PERFORM 0500-SIGN-ON THRU 0500-EXIT
000660     PERFORM 0700-GET-OLD THRU 0700-EXIT
000670     PERFORM 1000-GET-SETTINGS THRU 1000-EXIT
000680     PERFORM 2000-WRITE-POLICY THRU 2000-EXIT
000690     STOP RUN.
000700*-----------------------------------------------------------------
000710* 0500-SIGN-ON - THE POLICY DECIDES WHAT LEAVERS' POINTS BECOME,
000720*                SO CHANGING IT TAKES A SUPERVISOR SIGN-ON AGAINST
000730*                OPERS.
000740*-----------------------------------------------------------------
000750 0500-SIGN-ON.
000760     OPEN INPUT OPERATOR-FILE
000770     IF NOT FS-OPERATOR-OK
000780         DISPLAY "PTSPMNT: NO OPERATOR FILE - RUN OPERMNT"
000790             " FIRST." UPON CONSOLE
000800         STOP RUN
000810     END-IF
000820     DISPLAY "OPERATOR SIGN-ON - ID?" UPON CONSOLE
000830     ACCEPT WS-SIGNON-ID FROM CONSOLE
000840     MOVE WS-SIGNON-ID TO OP-OPER-ID
000850     READ OPERATOR-FILE
000860         INVALID KEY
000870             DISPLAY "PTSPMNT: OPERATOR NOT ON FILE - SIGN-ON"
000880                 " REFUSED." UPON CONSOLE
000890             CLOSE OPERATOR-FILE
000900             STOP RUN
000910     END-READ
000920     IF NOT OP-PRIV-SUPER
000930         DISPLAY "PTSPMNT: SUPERVISOR PRIVILEGE REQUIRED TO"
000940             " CHANGE PTSPOL." UPON CONSOLE
000950         CLOSE OPERATOR-FILE
000960         STOP RUN
000970     END-IF
000980     DISPLAY "SIGNED ON - " OP-OPER-NAME UPON CONSOLE
000990     CLOSE OPERATOR-FILE.
001000 0500-EXIT.
001010     EXIT.
001020*-----------------------------------------------------------------
001030* 0700-GET-OLD - HOLD THE SETTINGS BEING REPLACED SO THE AUDIT
001040*                RECORD CAN SHOW THE BEFORE AND AFTER, AND SO A
001050*                BLANK ENTRY KEEPS THE CURRENT SETTING.
001060*-----------------------------------------------------------------
001070 0700-GET-OLD.
001080     OPEN INPUT POLICY-FILE
001090     IF FS-POLICY-OK
001100         READ POLICY-FILE
001110             AT END
001120                 CONTINUE
001130             NOT AT END
001140                 MOVE "Y" TO WS-HAD-OLD-SW
001150                 MOVE PP-LEAVER-SW TO WS-OLD-LEAVER-SW
001160                 MOVE PP-POINT-VALUE TO WS-OLD-POINT-VALUE
001165                 MOVE PP-GL-ACCOUNTS TO WS-OLD-GL-ACCOUNTS
001170         END-READ
001180         CLOSE POLICY-FILE
001190     END-IF.
001200 0700-EXIT.
001210     EXIT.
001220*-----------------------------------------------------------------
001230* 1000-GET-SETTINGS - PROMPT FOR THE LEAVER POLICY, THE POINT
001240*                     VALUE AND THE GL ACCOUNTS.  A BLANK ENTRY
001250*                     KEEPS WHAT IS ON FILE, OR THE DEFAULT
001260*                     (FORFEIT, 0.0100, NO ACCOUNT) IF NOTHING IS.
001270*-----------------------------------------------------------------
001280 1000-GET-SETTINGS.
001290     MOVE SPACES TO POINTS-POLICY-RECORD
001300     IF WS-HAD-OLD
001310         MOVE WS-OLD-LEAVER-SW TO PP-LEAVER-SW
001320         MOVE WS-OLD-POINT-VALUE TO PP-POINT-VALUE
001325         MOVE WS-OLD-GL-ACCOUNTS TO PP-GL-ACCOUNTS
001330     ELSE
001340         MOVE "F" TO PP-LEAVER-SW
001350         MOVE 0.0100 TO PP-POINT-VALUE
001360     END-IF
001370     MOVE PP-POINT-VALUE TO WS-VALUE-ED
001380     DISPLAY "POINTS POLICY MAINTENANCE" UPON CONSOLE
001390     DISPLAY "LEAVER'S POINTS - F FORFEIT, C CASH OUT (BLANK = "
001400         PP-LEAVER-SW ")?" UPON CONSOLE
001410     MOVE SPACE TO WS-LEAVER-RAW
001420     ACCEPT WS-LEAVER-RAW FROM CONSOLE
001430     IF WS-LEAVER-RAW = "F" OR WS-LEAVER-RAW = "C"
001440         MOVE WS-LEAVER-RAW TO PP-LEAVER-SW
001450     ELSE
001460         IF WS-LEAVER-RAW NOT = SPACE
001470             DISPLAY "NOT F OR C - LEAVER POLICY UNCHANGED."
001480                 UPON CONSOLE
001490         END-IF
001500     END-IF
001510     DISPLAY "CASH VALUE OF ONE POINT, FOUR DECIMALS AS 4 DIGITS"
001520         UPON CONSOLE
001530     DISPLAY "(0100 = 0.0100, BLANK = " WS-VALUE-ED ")?"
001540         UPON CONSOLE
001550     MOVE SPACES TO WS-VALUE-RAW
001560     ACCEPT WS-VALUE-RAW FROM CONSOLE
001570     IF WS-VALUE-RAW IS NUMERIC
001580         COMPUTE PP-POINT-VALUE = WS-VALUE-NUM / 10000
001590     ELSE
001600         IF WS-VALUE-RAW NOT = SPACES
001610             DISPLAY "NOT FOUR DIGITS - POINT VALUE UNCHANGED."
001620                 UPON CONSOLE
001621         END-IF
001622     END-IF
001623     PERFORM 1100-GET-ACCOUNT THRU 1100-EXIT
001624         VARYING WS-ACCT-SUB FROM 1 BY 1
001625         UNTIL WS-ACCT-SUB > 6.
001626 1000-EXIT.
001627     EXIT.
001628*-----------------------------------------------------------------
001629* 1100-GET-ACCOUNT - PROMPT FOR ONE GL ACCOUNT CODE.  A BLANK
001630*                    ENTRY KEEPS THE CODE ON FILE.
001631*-----------------------------------------------------------------
001632 1100-GET-ACCOUNT.
001633     DISPLAY "GL ACCOUNT - " WS-ACCT-LABEL (WS-ACCT-SUB)
001634         " (BLANK = " PP-GL-ACCOUNT (WS-ACCT-SUB) ")?"
001635         UPON CONSOLE
001636     MOVE SPACES TO WS-ACCOUNT-RAW
001637     ACCEPT WS-ACCOUNT-RAW FROM CONSOLE
001638     IF WS-ACCOUNT-RAW NOT = SPACES
001639         MOVE WS-ACCOUNT-RAW TO PP-GL-ACCOUNT (WS-ACCT-SUB)
001640     END-IF.
001650 1100-EXIT.
001660     EXIT.
001670*-----------------------------------------------------------------
001680* 2000-WRITE-POLICY - WRITE THE SINGLE PTSPOL RECORD, REPLACING
001690*                     WHATEVER SETTING WAS THERE BEFORE.
001700*-----------------------------------------------------------------
001710 2000-WRITE-POLICY.
001720     OPEN OUTPUT POLICY-FILE
001730     IF NOT FS-POLICY-OK
001740         DISPLAY "PTSPMNT: UNABLE TO OPEN PTSPOL." UPON CONSOLE
001750         STOP RUN
001760     END-IF
001770     WRITE POINTS-POLICY-RECORD
001780     CLOSE POLICY-FILE
001790     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
001800     MOVE PP-POINT-VALUE TO WS-VALUE-ED
001810     DISPLAY "PTSPMNT: PTSPOL UPDATED - LEAVER POLICY "
001820         PP-LEAVER-SW " POINT VALUE " WS-VALUE-ED UPON CONSOLE.
001830 2000-EXIT.
001840     EXIT.
001850*-----------------------------------------------------------------
001860* 8000-WRITE-AUDIT - RECORD WHO CHANGED THE POLICY AND THE BEFORE
001870*                    AND AFTER SETTINGS (LEAVER POLICY/POINT
001876*                    VALUE), THEN ONE RECORD PER GL ACCOUNT
001883*                    CHANGED.
001890*-----------------------------------------------------------------
001900 8000-WRITE-AUDIT.
001910     OPEN EXTEND AUDIT-FILE
001920     IF NOT FS-AUDIT-OK
001930         OPEN OUTPUT AUDIT-FILE
001940     END-IF
001950     ACCEPT OA-AUDIT-DATE FROM DATE YYYYMMDD
001960     ACCEPT OA-AUDIT-TIME FROM TIME
001970     MOVE WS-SIGNON-ID TO OA-OPER-ID
001980     MOVE "PTSPMNT" TO OA-PROGRAM
001990     MOVE "POLICY-CHG" TO OA-ACTION
002000     MOVE SPACES TO OA-KEY
002010     IF WS-HAD-OLD
002020         MOVE WS-OLD-POINT-VALUE TO WS-VALUE-ED
002030         MOVE SPACES TO WS-AUDIT-VALUE
002040         STRING WS-OLD-LEAVER-SW "/" WS-VALUE-ED
002050             DELIMITED SIZE INTO WS-AUDIT-VALUE
002060         MOVE WS-AUDIT-VALUE TO OA-BEFORE
002070     ELSE
002080         MOVE "NONE" TO OA-BEFORE
002090     END-IF
002100     MOVE PP-POINT-VALUE TO WS-VALUE-ED
002110     MOVE SPACES TO WS-AUDIT-VALUE
002120     STRING PP-LEAVER-SW "/" WS-VALUE-ED
002130         DELIMITED SIZE INTO WS-AUDIT-VALUE
002140     MOVE WS-AUDIT-VALUE TO OA-AFTER
002150     WRITE OPER-AUDIT-RECORD
002152     PERFORM 8100-AUDIT-ACCOUNT THRU 8100-EXIT
002155         VARYING WS-ACCT-SUB FROM 1 BY 1
002157         UNTIL WS-ACCT-SUB > 6
002160     CLOSE AUDIT-FILE.
002170 8000-EXIT.
002180     EXIT.
002190*-----------------------------------------------------------------
002200* 8100-AUDIT-ACCOUNT - RECORD ONE GL ACCOUNT CODE THAT CHANGED,
002210*                      KEYED BY WHAT IT POSTS.
002220*-----------------------------------------------------------------
002230 8100-AUDIT-ACCOUNT.
002240     IF PP-GL-ACCOUNT (WS-ACCT-SUB) =
002250             WS-OLD-GL-ACCOUNT (WS-ACCT-SUB)
002260         GO TO 8100-EXIT
002270     END-IF
002280     MOVE "GL-ACCT-CHG" TO OA-ACTION
002290     MOVE WS-ACCT-LABEL (WS-ACCT-SUB) TO OA-KEY
002300     IF WS-OLD-GL-ACCOUNT (WS-ACCT-SUB) = SPACES
002310         MOVE "NONE" TO OA-BEFORE
002320     ELSE
002330         MOVE WS-OLD-GL-ACCOUNT (WS-ACCT-SUB) TO OA-BEFORE
002340     END-IF
002350     MOVE PP-GL-ACCOUNT (WS-ACCT-SUB) TO OA-AFTER
002360     WRITE OPER-AUDIT-RECORD.
002370 8100-EXIT.
002380     EXIT.
002390 END PROGRAM PTSPMNT.
