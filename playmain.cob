000480*                  DEPARTMENT THE PLAYER BELONGED TO ON THE
000490*                  DATE IT WAS PLAYED.  A SECOND CHANGE ON THE
000500*                  SAME DAY REPLACES THAT DAY'S RECORD.
000502* 10/15/26   DLM   SHOW THE PLAYER'S SKILL RATING AND ITS TREND
000504*                  OVER THE LAST WEEK ON LOOKUP, FROM THE SKILL
000506*                  RATING MASTER (SKILLRT) SKLRATE BUILDS EACH
000508*                  NIGHT.
000510*-----------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS DA-ASSIGN-KEY
000770         FILE STATUS IS FS-DEPT-ASSIGN.
000771     SELECT SKILL-RATING-FILE ASSIGN TO "SKILLRT"
000773         ORGANIZATION IS INDEXED
000775         ACCESS MODE IS DYNAMIC
000776         RECORD KEY IS SR-PLAYER-ID
000778         FILE STATUS IS FS-SKILL-RATING.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  PLAYERS-FILE.
000870     COPY DEPTREC.
000880 FD  DEPT-ASSIGN-FILE.
000890     COPY DASGREC.
000893 FD  SKILL-RATING-FILE.
000896     COPY SKRTREC.
000900 WORKING-STORAGE SECTION.
000910 01  FS-PLAYERS              PIC X(02).
000920     88  FS-PLAYERS-OK              VALUE "00".
000980     88  FS-DEPARTMENT-OK           VALUE "00".
000990 01  FS-DEPT-ASSIGN          PIC X(02).
001000     88  FS-DEPT-ASSIGN-OK          VALUE "00".
001003 01  FS-SKILL-RATING         PIC X(02).
001006     88  FS-SKILL-RATING-OK         VALUE "00".
001010 01  WS-TODAY-DATE           PIC 9(08).
001020 01  WS-SWITCHES.
001030     05  WS-EOJ-SW               PIC X(01) VALUE "N".
001180 01  WS-NEW-PIN               PIC X(04).
001190 01  WS-AUDIT-BEFORE          PIC X(12).
001200 01  WS-AUDIT-AFTER           PIC X(12).
001202 01  WS-RATING-ED             PIC ZZ9.99.
001205 01  WS-TREND-ED              PIC +ZZ9.99.
001207 01  WS-RATED-GAMES-ED        PIC ZZZZZZ9.
001210 PROCEDURE DIVISION.
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002820             ELSE
002830                 DISPLAY "STATUS  : ACTIVE" UPON CONSOLE
002840             END-IF
002845             PERFORM 4100-SHOW-RATING THRU 4100-EXIT
002850     END-READ.
002851 4000-EXIT.
002852     EXIT.
002853*-----------------------------------------------------------------
002854* 4100-SHOW-RATING - SHOW THE PLAYER'S SKILL RATING AND ITS TREND
002855*                    AS OF THE LAST SKLRATE RUN.  A PLAYER WITH NO
002856*                    GAME ON THE RATING MASTER, OR NO MASTER ON
002857*                    FILE YET, IS NOT YET RATED; A PLAYER WHOSE
002858*                    FIRST GAME FELL WITHIN THE LAST WEEK HAS NO
002859*                    TREND YET.
002860*-----------------------------------------------------------------
002861 4100-SHOW-RATING.
002862     OPEN INPUT SKILL-RATING-FILE
002863     IF NOT FS-SKILL-RATING-OK
002864         DISPLAY "RATING  : NOT YET RATED" UPON CONSOLE
002865         GO TO 4100-EXIT
002866     END-IF
002867     MOVE PL-PLAYER-ID TO SR-PLAYER-ID
002868     READ SKILL-RATING-FILE
002869         INVALID KEY
002870             DISPLAY "RATING  : NOT YET RATED" UPON CONSOLE
002871             CLOSE SKILL-RATING-FILE
002872             GO TO 4100-EXIT
002873     END-READ
002874     CLOSE SKILL-RATING-FILE
002875     MOVE SR-RATING TO WS-RATING-ED
002876     MOVE SR-GAMES-RATED TO WS-RATED-GAMES-ED
002877     DISPLAY "RATING  : " WS-RATING-ED "  OVER " WS-RATED-GAMES-ED
002878         " GAMES, AS OF " SR-RATED-DATE UPON CONSOLE
002879     IF SR-TREND-KNOWN
002880         MOVE SR-TREND TO WS-TREND-ED
002881         DISPLAY "TREND   : " WS-TREND-ED " OVER THE LAST WEEK"
002882             UPON CONSOLE
002883     ELSE
002884         DISPLAY "TREND   : NEW - NO GAMES RATED A WEEK AGO"
002885             UPON CONSOLE
002886     END-IF.
002887 4100-EXIT.
002888     EXIT.
002889*-----------------------------------------------------------------
002890* 5000-ADJUST-STATS - HAND-CORRECT ONE STAT FIELD FOR A PLAYER.
002900*                     SUPERVISOR PRIVILEGE ONLY, AND EVERY
002910*                     CORRECTION IS AUDITED WITH ITS BEFORE AND
