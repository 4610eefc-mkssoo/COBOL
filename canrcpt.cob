000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CANRCPT.
000030 AUTHOR. D L MORRIS.
000040 INSTALLATION. GAME FLOOR OPERATIONS.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DLM   ORIGINAL PROGRAM.  CANTEEN GOODS-RECEIPT
000120*                  SCREEN - BOOKS A DELIVERY IN AGAINST AN ITEM
000130*                  ON THE CATALOG (CANITEMS), ADDING THE QUANTITY
000140*                  TO THE STOCK ON HAND, AND TAKES A KEYED
000150*                  PHYSICAL COUNT.  BOTH ARE JOURNALED ON THE
000160*                  STOCK MOVEMENT FILE (STKMOVE) WITH THE
000170*                  OPERATOR AND, FOR A DELIVERY, THE DELIVERY
000180*                  NOTE REFERENCE.  A COUNT IS RECORDED AGAINST
000190*                  THE BOOK FOR CANSTKR TO REPORT - IT DOES NOT
000200*                  CHANGE THE BOOK.  OPERATOR SIGN-ON AGAINST
000210*                  OPERS; ANY PRIVILEGE LEVEL, AS AT THE CANTEEN
000220*                  DESK.
000230*-----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ITEM-FILE ASSIGN TO "CANITEMS"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS CI-ITEM-CODE
000310         FILE STATUS IS FS-ITEM.
000320     SELECT OPERATOR-FILE ASSIGN TO "OPERS"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS OP-OPER-ID
000360         FILE STATUS IS FS-OPERATOR.
000370     SELECT STOCK-MOVE-FILE ASSIGN TO "STKMOVE"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-STOCK-MOVE.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  ITEM-FILE.
000430     COPY CITMREC.
000440 FD  OPERATOR-FILE.
000450     COPY OPERREC.
000460 FD  STOCK-MOVE-FILE.
000470     COPY STKMREC.
000480 WORKING-STORAGE SECTION.
000490 01  FS-ITEM                 PIC X(02).
000500     88  FS-ITEM-OK                 VALUE "00".
000510 01  FS-OPERATOR             PIC X(02).
000520     88  FS-OPERATOR-OK             VALUE "00".
000530 01  FS-STOCK-MOVE           PIC X(02).
000540     88  FS-STOCK-MOVE-OK           VALUE "00".
000550 01  WS-SWITCHES.
000560     05  WS-EOJ-SW               PIC X(01) VALUE "N".
000570         88  WS-EOJ                  VALUE "Y".
000580 01  WS-SIGNON-ID                PIC X(10).
000590 01  WS-MENU-CHOICE              PIC X(01).
000600 01  WS-WORK-CODE                PIC X(04).
000610 01  WS-REFERENCE                PIC X(10).
000620 01  WS-MOVE-TYPE                PIC X(01).
000630 01  WS-QTY-RAW                  PIC X(05).
000640 01  WS-QTY-OK-SW                PIC X(01) VALUE "N".
000650     88  WS-QTY-OK                   VALUE "Y".
000660 01  WS-QTY                      PIC 9(05) VALUE ZERO.
000670 01  WS-NEW-ON-HAND              PIC 9(06) VALUE ZERO.
000680 01  WS-DIFFERENCE               PIC S9(05) VALUE ZERO.
000690 01  WS-DIFFERENCE-ED            PIC ZZZZ9-.
000700 PROCEDURE DIVISION.
000710 0000-MAINLINE.
000720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000730     PERFORM 1500-SIGN-ON THRU 1500-EXIT
000740     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000750         UNTIL WS-EOJ
000760     PERFORM 9000-TERMINATE THRU 9000-EXIT
000770     STOP RUN.
000780*-----------------------------------------------------------------
000790* 1000-INITIALIZE - OPEN THE ITEM CATALOG.  THERE IS NOTHING TO
000800*                   RECEIVE AGAINST UNTIL CANITMNT HAS SET IT UP.
000810*-----------------------------------------------------------------
000820 1000-INITIALIZE.
000830     OPEN I-O ITEM-FILE
000840     IF NOT FS-ITEM-OK
000850         DISPLAY "CANRCPT: NO ITEM CATALOG - RUN CANITMNT"
000860             " FIRST." UPON CONSOLE
000870         STOP RUN
000880     END-IF.
000890 1000-EXIT.
000900     EXIT.
000910*-----------------------------------------------------------------
000920* 1500-SIGN-ON - OPERATOR SIGN-ON AGAINST OPERS.  THE OPERATOR
000930*                ID GOES ON EVERY MOVEMENT JOURNALED.
000940*-----------------------------------------------------------------
000950 1500-SIGN-ON.
000960     OPEN INPUT OPERATOR-FILE
000970     IF NOT FS-OPERATOR-OK
000980         DISPLAY "CANRCPT: NO OPERATOR FILE - RUN OPERMNT"
000990             " FIRST." UPON CONSOLE
001000         CLOSE ITEM-FILE
001010         STOP RUN
001020     END-IF
001030     DISPLAY "OPERATOR SIGN-ON - ID?" UPON CONSOLE
001040     ACCEPT WS-SIGNON-ID FROM CONSOLE
001050     MOVE WS-SIGNON-ID TO OP-OPER-ID
001060     READ OPERATOR-FILE
001070         INVALID KEY
001080             DISPLAY "CANRCPT: OPERATOR NOT ON FILE - SIGN-ON"
001090                 " REFUSED." UPON CONSOLE
001100             CLOSE OPERATOR-FILE
001110             CLOSE ITEM-FILE
001120             STOP RUN
001130     END-READ
001140     DISPLAY "SIGNED ON - " OP-OPER-NAME UPON CONSOLE
001150     CLOSE OPERATOR-FILE.
001160 1500-EXIT.
001170     EXIT.
001180*-----------------------------------------------------------------
001190* 2000-PROCESS-MENU - DISPLAY THE MENU AND DISPATCH ONE CHOICE.
001200*-----------------------------------------------------------------
001210 2000-PROCESS-MENU.
001220     DISPLAY " " UPON CONSOLE
001230     DISPLAY "CANTEEN GOODS RECEIPT AND STOCK COUNT" UPON CONSOLE
001240     DISPLAY "  1 - BOOK IN A DELIVERY" UPON CONSOLE
001250     DISPLAY "  2 - KEY A PHYSICAL COUNT" UPON CONSOLE
001260     DISPLAY "  3 - EXIT" UPON CONSOLE
001270     DISPLAY "SELECTION?" UPON CONSOLE
001280     ACCEPT WS-MENU-CHOICE FROM CONSOLE
001290     EVALUATE WS-MENU-CHOICE
001300         WHEN "1"
001310             PERFORM 3000-BOOK-RECEIPT THRU 3000-EXIT
001320         WHEN "2"
001330             PERFORM 4000-KEY-COUNT THRU 4000-EXIT
001340         WHEN "3"
001350             MOVE "Y" TO WS-EOJ-SW
001360         WHEN OTHER
001370             DISPLAY "INVALID SELECTION." UPON CONSOLE
001380     END-EVALUATE.
001390 2000-EXIT.
001400     EXIT.
001410*-----------------------------------------------------------------
001420* 3000-BOOK-RECEIPT - BOOK ONE DELIVERY OF ONE ITEM - ADD THE
001430*                     QUANTITY TO THE STOCK ON HAND AND JOURNAL
001440*                     THE RECEIPT.  A WITHDRAWN ITEM CAN STILL BE
001450*                     RECEIVED (A DELIVERY ALREADY ON ORDER), WITH
001460*                     A WARNING.
001470*-----------------------------------------------------------------
001480 3000-BOOK-RECEIPT.
001490     PERFORM 6000-GET-ITEM THRU 6000-EXIT
001500     IF CI-ITEM-CODE = SPACES
001510         GO TO 3000-EXIT
001520     END-IF
001530     IF CI-WITHDRAWN
001540         DISPLAY "NOTE - ITEM IS WITHDRAWN FROM SALE."
001550             UPON CONSOLE
001560     END-IF
001570     DISPLAY "QUANTITY RECEIVED?" UPON CONSOLE
001580     PERFORM 7000-EDIT-QTY THRU 7000-EXIT
001590     IF NOT WS-QTY-OK OR WS-QTY = ZERO
001600         DISPLAY "NOT A VALID QUANTITY - NOTHING BOOKED."
001610             UPON CONSOLE
001620         GO TO 3000-EXIT
001630     END-IF
001640     COMPUTE WS-NEW-ON-HAND = CI-ON-HAND + WS-QTY
001650     IF WS-NEW-ON-HAND > 99999
001660         DISPLAY "STOCK ON HAND WOULD EXCEED 99999 - NOTHING"
001670             " BOOKED." UPON CONSOLE
001680         GO TO 3000-EXIT
001690     END-IF
001700     DISPLAY "DELIVERY NOTE REFERENCE?" UPON CONSOLE
001710     MOVE SPACES TO WS-REFERENCE
001720     ACCEPT WS-REFERENCE FROM CONSOLE
001730     MOVE WS-NEW-ON-HAND TO CI-ON-HAND
001740     REWRITE CANTEEN-ITEM-RECORD
001750         INVALID KEY
001760             DISPLAY "CANRCPT: UNABLE TO UPDATE THE ITEM -"
001770                 " NOTHING BOOKED." UPON CONSOLE
001780             GO TO 3000-EXIT
001790     END-REWRITE
001800     MOVE "G" TO WS-MOVE-TYPE
001810     PERFORM 8000-WRITE-MOVE THRU 8000-EXIT
001820     DISPLAY "RECEIPT BOOKED - " CI-ON-HAND " NOW ON HAND."
001830         UPON CONSOLE.
001840 3000-EXIT.
001850     EXIT.
001860*-----------------------------------------------------------------
001870* 4000-KEY-COUNT - RECORD ONE ITEM'S PHYSICAL COUNT AGAINST THE
001880*                  BOOK AND SHOW THE DIFFERENCE.  THE BOOK IS NOT
001890*                  CHANGED - CANSTKR LISTS THE DIFFERENCE FOR
001900*                  THE CANTEEN MANAGER TO FOLLOW UP.
001910*-----------------------------------------------------------------
001920 4000-KEY-COUNT.
001930     PERFORM 6000-GET-ITEM THRU 6000-EXIT
001940     IF CI-ITEM-CODE = SPACES
001950         GO TO 4000-EXIT
001960     END-IF
001970     DISPLAY "QUANTITY COUNTED ON THE SHELF?" UPON CONSOLE
001980     PERFORM 7000-EDIT-QTY THRU 7000-EXIT
001990     IF NOT WS-QTY-OK
002000         DISPLAY "NOT A VALID QUANTITY - COUNT NOT RECORDED."
002010             UPON CONSOLE
002020         GO TO 4000-EXIT
002030     END-IF
002040     MOVE SPACES TO WS-REFERENCE
002050     MOVE "P" TO WS-MOVE-TYPE
002060     PERFORM 8000-WRITE-MOVE THRU 8000-EXIT
002070     COMPUTE WS-DIFFERENCE = WS-QTY - CI-ON-HAND
002080     MOVE WS-DIFFERENCE TO WS-DIFFERENCE-ED
002090     DISPLAY "COUNT RECORDED - BOOK " CI-ON-HAND "  COUNTED "
002100         WS-QTY "  DIFFERENCE " WS-DIFFERENCE-ED UPON CONSOLE.
002110 4000-EXIT.
002120     EXIT.
002130*-----------------------------------------------------------------
002140* 6000-GET-ITEM - PROMPT FOR AN ITEM CODE AND READ IT.  LEAVES
002150*                 CI-ITEM-CODE BLANK IF THE ITEM IS NOT ON FILE.
002160*-----------------------------------------------------------------
002170 6000-GET-ITEM.
002180     DISPLAY "ITEM CODE?" UPON CONSOLE
002190     ACCEPT WS-WORK-CODE FROM CONSOLE
002200     MOVE WS-WORK-CODE TO CI-ITEM-CODE
002210     READ ITEM-FILE
002220         INVALID KEY
002230             DISPLAY "ITEM NOT ON THE CATALOG." UPON CONSOLE
002240             MOVE SPACES TO CI-ITEM-CODE
002250             GO TO 6000-EXIT
002260     END-READ
002270     DISPLAY CI-ITEM-DESC " - " CI-ON-HAND " ON HAND, REORDER AT "
002280         CI-REORDER-LEVEL "." UPON CONSOLE.
002290 6000-EXIT.
002300     EXIT.
002310*-----------------------------------------------------------------
002320* 7000-EDIT-QTY - TAKE THE RAW CONSOLE ENTRY AS A QUANTITY,
002330*                 ACCEPTING SHORT ENTRIES LIKE 24 WITHOUT
002340*                 DEMANDING LEADING ZEROS, THE SAME WAY CANTEEN
002350*                 TAKES A RAW POINTS AMOUNT.
002360*-----------------------------------------------------------------
002370 7000-EDIT-QTY.
002380     MOVE SPACES TO WS-QTY-RAW
002390     ACCEPT WS-QTY-RAW FROM CONSOLE
002400     MOVE "N" TO WS-QTY-OK-SW
002410     EVALUATE TRUE
002420         WHEN WS-QTY-RAW = SPACES
002430             CONTINUE
002440         WHEN WS-QTY-RAW (2:1) = SPACE
002450             IF WS-QTY-RAW (1:1) IS NUMERIC
002460                 MOVE WS-QTY-RAW (1:1) TO WS-QTY
002470                 MOVE "Y" TO WS-QTY-OK-SW
002480             END-IF
002490         WHEN WS-QTY-RAW (3:1) = SPACE
002500             IF WS-QTY-RAW (1:2) IS NUMERIC
002510                 MOVE WS-QTY-RAW (1:2) TO WS-QTY
002520                 MOVE "Y" TO WS-QTY-OK-SW
002530             END-IF
002540         WHEN WS-QTY-RAW (4:1) = SPACE
002550             IF WS-QTY-RAW (1:3) IS NUMERIC
002560                 MOVE WS-QTY-RAW (1:3) TO WS-QTY
002570                 MOVE "Y" TO WS-QTY-OK-SW
002580             END-IF
002590         WHEN WS-QTY-RAW (5:1) = SPACE
002600             IF WS-QTY-RAW (1:4) IS NUMERIC
002610                 MOVE WS-QTY-RAW (1:4) TO WS-QTY
002620                 MOVE "Y" TO WS-QTY-OK-SW
002630             END-IF
002640         WHEN OTHER
002650             IF WS-QTY-RAW IS NUMERIC
002660                 MOVE WS-QTY-RAW TO WS-QTY
002670                 MOVE "Y" TO WS-QTY-OK-SW
002680             END-IF
002690     END-EVALUATE.
002700 7000-EXIT.
002710     EXIT.
002720*-----------------------------------------------------------------
002730* 8000-WRITE-MOVE - APPEND ONE MOVEMENT TO STKMOVE.  THE CALLER
002740*                   HAS SET WS-MOVE-TYPE AND WS-QTY; THE BOOK
002750*                   QUANTITY IS THE ITEM'S ON-HAND FIGURE AS IT
002760*                   NOW STANDS.
002770*-----------------------------------------------------------------
002780 8000-WRITE-MOVE.
002790     OPEN EXTEND STOCK-MOVE-FILE
002800     IF NOT FS-STOCK-MOVE-OK
002810         OPEN OUTPUT STOCK-MOVE-FILE
002820     END-IF
002830     MOVE SPACES TO STOCK-MOVE-RECORD
002840     ACCEPT SM-MOVE-DATE FROM DATE YYYYMMDD
002850     ACCEPT SM-MOVE-TIME FROM TIME
002860     MOVE CI-ITEM-CODE TO SM-ITEM-CODE
002870     MOVE WS-MOVE-TYPE TO SM-MOVE-TYPE
002880     MOVE WS-QTY TO SM-QUANTITY
002890     MOVE CI-ON-HAND TO SM-BOOK-QTY
002900     MOVE WS-SIGNON-ID TO SM-OPER-ID
002910     MOVE WS-REFERENCE TO SM-REFERENCE
002920     WRITE STOCK-MOVE-RECORD
002930     CLOSE STOCK-MOVE-FILE.
002940 8000-EXIT.
002950     EXIT.
002960*-----------------------------------------------------------------
002970* 9000-TERMINATE - CLOSE THE ITEM CATALOG.
002980*-----------------------------------------------------------------
002990 9000-TERMINATE.
003000     CLOSE ITEM-FILE.
003010 9000-EXIT.
003020     EXIT.
003030 END PROGRAM CANRCPT.
