000180*                  CRISPS WAS BEING POSTED AT 40 POINTS ON ONE
000190*                  SHIFT AND 60 ON ANOTHER - THE CATALOG PRICE
000200*                  IS NOW THE ONLY PRICE CANTEEN WILL POST.
000202* 10/15/26   DLM   TAKE EACH ITEM'S REORDER LEVEL ON ADD AND
000205*                  CHANGE, AND LIST THE STOCK ON HAND.  A NEW
000207*                  ITEM STARTS WITH NONE ON HAND.
000210*-----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000630     05  LST-POINT-PRICE         PIC ZZZZ9.
000640     05  FILLER                  PIC X(03) VALUE SPACES.
000650     05  LST-STATUS              PIC X(09).
000652     05  FILLER                  PIC X(02) VALUE SPACES.
000654     05  LST-ON-HAND             PIC ZZZZ9.
000656     05  FILLER                  PIC X(03) VALUE SPACES.
000658     05  LST-REORDER-LEVEL       PIC ZZZZ9.
000660 PROCEDURE DIVISION.
000670 0000-MAINLINE.
000680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001270     DISPLAY " " UPON CONSOLE
001280     DISPLAY "CANTEEN ITEM CATALOG MAINTENANCE" UPON CONSOLE
001290     DISPLAY "  1 - ADD ITEM" UPON CONSOLE
001296     DISPLAY "  2 - CHANGE DESCRIPTION, PRICE OR REORDER LEVEL"
001303         UPON CONSOLE
001310     DISPLAY "  3 - WITHDRAW / REINSTATE ITEM" UPON CONSOLE
001320     DISPLAY "  4 - LIST ITEMS" UPON CONSOLE
001330     DISPLAY "  5 - EXIT" UPON CONSOLE
001500 2000-EXIT.
001510     EXIT.
001520*-----------------------------------------------------------------
001525* 3000-ADD-ITEM - ADD A NEW CATALOG ITEM, ACTIVE FROM THE START
001530*                 WITH NONE ON HAND - THE FIRST DELIVERY IS
001535*                 BOOKED IN THROUGH CANRCPT.
001540*-----------------------------------------------------------------
001550 3000-ADD-ITEM.
001560     DISPLAY "NEW ITEM CODE?" UPON CONSOLE
001700     END-IF
001710     MOVE WS-PRICE TO CI-POINT-PRICE
001720     MOVE "A" TO CI-STATUS-SW
001722     MOVE ZERO TO CI-ON-HAND
001725     MOVE ZERO TO CI-REORDER-LEVEL
001727     PERFORM 7100-EDIT-REORDER THRU 7100-EXIT
001730     WRITE CANTEEN-ITEM-RECORD
001740         INVALID KEY
001750             DISPLAY "ITEM CODE ALREADY ON FILE." UPON CONSOLE
001790 3000-EXIT.
001800     EXIT.
001810*-----------------------------------------------------------------
001816* 4000-CHANGE-ITEM - CHANGE ONE ITEM'S DESCRIPTION, PRICE AND
001823*                    REORDER LEVEL.  A BLANK DESCRIPTION OR
001830*                    LEVEL ENTRY KEEPS THE CURRENT ONE.  THE
001836*                    STOCK ON HAND IS NOT CHANGED HERE - IT
001843*                    MOVES ONLY THROUGH CANRCPT AND CANTEEN.
001850*-----------------------------------------------------------------
001860 4000-CHANGE-ITEM.
001870     DISPLAY "ITEM CODE?" UPON CONSOLE
002070         GO TO 4000-EXIT
002080     END-IF
002090     MOVE WS-PRICE TO CI-POINT-PRICE
002095     PERFORM 7100-EDIT-REORDER THRU 7100-EXIT
002100     REWRITE CANTEEN-ITEM-RECORD
002110     DISPLAY "ITEM CHANGED." UPON CONSOLE.
002120 4000-EXIT.
002470             DISPLAY "NO ITEMS ON FILE." UPON CONSOLE
002480             GO TO 6000-EXIT
002490     END-START
002500     DISPLAY "CODE   DESCRIPTION           PRICE    STATUS   "
002510         "  ON HAND REORDER" UPON CONSOLE
002520     MOVE "N" TO WS-EOF-SW
002530     PERFORM 6100-LIST-ONE THRU 6100-EXIT
002540         UNTIL WS-EOF.
002670     MOVE CI-ITEM-CODE TO LST-ITEM-CODE
002680     MOVE CI-ITEM-DESC TO LST-ITEM-DESC
002690     MOVE CI-POINT-PRICE TO LST-POINT-PRICE
002693     MOVE CI-ON-HAND TO LST-ON-HAND
002696     MOVE CI-REORDER-LEVEL TO LST-REORDER-LEVEL
002700     IF CI-WITHDRAWN
002710         MOVE "WITHDRAWN" TO LST-STATUS
002720     ELSE
002850     DISPLAY "POINT PRICE?" UPON CONSOLE
002860     MOVE SPACES TO WS-PRICE-RAW
002870     ACCEPT WS-PRICE-RAW FROM CONSOLE
002871     PERFORM 7050-EDIT-RAW THRU 7050-EXIT.
002872 7000-EXIT.
002873     EXIT.
002874*-----------------------------------------------------------------
002875* 7050-EDIT-RAW - TAKE THE RAW ENTRY IN WS-PRICE-RAW AS A WHOLE
002876*                 NUMBER INTO WS-PRICE, SHARED BY THE PRICE AND
002877*                 REORDER LEVEL PROMPTS.
002878*-----------------------------------------------------------------
002879 7050-EDIT-RAW.
002880     MOVE "N" TO WS-PRICE-OK-SW
002890     EVALUATE TRUE
002900         WHEN WS-PRICE-RAW = SPACES
003140                 MOVE WS-PRICE-RAW TO WS-PRICE
003150                 MOVE "Y" TO WS-PRICE-OK-SW
003160             END-IF
003161     END-EVALUATE.
003162 7050-EXIT.
003163     EXIT.
003164*-----------------------------------------------------------------
003166* 7100-EDIT-REORDER - PROMPT FOR THE REORDER LEVEL.  A BLANK
003167*                     ENTRY KEEPS THE LEVEL ALREADY IN
003168*                     CI-REORDER-LEVEL.
003169*-----------------------------------------------------------------
003170 7100-EDIT-REORDER.
003172     DISPLAY "REORDER LEVEL (BLANK = " CI-REORDER-LEVEL ")?"
003173         UPON CONSOLE
003174     MOVE SPACES TO WS-PRICE-RAW
003175     ACCEPT WS-PRICE-RAW FROM CONSOLE
003176     IF WS-PRICE-RAW = SPACES
003178         GO TO 7100-EXIT
003179     END-IF
003180     PERFORM 7050-EDIT-RAW THRU 7050-EXIT
003181     IF WS-PRICE-OK
003182         MOVE WS-PRICE TO CI-REORDER-LEVEL
003184     ELSE
003185         DISPLAY "NOT A VALID LEVEL - REORDER LEVEL UNCHANGED."
003186             UPON CONSOLE
003187     END-IF.
003188 7100-EXIT.
003190     EXIT.
003200*-----------------------------------------------------------------
003210* 9000-TERMINATE - CLOSE THE ITEM CATALOG.
