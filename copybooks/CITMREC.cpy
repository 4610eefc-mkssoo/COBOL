      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  09/02/26   DLM   ORIGINAL LAYOUT.
      *  10/15/26   DLM   ADDED CI-ON-HAND AND CI-REORDER-LEVEL.  GOODS
      *                   RECEIPTS (CANRCPT) ADD TO THE STOCK ON HAND,
      *                   CANTEEN REDEMPTIONS TAKE ONE OFF AND
      *                   REVERSALS PUT ONE BACK, EACH JOURNALED ON
      *                   STKMOVE.  CANTEEN REFUSES A REDEMPTION WHEN
      *                   NONE ARE ON HAND, AND CANSTKR FLAGS AN ITEM
      *                   AT OR BELOW ITS REORDER LEVEL.  THE RECORD
      *                   GREW BY TEN BYTES - CANITEMS IS UNLOADED
      *                   AND RELOADED WITH BOTH FIELDS ZERO.
      *****************************************************************
       01  CANTEEN-ITEM-RECORD.
           05  CI-ITEM-CODE            PIC X(04).
           05  CI-STATUS-SW            PIC X(01).
               88  CI-ACTIVE               VALUE "A".
               88  CI-WITHDRAWN            VALUE "W".
           05  CI-ON-HAND              PIC 9(05).
           05  CI-REORDER-LEVEL        PIC 9(05).
           05  FILLER                  PIC X(06).
