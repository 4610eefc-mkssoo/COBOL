      *****************************************************************
      *  STKMREC.CPY
      *  RECORD LAYOUT FOR THE CANTEEN STOCK MOVEMENT JOURNAL
      *  (STKMOVE).  ONE DATED RECORD PER CHANGE TO AN ITEM'S STOCK,
      *  APPENDED AND NEVER REWRITTEN - A GOODS RECEIPT BOOKED IN
      *  THROUGH CANRCPT, A REDEMPTION OR REVERSAL POSTED THROUGH
      *  CANTEEN - SO CANSTKR CAN SHOW EACH DAY'S OPENING, RECEIVED,
      *  REDEEMED, REVERSED AND CLOSING QUANTITIES PER ITEM.  A
      *  PHYSICAL COUNT KEYED IN CANRCPT IS JOURNALED HERE TOO, WITH
      *  THE BOOK QUANTITY AT THE TIME, SO THE REPORT CAN LIST THE
      *  DIFFERENCE; A COUNT DOES NOT CHANGE THE BOOK.  SM-BOOK-QTY
      *  IS THE ITEM'S ON-HAND QUANTITY (CI-ON-HAND) AFTER THE
      *  MOVEMENT.
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/26   DLM   ORIGINAL LAYOUT.
      *****************************************************************
       01  STOCK-MOVE-RECORD.
           05  SM-MOVE-DATE            PIC 9(08).
           05  SM-MOVE-TIME            PIC 9(08).
           05  SM-ITEM-CODE            PIC X(04).
           05  SM-MOVE-TYPE            PIC X(01).
               88  SM-RECEIPT              VALUE "G".
               88  SM-REDEMPTION           VALUE "R".
               88  SM-REVERSAL             VALUE "V".
               88  SM-COUNT                VALUE "P".
           05  SM-QUANTITY             PIC 9(05).
           05  SM-BOOK-QTY             PIC 9(05).
           05  SM-OPER-ID              PIC X(10).
           05  SM-REFERENCE            PIC X(10).
           05  FILLER                  PIC X(09).
