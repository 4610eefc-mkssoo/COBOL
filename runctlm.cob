000200*                  OVERRIDE AND THE FORCE-COMPLETE OPTION NOW
000210*                  TAKE SUPERVISOR PRIVILEGE AND WRITE
000220*                  PRIVILEGED-ACTION AUDIT RECORDS (OPAUDIT).
000222* 10/15/26   DLM   SHOW THE MONTH-END POINTS CLOSE (PTSCLOSE)
000224*                  FLAG, WHICH PTSCLOSE SETS ON THE RECORD FOR THE
000226*                  DATE IT RAN.  IT IS NOT PART OF THE CLOSE
000228*                  STREAM, SO FORCE-COMPLETE LEAVES IT ALONE.
000230*-----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
001380             MOVE "N" TO RC-EODRPT-DONE-SW
001390             MOVE "N" TO RC-PAYEXT-DONE-SW
001400             MOVE "N" TO RC-HSKP-DONE-SW
001405             MOVE "N" TO RC-PTSCLOSE-DONE-SW
001410         NOT INVALID KEY
001420             MOVE "Y" TO WS-REC-EXISTS-SW
001430     END-READ.
001910     DISPLAY "FLOOR CLOSED  : " RC-FLOOR-CLOSED-SW UPON CONSOLE
001920     DISPLAY "EODRPT DONE   : " RC-EODRPT-DONE-SW UPON CONSOLE
001930     DISPLAY "PAYEXT DONE   : " RC-PAYEXT-DONE-SW UPON CONSOLE
001935     DISPLAY "EODHSKP DONE  : " RC-HSKP-DONE-SW UPON CONSOLE
001940     DISPLAY "PTSCLOSE DONE : " RC-PTSCLOSE-DONE-SW
001945         UPON CONSOLE.
001950 3000-EXIT.
001960     EXIT.
001970*-----------------------------------------------------------------
