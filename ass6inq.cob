000153*                    THE ASS6ARCH MONTH-END SWEEP CUTS, SO A
000154*                    DATE THAT HAS BEEN ARCHIVED STILL ANSWERS
000155*                    INSTEAD OF REPORTING NOT FOUND.
000156*   10/15/2026 DLH   SHOWS WHICH FUNCLIB LIBRARY VERSION, OR
000157*                    SAME-DAY "def", SUPPLIED THE FUNCTION
000158*                    BEHIND A RESULT.
000160*---------------------------------------------------------------
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
001170          DISPLAY "         REWORKED - FIRST FAILED "
001180                  RSLM-ORIG-DATE
001190     END-IF.
001191     IF RSLM-FUNC-SOURCE = "L" THEN
001192          DISPLAY "         FUNCTION LIBRARY VERSION "
001193                  RSLM-FUNC-VERSION
001194     END-IF.
001195     IF RSLM-FUNC-SOURCE = "D" THEN
001196          DISPLAY "         FUNCTION FROM SAME-DAY def"
001197     END-IF.
001200
001210     ANSWER-INQUIRY-NEXT.
001220     PERFORM READ-INQUIRY THRU READ-INQUIRY-EXIT.
001540     IF HIST-SOURCE-SYSTEM NOT = SPACES THEN
001550          DISPLAY "         SOURCE " HIST-SOURCE-SYSTEM
001560     END-IF.
001561     IF HIST-FUNC-SOURCE = "L" THEN
001562          DISPLAY "         FUNCTION LIBRARY VERSION "
001563                  HIST-FUNC-VERSION
001564     END-IF.
001565     IF HIST-FUNC-SOURCE = "D" THEN
001566          DISPLAY "         FUNCTION FROM SAME-DAY def"
001567     END-IF.
001570     IF HIST-REWORK-FLAG = "R" THEN
001580          DISPLAY "         REWORKED - FIRST FAILED "
001590                  HIST-ORIG-DATE
