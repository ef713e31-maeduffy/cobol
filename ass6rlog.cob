000180*                    - SO "DID TUESDAY'S RUN POST, AND WITH
000190*                    WHAT COUNTS" IS ONE PAGE INSTEAD OF A DIG
000200*                    THROUGH HELD SYSOUT.
000202*   10/15/2026 DLH   A RUN THE ASS6BACK UTILITY HAS BACKED OUT
000204*                    NOW SHOWS "BACKED OUT" AFTER ITS RETURN
000206*                    CODE.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000920     05  FILLER                     PIC X(08) VALUE "     ERR".
000930     05  FILLER                     PIC X(08) VALUE "    SUSP".
000940     05  FILLER                     PIC X(04) VALUE "  RC".
000950     05  FILLER                     PIC X(12) VALUE "  STATUS".
000955     05  FILLER                     PIC X(31) VALUE SPACES.
000960 01  WS-DETAIL-LINE.
000970     05  FILLER                     PIC X(02) VALUE SPACES.
000980     05  WS-DTL-RUN-DATE            PIC 9(08).
001160     05  WS-DTL-SUSP                PIC Z(05)9.
001170     05  FILLER                     PIC X(02) VALUE SPACES.
001180     05  WS-DTL-RC                  PIC 9(02).
001190     05  FILLER                     PIC X(02) VALUE SPACES.
001193     05  WS-DTL-STATUS              PIC X(10).
001196     05  FILLER                     PIC X(20) VALUE SPACES.
001200 01  WS-TOTAL-LINE.
001210     05  FILLER                     PIC X(02) VALUE SPACES.
001220     05  WS-TOT-LABEL               PIC X(30).
002200     MOVE RUNL-ERR-COUNT TO WS-DTL-ERR.
002210     MOVE RUNL-SUSP-COUNT TO WS-DTL-SUSP.
002220     MOVE RUNL-RETURN-CODE TO WS-DTL-RC.
002221     IF RUNL-BACKED-OUT THEN
002222          MOVE "BACKED OUT" TO WS-DTL-STATUS
002223     ELSE
002224          MOVE SPACES TO WS-DTL-STATUS
002225     END-IF.
002230     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
002240     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002250     PRINT-RUN-ENTRY-EXIT.
