000170*                    TOTALS BY OUTCOME.  READS THE DAY'S
000180*                    RESLTOUT; THE FLAT FILE ITSELF IS LEFT
000190*                    UNTOUCHED FOR THE DOWNSTREAM PROGRAMS.
000193*   10/15/2026 DLH   RUN DATE IN THE HEADING IS NOW THE BDATECTL
000196*                    BUSINESS DATE, NOT THE MACHINE CLOCK.
000200*---------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000280         ORGANIZATION IS SEQUENTIAL.
000290     SELECT PRINT-FILE     ASSIGN TO PRNTRPT
000300         ORGANIZATION IS SEQUENTIAL.
000303     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000306         ORGANIZATION IS SEQUENTIAL.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000380 FD  PRINT-FILE
000390     LABEL RECORDS ARE STANDARD.
000400 01  PRNT-RECORD                    PIC X(100).
000402
000404 FD  BDATE-FILE
000406     LABEL RECORDS ARE STANDARD.
000408 COPY BDATREC.
000410
000420 WORKING-STORAGE SECTION.
000430 77  WS-TOTAL-COUNT                 PIC 9(06) COMP VALUE ZERO.
001140* STORAGE, SO THE REPORT HANDLES ANY DAY'S VOLUME.
001150*===============================================================
001160     MAIN.
001170     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
001180     MOVE WS-RUN-DATE TO WS-HEAD-DATE.
001190     OPEN OUTPUT PRINT-FILE.
001200
002540     ADD 1 TO WS-LINE-COUNT.
002550     WRITE-RPT-LINE-EXIT.
002560     EXIT.
002570
002580*---------------------------------------------------------------
002590* READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
002600* BDATECTL CONTROL RECORD, NOT THE MACHINE CLOCK.  NO USABLE
002610* CONTROL RECORD - NO RUN (RC=16).
002620*---------------------------------------------------------------
002630     READ-BUSINESS-DATE.
002640     OPEN INPUT BDATE-FILE.
002650     READ BDATE-FILE
002660         AT END
002670             MOVE ZERO TO BDAT-BUSINESS-DATE
002680     END-READ.
002690     CLOSE BDATE-FILE.
002700     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
002710        BDAT-BUSINESS-DATE = ZERO THEN
002720          DISPLAY "ASS6RPT: BUSINESS DATE CONTROL "
002730                  "RECORD MISSING OR INVALID - RUN REFUSED"
002740          MOVE 16 TO RETURN-CODE
002750          STOP RUN
002760     END-IF.
002770     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE.
002780     READ-BUSINESS-DATE-EXIT.
002790     EXIT.
