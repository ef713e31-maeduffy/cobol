000200*                    EVERY ACTION PRINTS THE BEFORE IMAGE ON
000210*                    VARMRPT.  RC=4 WHEN ANY CARD COULD NOT BE
000220*                    HONORED (BAD CARD OR NAME NOT ON FILE).
000223*   10/15/2026 DLH   PURGE AGE IS NOW MEASURED FROM THE BDATECTL
000226*                    BUSINESS DATE INSTEAD OF THE MACHINE CLOCK.
000230*---------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000350         RECORD KEY IS VARM-NAME
000360         FILE STATUS IS WS-VARMAST-STATUS.
000370     SELECT REPORT-FILE    ASSIGN TO VARMRPT
000373         ORGANIZATION IS SEQUENTIAL.
000376     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000380         ORGANIZATION IS SEQUENTIAL.
000390
000400 DATA DIVISION.
000590 FD  REPORT-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  RPT-RECORD                     PIC X(80).
000612
000614 FD  BDATE-FILE
000616     LABEL RECORDS ARE STANDARD.
000618 COPY BDATREC.
000620
000630 WORKING-STORAGE SECTION.
000640 77  WS-CARD-COUNT                  PIC 9(05) COMP VALUE ZERO.
001230* AND THEN LIST WHAT REMAINS IN ONE JOB.
001240*===============================================================
001250     MAIN.
001260     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
001270     OPEN INPUT MAINT-FILE.
001280     OPEN I-O   VAR-FILE.
001290     OPEN OUTPUT REPORT-FILE.
003940     ADD 1 TO WS-LINE-COUNT.
003950     WRITE-RPT-LINE-EXIT.
003960     EXIT.
003970
003980*---------------------------------------------------------------
003990* READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
004000* BDATECTL CONTROL RECORD, NOT THE MACHINE CLOCK.  NO USABLE
004010* CONTROL RECORD - NO RUN (RC=16).
004020*---------------------------------------------------------------
004030     READ-BUSINESS-DATE.
004040     OPEN INPUT BDATE-FILE.
004050     READ BDATE-FILE
004060         AT END
004070             MOVE ZERO TO BDAT-BUSINESS-DATE
004080     END-READ.
004090     CLOSE BDATE-FILE.
004100     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
004110        BDAT-BUSINESS-DATE = ZERO THEN
004120          DISPLAY "ASS6VARM: BUSINESS DATE CONTROL "
004130                  "RECORD MISSING OR INVALID - RUN REFUSED"
004140          MOVE 16 TO RETURN-CODE
004150          STOP RUN
004160     END-IF.
004170     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
004180     READ-BUSINESS-DATE-EXIT.
004190     EXIT.
