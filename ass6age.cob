000220*                    TOTALS AND AVERAGE TIME TO CORRECTION
000230*                    PRINT BY REASON CODE AND BY SOURCE SYSTEM.
000240*                    RC=4 WHEN ANY ITEM NEEDS ESCALATION.
000241*   10/15/2026 DLH   AGE AND TIME TO CORRECTION ARE NOW COUNTED
000242*                    IN BUSINESS DAYS - WEEKENDS AND THE HOLCAL
000243*                    HOLIDAYS ARE SKIPPED - UP TO THE BDATECTL
000244*                    BUSINESS DATE INSTEAD OF THE MACHINE CLOCK.
000245*                    THE SYSIN THRESHOLD IS IN BUSINESS DAYS.
000250*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000400         FILE STATUS IS WS-RSLTMAST-STATUS.
000410     SELECT REPORT-FILE    ASSIGN TO AGERPT
000420         ORGANIZATION IS SEQUENTIAL.
000421     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000422         ORGANIZATION IS SEQUENTIAL.
000423     SELECT OPTIONAL HOLI-FILE ASSIGN TO HOLCAL
000424         ORGANIZATION IS INDEXED
000425         ACCESS MODE IS SEQUENTIAL
000426         RECORD KEY IS HOLI-DATE
000427         FILE STATUS IS WS-HOLCAL-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000610     LABEL RECORDS ARE STANDARD.
000620 01  RPT-RECORD                     PIC X(100).
000630
000631 FD  BDATE-FILE
000632     LABEL RECORDS ARE STANDARD.
000633 COPY BDATREC.
000634
000635 FD  HOLI-FILE
000636     LABEL RECORDS ARE STANDARD.
000637 COPY HOLIREC.
000638
000640 WORKING-STORAGE SECTION.
000650 77  WS-READ-COUNT                  PIC 9(06) COMP VALUE ZERO.
000660 77  WS-CORR-COUNT                  PIC 9(06) COMP VALUE ZERO.
000700 77  WS-TODAY-INT                   PIC 9(08) COMP VALUE ZERO.
000710 77  WS-FAIL-INT                    PIC 9(08) COMP VALUE ZERO.
000720 77  WS-DAYS                        PIC S9(05) COMP VALUE ZERO.
000721 77  WS-TO-INT                      PIC 9(08) COMP VALUE ZERO.
000722 77  WS-WALK-INT                    PIC 9(08) COMP VALUE ZERO.
000723 77  WS-WEEK-QUOT                   PIC 9(08) COMP VALUE ZERO.
000724 77  WS-WEEKDAY                     PIC 9(01) COMP VALUE ZERO.
000725 77  WS-HOL-COUNT                   PIC 9(04) COMP VALUE ZERO.
000730 77  WS-SUB                         PIC 9(02) COMP VALUE ZERO.
000740 77  WS-HIT-SUB                     PIC 9(02) COMP VALUE ZERO.
000750 77  WS-RSN-ENTRIES                 PIC 9(02) COMP VALUE ZERO.
000880         88  WS-FOUND                         VALUE "Y".
000890     05  WS-CORRECTED-SW            PIC X(01) VALUE "N".
000900         88  WS-CORRECTED                     VALUE "Y".
000903     05  WS-HOLCAL-EOF-SW           PIC X(01) VALUE "N".
000906         88  WS-HOLCAL-EOF                    VALUE "Y".
000910
000920 01  WS-RSLTMAST-STATUS             PIC X(02) VALUE "00".
000923 01  WS-HOLCAL-STATUS               PIC X(02) VALUE "00".
000926 01  WS-WALK-DATE                   PIC 9(08) VALUE ZERO.
000930 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
000935 01  WS-FAIL-DATE8                  PIC 9(08) VALUE ZERO.
000940 01  WS-EXPAND-DATE.
000970 01  WS-STATUS-TEXT                 PIC X(11).
000980
000990*---------------------------------------------------------------
000991* HOLIDAY CALENDAR IN DATE ORDER - ONE BINARY SEARCH PER DAY.
000992*---------------------------------------------------------------
000993 01  WS-HOL-TABLE.
000994     05  WS-HOL-ENTRY OCCURS 1 TO 1000 TIMES
000995             DEPENDING ON WS-HOL-COUNT
000996             ASCENDING KEY IS WS-HOL-DATE INDEXED BY WS-HOL-IDX.
000997         10  WS-HOL-DATE            PIC 9(08).
000998
000999*---------------------------------------------------------------
001000* OUTCOME TOTALS BY REASON CODE AND BY SOURCE SYSTEM.  THE DAYS
001010* SUM COVERS CORRECTED ITEMS ONLY, SO SUM/COUNT IS THE AVERAGE
001020* TIME TO CORRECTION.
001220     05  FILLER                     PIC X(10)
001230         VALUE "THRESHOLD ".
001240     05  WS-HEAD-THRESH             PIC ZZZZ9.
001245     05  FILLER                     PIC X(14)
001250         VALUE " BUSINESS DAYS".
001255     05  FILLER                     PIC X(25) VALUE SPACES.
001260     05  FILLER                     PIC X(05) VALUE "PAGE ".
001270     05  WS-HEAD-PAGE               PIC ZZ9.
001280 01  WS-COL-LINE.
001330     05  FILLER                     PIC X(10) VALUE "SOURCE".
001340     05  FILLER                     PIC X(05) VALUE "SYM".
001350     05  FILLER                     PIC X(13) VALUE "STATUS".
001360     05  FILLER                     PIC X(08) VALUE "BUS-DAYS".
001370     05  FILLER                     PIC X(40) VALUE SPACES.
001380 01  WS-DETAIL-LINE.
001390     05  FILLER                     PIC X(02) VALUE SPACES.
001400     05  WS-DTL-ID                  PIC 9(06).
001760* MASTER READ PER RECORD, THEN THE REASON AND SOURCE ROLLUPS.
001770*===============================================================
001780     MAIN.
001790     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
001800     COMPUTE WS-TODAY-INT =
001810         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE8).
001815     PERFORM LOAD-HOLIDAYS THRU LOAD-HOLIDAYS-EXIT.
001820     PERFORM READ-THRESHOLD-CARD THRU READ-THRESHOLD-CARD-EXIT.
001830     MOVE WS-THRESHOLD TO WS-HEAD-THRESH.
001840     OPEN INPUT  SUSP-FILE RSLT-MASTER.
002020     STOP RUN.
002030
002040*---------------------------------------------------------------
002050* READ-THRESHOLD-CARD - ESCALATION THRESHOLD IN BUSINESS DAYS,
002060* COLUMNS 1-5.  A MISSING OR BLANK CARD KEEPS THE DEFAULT OF 30.
002070*---------------------------------------------------------------
002080     READ-THRESHOLD-CARD.
002090     OPEN INPUT PARM-FILE.
002310* MASTER.  THE REWORK PASS POSTS A CORRECTION UNDER THE
002320* ORIGINAL FAIL DATE (EXPANDED TO CCYYMMDD, SAME CENTURY RULE
002330* THE EVALUATOR USES) PLUS THE ORIGINAL ID, SO THAT KEY EITHER
002335* HOLDS THE "R" RESULT OR THE ITEM IS STILL OPEN.  AGE AND TIME
002340* TO CORRECTION ARE BUSINESS DAYS AFTER THE FAIL DATE, UP TO AND
002345* INCLUDING THE REWORK DATE OR THE CURRENT BUSINESS DATE.
002350*---------------------------------------------------------------
002360     PROCESS-SUSPENSE.
002370     ADD 1 TO WS-READ-COUNT.
002620          MOVE "CORRECTED" TO WS-STATUS-TEXT
002630          IF RSLM-REWORK-DATE IS NUMERIC AND
002640             RSLM-REWORK-DATE > ZERO THEN
002650               COMPUTE WS-TO-INT =
002660                   FUNCTION INTEGER-OF-DATE(RSLM-REWORK-DATE)
002666               PERFORM COUNT-BUSINESS-DAYS
002672                   THRU COUNT-BUSINESS-DAYS-EXIT
002680          ELSE
002690               MOVE ZERO TO WS-DAYS
002700          END-IF
002720               MOVE ZERO TO WS-DAYS
002730          END-IF
002740     ELSE
002745          MOVE WS-TODAY-INT TO WS-TO-INT
002750          PERFORM COUNT-BUSINESS-DAYS
002755              THRU COUNT-BUSINESS-DAYS-EXIT
002760          IF WS-DAYS < ZERO THEN
002770               MOVE ZERO TO WS-DAYS
002780          END-IF
004760     ADD 1 TO WS-LINE-COUNT.
004770     WRITE-RPT-LINE-EXIT.
004780     EXIT.
004790
004800*---------------------------------------------------------------
004810* READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
004820* BDATECTL CONTROL RECORD, NOT THE MACHINE CLOCK.  NO USABLE
004830* CONTROL RECORD - NO RUN (RC=16).
004840*---------------------------------------------------------------
004850     READ-BUSINESS-DATE.
004860     OPEN INPUT BDATE-FILE.
004870     READ BDATE-FILE
004880         AT END
004890             MOVE ZERO TO BDAT-BUSINESS-DATE
004900     END-READ.
004910     CLOSE BDATE-FILE.
004920     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
004930        BDAT-BUSINESS-DATE = ZERO THEN
004940          DISPLAY "ASS6AGE: BUSINESS DATE CONTROL "
004950                  "RECORD MISSING OR INVALID - RUN REFUSED"
004960          MOVE 16 TO RETURN-CODE
004970          STOP RUN
004980     END-IF.
004990     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
005000     READ-BUSINESS-DATE-EXIT.
005010     EXIT.
005020
005030
005040*---------------------------------------------------------------
005050* COUNT-BUSINESS-DAYS - WS-DAYS = THE BUSINESS DAYS AFTER
005060* WS-FAIL-INT UP TO AND INCLUDING WS-TO-INT.  SATURDAYS, SUNDAYS,
005070* AND THE HOLCAL DATES DO NOT COUNT.  INTEGER-OF-DATE COUNTS
005080* FROM MONDAY 01/01/1601 AS DAY 1, SO THE REMAINDER BY 7 IS 6
005090* FOR A SATURDAY AND 0 FOR A SUNDAY.
005100*---------------------------------------------------------------
005110     COUNT-BUSINESS-DAYS.
005120     MOVE ZERO TO WS-DAYS.
005130     IF WS-TO-INT NOT > WS-FAIL-INT THEN
005140          GO TO COUNT-BUSINESS-DAYS-EXIT
005150     END-IF.
005160     MOVE WS-FAIL-INT TO WS-WALK-INT.
005170     PERFORM COUNT-ONE-DAY THRU COUNT-ONE-DAY-EXIT
005180         UNTIL WS-WALK-INT NOT < WS-TO-INT.
005190     COUNT-BUSINESS-DAYS-EXIT.
005200     EXIT.
005210
005220     COUNT-ONE-DAY.
005230     ADD 1 TO WS-WALK-INT.
005240     DIVIDE WS-WALK-INT BY 7 GIVING WS-WEEK-QUOT
005250         REMAINDER WS-WEEKDAY.
005260     IF WS-WEEKDAY = 6 OR WS-WEEKDAY = ZERO THEN
005270          GO TO COUNT-ONE-DAY-EXIT
005280     END-IF.
005290     IF WS-HOL-COUNT > ZERO THEN
005300          COMPUTE WS-WALK-DATE =
005310              FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
005320          SEARCH ALL WS-HOL-ENTRY
005330              AT END
005340                  CONTINUE
005350              WHEN WS-HOL-DATE(WS-HOL-IDX) = WS-WALK-DATE
005360                  GO TO COUNT-ONE-DAY-EXIT
005370          END-SEARCH
005380     END-IF.
005390     ADD 1 TO WS-DAYS.
005400     COUNT-ONE-DAY-EXIT.
005410     EXIT.
005420
005430*---------------------------------------------------------------
005440* LOAD-HOLIDAYS - THE HOLCAL CALENDAR INTO WS-HOL-TABLE.  THE
005450* FILE IS KEYED BY DATE, SO IT ARRIVES IN SEARCH ORDER.  A
005460* MISSING CALENDAR LEAVES ONLY THE WEEKENDS TO SKIP.
005470*---------------------------------------------------------------
005480     LOAD-HOLIDAYS.
005490     MOVE ZERO TO WS-HOL-COUNT.
005500     OPEN INPUT HOLI-FILE.
005510     PERFORM LOAD-ONE-HOLIDAY THRU LOAD-ONE-HOLIDAY-EXIT
005520         UNTIL WS-HOLCAL-EOF.
005530     CLOSE HOLI-FILE.
005540     LOAD-HOLIDAYS-EXIT.
005550     EXIT.
005560
005570     LOAD-ONE-HOLIDAY.
005580     READ HOLI-FILE NEXT RECORD
005590         AT END
005600             MOVE "Y" TO WS-HOLCAL-EOF-SW
005610     END-READ.
005620     IF WS-HOLCAL-STATUS NOT = "00" THEN
005630          MOVE "Y" TO WS-HOLCAL-EOF-SW
005640     END-IF.
005650     IF WS-HOLCAL-EOF THEN
005660          GO TO LOAD-ONE-HOLIDAY-EXIT
005670     END-IF.
005680     IF WS-HOL-COUNT NOT < 1000 THEN
005690          DISPLAY "ASS6AGE: HOLIDAY TABLE FULL AT " HOLI-DATE
005700                  " - LATER DATES NOT SKIPPED"
005710          MOVE "Y" TO WS-HOLCAL-EOF-SW
005720          GO TO LOAD-ONE-HOLIDAY-EXIT
005730     END-IF.
005740     ADD 1 TO WS-HOL-COUNT.
005750     MOVE HOLI-DATE TO WS-HOL-DATE(WS-HOL-COUNT).
005760     LOAD-ONE-HOLIDAY-EXIT.
005770     EXIT.
