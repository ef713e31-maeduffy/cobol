000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    Ass6Date.
000030 AUTHOR.        D L HARTMAN.
000040 INSTALLATION.  BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DLH   ORIGINAL VERSION.  BUSINESS-DATE CONTROL
000110*                    AND HOLIDAY CALENDAR UTILITY.  EVERY ASS6
000120*                    PROGRAM NOW TAKES ITS PROCESSING DATE FROM
000130*                    THE ONE-RECORD BDATECTL FILE INSTEAD OF THE
000140*                    MACHINE CLOCK, AND THIS IS THE ONLY PROGRAM
000150*                    THAT CHANGES IT.  ONE CARD PER REQUEST ON
000160*                    MAINTIN:
000170*                      LIST              PRINT THE CONTROL RECORD
000180*                                        AND THE HOLIDAY CALENDAR
000190*                      SET    CCYYMMDD   SET THE BUSINESS DATE
000200*                                        (FIRST LOAD OR OVERRIDE)
000210*                      CLOSE             MARK THE NIGHT'S CHAIN
000220*                                        COMPLETE FOR THE DATE
000230*                      ROLL              ADVANCE TO THE NEXT
000240*                                        BUSINESS DAY - ONLY WHEN
000250*                                        THE CHAIN IS COMPLETE
000260*                      FORCE             ADVANCE REGARDLESS
000270*                      HOLADD CCYYMMDD NAME  ADD A HOLIDAY
000280*                      HOLDEL CCYYMMDD   REMOVE A HOLIDAY
000290*                    SATURDAYS, SUNDAYS, AND THE HOLCAL DATES
000300*                    ARE NEVER BUSINESS DAYS.  RC=4 WHEN ANY
000310*                    CARD COULD NOT BE HONORED, RC=8 WHEN A ROLL
000320*                    WAS REFUSED BECAUSE THE CHAIN DID NOT
000330*                    FINISH CLEAN.
000340*---------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT MAINT-FILE     ASSIGN TO MAINTIN
000420         ORGANIZATION IS SEQUENTIAL.
000430     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000440         ORGANIZATION IS SEQUENTIAL.
000450     SELECT OPTIONAL HOLI-FILE ASSIGN TO HOLCAL
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS HOLI-DATE
000490         FILE STATUS IS WS-HOLCAL-STATUS.
000500     SELECT REPORT-FILE    ASSIGN TO DATERPT
000510         ORGANIZATION IS SEQUENTIAL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  MAINT-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  MAINT-RECORD.
000580     05  MNT-COMMAND                PIC X(06).
000590     05  FILLER                     PIC X(01).
000600     05  MNT-DATE                   PIC X(08).
000610     05  MNT-DATE-N REDEFINES MNT-DATE.
000620         10  MNT-CCYY               PIC 9(04).
000630         10  MNT-MM                 PIC 9(02).
000640         10  MNT-DD                 PIC 9(02).
000650     05  FILLER                     PIC X(01).
000660     05  MNT-NAME                   PIC X(30).
000670     05  FILLER                     PIC X(34).
000680
000690 FD  BDATE-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY BDATREC.
000720
000730 FD  HOLI-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 COPY HOLIREC.
000760
000770 FD  REPORT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  RPT-RECORD                     PIC X(80).
000800
000810 WORKING-STORAGE SECTION.
000820 77  WS-CARD-COUNT                  PIC 9(05) COMP VALUE ZERO.
000830 77  WS-ERROR-COUNT                 PIC 9(05) COMP VALUE ZERO.
000840 77  WS-LIST-COUNT                  PIC 9(05) COMP VALUE ZERO.
000850 77  WS-WALK-INT                    PIC 9(08) COMP VALUE ZERO.
000860 77  WS-WALK-DIR                    PIC S9(01) COMP VALUE +1.
000870 77  WS-WEEK-QUOT                   PIC 9(08) COMP VALUE ZERO.
000880 77  WS-WEEKDAY                     PIC 9(01) COMP VALUE ZERO.
000890 77  WS-LINE-COUNT                  PIC 9(03) COMP VALUE 99.
000900 77  WS-PAGE-COUNT                  PIC 9(03) COMP VALUE ZERO.
000910 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE ZERO.
000920 77  WS-LEAP-REM-4                  PIC 9(03) COMP VALUE ZERO.
000930 77  WS-LEAP-REM-100                PIC 9(03) COMP VALUE ZERO.
000940 77  WS-LEAP-REM-400                PIC 9(03) COMP VALUE ZERO.
000950
000960 01  WS-SWITCHES.
000970     05  WS-EOF-SW                  PIC X(01) VALUE "N".
000980         88  WS-EOF                           VALUE "Y".
000990     05  WS-HOLCAL-EOF-SW           PIC X(01) VALUE "N".
001000         88  WS-HOLCAL-EOF                    VALUE "Y".
001010     05  WS-CTL-LOADED-SW           PIC X(01) VALUE "N".
001020         88  WS-CTL-LOADED                    VALUE "Y".
001030     05  WS-CTL-CHANGED-SW          PIC X(01) VALUE "N".
001040         88  WS-CTL-CHANGED                   VALUE "Y".
001050     05  WS-ROLL-REFUSED-SW         PIC X(01) VALUE "N".
001060         88  WS-ROLL-REFUSED                  VALUE "Y".
001070     05  WS-BUS-DAY-SW              PIC X(01) VALUE "N".
001080         88  WS-BUS-DAY                       VALUE "Y".
001090     05  WS-DATE-OK-SW              PIC X(01) VALUE "N".
001100         88  WS-DATE-OK                       VALUE "Y".
001110
001120 01  WS-HOLCAL-STATUS               PIC X(02) VALUE "00".
001130 01  WS-WALK-DATE                   PIC 9(08) VALUE ZERO.
001140
001150 01  WS-HEAD-LINE.
001160     05  FILLER                     PIC X(35)
001170         VALUE "ASS6DATE BUSINESS DATE CONTROL".
001180     05  FILLER                     PIC X(33) VALUE SPACES.
001190     05  FILLER                     PIC X(05) VALUE "PAGE ".
001200     05  WS-HEAD-PAGE               PIC ZZ9.
001210     05  FILLER                     PIC X(04) VALUE SPACES.
001220 01  WS-CTL-LINE.
001230     05  FILLER                     PIC X(02) VALUE SPACES.
001240     05  WS-CTL-ACTION              PIC X(10).
001250     05  FILLER                     PIC X(09) VALUE "BUSINESS ".
001260     05  WS-CTL-BUSINESS            PIC 9(08).
001270     05  FILLER                     PIC X(07) VALUE " PRIOR ".
001280     05  WS-CTL-PRIOR               PIC 9(08).
001290     05  FILLER                     PIC X(06) VALUE " NEXT ".
001300     05  WS-CTL-NEXT                PIC 9(08).
001310     05  FILLER                     PIC X(07) VALUE " CHAIN ".
001320     05  WS-CTL-STATUS              PIC X(08).
001330     05  FILLER                     PIC X(07) VALUE SPACES.
001340 01  WS-HOL-LINE.
001350     05  FILLER                     PIC X(04) VALUE SPACES.
001360     05  WS-HOL-DATE                PIC 9(08).
001370     05  FILLER                     PIC X(02) VALUE SPACES.
001380     05  WS-HOL-NAME                PIC X(30).
001390     05  FILLER                     PIC X(02) VALUE SPACES.
001400     05  WS-HOL-ACTION              PIC X(10).
001410     05  FILLER                     PIC X(24) VALUE SPACES.
001420 01  WS-MSG-LINE.
001430     05  FILLER                     PIC X(02) VALUE SPACES.
001440     05  WS-MSG-TEXT                PIC X(40).
001450     05  WS-MSG-NAME                PIC X(20).
001460     05  FILLER                     PIC X(18) VALUE SPACES.
001470 01  WS-TOTAL-LINE.
001480     05  FILLER                     PIC X(02) VALUE SPACES.
001490     05  WS-TOT-LABEL               PIC X(30).
001500     05  WS-TOT-COUNT               PIC Z(05)9.
001510     05  FILLER                     PIC X(42) VALUE SPACES.
001520 01  WS-RPT-LINE                    PIC X(80).
001530
001540 PROCEDURE DIVISION.
001550*===============================================================
001560* MAIN - PICKS UP THE CURRENT CONTROL RECORD, APPLIES THE
001570* MAINTIN CARDS IN THE ORDER SUBMITTED, AND WRITES THE CONTROL
001580* RECORD BACK ONLY WHEN A CARD CHANGED IT.  THE PRIOR AND NEXT
001590* BUSINESS DATES ARE RECOMPUTED EVERY TIME IT IS WRITTEN, SO A
001600* HOLIDAY ADDED FOR TOMORROW IS REFLECTED AT ONCE.
001610*===============================================================
001620     MAIN.
001630     OPEN INPUT MAINT-FILE.
001640     OPEN I-O   HOLI-FILE.
001650     OPEN OUTPUT REPORT-FILE.
001660     PERFORM LOAD-CONTROL THRU LOAD-CONTROL-EXIT.
001670     PERFORM READ-MAINT-CARD THRU READ-MAINT-CARD-EXIT.
001680     PERFORM PROCESS-CARD THRU PROCESS-CARD-EXIT
001690         UNTIL WS-EOF.
001700     IF WS-CTL-CHANGED THEN
001710          PERFORM SAVE-CONTROL THRU SAVE-CONTROL-EXIT
001720     END-IF.
001730     PERFORM WRITE-RUN-TOTALS THRU WRITE-RUN-TOTALS-EXIT.
001740     CLOSE MAINT-FILE HOLI-FILE REPORT-FILE.
001750     DISPLAY "ASS6DATE: " WS-CARD-COUNT " CARDS, "
001760             WS-ERROR-COUNT " NOT HONORED, BUSINESS DATE "
001770             BDAT-BUSINESS-DATE.
001780     IF WS-ERROR-COUNT > ZERO THEN
001790          MOVE 4 TO RETURN-CODE
001800     END-IF.
001810     IF WS-ROLL-REFUSED THEN
001820          MOVE 8 TO RETURN-CODE
001830     END-IF.
001840     STOP RUN.
001850
001860*---------------------------------------------------------------
001870* LOAD-CONTROL - THE CURRENT CONTROL RECORD.  A MISSING OR
001880* UNUSABLE RECORD IS ONLY ACCEPTABLE WHEN A SET CARD FOLLOWS;
001890* ANY OTHER CARD THAT NEEDS THE DATE IS REFUSED.
001900*---------------------------------------------------------------
001910     LOAD-CONTROL.
001920     OPEN INPUT BDATE-FILE.
001930     READ BDATE-FILE
001940         AT END
001950             MOVE SPACES TO BDAT-RECORD
001960     END-READ.
001970     IF BDAT-BUSINESS-DATE IS NUMERIC AND
001980        BDAT-BUSINESS-DATE > ZERO THEN
001990          MOVE "Y" TO WS-CTL-LOADED-SW
002000     END-IF.
002010     CLOSE BDATE-FILE.
002020     LOAD-CONTROL-EXIT.
002030     EXIT.
002040
002050     READ-MAINT-CARD.
002060     READ MAINT-FILE
002070         AT END
002080             MOVE "Y" TO WS-EOF-SW
002090     END-READ.
002100     READ-MAINT-CARD-EXIT.
002110     EXIT.
002120
002130     PROCESS-CARD.
002140     ADD 1 TO WS-CARD-COUNT.
002150     IF MNT-COMMAND = "LIST" THEN
002160          PERFORM LIST-CALENDAR THRU LIST-CALENDAR-EXIT
002170     ELSE IF MNT-COMMAND = "SET" THEN
002180          PERFORM SET-DATE THRU SET-DATE-EXIT
002190     ELSE IF MNT-COMMAND = "CLOSE" THEN
002200          PERFORM CLOSE-CHAIN THRU CLOSE-CHAIN-EXIT
002210     ELSE IF MNT-COMMAND = "ROLL" THEN
002220          PERFORM ROLL-DATE THRU ROLL-DATE-EXIT
002230     ELSE IF MNT-COMMAND = "FORCE" THEN
002240          PERFORM FORCE-DATE THRU FORCE-DATE-EXIT
002250     ELSE IF MNT-COMMAND = "HOLADD" THEN
002260          PERFORM ADD-HOLIDAY THRU ADD-HOLIDAY-EXIT
002270     ELSE IF MNT-COMMAND = "HOLDEL" THEN
002280          PERFORM DELETE-HOLIDAY THRU DELETE-HOLIDAY-EXIT
002290     ELSE
002300          MOVE "UNRECOGNIZED CARD: " TO WS-MSG-TEXT
002310          MOVE MNT-COMMAND TO WS-MSG-NAME
002320          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
002330     END-IF.
002340     PERFORM READ-MAINT-CARD THRU READ-MAINT-CARD-EXIT.
002350     PROCESS-CARD-EXIT.
002360     EXIT.
002370
002380*---------------------------------------------------------------
002390* LIST-CALENDAR - THE CONTROL RECORD AS IT STANDS, THEN EVERY
002400* HOLIDAY ON THE CALENDAR IN DATE ORDER.
002410*---------------------------------------------------------------
002420     LIST-CALENDAR.
002430     IF WS-CTL-LOADED THEN
002440          MOVE "CURRENT" TO WS-CTL-ACTION
002450          PERFORM PRINT-CONTROL THRU PRINT-CONTROL-EXIT
002460     ELSE
002470          MOVE "  (NO BUSINESS DATE ON FILE)" TO WS-RPT-LINE
002480          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
002490     END-IF.
002500     MOVE SPACES TO WS-RPT-LINE.
002510     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002520     MOVE "HOLIDAY CALENDAR" TO WS-RPT-LINE.
002530     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002540     MOVE ZERO TO WS-LIST-COUNT.
002550     MOVE "N" TO WS-HOLCAL-EOF-SW.
002560     MOVE LOW-VALUES TO HOLI-RECORD.
002570     START HOLI-FILE KEY NOT < HOLI-DATE
002580         INVALID KEY
002590             MOVE "Y" TO WS-HOLCAL-EOF-SW
002600     END-START.
002610     IF WS-HOLCAL-STATUS NOT = "00" THEN
002620          MOVE "Y" TO WS-HOLCAL-EOF-SW
002630     END-IF.
002640     PERFORM LIST-CALENDAR-NEXT THRU LIST-CALENDAR-NEXT-EXIT
002650         UNTIL WS-HOLCAL-EOF.
002660     IF WS-LIST-COUNT = ZERO THEN
002670          MOVE "  (CALENDAR IS EMPTY)" TO WS-RPT-LINE
002680          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
002690     END-IF.
002700     MOVE "HOLIDAYS LISTED" TO WS-TOT-LABEL.
002710     MOVE WS-LIST-COUNT TO WS-TOT-COUNT.
002720     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
002730     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002740     MOVE SPACES TO WS-RPT-LINE.
002750     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002760     LIST-CALENDAR-EXIT.
002770     EXIT.
002780
002790     LIST-CALENDAR-NEXT.
002800     READ HOLI-FILE NEXT RECORD
002810         AT END
002820             MOVE "Y" TO WS-HOLCAL-EOF-SW
002830     END-READ.
002840     IF WS-HOLCAL-STATUS NOT = "00" THEN
002850          MOVE "Y" TO WS-HOLCAL-EOF-SW
002860     END-IF.
002870     IF WS-HOLCAL-EOF THEN
002880          GO TO LIST-CALENDAR-NEXT-EXIT
002890     END-IF.
002900     ADD 1 TO WS-LIST-COUNT.
002910     MOVE SPACES TO WS-HOL-ACTION.
002920     PERFORM PRINT-HOLIDAY THRU PRINT-HOLIDAY-EXIT.
002930     LIST-CALENDAR-NEXT-EXIT.
002940     EXIT.
002950
002960*---------------------------------------------------------------
002970* SET-DATE - FIRST LOAD OF THE CONTROL RECORD, OR AN OPERATIONS
002980* OVERRIDE.  THE DATE MUST BE A REAL BUSINESS DAY; THE CHAIN
002990* STARTS OPEN FOR IT.
003000*---------------------------------------------------------------
003010     SET-DATE.
003020     PERFORM CHECK-CARD-DATE THRU CHECK-CARD-DATE-EXIT.
003030     IF NOT WS-DATE-OK THEN
003040          MOVE "SET - BAD DATE: " TO WS-MSG-TEXT
003050          MOVE MNT-DATE TO WS-MSG-NAME
003060          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003070          GO TO SET-DATE-EXIT
003080     END-IF.
003090     MOVE MNT-DATE-N TO WS-WALK-DATE.
003100     COMPUTE WS-WALK-INT = FUNCTION INTEGER-OF-DATE(WS-WALK-DATE).
003110     PERFORM TEST-BUSINESS-DAY THRU TEST-BUSINESS-DAY-EXIT.
003120     IF NOT WS-BUS-DAY THEN
003130          MOVE "SET - NOT A BUSINESS DAY: " TO WS-MSG-TEXT
003140          MOVE MNT-DATE TO WS-MSG-NAME
003150          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003160          GO TO SET-DATE-EXIT
003170     END-IF.
003180     IF WS-CTL-LOADED THEN
003190          MOVE "WAS" TO WS-CTL-ACTION
003200          PERFORM PRINT-CONTROL THRU PRINT-CONTROL-EXIT
003210     END-IF.
003220     MOVE SPACES TO BDAT-RECORD.
003230     MOVE WS-WALK-DATE TO BDAT-BUSINESS-DATE.
003240     MOVE "O" TO BDAT-CHAIN-STATUS.
003250     MOVE ZERO TO BDAT-CHAIN-DATE.
003260     MOVE "SET" TO BDAT-LAST-ACTION.
003270     PERFORM FIND-PRIOR-AND-NEXT THRU FIND-PRIOR-AND-NEXT-EXIT.
003280     MOVE "Y" TO WS-CTL-LOADED-SW.
003290     MOVE "Y" TO WS-CTL-CHANGED-SW.
003300     MOVE "SET" TO WS-CTL-ACTION.
003310     PERFORM PRINT-CONTROL THRU PRINT-CONTROL-EXIT.
003320     SET-DATE-EXIT.
003330     EXIT.
003340
003350*---------------------------------------------------------------
003360* CLOSE-CHAIN - THE LAST STEP OF THE NIGHT'S CHAIN.  THE JCL
003370* ONLY RUNS IT WHEN EVERY STEP BEFORE IT ENDED CLEAN, SO ITS
003380* MARK IS THE DATE-ROLL JOB'S PROOF THAT THE NIGHT FINISHED.
003390*---------------------------------------------------------------
003400     CLOSE-CHAIN.
003410     IF NOT WS-CTL-LOADED THEN
003420          MOVE "CLOSE - NO BUSINESS DATE ON FILE" TO WS-MSG-TEXT
003430          MOVE SPACES TO WS-MSG-NAME
003440          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003450          GO TO CLOSE-CHAIN-EXIT
003460     END-IF.
003470     MOVE "C" TO BDAT-CHAIN-STATUS.
003480     MOVE BDAT-BUSINESS-DATE TO BDAT-CHAIN-DATE.
003490     MOVE "CLOSE" TO BDAT-LAST-ACTION.
003500     MOVE "Y" TO WS-CTL-CHANGED-SW.
003510     MOVE "CLOSED" TO WS-CTL-ACTION.
003520     PERFORM PRINT-CONTROL THRU PRINT-CONTROL-EXIT.
003530     CLOSE-CHAIN-EXIT.
003540     EXIT.
003550
003560*---------------------------------------------------------------
003570* ROLL-DATE - THE DATE-ROLL JOB.  THE BUSINESS DATE MOVES ONLY
003580* WHEN THE CHAIN WAS CLOSED FOR THE DATE NOW ON FILE; OTHERWISE
003590* THE NIGHT DID NOT FINISH CLEAN (OR HAS NOT RUN) AND A RERUN
003600* MUST STILL POST UNDER TODAY'S BUSINESS DATE, SO THE ROLL IS
003610* REFUSED WITH RC=8.
003620*---------------------------------------------------------------
003630     ROLL-DATE.
003640     IF NOT WS-CTL-LOADED THEN
003650          MOVE "ROLL - NO BUSINESS DATE ON FILE" TO WS-MSG-TEXT
003660          MOVE SPACES TO WS-MSG-NAME
003670          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003680          GO TO ROLL-DATE-EXIT
003690     END-IF.
003700     IF NOT BDAT-CHAIN-COMPLETE OR
003710        BDAT-CHAIN-DATE NOT = BDAT-BUSINESS-DATE THEN
003720          MOVE "Y" TO WS-ROLL-REFUSED-SW
003730          MOVE "ROLL REFUSED - CHAIN NOT COMPLETE FOR "
003740              TO WS-MSG-TEXT
003750          MOVE BDAT-BUSINESS-DATE TO WS-MSG-NAME
003760          MOVE WS-MSG-LINE TO WS-RPT-LINE
003770          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
003780          DISPLAY "ASS6DATE: ROLL REFUSED - CHAIN NOT COMPLETE "
003790                  "FOR " BDAT-BUSINESS-DATE
003800          GO TO ROLL-DATE-EXIT
003810     END-IF.
003820     MOVE "ROLL" TO BDAT-LAST-ACTION.
003830     PERFORM ADVANCE-DATE THRU ADVANCE-DATE-EXIT.
003840     ROLL-DATE-EXIT.
003850     EXIT.
003860
003870*---------------------------------------------------------------
003880* FORCE-DATE - OPERATIONS OVERRIDE FOR A NIGHT THAT WILL NOT BE
003890* RUN (NO FEEDS, OR A CHAIN ABANDONED BY AGREEMENT).  THE
003900* CONTROL RECORD REMEMBERS THE ROLL WAS FORCED.
003910*---------------------------------------------------------------
003920     FORCE-DATE.
003930     IF NOT WS-CTL-LOADED THEN
003940          MOVE "FORCE - NO BUSINESS DATE ON FILE" TO WS-MSG-TEXT
003950          MOVE SPACES TO WS-MSG-NAME
003960          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003970          GO TO FORCE-DATE-EXIT
003980     END-IF.
003990     IF NOT BDAT-CHAIN-COMPLETE OR
004000        BDAT-CHAIN-DATE NOT = BDAT-BUSINESS-DATE THEN
004010          DISPLAY "ASS6DATE: FORCED ROLL - CHAIN NOT COMPLETE "
004020                  "FOR " BDAT-BUSINESS-DATE
004030     END-IF.
004040     MOVE "FORCE" TO BDAT-LAST-ACTION.
004050     PERFORM ADVANCE-DATE THRU ADVANCE-DATE-EXIT.
004060     FORCE-DATE-EXIT.
004070     EXIT.
004080
004090     ADVANCE-DATE.
004100     MOVE "WAS" TO WS-CTL-ACTION.
004110     PERFORM PRINT-CONTROL THRU PRINT-CONTROL-EXIT.
004120     MOVE BDAT-BUSINESS-DATE TO WS-WALK-DATE.
004130     MOVE +1 TO WS-WALK-DIR.
004140     PERFORM FIND-BUSINESS-DAY THRU FIND-BUSINESS-DAY-EXIT.
004150     MOVE WS-WALK-DATE TO BDAT-BUSINESS-DATE.
004160     MOVE "O" TO BDAT-CHAIN-STATUS.
004170     MOVE ZERO TO BDAT-CHAIN-DATE.
004180     PERFORM FIND-PRIOR-AND-NEXT THRU FIND-PRIOR-AND-NEXT-EXIT.
004190     MOVE "Y" TO WS-CTL-CHANGED-SW.
004200     MOVE BDAT-LAST-ACTION TO WS-CTL-ACTION.
004210     PERFORM PRINT-CONTROL THRU PRINT-CONTROL-EXIT.
004220     ADVANCE-DATE-EXIT.
004230     EXIT.
004240
004250*---------------------------------------------------------------
004260* ADD-HOLIDAY / DELETE-HOLIDAY - CALENDAR MAINTENANCE.  ONLY A
004270* WEEKDAY NEEDS AN ENTRY; THE CURRENT BUSINESS DATE CANNOT BE
004280* MADE A HOLIDAY UNDER A RUNNING CHAIN - SET OR ROLL PAST IT
004290* FIRST.
004300*---------------------------------------------------------------
004310     ADD-HOLIDAY.
004320     PERFORM CHECK-CARD-DATE THRU CHECK-CARD-DATE-EXIT.
004330     IF NOT WS-DATE-OK THEN
004340          MOVE "HOLADD - BAD DATE: " TO WS-MSG-TEXT
004350          MOVE MNT-DATE TO WS-MSG-NAME
004360          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004370          GO TO ADD-HOLIDAY-EXIT
004380     END-IF.
004390     MOVE MNT-DATE-N TO WS-WALK-DATE.
004400     COMPUTE WS-WALK-INT = FUNCTION INTEGER-OF-DATE(WS-WALK-DATE).
004410     PERFORM FIND-WEEKDAY THRU FIND-WEEKDAY-EXIT.
004420     IF WS-WEEKDAY = 6 OR WS-WEEKDAY = ZERO THEN
004430          MOVE "HOLADD - NOT A WEEKDAY: " TO WS-MSG-TEXT
004440          MOVE MNT-DATE TO WS-MSG-NAME
004450          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004460          GO TO ADD-HOLIDAY-EXIT
004470     END-IF.
004480     IF WS-CTL-LOADED AND WS-WALK-DATE = BDAT-BUSINESS-DATE THEN
004490          MOVE "HOLADD - IS THE CURRENT BUSINESS DATE: "
004500              TO WS-MSG-TEXT
004510          MOVE MNT-DATE TO WS-MSG-NAME
004520          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004530          GO TO ADD-HOLIDAY-EXIT
004540     END-IF.
004550     MOVE SPACES TO HOLI-RECORD.
004560     MOVE WS-WALK-DATE TO HOLI-DATE.
004570     MOVE MNT-NAME TO HOLI-NAME.
004580     WRITE HOLI-RECORD
004590         INVALID KEY
004600             MOVE "HOLADD - ALREADY ON CALENDAR: " TO WS-MSG-TEXT
004610             MOVE MNT-DATE TO WS-MSG-NAME
004620             PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004630             GO TO ADD-HOLIDAY-EXIT
004640     END-WRITE.
004650     MOVE "ADDED" TO WS-HOL-ACTION.
004660     PERFORM PRINT-HOLIDAY THRU PRINT-HOLIDAY-EXIT.
004670     IF WS-CTL-LOADED THEN
004680          MOVE "Y" TO WS-CTL-CHANGED-SW
004690     END-IF.
004700     ADD-HOLIDAY-EXIT.
004710     EXIT.
004720
004730     DELETE-HOLIDAY.
004740     IF MNT-DATE IS NOT NUMERIC THEN
004750          MOVE "HOLDEL - BAD DATE: " TO WS-MSG-TEXT
004760          MOVE MNT-DATE TO WS-MSG-NAME
004770          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004780          GO TO DELETE-HOLIDAY-EXIT
004790     END-IF.
004800     MOVE MNT-DATE-N TO HOLI-DATE.
004810     READ HOLI-FILE
004820         INVALID KEY
004830             MOVE "HOLDEL - NOT ON CALENDAR: " TO WS-MSG-TEXT
004840             MOVE MNT-DATE TO WS-MSG-NAME
004850             PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004860             GO TO DELETE-HOLIDAY-EXIT
004870     END-READ.
004880     MOVE "DELETED" TO WS-HOL-ACTION.
004890     PERFORM PRINT-HOLIDAY THRU PRINT-HOLIDAY-EXIT.
004900     DELETE HOLI-FILE RECORD
004910         INVALID KEY
004920             CONTINUE
004930     END-DELETE.
004940     IF WS-CTL-LOADED THEN
004950          MOVE "Y" TO WS-CTL-CHANGED-SW
004960     END-IF.
004970     DELETE-HOLIDAY-EXIT.
004980     EXIT.
004990
005000*---------------------------------------------------------------
005010* CHECK-CARD-DATE - A CARD DATE IS CCYYMMDD WITH A REAL MONTH
005020* AND A DAY THAT MONTH CAN HAVE IN THAT YEAR, SO INTEGER-OF-DATE
005030* IS NEVER GIVEN A DATE THAT DOES NOT EXIST.
005040*---------------------------------------------------------------
005050     CHECK-CARD-DATE.
005060     MOVE "N" TO WS-DATE-OK-SW.
005070     IF MNT-DATE IS NOT NUMERIC THEN
005080          GO TO CHECK-CARD-DATE-EXIT
005090     END-IF.
005100     IF MNT-CCYY < 1601 OR
005110        MNT-MM < 1 OR MNT-MM > 12 OR
005120        MNT-DD < 1 OR MNT-DD > 31 THEN
005130          GO TO CHECK-CARD-DATE-EXIT
005140     END-IF.
005150     IF MNT-DD > 30 AND
005160        (MNT-MM = 4 OR MNT-MM = 6 OR
005170         MNT-MM = 9 OR MNT-MM = 11) THEN
005180          GO TO CHECK-CARD-DATE-EXIT
005190     END-IF.
005200     IF MNT-MM = 2 AND MNT-DD > 29 THEN
005210          GO TO CHECK-CARD-DATE-EXIT
005220     END-IF.
005230     IF MNT-MM = 2 AND MNT-DD = 29 THEN
005240          PERFORM CHECK-LEAP-YEAR THRU CHECK-LEAP-YEAR-EXIT
005250          IF WS-LEAP-REM-4 NOT = ZERO OR
005260             (WS-LEAP-REM-100 = ZERO AND
005270              WS-LEAP-REM-400 NOT = ZERO) THEN
005280               GO TO CHECK-CARD-DATE-EXIT
005290          END-IF
005300     END-IF.
005310     MOVE "Y" TO WS-DATE-OK-SW.
005320     CHECK-CARD-DATE-EXIT.
005330     EXIT.
005340
005350*---------------------------------------------------------------
005360* CHECK-LEAP-YEAR - THE YEAR'S REMAINDERS BY 4, 100 AND 400.  A
005370* LEAP YEAR DIVIDES BY 4, AND BY 400 AS WELL IF IT DIVIDES BY 100.
005380*---------------------------------------------------------------
005390     CHECK-LEAP-YEAR.
005400     DIVIDE MNT-CCYY BY 4 GIVING WS-LEAP-QUOT
005410         REMAINDER WS-LEAP-REM-4.
005420     DIVIDE MNT-CCYY BY 100 GIVING WS-LEAP-QUOT
005430         REMAINDER WS-LEAP-REM-100.
005440     DIVIDE MNT-CCYY BY 400 GIVING WS-LEAP-QUOT
005450         REMAINDER WS-LEAP-REM-400.
005460     CHECK-LEAP-YEAR-EXIT.
005470     EXIT.
005480
005490*===============================================================
005500* BUSINESS-DAY ARITHMETIC.  INTEGER-OF-DATE COUNTS FROM MONDAY
005510* 01/01/1601 AS DAY 1, SO THE REMAINDER BY 7 IS 1 FOR MONDAY
005520* THROUGH 5 FOR FRIDAY, 6 FOR SATURDAY, AND 0 FOR SUNDAY.
005530*===============================================================
005540     FIND-PRIOR-AND-NEXT.
005550     MOVE BDAT-BUSINESS-DATE TO WS-WALK-DATE.
005560     MOVE -1 TO WS-WALK-DIR.
005570     PERFORM FIND-BUSINESS-DAY THRU FIND-BUSINESS-DAY-EXIT.
005580     MOVE WS-WALK-DATE TO BDAT-PRIOR-DATE.
005590     MOVE BDAT-BUSINESS-DATE TO WS-WALK-DATE.
005600     MOVE +1 TO WS-WALK-DIR.
005610     PERFORM FIND-BUSINESS-DAY THRU FIND-BUSINESS-DAY-EXIT.
005620     MOVE WS-WALK-DATE TO BDAT-NEXT-DATE.
005630     FIND-PRIOR-AND-NEXT-EXIT.
005640     EXIT.
005650
005660*---------------------------------------------------------------
005670* FIND-BUSINESS-DAY - STEPS WS-WALK-DATE ONE DAY AT A TIME IN
005680* THE WS-WALK-DIR DIRECTION UNTIL IT LANDS ON A BUSINESS DAY.
005690*---------------------------------------------------------------
005700     FIND-BUSINESS-DAY.
005710     COMPUTE WS-WALK-INT = FUNCTION INTEGER-OF-DATE(WS-WALK-DATE).
005720     MOVE "N" TO WS-BUS-DAY-SW.
005730     PERFORM STEP-ONE-DAY THRU STEP-ONE-DAY-EXIT
005740         UNTIL WS-BUS-DAY.
005750     FIND-BUSINESS-DAY-EXIT.
005760     EXIT.
005770
005780     STEP-ONE-DAY.
005790     ADD WS-WALK-DIR TO WS-WALK-INT.
005800     COMPUTE WS-WALK-DATE = FUNCTION DATE-OF-INTEGER(WS-WALK-INT).
005810     PERFORM TEST-BUSINESS-DAY THRU TEST-BUSINESS-DAY-EXIT.
005820     STEP-ONE-DAY-EXIT.
005830     EXIT.
005840
005850*---------------------------------------------------------------
005860* TEST-BUSINESS-DAY - IS WS-WALK-DATE (WITH WS-WALK-INT ITS
005870* INTEGER DATE) A WEEKDAY THAT IS NOT ON THE HOLIDAY CALENDAR?
005880*---------------------------------------------------------------
005890     TEST-BUSINESS-DAY.
005900     MOVE "N" TO WS-BUS-DAY-SW.
005910     PERFORM FIND-WEEKDAY THRU FIND-WEEKDAY-EXIT.
005920     IF WS-WEEKDAY = 6 OR WS-WEEKDAY = ZERO THEN
005930          GO TO TEST-BUSINESS-DAY-EXIT
005940     END-IF.
005950     MOVE WS-WALK-DATE TO HOLI-DATE.
005960     READ HOLI-FILE
005970         INVALID KEY
005980             MOVE "Y" TO WS-BUS-DAY-SW
005990             GO TO TEST-BUSINESS-DAY-EXIT
006000     END-READ.
006010     IF WS-HOLCAL-STATUS NOT = "00" THEN
006020          MOVE "Y" TO WS-BUS-DAY-SW
006030     END-IF.
006040     TEST-BUSINESS-DAY-EXIT.
006050     EXIT.
006060
006070     FIND-WEEKDAY.
006080     DIVIDE WS-WALK-INT BY 7 GIVING WS-WEEK-QUOT
006090         REMAINDER WS-WEEKDAY.
006100     FIND-WEEKDAY-EXIT.
006110     EXIT.
006120
006130*---------------------------------------------------------------
006140* SAVE-CONTROL - WRITES THE ONE-RECORD CONTROL FILE BACK WITH
006150* THE PRIOR AND NEXT BUSINESS DATES RECOMPUTED AGAINST THE
006160* CALENDAR AS IT NOW STANDS.
006170*---------------------------------------------------------------
006180     SAVE-CONTROL.
006190     PERFORM FIND-PRIOR-AND-NEXT THRU FIND-PRIOR-AND-NEXT-EXIT.
006200     OPEN OUTPUT BDATE-FILE.
006210     WRITE BDAT-RECORD.
006220     CLOSE BDATE-FILE.
006230     MOVE "WRITTEN" TO WS-CTL-ACTION.
006240     PERFORM PRINT-CONTROL THRU PRINT-CONTROL-EXIT.
006250     SAVE-CONTROL-EXIT.
006260     EXIT.
006270
006280     PRINT-CONTROL.
006290     MOVE BDAT-BUSINESS-DATE TO WS-CTL-BUSINESS.
006300     MOVE BDAT-PRIOR-DATE TO WS-CTL-PRIOR.
006310     MOVE BDAT-NEXT-DATE TO WS-CTL-NEXT.
006320     IF BDAT-CHAIN-COMPLETE THEN
006330          MOVE "COMPLETE" TO WS-CTL-STATUS
006340     ELSE
006350          MOVE "OPEN" TO WS-CTL-STATUS
006360     END-IF.
006370     MOVE WS-CTL-LINE TO WS-RPT-LINE.
006380     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006390     PRINT-CONTROL-EXIT.
006400     EXIT.
006410
006420     PRINT-HOLIDAY.
006430     MOVE HOLI-DATE TO WS-HOL-DATE.
006440     MOVE HOLI-NAME TO WS-HOL-NAME.
006450     MOVE WS-HOL-LINE TO WS-RPT-LINE.
006460     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006470     PRINT-HOLIDAY-EXIT.
006480     EXIT.
006490
006500     REFUSE-CARD.
006510     ADD 1 TO WS-ERROR-COUNT.
006520     MOVE WS-MSG-LINE TO WS-RPT-LINE.
006530     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006540     REFUSE-CARD-EXIT.
006550     EXIT.
006560
006570     WRITE-RUN-TOTALS.
006580     MOVE "CARDS PROCESSED" TO WS-TOT-LABEL.
006590     MOVE WS-CARD-COUNT TO WS-TOT-COUNT.
006600     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
006610     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006620     MOVE "CARDS NOT HONORED" TO WS-TOT-LABEL.
006630     MOVE WS-ERROR-COUNT TO WS-TOT-COUNT.
006640     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
006650     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006660     WRITE-RUN-TOTALS-EXIT.
006670     EXIT.
006680
006690     WRITE-RPT-LINE.
006700     IF WS-LINE-COUNT > 55 THEN
006710          ADD 1 TO WS-PAGE-COUNT
006720          MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE
006730          WRITE RPT-RECORD FROM WS-HEAD-LINE
006740              AFTER ADVANCING PAGE
006750          MOVE 1 TO WS-LINE-COUNT
006760     END-IF.
006770     WRITE RPT-RECORD FROM WS-RPT-LINE
006780         AFTER ADVANCING 1 LINE.
006790     ADD 1 TO WS-LINE-COUNT.
006800     WRITE-RPT-LINE-EXIT.
006810     EXIT.
