000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    Ass6Rule.
000030 AUTHOR.        D L HARTMAN.
000040 INSTALLATION.  BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DLH   ORIGINAL VERSION.  MAINTENANCE AND LISTING
000110*                    FOR THE RSNRULE RESULT REASONABLENESS
000120*                    RULES THE ASS6RSN NIGHTLY CHECK APPLIES.
000130*                    ONE CARD PER REQUEST ON MAINTIN, COMMAND
000140*                    IN COLUMNS 1-6, SOURCE IN 8-15 ("*ALL*"
000150*                    FOR ANY SOURCE), SYM IN 17-19, OPERANDS
000160*                    FROM COLUMN 21:
000170*                      LIST   [SOURCE [SYM]]  PRINT ONE RULE,
000180*                                           A SOURCE'S, OR ALL
000190*                      ADD    SOURCE SYM    NEW RULE, NOTHING
000200*                                           CHECKED YET
000210*                      DELETE SOURCE SYM    REMOVE THE RULE
000220*                      RANGE  SOURCE SYM MIN MAX
000230*                                           SMALLEST AND LARGEST
000240*                                           RESULT ACCEPTED, AS
000250*                                           +NNNNNNNNN.NN IN 21
000260*                                           AND 35 (A BLANK
000270*                                           FIELD IS NO BOUND)
000280*                      PCTCHG SOURCE SYM PCT DAYS SAMPLE
000290*                                           LARGEST CHANGE FROM
000300*                                           THE RECENT AVERAGE,
000310*                                           NNNNN.NN PERCENT IN
000320*                                           21 (ZERO IS NOT
000330*                                           CHECKED), THE DAYS
000340*                                           AVERAGED IN 30 AND
000350*                                           THE FEWEST RESULTS
000360*                                           TO AVERAGE IN 34
000370*                    EVERY CHANGE PRINTS THE BEFORE AND AFTER
000380*                    IMAGES ON RULERPT.  RC=4 WHEN ANY CARD
000390*                    COULD NOT BE HONORED.
000400*---------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT MAINT-FILE     ASSIGN TO MAINTIN
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT OPTIONAL RULE-FILE ASSIGN TO RSNRULE
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS RSNR-KEY
000530         FILE STATUS IS WS-RSNRULE-STATUS.
000540     SELECT REPORT-FILE    ASSIGN TO RULERPT
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000570         ORGANIZATION IS SEQUENTIAL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  MAINT-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 01  MAINT-RECORD.
000640     05  MNT-COMMAND                PIC X(06).
000650     05  FILLER                     PIC X(01).
000660     05  MNT-SOURCE                 PIC X(08).
000670     05  FILLER                     PIC X(01).
000680     05  MNT-SYM                    PIC X(03).
000690     05  FILLER                     PIC X(01).
000700     05  MNT-OPERANDS               PIC X(60).
000710     05  MNT-RANGE-R REDEFINES MNT-OPERANDS.
000720         10  MNT-MIN                PIC X(13).
000730         10  FILLER                 PIC X(01).
000740         10  MNT-MAX                PIC X(13).
000750         10  FILLER                 PIC X(33).
000760     05  MNT-PCTCHG-R REDEFINES MNT-OPERANDS.
000770         10  MNT-PCT                PIC X(08).
000780         10  MNT-PCT-R REDEFINES MNT-PCT.
000790             15  MNT-PCT-WHOLE      PIC 9(05).
000800             15  MNT-PCT-POINT      PIC X(01).
000810             15  MNT-PCT-DEC        PIC 9(02).
000820         10  FILLER                 PIC X(01).
000830         10  MNT-DAYS               PIC X(03).
000840         10  FILLER                 PIC X(01).
000850         10  MNT-SAMPLE             PIC X(04).
000860         10  FILLER                 PIC X(43).
000870
000880 FD  RULE-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY RSNRREC.
000910
000920 FD  REPORT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  RPT-RECORD                     PIC X(120).
000950
000960 FD  BDATE-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 COPY BDATREC.
000990
001000 WORKING-STORAGE SECTION.
001010 77  WS-CARD-COUNT                  PIC 9(05) COMP VALUE ZERO.
001020 77  WS-ERROR-COUNT                 PIC 9(05) COMP VALUE ZERO.
001030 77  WS-LIST-COUNT                  PIC 9(06) COMP VALUE ZERO.
001040 77  WS-LINE-COUNT                  PIC 9(03) COMP VALUE 99.
001050 77  WS-PAGE-COUNT                  PIC 9(03) COMP VALUE ZERO.
001060
001070 01  WS-SWITCHES.
001080     05  WS-EOF-SW                  PIC X(01) VALUE "N".
001090         88  WS-EOF                           VALUE "Y".
001100     05  WS-RSNRULE-EOF-SW          PIC X(01) VALUE "N".
001110         88  WS-RSNRULE-EOF                   VALUE "Y".
001120     05  WS-RULE-FOUND-SW           PIC X(01) VALUE "N".
001130         88  WS-RULE-FOUND                    VALUE "Y".
001140     05  WS-AMOUNT-OK-SW            PIC X(01) VALUE "Y".
001150         88  WS-AMOUNT-OK                     VALUE "Y".
001160
001170 01  WS-RSNRULE-STATUS              PIC X(02) VALUE "00".
001180 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
001190 01  WS-NOW-ACTION                  PIC X(10) VALUE SPACES.
001200
001210*---------------------------------------------------------------
001220* A RANGE BOUND AS PUNCHED - SIGN, NINE WHOLE DIGITS, POINT,
001230* TWO DECIMALS - AND ITS VALUE ONCE CHECKED.
001240*---------------------------------------------------------------
001250 01  WS-AMOUNT-CARD.
001260     05  WS-AMT-SIGN                PIC X(01).
001270     05  WS-AMT-WHOLE               PIC 9(09).
001280     05  WS-AMT-POINT               PIC X(01).
001290     05  WS-AMT-DEC                 PIC 9(02).
001300 01  WS-AMOUNT                      PIC S9(09)V99 VALUE ZERO.
001310 01  WS-MIN-FLAG                    PIC X(01) VALUE "N".
001320 01  WS-MIN-AMOUNT                  PIC S9(09)V99 VALUE ZERO.
001330 01  WS-MAX-FLAG                    PIC X(01) VALUE "N".
001340 01  WS-MAX-AMOUNT                  PIC S9(09)V99 VALUE ZERO.
001350
001360 01  WS-HEAD-LINE.
001370     05  FILLER                     PIC X(40)
001380         VALUE "ASS6RULE REASONABLENESS RULE REPORT".
001390     05  FILLER                     PIC X(72) VALUE SPACES.
001400     05  FILLER                     PIC X(05) VALUE "PAGE ".
001410     05  WS-HEAD-PAGE               PIC ZZ9.
001420 01  WS-COL-LINE.
001430     05  FILLER                     PIC X(02) VALUE SPACES.
001440     05  FILLER                     PIC X(10) VALUE "SOURCE".
001450     05  FILLER                     PIC X(05) VALUE "SYM".
001460     05  FILLER                     PIC X(14)
001470         VALUE "      MINIMUM".
001480     05  FILLER                     PIC X(15)
001490         VALUE "      MAXIMUM".
001500     05  FILLER                     PIC X(10) VALUE " MAX PCT".
001510     05  FILLER                     PIC X(06) VALUE "DAYS".
001520     05  FILLER                     PIC X(08) VALUE "SAMPLE".
001530     05  FILLER                     PIC X(10) VALUE "CHANGED".
001540     05  FILLER                     PIC X(40) VALUE SPACES.
001550 01  WS-DETAIL-LINE.
001560     05  FILLER                     PIC X(02) VALUE SPACES.
001570     05  WS-DTL-SOURCE              PIC X(08).
001580     05  FILLER                     PIC X(02) VALUE SPACES.
001590     05  WS-DTL-SYM                 PIC X(03).
001600     05  FILLER                     PIC X(02) VALUE SPACES.
001610     05  WS-DTL-MIN                 PIC -Z(08)9.99.
001620     05  WS-DTL-MIN-X REDEFINES WS-DTL-MIN
001630                                    PIC X(13).
001640     05  FILLER                     PIC X(01) VALUE SPACES.
001650     05  WS-DTL-MAX                 PIC -Z(08)9.99.
001660     05  WS-DTL-MAX-X REDEFINES WS-DTL-MAX
001670                                    PIC X(13).
001680     05  FILLER                     PIC X(02) VALUE SPACES.
001690     05  WS-DTL-PCT                 PIC ZZZZ9.99.
001700     05  WS-DTL-PCT-X REDEFINES WS-DTL-PCT
001710                                    PIC X(08).
001720     05  FILLER                     PIC X(02) VALUE SPACES.
001730     05  WS-DTL-DAYS                PIC ZZZ9.
001740     05  FILLER                     PIC X(02) VALUE SPACES.
001750     05  WS-DTL-SAMPLE              PIC Z(05)9.
001760     05  FILLER                     PIC X(02) VALUE SPACES.
001770     05  WS-DTL-DATE                PIC 9(08).
001780     05  FILLER                     PIC X(02) VALUE SPACES.
001790     05  WS-DTL-ACTION              PIC X(10).
001800     05  FILLER                     PIC X(28) VALUE SPACES.
001810 01  WS-MSG-LINE.
001820     05  FILLER                     PIC X(02) VALUE SPACES.
001830     05  WS-MSG-TEXT                PIC X(40).
001840     05  WS-MSG-NAME                PIC X(20).
001850     05  FILLER                     PIC X(58) VALUE SPACES.
001860 01  WS-TOTAL-LINE.
001870     05  FILLER                     PIC X(02) VALUE SPACES.
001880     05  WS-TOT-LABEL               PIC X(30).
001890     05  WS-TOT-COUNT               PIC Z(05)9.
001900     05  FILLER                     PIC X(82) VALUE SPACES.
001910 01  WS-RPT-LINE                    PIC X(120).
001920
001930 PROCEDURE DIVISION.
001940*===============================================================
001950* MAIN - ONE PASS OVER THE MAINTIN CARDS.  EACH CARD IS ACTED
001960* ON AND REPORTED IN THE ORDER SUBMITTED, SO A RULE CAN BE
001970* ADDED, GIVEN ITS LIMITS, AND LISTED IN ONE JOB.
001980*===============================================================
001990     MAIN.
002000     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
002010     OPEN INPUT MAINT-FILE.
002020     OPEN I-O   RULE-FILE.
002030     OPEN OUTPUT REPORT-FILE.
002040     PERFORM READ-MAINT-CARD THRU READ-MAINT-CARD-EXIT.
002050     PERFORM PROCESS-CARD THRU PROCESS-CARD-EXIT
002060         UNTIL WS-EOF.
002070     PERFORM WRITE-RUN-TOTALS THRU WRITE-RUN-TOTALS-EXIT.
002080     CLOSE MAINT-FILE RULE-FILE REPORT-FILE.
002090     DISPLAY "ASS6RULE: " WS-CARD-COUNT " CARDS, "
002100             WS-ERROR-COUNT " NOT HONORED".
002110     IF WS-ERROR-COUNT > ZERO THEN
002120          MOVE 4 TO RETURN-CODE
002130     END-IF.
002140     STOP RUN.
002150
002160     READ-MAINT-CARD.
002170     READ MAINT-FILE
002180         AT END
002190             MOVE "Y" TO WS-EOF-SW
002200     END-READ.
002210     READ-MAINT-CARD-EXIT.
002220     EXIT.
002230
002240     PROCESS-CARD.
002250     ADD 1 TO WS-CARD-COUNT.
002260     IF MNT-COMMAND = "LIST" THEN
002270          PERFORM LIST-RULES THRU LIST-RULES-EXIT
002280     ELSE IF MNT-COMMAND = "ADD" THEN
002290          PERFORM ADD-RULE THRU ADD-RULE-EXIT
002300     ELSE IF MNT-COMMAND = "DELETE" THEN
002310          PERFORM DELETE-RULE THRU DELETE-RULE-EXIT
002320     ELSE IF MNT-COMMAND = "RANGE" THEN
002330          PERFORM SET-RANGE THRU SET-RANGE-EXIT
002340     ELSE IF MNT-COMMAND = "PCTCHG" THEN
002350          PERFORM SET-PCT-CHANGE THRU SET-PCT-CHANGE-EXIT
002360     ELSE
002370          MOVE "UNRECOGNIZED CARD: " TO WS-MSG-TEXT
002380          MOVE MNT-COMMAND TO WS-MSG-NAME
002390          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
002400     END-IF.
002410     PERFORM READ-MAINT-CARD THRU READ-MAINT-CARD-EXIT.
002420     PROCESS-CARD-EXIT.
002430     EXIT.
002440
002450*---------------------------------------------------------------
002460* LIST-RULES - PRINTS THE RULE NAMED ON THE CARD, EVERY RULE
002470* FOR THE SOURCE NAMED, OR EVERY RULE IN SOURCE AND SYM ORDER
002480* WHEN NEITHER IS NAMED.
002490*---------------------------------------------------------------
002500     LIST-RULES.
002510     MOVE "REASONABLENESS RULE LISTING" TO WS-RPT-LINE.
002520     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002530     MOVE WS-COL-LINE TO WS-RPT-LINE.
002540     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002550     MOVE ZERO TO WS-LIST-COUNT.
002560     IF MNT-SOURCE NOT = SPACES AND MNT-SYM NOT = SPACES THEN
002570          PERFORM FETCH-RULE THRU FETCH-RULE-EXIT
002580          IF WS-RULE-FOUND THEN
002590               ADD 1 TO WS-LIST-COUNT
002600               MOVE SPACES TO WS-DTL-ACTION
002610               PERFORM PRINT-RULE THRU PRINT-RULE-EXIT
002620          END-IF
002630          GO TO LIST-RULES-TOTAL
002640     END-IF.
002650     IF MNT-SOURCE = SPACES THEN
002660          MOVE LOW-VALUES TO RSNR-KEY
002670     ELSE
002680          MOVE MNT-SOURCE TO RSNR-SOURCE-SYSTEM
002690          MOVE LOW-VALUES TO RSNR-SYM
002700     END-IF.
002710     PERFORM START-MASTER THRU START-MASTER-EXIT.
002720     PERFORM LIST-RULES-NEXT THRU LIST-RULES-NEXT-EXIT
002730         UNTIL WS-RSNRULE-EOF.
002740     IF WS-LIST-COUNT = ZERO THEN
002750          MOVE "  (NO RULES)" TO WS-RPT-LINE
002760          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
002770     END-IF.
002780
002790     LIST-RULES-TOTAL.
002800     MOVE "RULES LISTED" TO WS-TOT-LABEL.
002810     MOVE WS-LIST-COUNT TO WS-TOT-COUNT.
002820     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
002830     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002840     MOVE SPACES TO WS-RPT-LINE.
002850     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002860     LIST-RULES-EXIT.
002870     EXIT.
002880
002890     LIST-RULES-NEXT.
002900     PERFORM READ-MASTER-NEXT THRU READ-MASTER-NEXT-EXIT.
002910     IF WS-RSNRULE-EOF THEN
002920          GO TO LIST-RULES-NEXT-EXIT
002930     END-IF.
002940     IF MNT-SOURCE NOT = SPACES AND
002950        RSNR-SOURCE-SYSTEM NOT = MNT-SOURCE THEN
002960          MOVE "Y" TO WS-RSNRULE-EOF-SW
002970          GO TO LIST-RULES-NEXT-EXIT
002980     END-IF.
002990     ADD 1 TO WS-LIST-COUNT.
003000     MOVE SPACES TO WS-DTL-ACTION.
003010     PERFORM PRINT-RULE THRU PRINT-RULE-EXIT.
003020     LIST-RULES-NEXT-EXIT.
003030     EXIT.
003040
003050*---------------------------------------------------------------
003060* ADD-RULE - A NEW RULE CHECKS NOTHING UNTIL RANGE OR PCTCHG
003070* CARDS GIVE IT LIMITS.  THE AVERAGE DEFAULTS TO THE LAST 30
003080* DAYS AND NEEDS 5 RESULTS BEFORE IT IS TRUSTED.
003090*---------------------------------------------------------------
003100     ADD-RULE.
003110     IF MNT-SOURCE = SPACES OR MNT-SYM = SPACES THEN
003120          MOVE "ADD - SOURCE AND SYM ARE BOTH NEEDED"
003130              TO WS-MSG-TEXT
003140          MOVE SPACES TO WS-MSG-NAME
003150          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003160          GO TO ADD-RULE-EXIT
003170     END-IF.
003180     IF MNT-SYM = "HDR" OR MNT-SYM = "TRL" THEN
003190          MOVE "ADD - NOT A RESULT SYM: " TO WS-MSG-TEXT
003200          MOVE MNT-SYM TO WS-MSG-NAME
003210          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003220          GO TO ADD-RULE-EXIT
003230     END-IF.
003240     MOVE SPACES TO RSNR-RECORD.
003250     MOVE MNT-SOURCE TO RSNR-SOURCE-SYSTEM.
003260     MOVE MNT-SYM TO RSNR-SYM.
003270     MOVE "N" TO RSNR-MIN-FLAG RSNR-MAX-FLAG.
003280     MOVE ZERO TO RSNR-MIN-RESULT RSNR-MAX-RESULT
003290                  RSNR-MAX-PCT-CHANGE.
003300     MOVE 30 TO RSNR-AVG-DAYS.
003310     MOVE 5 TO RSNR-MIN-SAMPLE.
003320     MOVE WS-RUN-DATE8 TO RSNR-ADDED-DATE.
003330     MOVE WS-RUN-DATE8 TO RSNR-CHANGED-DATE.
003340     WRITE RSNR-RECORD
003350         INVALID KEY
003360             MOVE "ADD - ALREADY ON FILE: " TO WS-MSG-TEXT
003370             MOVE RSNR-KEY TO WS-MSG-NAME
003380             PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003390             GO TO ADD-RULE-EXIT
003400     END-WRITE.
003410     MOVE "ADDED" TO WS-DTL-ACTION.
003420     PERFORM PRINT-RULE THRU PRINT-RULE-EXIT.
003430     ADD-RULE-EXIT.
003440     EXIT.
003450
003460     DELETE-RULE.
003470     PERFORM FETCH-RULE THRU FETCH-RULE-EXIT.
003480     IF NOT WS-RULE-FOUND THEN
003490          GO TO DELETE-RULE-EXIT
003500     END-IF.
003510     MOVE "DELETED" TO WS-DTL-ACTION.
003520     PERFORM PRINT-RULE THRU PRINT-RULE-EXIT.
003530     DELETE RULE-FILE RECORD
003540         INVALID KEY
003550             CONTINUE
003560     END-DELETE.
003570     DELETE-RULE-EXIT.
003580     EXIT.
003590
003600*---------------------------------------------------------------
003610* SET-RANGE - THE SMALLEST AND LARGEST RESULT THE RULE ACCEPTS.
003620* A BLANK FIELD REMOVES THAT BOUND.  BOTH FIELDS ARE CHECKED
003630* BEFORE THE RULE IS TOUCHED.
003640*---------------------------------------------------------------
003650     SET-RANGE.
003660     MOVE "N" TO WS-MIN-FLAG WS-MAX-FLAG.
003670     MOVE ZERO TO WS-MIN-AMOUNT WS-MAX-AMOUNT.
003680     IF MNT-MIN NOT = SPACES THEN
003690          MOVE MNT-MIN TO WS-AMOUNT-CARD
003700          PERFORM CONVERT-AMOUNT THRU CONVERT-AMOUNT-EXIT
003710          IF NOT WS-AMOUNT-OK THEN
003720               MOVE "RANGE - MINIMUM NOT +NNNNNNNNN.NN: "
003730                   TO WS-MSG-TEXT
003740               MOVE MNT-MIN TO WS-MSG-NAME
003750               PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003760               GO TO SET-RANGE-EXIT
003770          END-IF
003780          MOVE "Y" TO WS-MIN-FLAG
003790          MOVE WS-AMOUNT TO WS-MIN-AMOUNT
003800     END-IF.
003810     IF MNT-MAX NOT = SPACES THEN
003820          MOVE MNT-MAX TO WS-AMOUNT-CARD
003830          PERFORM CONVERT-AMOUNT THRU CONVERT-AMOUNT-EXIT
003840          IF NOT WS-AMOUNT-OK THEN
003850               MOVE "RANGE - MAXIMUM NOT +NNNNNNNNN.NN: "
003860                   TO WS-MSG-TEXT
003870               MOVE MNT-MAX TO WS-MSG-NAME
003880               PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003890               GO TO SET-RANGE-EXIT
003900          END-IF
003910          MOVE "Y" TO WS-MAX-FLAG
003920          MOVE WS-AMOUNT TO WS-MAX-AMOUNT
003930     END-IF.
003940     IF WS-MIN-FLAG = "Y" AND WS-MAX-FLAG = "Y" AND
003950        WS-MIN-AMOUNT > WS-MAX-AMOUNT THEN
003960          MOVE "RANGE - MINIMUM ABOVE MAXIMUM: " TO WS-MSG-TEXT
003970          MOVE MNT-MIN TO WS-MSG-NAME
003980          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003990          GO TO SET-RANGE-EXIT
004000     END-IF.
004010     PERFORM FETCH-RULE THRU FETCH-RULE-EXIT.
004020     IF NOT WS-RULE-FOUND THEN
004030          GO TO SET-RANGE-EXIT
004040     END-IF.
004050     MOVE "WAS" TO WS-DTL-ACTION.
004060     PERFORM PRINT-RULE THRU PRINT-RULE-EXIT.
004070     MOVE WS-MIN-FLAG TO RSNR-MIN-FLAG.
004080     MOVE WS-MIN-AMOUNT TO RSNR-MIN-RESULT.
004090     MOVE WS-MAX-FLAG TO RSNR-MAX-FLAG.
004100     MOVE WS-MAX-AMOUNT TO RSNR-MAX-RESULT.
004110     MOVE "RANGED" TO WS-NOW-ACTION.
004120     PERFORM SAVE-RULE THRU SAVE-RULE-EXIT.
004130     SET-RANGE-EXIT.
004140     EXIT.
004150
004160*---------------------------------------------------------------
004170* CONVERT-AMOUNT - CHECKS A PUNCHED BOUND AND GIVES ITS VALUE
004180* IN WS-AMOUNT.  A BLANK SIGN IS TAKEN AS PLUS.
004190*---------------------------------------------------------------
004200     CONVERT-AMOUNT.
004210     MOVE "Y" TO WS-AMOUNT-OK-SW.
004220     IF (WS-AMT-SIGN NOT = "+" AND WS-AMT-SIGN NOT = "-" AND
004230         WS-AMT-SIGN NOT = SPACE) OR
004240        WS-AMT-WHOLE IS NOT NUMERIC OR
004250        WS-AMT-POINT NOT = "." OR
004260        WS-AMT-DEC IS NOT NUMERIC THEN
004270          MOVE "N" TO WS-AMOUNT-OK-SW
004280          GO TO CONVERT-AMOUNT-EXIT
004290     END-IF.
004300     COMPUTE WS-AMOUNT = WS-AMT-WHOLE + (WS-AMT-DEC / 100).
004310     IF WS-AMT-SIGN = "-" THEN
004320          COMPUTE WS-AMOUNT = ZERO - WS-AMOUNT
004330     END-IF.
004340     CONVERT-AMOUNT-EXIT.
004350     EXIT.
004360
004370*---------------------------------------------------------------
004380* SET-PCT-CHANGE - THE LARGEST PERCENTAGE A RESULT MAY STRAY
004390* FROM THE AVERAGE OF THE SAME SOURCE AND SYM OVER THE DAYS
004400* GIVEN, AND THE FEWEST RESULTS THAT AVERAGE MUST HOLD BEFORE
004410* THE TEST IS APPLIED.  ZERO PERCENT SWITCHES THE TEST OFF.
004420*---------------------------------------------------------------
004430     SET-PCT-CHANGE.
004440     IF MNT-PCT-WHOLE IS NOT NUMERIC OR
004450        MNT-PCT-POINT NOT = "." OR
004460        MNT-PCT-DEC IS NOT NUMERIC THEN
004470          MOVE "PCTCHG - PERCENT NOT NNNNN.NN: " TO WS-MSG-TEXT
004480          MOVE MNT-PCT TO WS-MSG-NAME
004490          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004500          GO TO SET-PCT-CHANGE-EXIT
004510     END-IF.
004520     IF MNT-DAYS IS NOT NUMERIC OR MNT-DAYS = ZERO THEN
004530          MOVE "PCTCHG - DAYS NOT 001-999: " TO WS-MSG-TEXT
004540          MOVE MNT-DAYS TO WS-MSG-NAME
004550          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004560          GO TO SET-PCT-CHANGE-EXIT
004570     END-IF.
004580     IF MNT-SAMPLE IS NOT NUMERIC OR MNT-SAMPLE = ZERO THEN
004590          MOVE "PCTCHG - SAMPLE NOT 0001-9999: " TO WS-MSG-TEXT
004600          MOVE MNT-SAMPLE TO WS-MSG-NAME
004610          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004620          GO TO SET-PCT-CHANGE-EXIT
004630     END-IF.
004640     PERFORM FETCH-RULE THRU FETCH-RULE-EXIT.
004650     IF NOT WS-RULE-FOUND THEN
004660          GO TO SET-PCT-CHANGE-EXIT
004670     END-IF.
004680     MOVE "WAS" TO WS-DTL-ACTION.
004690     PERFORM PRINT-RULE THRU PRINT-RULE-EXIT.
004700     COMPUTE RSNR-MAX-PCT-CHANGE =
004710         MNT-PCT-WHOLE + (MNT-PCT-DEC / 100).
004720     MOVE MNT-DAYS TO RSNR-AVG-DAYS.
004730     MOVE MNT-SAMPLE TO RSNR-MIN-SAMPLE.
004740     MOVE "CHANGED" TO WS-NOW-ACTION.
004750     PERFORM SAVE-RULE THRU SAVE-RULE-EXIT.
004760     SET-PCT-CHANGE-EXIT.
004770     EXIT.
004780
004790*---------------------------------------------------------------
004800* FETCH-RULE - READS THE CARD'S SOURCE AND SYM.  ONE NOT ON THE
004810* FILE IS REPORTED AND COUNTED AGAINST THE RETURN CODE.
004820*---------------------------------------------------------------
004830     FETCH-RULE.
004840     MOVE "N" TO WS-RULE-FOUND-SW.
004850     MOVE MNT-SOURCE TO RSNR-SOURCE-SYSTEM.
004860     MOVE MNT-SYM TO RSNR-SYM.
004870     READ RULE-FILE
004880         INVALID KEY
004890             MOVE SPACES TO WS-MSG-TEXT
004900             STRING MNT-COMMAND DELIMITED BY SPACE
004910                    " - NOT ON FILE: " DELIMITED BY SIZE
004920                 INTO WS-MSG-TEXT
004930             END-STRING
004940             MOVE RSNR-KEY TO WS-MSG-NAME
004950             PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004960             GO TO FETCH-RULE-EXIT
004970     END-READ.
004980     MOVE "Y" TO WS-RULE-FOUND-SW.
004990     FETCH-RULE-EXIT.
005000     EXIT.
005010
005020*---------------------------------------------------------------
005030* SAVE-RULE - STAMPS THE CHANGE WITH THE BUSINESS DATE,
005040* REWRITES THE RULE, AND PRINTS THE AFTER IMAGE.
005050*---------------------------------------------------------------
005060     SAVE-RULE.
005070     MOVE WS-RUN-DATE8 TO RSNR-CHANGED-DATE.
005080     REWRITE RSNR-RECORD
005090         INVALID KEY
005100             MOVE "REWRITE FAILED FOR: " TO WS-MSG-TEXT
005110             MOVE RSNR-KEY TO WS-MSG-NAME
005120             PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
005130             GO TO SAVE-RULE-EXIT
005140     END-REWRITE.
005150     MOVE WS-NOW-ACTION TO WS-DTL-ACTION.
005160     PERFORM PRINT-RULE THRU PRINT-RULE-EXIT.
005170     SAVE-RULE-EXIT.
005180     EXIT.
005190
005200     REFUSE-CARD.
005210     ADD 1 TO WS-ERROR-COUNT.
005220     MOVE WS-MSG-LINE TO WS-RPT-LINE.
005230     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
005240     REFUSE-CARD-EXIT.
005250     EXIT.
005260
005270*---------------------------------------------------------------
005280* RULE FILE SEQUENTIAL ACCESS - THE CALLER SETS THE START KEY
005290* AND EACH CALL DELIVERS ONE RECORD.
005300*---------------------------------------------------------------
005310     START-MASTER.
005320     MOVE "N" TO WS-RSNRULE-EOF-SW.
005330     START RULE-FILE KEY NOT < RSNR-KEY
005340         INVALID KEY
005350             MOVE "Y" TO WS-RSNRULE-EOF-SW
005360     END-START.
005370     IF WS-RSNRULE-STATUS NOT = "00" THEN
005380          MOVE "Y" TO WS-RSNRULE-EOF-SW
005390     END-IF.
005400     START-MASTER-EXIT.
005410     EXIT.
005420
005430     READ-MASTER-NEXT.
005440     READ RULE-FILE NEXT RECORD
005450         AT END
005460             MOVE "Y" TO WS-RSNRULE-EOF-SW
005470     END-READ.
005480     IF WS-RSNRULE-STATUS NOT = "00" THEN
005490          MOVE "Y" TO WS-RSNRULE-EOF-SW
005500     END-IF.
005510     READ-MASTER-NEXT-EXIT.
005520     EXIT.
005530
005540*---------------------------------------------------------------
005550* PRINT-RULE - ONE LINE PER RULE.  A BOUND OR PERCENTAGE THAT
005560* IS NOT CHECKED PRINTS AS "NONE".
005570*---------------------------------------------------------------
005580     PRINT-RULE.
005590     MOVE RSNR-SOURCE-SYSTEM TO WS-DTL-SOURCE.
005600     MOVE RSNR-SYM TO WS-DTL-SYM.
005610     IF RSNR-MIN-SET THEN
005620          MOVE RSNR-MIN-RESULT TO WS-DTL-MIN
005630     ELSE
005640          MOVE "         NONE" TO WS-DTL-MIN-X
005650     END-IF.
005660     IF RSNR-MAX-SET THEN
005670          MOVE RSNR-MAX-RESULT TO WS-DTL-MAX
005680     ELSE
005690          MOVE "         NONE" TO WS-DTL-MAX-X
005700     END-IF.
005710     IF RSNR-MAX-PCT-CHANGE = ZERO THEN
005720          MOVE "    NONE" TO WS-DTL-PCT-X
005730     ELSE
005740          MOVE RSNR-MAX-PCT-CHANGE TO WS-DTL-PCT
005750     END-IF.
005760     MOVE RSNR-AVG-DAYS TO WS-DTL-DAYS.
005770     MOVE RSNR-MIN-SAMPLE TO WS-DTL-SAMPLE.
005780     MOVE RSNR-CHANGED-DATE TO WS-DTL-DATE.
005790     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
005800     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
005810     PRINT-RULE-EXIT.
005820     EXIT.
005830
005840     WRITE-RUN-TOTALS.
005850     MOVE "CARDS PROCESSED" TO WS-TOT-LABEL.
005860     MOVE WS-CARD-COUNT TO WS-TOT-COUNT.
005870     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
005880     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
005890     MOVE "CARDS NOT HONORED" TO WS-TOT-LABEL.
005900     MOVE WS-ERROR-COUNT TO WS-TOT-COUNT.
005910     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
005920     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
005930     WRITE-RUN-TOTALS-EXIT.
005940     EXIT.
005950
005960     WRITE-RPT-LINE.
005970     IF WS-LINE-COUNT > 55 THEN
005980          ADD 1 TO WS-PAGE-COUNT
005990          MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE
006000          WRITE RPT-RECORD FROM WS-HEAD-LINE
006010              AFTER ADVANCING PAGE
006020          MOVE 1 TO WS-LINE-COUNT
006030     END-IF.
006040     WRITE RPT-RECORD FROM WS-RPT-LINE
006050         AFTER ADVANCING 1 LINE.
006060     ADD 1 TO WS-LINE-COUNT.
006070     WRITE-RPT-LINE-EXIT.
006080     EXIT.
006090
006100*---------------------------------------------------------------
006110* READ-BUSINESS-DATE - CHANGES ARE STAMPED WITH THE BUSINESS
006120* DATE ON THE BDATECTL CONTROL RECORD, NOT THE MACHINE CLOCK.
006130* NO USABLE CONTROL RECORD - NO RUN (RC=16).
006140*---------------------------------------------------------------
006150     READ-BUSINESS-DATE.
006160     OPEN INPUT BDATE-FILE.
006170     READ BDATE-FILE
006180         AT END
006190             MOVE ZERO TO BDAT-BUSINESS-DATE
006200     END-READ.
006210     CLOSE BDATE-FILE.
006220     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
006230        BDAT-BUSINESS-DATE = ZERO THEN
006240          DISPLAY "ASS6RULE: BUSINESS DATE CONTROL "
006250                  "RECORD MISSING OR INVALID - RUN REFUSED"
006260          MOVE 16 TO RETURN-CODE
006270          STOP RUN
006280     END-IF.
006290     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
006300     READ-BUSINESS-DATE-EXIT.
006310     EXIT.
