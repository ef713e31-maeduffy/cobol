000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    Ass6Rate.
000030 AUTHOR.        D L HARTMAN.
000040 INSTALLATION.  BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DLH   ORIGINAL VERSION.  MAINTENANCE AND LISTING
000110*                    FOR THE RATECARD CHARGEBACK RATES THE
000120*                    ASS6CHG MONTH-END CHARGEBACK PRICES FROM.
000130*                    ONE CARD PER REQUEST ON MAINTIN, COMMAND
000140*                    IN COLUMNS 1-6, SOURCE IN 8-15 ("*ALL*"
000150*                    FOR ANY SOURCE), CLASS IN 17-20,
000160*                    EFFECTIVE-FROM DATE IN 22-29:
000170*                      LIST   [SOURCE [CLASS]]
000180*                                           PRINT ONE SOURCE AND
000190*                                           CLASS'S RATES, A
000200*                                           SOURCE'S, OR ALL
000210*                      ADD    SOURCE CLASS FROM RATE DEBIT CREDIT
000220*                                           NEW RATE FROM THE
000230*                                           DATE ON, NNN.NNNN
000240*                                           PER RESULT IN 31,
000250*                                           GL DEBIT ACCOUNT IN
000260*                                           40, CREDIT IN 53.
000270*                                           THE RATE IT FOLLOWS
000280*                                           IS ENDED THE DAY
000290*                                           BEFORE
000300*                      DELETE SOURCE CLASS FROM
000310*                                           REMOVE A RATE NOT
000320*                                           YET IN FORCE; THE
000330*                                           RATE BEFORE IT RUNS
000340*                                           ON IN ITS PLACE
000350*                    NO RATE MAY START BEFORE THE BUSINESS DATE,
000360*                    SO A MONTH ALREADY BILLED NEVER REPRICES.
000370*                    EVERY CHANGE PRINTS THE BEFORE AND AFTER
000380*                    IMAGES ON RATERPT.  RC=4 WHEN ANY CARD
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
000490     SELECT OPTIONAL RATE-FILE ASSIGN TO RATECARD
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS RATE-KEY
000530         FILE STATUS IS WS-RATECARD-STATUS.
000540     SELECT REPORT-FILE    ASSIGN TO RATERPT
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
000680     05  MNT-CLASS                  PIC X(04).
000690     05  FILLER                     PIC X(01).
000700     05  MNT-FROM                   PIC X(08).
000710     05  FILLER                     PIC X(01).
000720     05  MNT-RATE                   PIC X(08).
000730     05  MNT-RATE-R REDEFINES MNT-RATE.
000740         10  MNT-RATE-WHOLE         PIC 9(03).
000750         10  MNT-RATE-POINT         PIC X(01).
000760         10  MNT-RATE-DEC           PIC 9(04).
000770     05  FILLER                     PIC X(01).
000780     05  MNT-DEBIT                  PIC X(12).
000790     05  FILLER                     PIC X(01).
000800     05  MNT-CREDIT                 PIC X(12).
000810     05  FILLER                     PIC X(16).
000820
000830 FD  RATE-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY RATEREC.
000860
000870 FD  REPORT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  RPT-RECORD                     PIC X(120).
000900
000910 FD  BDATE-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY BDATREC.
000940
000950 WORKING-STORAGE SECTION.
000960 77  WS-CARD-COUNT                  PIC 9(05) COMP VALUE ZERO.
000970 77  WS-ERROR-COUNT                 PIC 9(05) COMP VALUE ZERO.
000980 77  WS-LIST-COUNT                  PIC 9(06) COMP VALUE ZERO.
000990 77  WS-DATE-INT                    PIC 9(07) COMP VALUE ZERO.
001000 77  WS-LINE-COUNT                  PIC 9(03) COMP VALUE 99.
001010 77  WS-PAGE-COUNT                  PIC 9(03) COMP VALUE ZERO.
001020 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE ZERO.
001030 77  WS-LEAP-REM-4                  PIC 9(03) COMP VALUE ZERO.
001040 77  WS-LEAP-REM-100                PIC 9(03) COMP VALUE ZERO.
001050 77  WS-LEAP-REM-400                PIC 9(03) COMP VALUE ZERO.
001060
001070 01  WS-SWITCHES.
001080     05  WS-EOF-SW                  PIC X(01) VALUE "N".
001090         88  WS-EOF                           VALUE "Y".
001100     05  WS-RATECARD-EOF-SW         PIC X(01) VALUE "N".
001110         88  WS-RATECARD-EOF                  VALUE "Y".
001120     05  WS-RATE-FOUND-SW           PIC X(01) VALUE "N".
001130         88  WS-RATE-FOUND                    VALUE "Y".
001140     05  WS-PRIOR-FOUND-SW          PIC X(01) VALUE "N".
001150         88  WS-PRIOR-FOUND                   VALUE "Y".
001160     05  WS-LATER-FOUND-SW          PIC X(01) VALUE "N".
001170         88  WS-LATER-FOUND                   VALUE "Y".
001180     05  WS-DATE-OK-SW              PIC X(01) VALUE "N".
001190         88  WS-DATE-OK                       VALUE "Y".
001200
001210 01  WS-RATECARD-STATUS             PIC X(02) VALUE "00".
001220 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
001230 01  WS-NOW-ACTION                  PIC X(10) VALUE SPACES.
001240 01  WS-EFF-FROM                    PIC 9(08) VALUE ZERO.
001250 01  WS-DAY-BEFORE                  PIC 9(08) VALUE ZERO.
001260 01  WS-DELETED-TO                  PIC 9(08) VALUE ZERO.
001270 01  WS-CHK-DATE                    PIC X(08).
001280 01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
001290     05  WS-CHK-CCYY                PIC 9(04).
001300     05  WS-CHK-MM                  PIC 9(02).
001310     05  WS-CHK-DD                  PIC 9(02).
001320 01  WS-CHK-DATE-N REDEFINES WS-CHK-DATE
001330                                    PIC 9(08).
001340
001350*---------------------------------------------------------------
001360* THE SOURCE AND CLASS A CARD NAMES, AND THE KEY OF THE RATE IN
001370* FORCE BEFORE (OR ON FILE AFTER) THE DATE THE CARD GIVES.
001380*---------------------------------------------------------------
001390 01  WS-CARD-KEY.
001400     05  WS-CARD-SOURCE             PIC X(08).
001410     05  WS-CARD-CLASS              PIC X(04).
001420 01  WS-PRIOR-KEY                   PIC X(20).
001430
001440 01  WS-HEAD-LINE.
001450     05  FILLER                     PIC X(40)
001460         VALUE "ASS6RATE CHARGEBACK RATE CARD REPORT".
001470     05  FILLER                     PIC X(72) VALUE SPACES.
001480     05  FILLER                     PIC X(05) VALUE "PAGE ".
001490     05  WS-HEAD-PAGE               PIC ZZ9.
001500 01  WS-COL-LINE.
001510     05  FILLER                     PIC X(02) VALUE SPACES.
001520     05  FILLER                     PIC X(10) VALUE "SOURCE".
001530     05  FILLER                     PIC X(06) VALUE "CLASS".
001540     05  FILLER                     PIC X(10) VALUE "FROM".
001550     05  FILLER                     PIC X(10) VALUE "TO".
001560     05  FILLER                     PIC X(10) VALUE "    RATE".
001570     05  FILLER                     PIC X(14) VALUE "DEBIT ACCT".
001580     05  FILLER                     PIC X(14) VALUE "CREDIT ACCT".
001590     05  FILLER                     PIC X(10) VALUE "CHANGED".
001600     05  FILLER                     PIC X(34) VALUE SPACES.
001610 01  WS-DETAIL-LINE.
001620     05  FILLER                     PIC X(02) VALUE SPACES.
001630     05  WS-DTL-SOURCE              PIC X(08).
001640     05  FILLER                     PIC X(02) VALUE SPACES.
001650     05  WS-DTL-CLASS               PIC X(04).
001660     05  FILLER                     PIC X(02) VALUE SPACES.
001670     05  WS-DTL-FROM                PIC 9(08).
001680     05  FILLER                     PIC X(02) VALUE SPACES.
001690     05  WS-DTL-TO                  PIC 9(08).
001700     05  WS-DTL-TO-X REDEFINES WS-DTL-TO
001710                                    PIC X(08).
001720     05  FILLER                     PIC X(02) VALUE SPACES.
001730     05  WS-DTL-RATE                PIC ZZ9.9999.
001740     05  FILLER                     PIC X(02) VALUE SPACES.
001750     05  WS-DTL-DEBIT               PIC X(12).
001760     05  FILLER                     PIC X(02) VALUE SPACES.
001770     05  WS-DTL-CREDIT              PIC X(12).
001780     05  FILLER                     PIC X(02) VALUE SPACES.
001790     05  WS-DTL-DATE                PIC 9(08).
001800     05  FILLER                     PIC X(02) VALUE SPACES.
001810     05  WS-DTL-ACTION              PIC X(10).
001820     05  FILLER                     PIC X(24) VALUE SPACES.
001830 01  WS-MSG-LINE.
001840     05  FILLER                     PIC X(02) VALUE SPACES.
001850     05  WS-MSG-TEXT                PIC X(40).
001860     05  WS-MSG-NAME                PIC X(20).
001870     05  FILLER                     PIC X(58) VALUE SPACES.
001880 01  WS-TOTAL-LINE.
001890     05  FILLER                     PIC X(02) VALUE SPACES.
001900     05  WS-TOT-LABEL               PIC X(30).
001910     05  WS-TOT-COUNT               PIC Z(05)9.
001920     05  FILLER                     PIC X(82) VALUE SPACES.
001930 01  WS-RPT-LINE                    PIC X(120).
001940
001950 PROCEDURE DIVISION.
001960*===============================================================
001970* MAIN - ONE PASS OVER THE MAINTIN CARDS.  EACH CARD IS ACTED
001980* ON AND REPORTED IN THE ORDER SUBMITTED, SO A RATE CAN BE
001990* ADDED AND THE CARD LISTED IN ONE JOB.
002000*===============================================================
002010     MAIN.
002020     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
002030     OPEN INPUT MAINT-FILE.
002040     OPEN I-O   RATE-FILE.
002050     OPEN OUTPUT REPORT-FILE.
002060     PERFORM READ-MAINT-CARD THRU READ-MAINT-CARD-EXIT.
002070     PERFORM PROCESS-CARD THRU PROCESS-CARD-EXIT
002080         UNTIL WS-EOF.
002090     PERFORM WRITE-RUN-TOTALS THRU WRITE-RUN-TOTALS-EXIT.
002100     CLOSE MAINT-FILE RATE-FILE REPORT-FILE.
002110     DISPLAY "ASS6RATE: " WS-CARD-COUNT " CARDS, "
002120             WS-ERROR-COUNT " NOT HONORED".
002130     IF WS-ERROR-COUNT > ZERO THEN
002140          MOVE 4 TO RETURN-CODE
002150     END-IF.
002160     STOP RUN.
002170
002180     READ-MAINT-CARD.
002190     READ MAINT-FILE
002200         AT END
002210             MOVE "Y" TO WS-EOF-SW
002220     END-READ.
002230     READ-MAINT-CARD-EXIT.
002240     EXIT.
002250
002260     PROCESS-CARD.
002270     ADD 1 TO WS-CARD-COUNT.
002280     MOVE MNT-SOURCE TO WS-CARD-SOURCE.
002290     MOVE MNT-CLASS TO WS-CARD-CLASS.
002300     IF MNT-COMMAND = "LIST" THEN
002310          PERFORM LIST-RATES THRU LIST-RATES-EXIT
002320     ELSE IF MNT-COMMAND = "ADD" THEN
002330          PERFORM ADD-RATE THRU ADD-RATE-EXIT
002340     ELSE IF MNT-COMMAND = "DELETE" THEN
002350          PERFORM DELETE-RATE THRU DELETE-RATE-EXIT
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
002460* LIST-RATES - PRINTS EVERY RATE FOR THE SOURCE AND CLASS NAMED
002470* ON THE CARD, EVERY RATE FOR THE SOURCE NAMED, OR THE WHOLE
002480* RATE CARD IN SOURCE, CLASS AND DATE ORDER.
002490*---------------------------------------------------------------
002500     LIST-RATES.
002510     MOVE "CHARGEBACK RATE LISTING" TO WS-RPT-LINE.
002520     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002530     MOVE WS-COL-LINE TO WS-RPT-LINE.
002540     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002550     MOVE ZERO TO WS-LIST-COUNT.
002560     IF MNT-SOURCE = SPACES THEN
002570          MOVE LOW-VALUES TO RATE-KEY
002580     ELSE
002590          MOVE LOW-VALUES TO RATE-KEY
002600          MOVE MNT-SOURCE TO RATE-SOURCE-SYSTEM
002610          IF MNT-CLASS NOT = SPACES THEN
002620               MOVE MNT-CLASS TO RATE-CLASS
002630          END-IF
002640     END-IF.
002650     PERFORM START-MASTER THRU START-MASTER-EXIT.
002660     PERFORM LIST-RATES-NEXT THRU LIST-RATES-NEXT-EXIT
002670         UNTIL WS-RATECARD-EOF.
002680     IF WS-LIST-COUNT = ZERO THEN
002690          MOVE "  (NO RATES)" TO WS-RPT-LINE
002700          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
002710     END-IF.
002720     MOVE "RATES LISTED" TO WS-TOT-LABEL.
002730     MOVE WS-LIST-COUNT TO WS-TOT-COUNT.
002740     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
002750     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002760     MOVE SPACES TO WS-RPT-LINE.
002770     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002780     LIST-RATES-EXIT.
002790     EXIT.
002800
002810     LIST-RATES-NEXT.
002820     PERFORM READ-MASTER-NEXT THRU READ-MASTER-NEXT-EXIT.
002830     IF WS-RATECARD-EOF THEN
002840          GO TO LIST-RATES-NEXT-EXIT
002850     END-IF.
002860     IF (MNT-SOURCE NOT = SPACES AND
002870         RATE-SOURCE-SYSTEM NOT = MNT-SOURCE) OR
002880        (MNT-CLASS NOT = SPACES AND
002890         RATE-CLASS NOT = MNT-CLASS) THEN
002900          MOVE "Y" TO WS-RATECARD-EOF-SW
002910          GO TO LIST-RATES-NEXT-EXIT
002920     END-IF.
002930     ADD 1 TO WS-LIST-COUNT.
002940     MOVE SPACES TO WS-DTL-ACTION.
002950     PERFORM PRINT-RATE THRU PRINT-RATE-EXIT.
002960     LIST-RATES-NEXT-EXIT.
002970     EXIT.
002980
002990*---------------------------------------------------------------
003000* ADD-RATE - A NEW RATE FOR THE SOURCE AND CLASS FROM THE DATE
003010* GIVEN ON, OPEN-ENDED.  IT MAY NOT START BEFORE THE BUSINESS
003020* DATE, NOR ON OR BEFORE A RATE ALREADY ON FILE FOR THE SOURCE
003030* AND CLASS; THE RATE IN FORCE BEFORE IT IS ENDED THE DAY
003040* BEFORE IT STARTS.  EVERY FIELD IS CHECKED BEFORE THE FILE IS
003050* TOUCHED.
003060*---------------------------------------------------------------
003070     ADD-RATE.
003080     IF MNT-SOURCE = SPACES THEN
003090          MOVE "ADD - SOURCE IS NEEDED" TO WS-MSG-TEXT
003100          MOVE SPACES TO WS-MSG-NAME
003110          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003120          GO TO ADD-RATE-EXIT
003130     END-IF.
003140     IF MNT-CLASS NOT = "ARTH" AND MNT-CLASS NOT = "CMPL" AND
003150        MNT-CLASS NOT = "IF" AND MNT-CLASS NOT = "LET" AND
003160        MNT-CLASS NOT = "DEF" AND MNT-CLASS NOT = "FUNC" AND
003170        MNT-CLASS NOT = "RWRK" THEN
003180          MOVE "ADD - NOT AN OPERATION CLASS: " TO WS-MSG-TEXT
003190          MOVE MNT-CLASS TO WS-MSG-NAME
003200          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003210          GO TO ADD-RATE-EXIT
003220     END-IF.
003230     MOVE MNT-FROM TO WS-CHK-DATE.
003240     PERFORM CHECK-DATE THRU CHECK-DATE-EXIT.
003250     IF NOT WS-DATE-OK THEN
003260          MOVE "ADD - EFFECTIVE FROM NOT A DATE: "
003270              TO WS-MSG-TEXT
003280          MOVE MNT-FROM TO WS-MSG-NAME
003290          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003300          GO TO ADD-RATE-EXIT
003310     END-IF.
003320     MOVE WS-CHK-DATE-N TO WS-EFF-FROM.
003330     IF WS-EFF-FROM < WS-RUN-DATE8 THEN
003340          MOVE "ADD - FROM BEFORE BUSINESS DATE: "
003350              TO WS-MSG-TEXT
003360          MOVE MNT-FROM TO WS-MSG-NAME
003370          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003380          GO TO ADD-RATE-EXIT
003390     END-IF.
003400     IF MNT-RATE-WHOLE IS NOT NUMERIC OR
003410        MNT-RATE-POINT NOT = "." OR
003420        MNT-RATE-DEC IS NOT NUMERIC THEN
003430          MOVE "ADD - RATE NOT NNN.NNNN: " TO WS-MSG-TEXT
003440          MOVE MNT-RATE TO WS-MSG-NAME
003450          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003460          GO TO ADD-RATE-EXIT
003470     END-IF.
003480     IF MNT-DEBIT = SPACES OR MNT-CREDIT = SPACES THEN
003490          MOVE "ADD - DEBIT AND CREDIT ACCOUNTS NEEDED"
003500              TO WS-MSG-TEXT
003510          MOVE SPACES TO WS-MSG-NAME
003520          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003530          GO TO ADD-RATE-EXIT
003540     END-IF.
003550     PERFORM FIND-NEIGHBORS THRU FIND-NEIGHBORS-EXIT.
003560     IF WS-LATER-FOUND THEN
003570          MOVE "ADD - RATE ON FILE FROM THIS DATE ON: "
003580              TO WS-MSG-TEXT
003590          MOVE WS-CARD-KEY TO WS-MSG-NAME
003600          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003610          GO TO ADD-RATE-EXIT
003620     END-IF.
003630     COMPUTE WS-DATE-INT =
003640         FUNCTION INTEGER-OF-DATE(WS-EFF-FROM) - 1.
003650     COMPUTE WS-DAY-BEFORE =
003660         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
003670     IF WS-PRIOR-FOUND THEN
003680          MOVE WS-PRIOR-KEY TO RATE-KEY
003690          PERFORM FETCH-RATE THRU FETCH-RATE-EXIT
003700          IF WS-RATE-FOUND AND RATE-EFF-TO > WS-DAY-BEFORE THEN
003710               MOVE "WAS" TO WS-DTL-ACTION
003720               PERFORM PRINT-RATE THRU PRINT-RATE-EXIT
003730               MOVE WS-DAY-BEFORE TO RATE-EFF-TO
003740               MOVE "ENDED" TO WS-NOW-ACTION
003750               PERFORM SAVE-RATE THRU SAVE-RATE-EXIT
003760          END-IF
003770     END-IF.
003780     MOVE SPACES TO RATE-RECORD.
003790     MOVE MNT-SOURCE TO RATE-SOURCE-SYSTEM.
003800     MOVE MNT-CLASS TO RATE-CLASS.
003810     MOVE WS-EFF-FROM TO RATE-EFF-FROM.
003820     MOVE 99999999 TO RATE-EFF-TO.
003830     COMPUTE RATE-PER-RESULT =
003840         MNT-RATE-WHOLE + (MNT-RATE-DEC / 10000).
003850     MOVE MNT-DEBIT TO RATE-DEBIT-ACCOUNT.
003860     MOVE MNT-CREDIT TO RATE-CREDIT-ACCOUNT.
003870     MOVE WS-RUN-DATE8 TO RATE-ADDED-DATE.
003880     MOVE WS-RUN-DATE8 TO RATE-CHANGED-DATE.
003890     WRITE RATE-RECORD
003900         INVALID KEY
003910             MOVE "ADD - ALREADY ON FILE: " TO WS-MSG-TEXT
003920             MOVE RATE-KEY TO WS-MSG-NAME
003930             PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003940             GO TO ADD-RATE-EXIT
003950     END-WRITE.
003960     MOVE "ADDED" TO WS-DTL-ACTION.
003970     PERFORM PRINT-RATE THRU PRINT-RATE-EXIT.
003980     ADD-RATE-EXIT.
003990     EXIT.
004000
004010*---------------------------------------------------------------
004020* DELETE-RATE - ONLY A RATE NOT YET IN FORCE MAY GO.  WHEN THE
004030* RATE BEFORE IT WAS ENDED TO MAKE ROOM FOR IT, THAT RATE RUNS
004040* ON AS FAR AS THE DELETED ONE WOULD HAVE.
004050*---------------------------------------------------------------
004060     DELETE-RATE.
004070     MOVE MNT-FROM TO WS-CHK-DATE.
004080     PERFORM CHECK-DATE THRU CHECK-DATE-EXIT.
004090     IF NOT WS-DATE-OK THEN
004100          MOVE "DELETE - EFFECTIVE FROM NOT A DATE: "
004110              TO WS-MSG-TEXT
004120          MOVE MNT-FROM TO WS-MSG-NAME
004130          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004140          GO TO DELETE-RATE-EXIT
004150     END-IF.
004160     MOVE WS-CHK-DATE-N TO WS-EFF-FROM.
004170     IF WS-EFF-FROM NOT > WS-RUN-DATE8 THEN
004180          MOVE "DELETE - RATE ALREADY IN FORCE: "
004190              TO WS-MSG-TEXT
004200          MOVE MNT-FROM TO WS-MSG-NAME
004210          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004220          GO TO DELETE-RATE-EXIT
004230     END-IF.
004240     MOVE MNT-SOURCE TO RATE-SOURCE-SYSTEM.
004250     MOVE MNT-CLASS TO RATE-CLASS.
004260     MOVE WS-EFF-FROM TO RATE-EFF-FROM.
004270     PERFORM FETCH-RATE THRU FETCH-RATE-EXIT.
004280     IF NOT WS-RATE-FOUND THEN
004290          MOVE "DELETE - NOT ON FILE: " TO WS-MSG-TEXT
004300          MOVE RATE-KEY TO WS-MSG-NAME
004310          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004320          GO TO DELETE-RATE-EXIT
004330     END-IF.
004340     MOVE RATE-EFF-TO TO WS-DELETED-TO.
004350     MOVE "DELETED" TO WS-DTL-ACTION.
004360     PERFORM PRINT-RATE THRU PRINT-RATE-EXIT.
004370     DELETE RATE-FILE RECORD
004380         INVALID KEY
004390             CONTINUE
004400     END-DELETE.
004410     PERFORM FIND-NEIGHBORS THRU FIND-NEIGHBORS-EXIT.
004420     IF NOT WS-PRIOR-FOUND THEN
004430          GO TO DELETE-RATE-EXIT
004440     END-IF.
004450     COMPUTE WS-DATE-INT =
004460         FUNCTION INTEGER-OF-DATE(WS-EFF-FROM) - 1.
004470     COMPUTE WS-DAY-BEFORE =
004480         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
004490     MOVE WS-PRIOR-KEY TO RATE-KEY.
004500     PERFORM FETCH-RATE THRU FETCH-RATE-EXIT.
004510     IF NOT WS-RATE-FOUND OR RATE-EFF-TO NOT = WS-DAY-BEFORE THEN
004520          GO TO DELETE-RATE-EXIT
004530     END-IF.
004540     MOVE "WAS" TO WS-DTL-ACTION.
004550     PERFORM PRINT-RATE THRU PRINT-RATE-EXIT.
004560     MOVE WS-DELETED-TO TO RATE-EFF-TO.
004570     MOVE "EXTENDED" TO WS-NOW-ACTION.
004580     PERFORM SAVE-RATE THRU SAVE-RATE-EXIT.
004590     DELETE-RATE-EXIT.
004600     EXIT.
004610
004620*---------------------------------------------------------------
004630* FIND-NEIGHBORS - READS THE CARD'S SOURCE AND CLASS FROM THEIR
004640* FIRST RATE.  WS-PRIOR-KEY IS LEFT ON THE LAST RATE STARTING
004650* BEFORE WS-EFF-FROM; WS-LATER-FOUND SAYS WHETHER ANY STARTS
004660* ON OR AFTER IT.
004670*---------------------------------------------------------------
004680     FIND-NEIGHBORS.
004690     MOVE "N" TO WS-PRIOR-FOUND-SW WS-LATER-FOUND-SW.
004700     MOVE SPACES TO WS-PRIOR-KEY.
004710     MOVE WS-CARD-SOURCE TO RATE-SOURCE-SYSTEM.
004720     MOVE WS-CARD-CLASS TO RATE-CLASS.
004730     MOVE ZERO TO RATE-EFF-FROM.
004740     PERFORM START-MASTER THRU START-MASTER-EXIT.
004750     PERFORM FIND-NEIGHBORS-NEXT THRU FIND-NEIGHBORS-NEXT-EXIT
004760         UNTIL WS-RATECARD-EOF.
004770     FIND-NEIGHBORS-EXIT.
004780     EXIT.
004790
004800     FIND-NEIGHBORS-NEXT.
004810     PERFORM READ-MASTER-NEXT THRU READ-MASTER-NEXT-EXIT.
004820     IF WS-RATECARD-EOF THEN
004830          GO TO FIND-NEIGHBORS-NEXT-EXIT
004840     END-IF.
004850     IF RATE-SOURCE-SYSTEM NOT = WS-CARD-SOURCE OR
004860        RATE-CLASS NOT = WS-CARD-CLASS THEN
004870          MOVE "Y" TO WS-RATECARD-EOF-SW
004880          GO TO FIND-NEIGHBORS-NEXT-EXIT
004890     END-IF.
004900     IF RATE-EFF-FROM < WS-EFF-FROM THEN
004910          MOVE "Y" TO WS-PRIOR-FOUND-SW
004920          MOVE RATE-KEY TO WS-PRIOR-KEY
004930     ELSE
004940          MOVE "Y" TO WS-LATER-FOUND-SW
004950          MOVE "Y" TO WS-RATECARD-EOF-SW
004960     END-IF.
004970     FIND-NEIGHBORS-NEXT-EXIT.
004980     EXIT.
004990
005000*---------------------------------------------------------------
005010* FETCH-RATE - READS THE RATE WHOSE KEY IS IN RATE-KEY.
005020*---------------------------------------------------------------
005030     FETCH-RATE.
005040     MOVE "N" TO WS-RATE-FOUND-SW.
005050     READ RATE-FILE
005060         INVALID KEY
005070             GO TO FETCH-RATE-EXIT
005080     END-READ.
005090     MOVE "Y" TO WS-RATE-FOUND-SW.
005100     FETCH-RATE-EXIT.
005110     EXIT.
005120
005130*---------------------------------------------------------------
005140* SAVE-RATE - STAMPS THE CHANGE WITH THE BUSINESS DATE,
005150* REWRITES THE RATE, AND PRINTS THE AFTER IMAGE.
005160*---------------------------------------------------------------
005170     SAVE-RATE.
005180     MOVE WS-RUN-DATE8 TO RATE-CHANGED-DATE.
005190     REWRITE RATE-RECORD
005200         INVALID KEY
005210             MOVE "REWRITE FAILED FOR: " TO WS-MSG-TEXT
005220             MOVE RATE-KEY TO WS-MSG-NAME
005230             PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
005240             GO TO SAVE-RATE-EXIT
005250     END-REWRITE.
005260     MOVE WS-NOW-ACTION TO WS-DTL-ACTION.
005270     PERFORM PRINT-RATE THRU PRINT-RATE-EXIT.
005280     SAVE-RATE-EXIT.
005290     EXIT.
005300
005310     REFUSE-CARD.
005320     ADD 1 TO WS-ERROR-COUNT.
005330     MOVE WS-MSG-LINE TO WS-RPT-LINE.
005340     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
005350     REFUSE-CARD-EXIT.
005360     EXIT.
005370
005380*---------------------------------------------------------------
005390* CHECK-DATE - WS-CHK-DATE MUST BE AN EIGHT-DIGIT CCYYMMDD DATE
005400* WITH A REAL MONTH AND A DAY THAT MONTH CAN HAVE IN THAT YEAR.
005410*---------------------------------------------------------------
005420     CHECK-DATE.
005430     MOVE "N" TO WS-DATE-OK-SW.
005440     IF WS-CHK-DATE IS NOT NUMERIC THEN
005450          GO TO CHECK-DATE-EXIT
005460     END-IF.
005470     IF WS-CHK-CCYY < 1900 OR
005480        WS-CHK-MM < 1 OR WS-CHK-MM > 12 OR
005490        WS-CHK-DD < 1 OR WS-CHK-DD > 31 THEN
005500          GO TO CHECK-DATE-EXIT
005510     END-IF.
005520     IF WS-CHK-DD > 30 AND
005530        (WS-CHK-MM = 4 OR WS-CHK-MM = 6 OR
005540         WS-CHK-MM = 9 OR WS-CHK-MM = 11) THEN
005550          GO TO CHECK-DATE-EXIT
005560     END-IF.
005570     IF WS-CHK-MM = 2 AND WS-CHK-DD > 29 THEN
005580          GO TO CHECK-DATE-EXIT
005590     END-IF.
005600     IF WS-CHK-MM = 2 AND WS-CHK-DD = 29 THEN
005610          PERFORM CHECK-LEAP-YEAR THRU CHECK-LEAP-YEAR-EXIT
005620          IF WS-LEAP-REM-4 NOT = ZERO OR
005630             (WS-LEAP-REM-100 = ZERO AND
005640              WS-LEAP-REM-400 NOT = ZERO) THEN
005650               GO TO CHECK-DATE-EXIT
005660          END-IF
005670     END-IF.
005680     MOVE "Y" TO WS-DATE-OK-SW.
005690     CHECK-DATE-EXIT.
005700     EXIT.
005710
005720*---------------------------------------------------------------
005730* CHECK-LEAP-YEAR - THE YEAR'S REMAINDERS BY 4, 100 AND 400.  A
005740* LEAP YEAR DIVIDES BY 4, AND BY 400 AS WELL IF IT DIVIDES BY 100.
005750*---------------------------------------------------------------
005760     CHECK-LEAP-YEAR.
005770     DIVIDE WS-CHK-CCYY BY 4 GIVING WS-LEAP-QUOT
005780         REMAINDER WS-LEAP-REM-4.
005790     DIVIDE WS-CHK-CCYY BY 100 GIVING WS-LEAP-QUOT
005800         REMAINDER WS-LEAP-REM-100.
005810     DIVIDE WS-CHK-CCYY BY 400 GIVING WS-LEAP-QUOT
005820         REMAINDER WS-LEAP-REM-400.
005830     CHECK-LEAP-YEAR-EXIT.
005840     EXIT.
005850
005860*---------------------------------------------------------------
005870* RATE FILE SEQUENTIAL ACCESS - THE CALLER SETS THE START KEY
005880* AND EACH CALL DELIVERS ONE RECORD.
005890*---------------------------------------------------------------
005900     START-MASTER.
005910     MOVE "N" TO WS-RATECARD-EOF-SW.
005920     START RATE-FILE KEY NOT < RATE-KEY
005930         INVALID KEY
005940             MOVE "Y" TO WS-RATECARD-EOF-SW
005950     END-START.
005960     IF WS-RATECARD-STATUS NOT = "00" THEN
005970          MOVE "Y" TO WS-RATECARD-EOF-SW
005980     END-IF.
005990     START-MASTER-EXIT.
006000     EXIT.
006010
006020     READ-MASTER-NEXT.
006030     READ RATE-FILE NEXT RECORD
006040         AT END
006050             MOVE "Y" TO WS-RATECARD-EOF-SW
006060     END-READ.
006070     IF WS-RATECARD-STATUS NOT = "00" THEN
006080          MOVE "Y" TO WS-RATECARD-EOF-SW
006090     END-IF.
006100     READ-MASTER-NEXT-EXIT.
006110     EXIT.
006120
006130*---------------------------------------------------------------
006140* PRINT-RATE - ONE LINE PER RATE.  AN OPEN-ENDED RATE PRINTS
006150* "OPEN" FOR ITS TO DATE.
006160*---------------------------------------------------------------
006170     PRINT-RATE.
006180     MOVE RATE-SOURCE-SYSTEM TO WS-DTL-SOURCE.
006190     MOVE RATE-CLASS TO WS-DTL-CLASS.
006200     MOVE RATE-EFF-FROM TO WS-DTL-FROM.
006210     IF RATE-EFF-TO = 99999999 THEN
006220          MOVE "OPEN" TO WS-DTL-TO-X
006230     ELSE
006240          MOVE RATE-EFF-TO TO WS-DTL-TO
006250     END-IF.
006260     MOVE RATE-PER-RESULT TO WS-DTL-RATE.
006270     MOVE RATE-DEBIT-ACCOUNT TO WS-DTL-DEBIT.
006280     MOVE RATE-CREDIT-ACCOUNT TO WS-DTL-CREDIT.
006290     MOVE RATE-CHANGED-DATE TO WS-DTL-DATE.
006300     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
006310     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006320     PRINT-RATE-EXIT.
006330     EXIT.
006340
006350     WRITE-RUN-TOTALS.
006360     MOVE "CARDS PROCESSED" TO WS-TOT-LABEL.
006370     MOVE WS-CARD-COUNT TO WS-TOT-COUNT.
006380     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
006390     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006400     MOVE "CARDS NOT HONORED" TO WS-TOT-LABEL.
006410     MOVE WS-ERROR-COUNT TO WS-TOT-COUNT.
006420     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
006430     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006440     WRITE-RUN-TOTALS-EXIT.
006450     EXIT.
006460
006470     WRITE-RPT-LINE.
006480     IF WS-LINE-COUNT > 55 THEN
006490          ADD 1 TO WS-PAGE-COUNT
006500          MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE
006510          WRITE RPT-RECORD FROM WS-HEAD-LINE
006520              AFTER ADVANCING PAGE
006530          MOVE 1 TO WS-LINE-COUNT
006540     END-IF.
006550     WRITE RPT-RECORD FROM WS-RPT-LINE
006560         AFTER ADVANCING 1 LINE.
006570     ADD 1 TO WS-LINE-COUNT.
006580     WRITE-RPT-LINE-EXIT.
006590     EXIT.
006600
006610*---------------------------------------------------------------
006620* READ-BUSINESS-DATE - CHANGES ARE STAMPED WITH, AND NEW RATES
006630* MAY NOT START BEFORE, THE BUSINESS DATE ON THE BDATECTL
006640* CONTROL RECORD.  NO USABLE CONTROL RECORD - NO RUN (RC=16).
006650*---------------------------------------------------------------
006660     READ-BUSINESS-DATE.
006670     OPEN INPUT BDATE-FILE.
006680     READ BDATE-FILE
006690         AT END
006700             MOVE ZERO TO BDAT-BUSINESS-DATE
006710     END-READ.
006720     CLOSE BDATE-FILE.
006730     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
006740        BDAT-BUSINESS-DATE = ZERO THEN
006750          DISPLAY "ASS6RATE: BUSINESS DATE CONTROL "
006760                  "RECORD MISSING OR INVALID - RUN REFUSED"
006770          MOVE 16 TO RETURN-CODE
006780          STOP RUN
006790     END-IF.
006800     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
006810     READ-BUSINESS-DATE-EXIT.
006820     EXIT.
