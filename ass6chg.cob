000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    Ass6Chg.
000030 AUTHOR.        D L HARTMAN.
000040 INSTALLATION.  BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DLH   ORIGINAL VERSION.  MONTH-END CHARGEBACK OF
000110*                    EVALUATION VOLUME.  EVERY RESULT OF THE
000120*                    MONTH ON RSLTMAST AND ON THE RSLTHIST
000130*                    ARCHIVE GENERATIONS IS COUNTED BY SOURCE
000140*                    SYSTEM, OPERATION CLASS (ARITHMETIC,
000150*                    COMPARISON/LOGICAL, "if", "let", "def",
000160*                    FUNCTION APPLICATION, REWORK) AND DAY, AND
000170*                    PRICED AT THE RATECARD RATE IN FORCE ON
000180*                    THE DAY.  A PRODUCTION RESULT BELONGS TO
000190*                    THE MONTH OF ITS RUN DATE, A REWORK RESULT
000200*                    (FLAG "R") TO THE MONTH OF ITS REWORK DATE.
000210*                    CHGRPT PRINTS AN INVOICE PER SOURCE AND A
000220*                    CONTROL PAGE THAT TIES THE RESULTS BILLED
000230*                    TO THE RESULT COUNTS ON THE MONTH'S RUNLOG
000240*                    ENTRIES; GLJRNL CARRIES THE GENERAL LEDGER
000250*                    JOURNAL (GLJREC) WITH ITS OWN TRAILER
000260*                    TOTALS.  THE SYSIN CARD NAMES THE MONTH
000270*                    (CCYYMM IN COLUMNS 1-6); A BLANK CARD
000280*                    BILLS THE MONTH BEFORE THE BUSINESS DATE.
000290*                    RC=0 BILLED AND TIED, RC=4 SOME RESULTS
000300*                    HAD NO RATE (INVOICED AT NO CHARGE),
000310*                    RC=8 THE RESULTS DO NOT TIE TO RUNLOG (DO
000320*                    NOT SEND THE JOURNAL), RC=16 BAD MONTH
000330*                    CARD, NO BUSINESS DATE, OR A TABLE
000340*                    OVERFLOWED (NOTHING BILLED).
000350*---------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PARM-FILE      ASSIGN TO SYSIN
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT OPTIONAL RATE-FILE ASSIGN TO RATECARD
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS RATE-KEY
000480         FILE STATUS IS WS-RATECARD-STATUS.
000490     SELECT OPTIONAL RSLT-MASTER ASSIGN TO RSLTMAST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS RSLM-KEY
000530         FILE STATUS IS WS-RSLTMAST-STATUS.
000540     SELECT OPTIONAL HIST-FILE ASSIGN TO RSLTHIST
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS RUNL-KEY
000600         FILE STATUS IS WS-RUNLOG-STATUS.
000610     SELECT REPORT-FILE    ASSIGN TO CHGRPT
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT JRNL-FILE      ASSIGN TO GLJRNL
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000660         ORGANIZATION IS SEQUENTIAL.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  PARM-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  PARM-RECORD.
000730     05  PARM-MONTH                 PIC X(06).
000740     05  PARM-MONTH-R REDEFINES PARM-MONTH.
000750         10  PARM-CCYY              PIC 9(04).
000760         10  PARM-MM                PIC 9(02).
000770     05  FILLER                     PIC X(74).
000780
000790 FD  RATE-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY RATEREC.
000820
000830 FD  RSLT-MASTER
000840     LABEL RECORDS ARE STANDARD.
000850 COPY RSLTMST.
000860
000870 FD  HIST-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY RSLTMST REPLACING LEADING ==RSLM== BY ==HIST==.
000900
000910 FD  RUNLOG-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY RUNLREC.
000940
000950 FD  REPORT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  RPT-RECORD                     PIC X(120).
000980
000990 FD  JRNL-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY GLJREC.
001020
001030 FD  BDATE-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 COPY BDATREC.
001060
001070 WORKING-STORAGE SECTION.
001080 77  WS-RATE-COUNT                  PIC 9(04) COMP VALUE ZERO.
001090 77  WS-RATE-SUB                    PIC 9(04) COMP VALUE ZERO.
001100 77  WS-HIT-SUB                     PIC 9(04) COMP VALUE ZERO.
001110 77  WS-TALLY-COUNT                 PIC 9(04) COMP VALUE ZERO.
001120 77  WS-TALLY-SUB                   PIC 9(04) COMP VALUE ZERO.
001130 77  WS-TALLY-INS-SUB               PIC 9(04) COMP VALUE ZERO.
001140 77  WS-INV-COUNT                   PIC 9(04) COMP VALUE ZERO.
001150 77  WS-INV-SUB                     PIC 9(04) COMP VALUE ZERO.
001160 77  WS-INV-INS-SUB                 PIC 9(04) COMP VALUE ZERO.
001170 77  WS-RLS-COUNT                   PIC 9(04) COMP VALUE ZERO.
001180 77  WS-RLS-SUB                     PIC 9(04) COMP VALUE ZERO.
001190 77  WS-CLASS-SUB                   PIC 9(04) COMP VALUE ZERO.
001200 77  WS-MASTER-COUNT                PIC 9(09) COMP VALUE ZERO.
001210 77  WS-HIST-COUNT                  PIC 9(09) COMP VALUE ZERO.
001220 77  WS-PROD-COUNT                  PIC 9(09) COMP VALUE ZERO.
001230 77  WS-REWORK-COUNT                PIC 9(09) COMP VALUE ZERO.
001240 77  WS-PROD-REWORKED               PIC 9(09) COMP VALUE ZERO.
001250 77  WS-PRICED-COUNT                PIC 9(09) COMP VALUE ZERO.
001260 77  WS-UNPRICED-COUNT              PIC 9(09) COMP VALUE ZERO.
001270 77  WS-RUNL-ENTRIES                PIC 9(07) COMP VALUE ZERO.
001280 77  WS-RUNL-PROD-RSLT              PIC 9(09) COMP VALUE ZERO.
001290 77  WS-RUNL-REWORK-RSLT            PIC 9(09) COMP VALUE ZERO.
001300 77  WS-SOURCE-RESULTS              PIC 9(09) COMP VALUE ZERO.
001310 77  WS-GLJ-SEQ                     PIC 9(06) COMP VALUE ZERO.
001320 77  WS-GLJ-DETAILS                 PIC 9(06) COMP VALUE ZERO.
001330 77  WS-INVOICE-COUNT               PIC 9(04) COMP VALUE ZERO.
001340 77  WS-DATE-INT                    PIC 9(07) COMP VALUE ZERO.
001350 77  WS-LINE-COUNT                  PIC 9(03) COMP VALUE 99.
001360 77  WS-PAGE-COUNT                  PIC 9(03) COMP VALUE ZERO.
001370
001380 01  WS-SWITCHES.
001390     05  WS-EOF-SW                  PIC X(01) VALUE "N".
001400         88  WS-EOF                           VALUE "Y".
001410     05  WS-RATE-FOUND-SW           PIC X(01) VALUE "N".
001420         88  WS-RATE-FOUND                    VALUE "Y".
001430     05  WS-TALLY-FOUND-SW          PIC X(01) VALUE "N".
001440         88  WS-TALLY-FOUND                   VALUE "Y".
001450     05  WS-INV-FOUND-SW            PIC X(01) VALUE "N".
001460         88  WS-INV-FOUND                     VALUE "Y".
001470     05  WS-RLS-FOUND-SW            PIC X(01) VALUE "N".
001480         88  WS-RLS-FOUND                     VALUE "Y".
001490     05  WS-SELECTED-SW             PIC X(01) VALUE "N".
001500         88  WS-SELECTED                      VALUE "Y".
001510     05  WS-TIED-SW                 PIC X(01) VALUE "Y".
001520         88  WS-TIED                          VALUE "Y".
001530
001540 01  WS-RATECARD-STATUS             PIC X(02) VALUE "00".
001550 01  WS-RSLTMAST-STATUS             PIC X(02) VALUE "00".
001560 01  WS-RUNLOG-STATUS               PIC X(02) VALUE "00".
001570 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
001580 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE8.
001590     05  WS-RUN-MONTH               PIC 9(06).
001600     05  WS-RUN-DD                  PIC 9(02).
001610 01  WS-BILL-MONTH                  PIC 9(06) VALUE ZERO.
001620 01  WS-BILL-MONTH-R REDEFINES WS-BILL-MONTH.
001630     05  WS-BILL-CCYY               PIC 9(04).
001640     05  WS-BILL-MM                 PIC 9(02).
001650 01  WS-MONTH-FROM                  PIC 9(08) VALUE ZERO.
001660 01  WS-MONTH-TO                    PIC 9(08) VALUE ZERO.
001670 01  WS-NEXT-MONTH-FROM             PIC 9(08) VALUE ZERO.
001680 01  WS-SEL-DATE                    PIC 9(08) VALUE ZERO.
001690 01  WS-SEL-DATE-R REDEFINES WS-SEL-DATE.
001700     05  WS-SEL-MONTH               PIC 9(06).
001710     05  WS-SEL-DD                  PIC 9(02).
001720 01  WS-PREV-SOURCE                 PIC X(08) VALUE LOW-VALUES.
001730 01  WS-AMOUNT                      PIC S9(11)V99 VALUE ZERO.
001740 01  WS-SOURCE-AMOUNT               PIC S9(13)V99 VALUE ZERO.
001750 01  WS-INVOICE-TOTAL               PIC S9(13)V99 VALUE ZERO.
001760 01  WS-DEBIT-TOTAL                 PIC S9(13)V99 VALUE ZERO.
001770 01  WS-CREDIT-TOTAL                PIC S9(13)V99 VALUE ZERO.
001780 01  WS-DIFFERENCE                  PIC S9(09) VALUE ZERO.
001790
001800*---------------------------------------------------------------
001810* THE RESULT BEING COUNTED, TAKEN FROM RSLTMAST OR RSLTHIST.
001820*---------------------------------------------------------------
001830 01  WS-RESULT.
001840     05  WS-RES-RUN-DATE            PIC 9(08).
001850     05  WS-RES-SYM                 PIC X(03).
001860     05  WS-RES-REWORK-FLAG         PIC X(01).
001870     05  WS-RES-SOURCE              PIC X(08).
001880     05  WS-RES-REWORK-DATE         PIC 9(08).
001890
001900*---------------------------------------------------------------
001910* THE OPERATION CLASSES IN INVOICE ORDER.  THE CLASS NUMBER IS
001920* THE ENTRY'S POSITION; THE CODE IS THE RATECARD CLASS.
001930*---------------------------------------------------------------
001940 01  WS-CLASS-LIST.
001950     05  FILLER                     PIC X(24)
001960         VALUE "ARTHARITHMETIC".
001970     05  FILLER                     PIC X(24)
001980         VALUE "CMPLCOMPARISON/LOGICAL".
001990     05  FILLER                     PIC X(24)
002000         VALUE "IF  CONDITIONAL (IF)".
002010     05  FILLER                     PIC X(24)
002020         VALUE "LET VARIABLE (LET)".
002030     05  FILLER                     PIC X(24)
002040         VALUE "DEF DEFINITION (DEF)".
002050     05  FILLER                     PIC X(24)
002060         VALUE "FUNCFUNCTION APPLICATION".
002070     05  FILLER                     PIC X(24)
002080         VALUE "RWRKREWORK".
002090 01  WS-CLASS-TABLE REDEFINES WS-CLASS-LIST.
002100     05  WS-CLASS-ENTRY OCCURS 7 TIMES.
002110         10  WS-CLASS-CODE          PIC X(04).
002120         10  WS-CLASS-DESC          PIC X(20).
002130
002140*---------------------------------------------------------------
002150* EVERY RATECARD RATE, IN KEY ORDER.
002160*---------------------------------------------------------------
002170 01  WS-RATE-TABLE.
002180     05  WS-RATE-ENTRY OCCURS 1 TO 1000 TIMES
002190             DEPENDING ON WS-RATE-COUNT.
002200         10  WS-RATE-SOURCE         PIC X(08).
002210         10  WS-RATE-CLASS          PIC X(04).
002220         10  WS-RATE-FROM           PIC 9(08).
002230         10  WS-RATE-TO             PIC 9(08).
002240         10  WS-RATE-AMOUNT         PIC 9(03)V9(04).
002250         10  WS-RATE-DEBIT          PIC X(12).
002260         10  WS-RATE-CREDIT         PIC X(12).
002270 01  WS-FIND-RATE.
002280     05  WS-FIND-RATE-SOURCE        PIC X(08).
002290     05  WS-FIND-RATE-CLASS         PIC X(04).
002300     05  WS-FIND-RATE-DATE          PIC 9(08).
002310
002320*---------------------------------------------------------------
002330* THE MONTH'S RESULTS COUNTED BY SOURCE, CLASS AND DAY, KEPT
002340* IN KEY ORDER AS THEY ARE COUNTED SO EACH IS ONE BINARY
002350* SEARCH.  EACH ENTRY IS PRICED ONCE, AT THE DAY'S RATE.
002360*---------------------------------------------------------------
002370 01  WS-TALLY-TABLE.
002380     05  WS-TALLY-ENTRY OCCURS 1 TO 6000 TIMES
002390             DEPENDING ON WS-TALLY-COUNT
002400             ASCENDING KEY IS WS-TALLY-KEY
002410             INDEXED BY WS-TALLY-IDX.
002420         10  WS-TALLY-KEY.
002430             15  WS-TALLY-SOURCE    PIC X(08).
002440             15  WS-TALLY-CLASS-NO  PIC 9(01).
002450             15  WS-TALLY-DATE      PIC 9(08).
002460         10  WS-TALLY-RESULTS       PIC 9(09) COMP.
002470 01  WS-FIND-TALLY-KEY.
002480     05  WS-FIND-TALLY-SOURCE       PIC X(08).
002490     05  WS-FIND-TALLY-CLASS-NO     PIC 9(01).
002500     05  WS-FIND-TALLY-DATE         PIC 9(08).
002510
002520*---------------------------------------------------------------
002530* ONE INVOICE LINE PER SOURCE, CLASS AND RATE CHARGED (A RATE
002540* CHANGE IN THE MONTH GIVES THE CLASS A LINE FOR EACH RATE).
002550* RESULTS WITH NO RATE SHARE A LINE WITH A ZERO FROM DATE.
002560*---------------------------------------------------------------
002570 01  WS-INV-TABLE.
002580     05  WS-INV-ENTRY OCCURS 1 TO 2000 TIMES
002590             DEPENDING ON WS-INV-COUNT
002600             ASCENDING KEY IS WS-INV-KEY
002610             INDEXED BY WS-INV-IDX.
002620         10  WS-INV-KEY.
002630             15  WS-INV-SOURCE      PIC X(08).
002640             15  WS-INV-CLASS-NO    PIC 9(01).
002650             15  WS-INV-RATE-FROM   PIC 9(08).
002660             15  WS-INV-RATE-SOURCE PIC X(08).
002670         10  WS-INV-PRICED          PIC X(01).
002680         10  WS-INV-RATE            PIC 9(03)V9(04).
002690         10  WS-INV-DEBIT           PIC X(12).
002700         10  WS-INV-CREDIT          PIC X(12).
002710         10  WS-INV-RESULTS         PIC 9(09) COMP.
002720 01  WS-FIND-INV-KEY.
002730     05  WS-FIND-INV-SOURCE         PIC X(08).
002740     05  WS-FIND-INV-CLASS-NO       PIC 9(01).
002750     05  WS-FIND-INV-RATE-FROM      PIC 9(08).
002760     05  WS-FIND-INV-RATE-SOURCE    PIC X(08).
002770
002780*---------------------------------------------------------------
002790* THE MONTH'S RUNLOG ENTRIES BY THE SOURCE THEY LOGGED UNDER.
002800*---------------------------------------------------------------
002810 01  WS-RLS-TABLE.
002820     05  WS-RLS-ENTRY OCCURS 100 TIMES.
002830         10  WS-RLS-SOURCE          PIC X(08).
002840         10  WS-RLS-ENTRIES         PIC 9(05) COMP.
002850         10  WS-RLS-RESULTS         PIC 9(09) COMP.
002860
002870 01  WS-HEAD-LINE.
002880     05  FILLER                     PIC X(40)
002890         VALUE "ASS6CHG EVALUATION CHARGEBACK".
002900     05  FILLER                     PIC X(07) VALUE "PERIOD ".
002910     05  WS-HEAD-MONTH              PIC 9(06).
002920     05  FILLER                     PIC X(59) VALUE SPACES.
002930     05  FILLER                     PIC X(05) VALUE "PAGE ".
002940     05  WS-HEAD-PAGE               PIC ZZ9.
002950 01  WS-INV-HEAD-LINE.
002960     05  FILLER                     PIC X(02) VALUE SPACES.
002970     05  FILLER                     PIC X(32)
002980         VALUE "INVOICE - EVALUATION SERVICES".
002990     05  FILLER                     PIC X(14)
003000         VALUE "SOURCE SYSTEM ".
003010     05  WS-IH-SOURCE               PIC X(08).
003020     05  FILLER                     PIC X(04) VALUE SPACES.
003030     05  FILLER                     PIC X(13)
003040         VALUE "RESULTS FROM ".
003050     05  WS-IH-FROM                 PIC 9(08).
003060     05  FILLER                     PIC X(06) VALUE " THRU ".
003070     05  WS-IH-TO                   PIC 9(08).
003080     05  FILLER                     PIC X(25) VALUE SPACES.
003090 01  WS-COL-LINE.
003100     05  FILLER                     PIC X(02) VALUE SPACES.
003110     05  FILLER                     PIC X(06) VALUE "CLASS".
003120     05  FILLER                     PIC X(22) VALUE "DESCRIPTION".
003130     05  FILLER                     PIC X(10) VALUE "RATE FROM".
003140     05  FILLER                     PIC X(10) VALUE "RATE SRC".
003150     05  FILLER                     PIC X(11) VALUE "  RESULTS".
003160     05  FILLER                     PIC X(10) VALUE "    RATE".
003170     05  FILLER                     PIC X(16)
003180         VALUE "        AMOUNT".
003190     05  FILLER                     PIC X(33) VALUE "NOTE".
003200 01  WS-DETAIL-LINE.
003210     05  FILLER                     PIC X(02) VALUE SPACES.
003220     05  WS-DTL-CLASS               PIC X(04).
003230     05  FILLER                     PIC X(02) VALUE SPACES.
003240     05  WS-DTL-DESC                PIC X(20).
003250     05  FILLER                     PIC X(02) VALUE SPACES.
003260     05  WS-DTL-FROM                PIC 9(08).
003270     05  WS-DTL-FROM-X REDEFINES WS-DTL-FROM
003280                                    PIC X(08).
003290     05  FILLER                     PIC X(02) VALUE SPACES.
003300     05  WS-DTL-RATE-SOURCE         PIC X(08).
003310     05  FILLER                     PIC X(02) VALUE SPACES.
003320     05  WS-DTL-RESULTS             PIC Z(08)9.
003330     05  FILLER                     PIC X(02) VALUE SPACES.
003340     05  WS-DTL-RATE                PIC ZZ9.9999.
003350     05  WS-DTL-RATE-X REDEFINES WS-DTL-RATE
003360                                    PIC X(08).
003370     05  FILLER                     PIC X(02) VALUE SPACES.
003380     05  WS-DTL-AMOUNT              PIC Z(10)9.99.
003390     05  WS-DTL-AMOUNT-X REDEFINES WS-DTL-AMOUNT
003400                                    PIC X(14).
003410     05  FILLER                     PIC X(02) VALUE SPACES.
003420     05  WS-DTL-NOTE                PIC X(22).
003430     05  FILLER                     PIC X(11) VALUE SPACES.
003440 01  WS-INV-TOTAL-LINE.
003450     05  FILLER                     PIC X(02) VALUE SPACES.
003460     05  WS-IT-LABEL                PIC X(48).
003470     05  WS-IT-RESULTS              PIC Z(08)9.
003480     05  FILLER                     PIC X(12) VALUE SPACES.
003490     05  WS-IT-AMOUNT               PIC Z(10)9.99.
003500     05  FILLER                     PIC X(35) VALUE SPACES.
003510 01  WS-RUNL-LINE.
003520     05  FILLER                     PIC X(04) VALUE SPACES.
003530     05  FILLER                     PIC X(14)
003540         VALUE "RUNLOG SOURCE ".
003550     05  WS-RL-SOURCE               PIC X(08).
003560     05  FILLER                     PIC X(04) VALUE SPACES.
003570     05  FILLER                     PIC X(08) VALUE "ENTRIES ".
003580     05  WS-RL-ENTRIES              PIC Z(04)9.
003590     05  FILLER                     PIC X(04) VALUE SPACES.
003600     05  FILLER                     PIC X(08) VALUE "RESULTS ".
003610     05  WS-RL-RESULTS              PIC Z(08)9.
003620     05  FILLER                     PIC X(56) VALUE SPACES.
003630 01  WS-TOTAL-LINE.
003640     05  FILLER                     PIC X(02) VALUE SPACES.
003650     05  WS-TOT-LABEL               PIC X(40).
003660     05  WS-TOT-COUNT               PIC -Z(08)9.
003670     05  FILLER                     PIC X(68) VALUE SPACES.
003680 01  WS-AMOUNT-LINE.
003690     05  FILLER                     PIC X(02) VALUE SPACES.
003700     05  WS-AMT-LABEL               PIC X(40).
003710     05  WS-AMT-VALUE               PIC -Z(12)9.99.
003720     05  FILLER                     PIC X(60) VALUE SPACES.
003730 01  WS-RPT-LINE                    PIC X(120).
003740
003750 PROCEDURE DIVISION.
003760*===============================================================
003770* MAIN - COUNTS THE MONTH'S RESULTS FROM THE MASTER AND THE
003780* ARCHIVE, PRICES EACH SOURCE, CLASS AND DAY AT ITS RATE,
003790* PRINTS THE INVOICES AND WRITES THE JOURNAL, THEN TIES THE
003800* RESULTS BILLED TO THE MONTH'S RUNLOG COUNTS.
003810*===============================================================
003820     MAIN.
003830     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
003840     PERFORM READ-MONTH-CARD THRU READ-MONTH-CARD-EXIT.
003850     MOVE WS-BILL-MONTH TO WS-HEAD-MONTH.
003860     OPEN OUTPUT REPORT-FILE.
003870     PERFORM LOAD-RATES THRU LOAD-RATES-EXIT.
003880     PERFORM SWEEP-MASTER THRU SWEEP-MASTER-EXIT.
003890     PERFORM SWEEP-HISTORY THRU SWEEP-HISTORY-EXIT.
003900     PERFORM LOAD-RUNLOG THRU LOAD-RUNLOG-EXIT.
003910     PERFORM PRICE-TALLY THRU PRICE-TALLY-EXIT
003920         VARYING WS-TALLY-SUB FROM 1 BY 1
003930         UNTIL WS-TALLY-SUB > WS-TALLY-COUNT.
003940
003950     OPEN OUTPUT JRNL-FILE.
003960     PERFORM WRITE-JOURNAL-HEADER THRU WRITE-JOURNAL-HEADER-EXIT.
003970     PERFORM PRINT-INVOICE-LINE THRU PRINT-INVOICE-LINE-EXIT
003980         VARYING WS-INV-SUB FROM 1 BY 1
003990         UNTIL WS-INV-SUB > WS-INV-COUNT.
004000     IF WS-INV-COUNT > ZERO THEN
004010          PERFORM PRINT-SOURCE-TOTAL THRU PRINT-SOURCE-TOTAL-EXIT
004020     END-IF.
004030     PERFORM WRITE-CONTROL-TOTALS THRU WRITE-CONTROL-TOTALS-EXIT.
004040     PERFORM WRITE-JOURNAL-TRAILER
004050         THRU WRITE-JOURNAL-TRAILER-EXIT.
004060     CLOSE REPORT-FILE JRNL-FILE.
004070     DISPLAY "ASS6CHG: PERIOD " WS-BILL-MONTH ", "
004080             WS-PRICED-COUNT " RESULTS PRICED, "
004090             WS-UNPRICED-COUNT " WITH NO RATE, "
004100             WS-INVOICE-COUNT " INVOICES".
004110     IF NOT WS-TIED THEN
004120          DISPLAY "ASS6CHG: RESULTS DO NOT TIE TO RUNLOG - "
004130                  "HOLD THE JOURNAL"
004140          MOVE 8 TO RETURN-CODE
004150     ELSE IF WS-UNPRICED-COUNT > ZERO THEN
004160          MOVE 4 TO RETURN-CODE
004170     END-IF.
004180     STOP RUN.
004190
004200*---------------------------------------------------------------
004210* READ-MONTH-CARD - THE MONTH TO BILL, CCYYMM IN COLUMNS 1-6
004220* OF THE SYSIN CARD, OR THE MONTH BEFORE THE BUSINESS DATE
004230* WHEN THE CARD IS BLANK OR ABSENT.  A MONTH THAT HAS NOT
004240* ENDED BY THE BUSINESS DATE CANNOT BE BILLED.
004250*---------------------------------------------------------------
004260     READ-MONTH-CARD.
004270     OPEN INPUT PARM-FILE.
004280     READ PARM-FILE
004290         AT END
004300             MOVE SPACES TO PARM-RECORD
004310     END-READ.
004320     CLOSE PARM-FILE.
004330     IF PARM-MONTH = SPACES THEN
004340          MOVE WS-RUN-MONTH TO WS-BILL-MONTH
004350          IF WS-BILL-MM = 1 THEN
004360               SUBTRACT 1 FROM WS-BILL-CCYY
004370               MOVE 12 TO WS-BILL-MM
004380          ELSE
004390               SUBTRACT 1 FROM WS-BILL-MM
004400          END-IF
004410     ELSE IF PARM-MONTH IS NOT NUMERIC OR
004420        PARM-CCYY < 1900 OR PARM-MM < 1 OR PARM-MM > 12 THEN
004430          DISPLAY "ASS6CHG: MONTH CARD NOT CCYYMM - RUN REFUSED"
004440          MOVE 16 TO RETURN-CODE
004450          STOP RUN
004460     ELSE
004470          MOVE PARM-MONTH TO WS-BILL-MONTH
004480     END-IF.
004490     IF WS-BILL-MONTH NOT < WS-RUN-MONTH THEN
004500          DISPLAY "ASS6CHG: PERIOD " WS-BILL-MONTH
004510                  " HAS NOT ENDED - RUN REFUSED"
004520          MOVE 16 TO RETURN-CODE
004530          STOP RUN
004540     END-IF.
004550     COMPUTE WS-MONTH-FROM = WS-BILL-MONTH * 100 + 1.
004560     IF WS-BILL-MM = 12 THEN
004570          COMPUTE WS-NEXT-MONTH-FROM =
004580              (WS-BILL-CCYY + 1) * 10000 + 101
004590     ELSE
004600          COMPUTE WS-NEXT-MONTH-FROM = WS-MONTH-FROM + 100
004610     END-IF.
004620     COMPUTE WS-DATE-INT =
004630         FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FROM) - 1.
004640     COMPUTE WS-MONTH-TO =
004650         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
004660     READ-MONTH-CARD-EXIT.
004670     EXIT.
004680
004690*---------------------------------------------------------------
004700* LOAD-RATES - THE WHOLE RATE CARD INTO THE IN-CORE TABLE.
004710* MORE RATES THAN THE TABLE HOLDS WOULD MISPRICE THE MONTH -
004720* THE RUN IS REFUSED INSTEAD.
004730*---------------------------------------------------------------
004740     LOAD-RATES.
004750     OPEN INPUT RATE-FILE.
004760     MOVE "N" TO WS-EOF-SW.
004770     IF WS-RATECARD-STATUS NOT = "00" THEN
004780          MOVE "Y" TO WS-EOF-SW
004790     END-IF.
004800     PERFORM LOAD-RATES-NEXT THRU LOAD-RATES-NEXT-EXIT
004810         UNTIL WS-EOF.
004820     CLOSE RATE-FILE.
004830     LOAD-RATES-EXIT.
004840     EXIT.
004850
004860     LOAD-RATES-NEXT.
004870     READ RATE-FILE NEXT RECORD
004880         AT END
004890             MOVE "Y" TO WS-EOF-SW
004900             GO TO LOAD-RATES-NEXT-EXIT
004910     END-READ.
004920     IF WS-RATECARD-STATUS NOT = "00" THEN
004930          MOVE "Y" TO WS-EOF-SW
004940          GO TO LOAD-RATES-NEXT-EXIT
004950     END-IF.
004960     IF WS-RATE-COUNT >= 1000 THEN
004970          DISPLAY "ASS6CHG: MORE THAN 1000 RATES - RUN REFUSED"
004980          PERFORM ABANDON-RUN THRU ABANDON-RUN-EXIT
004990     END-IF.
005000     ADD 1 TO WS-RATE-COUNT.
005010     MOVE RATE-SOURCE-SYSTEM TO WS-RATE-SOURCE (WS-RATE-COUNT).
005020     MOVE RATE-CLASS TO WS-RATE-CLASS (WS-RATE-COUNT).
005030     MOVE RATE-EFF-FROM TO WS-RATE-FROM (WS-RATE-COUNT).
005040     MOVE RATE-EFF-TO TO WS-RATE-TO (WS-RATE-COUNT).
005050     MOVE RATE-PER-RESULT TO WS-RATE-AMOUNT (WS-RATE-COUNT).
005060     MOVE RATE-DEBIT-ACCOUNT TO WS-RATE-DEBIT (WS-RATE-COUNT).
005070     MOVE RATE-CREDIT-ACCOUNT TO WS-RATE-CREDIT (WS-RATE-COUNT).
005080     LOAD-RATES-NEXT-EXIT.
005090     EXIT.
005100
005110*---------------------------------------------------------------
005120* SWEEP-MASTER - EVERY RSLTMAST RECORD.  THE WHOLE MASTER IS
005130* READ BECAUSE A REWORK RESULT IS KEYED BY ITS ORIGINAL FAIL
005140* DATE, WHICH MAY LIE IN AN EARLIER MONTH THAN THE REWORK.
005150*---------------------------------------------------------------
005160     SWEEP-MASTER.
005170     OPEN INPUT RSLT-MASTER.
005180     MOVE "N" TO WS-EOF-SW.
005190     IF WS-RSLTMAST-STATUS NOT = "00" THEN
005200          MOVE "Y" TO WS-EOF-SW
005210     END-IF.
005220     PERFORM SWEEP-MASTER-NEXT THRU SWEEP-MASTER-NEXT-EXIT
005230         UNTIL WS-EOF.
005240     CLOSE RSLT-MASTER.
005250     SWEEP-MASTER-EXIT.
005260     EXIT.
005270
005280     SWEEP-MASTER-NEXT.
005290     READ RSLT-MASTER NEXT RECORD
005300         AT END
005310             MOVE "Y" TO WS-EOF-SW
005320             GO TO SWEEP-MASTER-NEXT-EXIT
005330     END-READ.
005340     IF WS-RSLTMAST-STATUS NOT = "00" THEN
005350          MOVE "Y" TO WS-EOF-SW
005360          GO TO SWEEP-MASTER-NEXT-EXIT
005370     END-IF.
005380     MOVE RSLM-RUN-DATE TO WS-RES-RUN-DATE.
005390     MOVE RSLM-SYM TO WS-RES-SYM.
005400     MOVE RSLM-REWORK-FLAG TO WS-RES-REWORK-FLAG.
005410     MOVE RSLM-SOURCE-SYSTEM TO WS-RES-SOURCE.
005420     MOVE RSLM-REWORK-DATE TO WS-RES-REWORK-DATE.
005430     PERFORM TALLY-RESULT THRU TALLY-RESULT-EXIT.
005440     IF WS-SELECTED THEN
005450          ADD 1 TO WS-MASTER-COUNT
005460     END-IF.
005470     SWEEP-MASTER-NEXT-EXIT.
005480     EXIT.
005490
005500*---------------------------------------------------------------
005510* SWEEP-HISTORY - THE RSLTHIST GENERATIONS ASS6ARCH CUT FROM
005520* THE MASTER.  AN ARCHIVED RECORD IS NO LONGER ON RSLTMAST, SO
005530* NOTHING IS COUNTED TWICE AS LONG AS EACH GENERATION IS ON
005540* THE CONCATENATION ONCE - THE RUNLOG TIE-OUT PROVES IT.
005550*---------------------------------------------------------------
005560     SWEEP-HISTORY.
005570     OPEN INPUT HIST-FILE.
005580     MOVE "N" TO WS-EOF-SW.
005590     PERFORM SWEEP-HISTORY-NEXT THRU SWEEP-HISTORY-NEXT-EXIT
005600         UNTIL WS-EOF.
005610     CLOSE HIST-FILE.
005620     SWEEP-HISTORY-EXIT.
005630     EXIT.
005640
005650     SWEEP-HISTORY-NEXT.
005660     READ HIST-FILE
005670         AT END
005680             MOVE "Y" TO WS-EOF-SW
005690             GO TO SWEEP-HISTORY-NEXT-EXIT
005700     END-READ.
005710     MOVE HIST-RUN-DATE TO WS-RES-RUN-DATE.
005720     MOVE HIST-SYM TO WS-RES-SYM.
005730     MOVE HIST-REWORK-FLAG TO WS-RES-REWORK-FLAG.
005740     MOVE HIST-SOURCE-SYSTEM TO WS-RES-SOURCE.
005750     MOVE HIST-REWORK-DATE TO WS-RES-REWORK-DATE.
005760     PERFORM TALLY-RESULT THRU TALLY-RESULT-EXIT.
005770     IF WS-SELECTED THEN
005780          ADD 1 TO WS-HIST-COUNT
005790     END-IF.
005800     SWEEP-HISTORY-NEXT-EXIT.
005810     EXIT.
005820
005830*---------------------------------------------------------------
005840* TALLY-RESULT - A REWORK RESULT IS BILLED AS REWORK IN THE
005850* MONTH OF ITS REWORK DATE, WHATEVER ITS SYM; ANY OTHER RESULT
005860* IN THE MONTH OF ITS RUN DATE UNDER ITS SYM'S CLASS.  A RESULT
005870* WITH NO SOURCE STAMPED IS BILLED TO "UNKNOWN".  A REWORK
005880* RESULT REPLACED THE FAILED PRODUCTION RESULT FILED UNDER THE
005890* SAME KEY, WHOSE RUN DATE IT KEEPS; THAT PRODUCTION EVALUATION
005900* IS STILL IN ITS MONTH'S RUNLOG COUNTS, SO WHEN THE RUN DATE IS
005910* IN THE MONTH BILLED IT IS COUNTED TOWARD THE PRODUCTION TIE-OUT
005920* (NOT BILLED AGAIN).
005930*---------------------------------------------------------------
005940     TALLY-RESULT.
005950     MOVE "N" TO WS-SELECTED-SW.
005960     IF WS-RES-REWORK-FLAG = "R" THEN
005970          MOVE WS-RES-RUN-DATE TO WS-SEL-DATE
005980          IF WS-SEL-MONTH = WS-BILL-MONTH THEN
005990               ADD 1 TO WS-PROD-REWORKED
006000          END-IF
006010          MOVE WS-RES-REWORK-DATE TO WS-SEL-DATE
006020          MOVE 7 TO WS-CLASS-SUB
006030     ELSE
006040          MOVE WS-RES-RUN-DATE TO WS-SEL-DATE
006050          PERFORM CLASSIFY-SYM THRU CLASSIFY-SYM-EXIT
006060     END-IF.
006070     IF WS-SEL-MONTH NOT = WS-BILL-MONTH THEN
006080          GO TO TALLY-RESULT-EXIT
006090     END-IF.
006100     MOVE "Y" TO WS-SELECTED-SW.
006110     IF WS-CLASS-SUB = 7 THEN
006120          ADD 1 TO WS-REWORK-COUNT
006130     ELSE
006140          ADD 1 TO WS-PROD-COUNT
006150     END-IF.
006160     IF WS-RES-SOURCE = SPACES THEN
006170          MOVE "UNKNOWN" TO WS-FIND-TALLY-SOURCE
006180     ELSE
006190          MOVE WS-RES-SOURCE TO WS-FIND-TALLY-SOURCE
006200     END-IF.
006210     MOVE WS-CLASS-SUB TO WS-FIND-TALLY-CLASS-NO.
006220     MOVE WS-SEL-DATE TO WS-FIND-TALLY-DATE.
006230     PERFORM FIND-TALLY THRU FIND-TALLY-EXIT.
006240     IF NOT WS-TALLY-FOUND THEN
006250          IF WS-TALLY-COUNT >= 6000 THEN
006260               DISPLAY "ASS6CHG: MORE THAN 6000 SOURCE/CLASS/DAY "
006270                       "COUNTS - RUN REFUSED"
006280               PERFORM ABANDON-RUN THRU ABANDON-RUN-EXIT
006290          END-IF
006300          PERFORM INSERT-TALLY THRU INSERT-TALLY-EXIT
006310     END-IF.
006320     ADD 1 TO WS-TALLY-RESULTS (WS-TALLY-SUB).
006330     TALLY-RESULT-EXIT.
006340     EXIT.
006350
006360*---------------------------------------------------------------
006370* CLASSIFY-SYM - THE OPERATION CLASS OF A SYM, BY THE SAME
006380* OPERATOR LISTS ASS6EDIT CHECKS: ANYTHING NOT AN OPERATOR OR
006390* A VERB IS A FUNCTION APPLICATION.
006400*---------------------------------------------------------------
006410     CLASSIFY-SYM.
006420     IF WS-RES-SYM = "+" OR WS-RES-SYM = "-" OR
006430        WS-RES-SYM = "*" OR WS-RES-SYM = "/" THEN
006440          MOVE 1 TO WS-CLASS-SUB
006450     ELSE IF WS-RES-SYM = "eq?" OR WS-RES-SYM = "<=" OR
006460        WS-RES-SYM = ">=" OR WS-RES-SYM = "<" OR
006470        WS-RES-SYM = ">" OR WS-RES-SYM = "<>" OR
006480        WS-RES-SYM = "and" OR WS-RES-SYM = "or" THEN
006490          MOVE 2 TO WS-CLASS-SUB
006500     ELSE IF WS-RES-SYM = "if" THEN
006510          MOVE 3 TO WS-CLASS-SUB
006520     ELSE IF WS-RES-SYM = "let" THEN
006530          MOVE 4 TO WS-CLASS-SUB
006540     ELSE IF WS-RES-SYM = "def" THEN
006550          MOVE 5 TO WS-CLASS-SUB
006560     ELSE
006570          MOVE 6 TO WS-CLASS-SUB
006580     END-IF.
006590     CLASSIFY-SYM-EXIT.
006600     EXIT.
006610
006620*---------------------------------------------------------------
006630* FIND-TALLY - THE COUNT FOR WS-FIND-TALLY-KEY, LEAVING
006640* WS-TALLY-SUB ON IT.
006650*---------------------------------------------------------------
006660     FIND-TALLY.
006670     MOVE "N" TO WS-TALLY-FOUND-SW.
006680     IF WS-TALLY-COUNT = ZERO THEN
006690          GO TO FIND-TALLY-EXIT
006700     END-IF.
006710     SEARCH ALL WS-TALLY-ENTRY
006720         AT END
006730             CONTINUE
006740         WHEN WS-TALLY-KEY (WS-TALLY-IDX) = WS-FIND-TALLY-KEY
006750             MOVE "Y" TO WS-TALLY-FOUND-SW
006760             SET WS-TALLY-SUB TO WS-TALLY-IDX
006770     END-SEARCH.
006780     FIND-TALLY-EXIT.
006790     EXIT.
006800
006810*---------------------------------------------------------------
006820* INSERT-TALLY - OPENS A ZERO COUNT FOR WS-FIND-TALLY-KEY IN
006830* KEY ORDER, SHIFTING THE TAIL UP ONE, AND LEAVES WS-TALLY-SUB
006840* ON IT.
006850*---------------------------------------------------------------
006860     INSERT-TALLY.
006870     ADD 1 TO WS-TALLY-COUNT.
006880     MOVE WS-TALLY-COUNT TO WS-TALLY-INS-SUB.
006890     PERFORM INSERT-TALLY-SHIFT THRU INSERT-TALLY-SHIFT-EXIT
006900         UNTIL WS-TALLY-INS-SUB = 1 OR
006910               WS-TALLY-KEY (WS-TALLY-INS-SUB - 1)
006920                   NOT > WS-FIND-TALLY-KEY.
006930     MOVE WS-FIND-TALLY-KEY TO WS-TALLY-KEY (WS-TALLY-INS-SUB).
006940     MOVE ZERO TO WS-TALLY-RESULTS (WS-TALLY-INS-SUB).
006950     MOVE WS-TALLY-INS-SUB TO WS-TALLY-SUB.
006960     INSERT-TALLY-EXIT.
006970     EXIT.
006980
006990     INSERT-TALLY-SHIFT.
007000     MOVE WS-TALLY-ENTRY (WS-TALLY-INS-SUB - 1)
007010         TO WS-TALLY-ENTRY (WS-TALLY-INS-SUB).
007020     SUBTRACT 1 FROM WS-TALLY-INS-SUB.
007030     INSERT-TALLY-SHIFT-EXIT.
007040     EXIT.
007050
007060*---------------------------------------------------------------
007070* LOAD-RUNLOG - THE EVALUATOR'S OWN RESULT COUNTS FOR THE
007080* MONTH: EVERY PRODUCTION, RESTART AND REWORK ENTRY RUN IN THE
007090* MONTH AND NOT SINCE BACKED OUT.  REWORK PASSES LOG UNDER
007100* "REWORK" AND ARE TIED TO THE REWORK CLASS; EVERY OTHER ENTRY
007110* IS TIED TO THE PRODUCTION CLASSES.
007120*---------------------------------------------------------------
007130     LOAD-RUNLOG.
007140     OPEN INPUT RUNLOG-FILE.
007150     MOVE "N" TO WS-EOF-SW.
007160     IF WS-RUNLOG-STATUS NOT = "00" THEN
007170          MOVE "Y" TO WS-EOF-SW
007180     END-IF.
007190     PERFORM COUNT-RUNLOG-ENTRY THRU COUNT-RUNLOG-ENTRY-EXIT
007200         UNTIL WS-EOF.
007210     CLOSE RUNLOG-FILE.
007220     LOAD-RUNLOG-EXIT.
007230     EXIT.
007240
007250     COUNT-RUNLOG-ENTRY.
007260     READ RUNLOG-FILE NEXT RECORD
007270         AT END
007280             MOVE "Y" TO WS-EOF-SW
007290             GO TO COUNT-RUNLOG-ENTRY-EXIT
007300     END-READ.
007310     IF WS-RUNLOG-STATUS NOT = "00" THEN
007320          MOVE "Y" TO WS-EOF-SW
007330          GO TO COUNT-RUNLOG-ENTRY-EXIT
007340     END-IF.
007350     MOVE RUNL-RUN-DATE TO WS-SEL-DATE.
007360     IF WS-SEL-MONTH NOT = WS-BILL-MONTH OR
007370        RUNL-BACKED-OUT OR
007380        (RUNL-RUN-MODE NOT = "P" AND RUNL-RUN-MODE NOT = "R" AND
007390         RUNL-RUN-MODE NOT = "W") THEN
007400          GO TO COUNT-RUNLOG-ENTRY-EXIT
007410     END-IF.
007420     ADD 1 TO WS-RUNL-ENTRIES.
007430     IF RUNL-SOURCE-SYSTEM = "REWORK" THEN
007440          ADD RUNL-RSLT-COUNT TO WS-RUNL-REWORK-RSLT
007450     ELSE
007460          ADD RUNL-RSLT-COUNT TO WS-RUNL-PROD-RSLT
007470     END-IF.
007480     MOVE "N" TO WS-RLS-FOUND-SW.
007490     PERFORM FIND-RUNLOG-SOURCE THRU FIND-RUNLOG-SOURCE-EXIT
007500         VARYING WS-RLS-SUB FROM 1 BY 1
007510         UNTIL WS-RLS-FOUND OR WS-RLS-SUB > WS-RLS-COUNT.
007520     IF NOT WS-RLS-FOUND THEN
007530          IF WS-RLS-COUNT >= 100 THEN
007540               DISPLAY "ASS6CHG: MORE THAN 100 RUNLOG SOURCES - "
007550                       "RUN REFUSED"
007560               PERFORM ABANDON-RUN THRU ABANDON-RUN-EXIT
007570          END-IF
007580          ADD 1 TO WS-RLS-COUNT
007590          MOVE WS-RLS-COUNT TO WS-HIT-SUB
007600          MOVE RUNL-SOURCE-SYSTEM TO WS-RLS-SOURCE (WS-HIT-SUB)
007610          MOVE ZERO TO WS-RLS-ENTRIES (WS-HIT-SUB)
007620                       WS-RLS-RESULTS (WS-HIT-SUB)
007630     END-IF.
007640     ADD 1 TO WS-RLS-ENTRIES (WS-HIT-SUB).
007650     ADD RUNL-RSLT-COUNT TO WS-RLS-RESULTS (WS-HIT-SUB).
007660     COUNT-RUNLOG-ENTRY-EXIT.
007670     EXIT.
007680
007690     FIND-RUNLOG-SOURCE.
007700     IF WS-RLS-SOURCE (WS-RLS-SUB) = RUNL-SOURCE-SYSTEM THEN
007710          MOVE "Y" TO WS-RLS-FOUND-SW
007720          MOVE WS-RLS-SUB TO WS-HIT-SUB
007730     END-IF.
007740     FIND-RUNLOG-SOURCE-EXIT.
007750     EXIT.
007760
007770*---------------------------------------------------------------
007780* PRICE-TALLY - ONE SOURCE, CLASS AND DAY'S COUNT AT THE RATE
007790* IN FORCE THAT DAY FOR THE SOURCE AND CLASS, OR FAILING THAT
007800* THE "*ALL*" RATE FOR THE CLASS.  THE COUNT JOINS THE INVOICE
007810* LINE FOR THAT RATE, OR THE NO-RATE LINE.
007820*---------------------------------------------------------------
007830     PRICE-TALLY.
007840     MOVE WS-TALLY-CLASS-NO (WS-TALLY-SUB) TO WS-CLASS-SUB.
007850     MOVE WS-TALLY-SOURCE (WS-TALLY-SUB) TO WS-FIND-RATE-SOURCE.
007860     MOVE WS-CLASS-CODE (WS-CLASS-SUB) TO WS-FIND-RATE-CLASS.
007870     MOVE WS-TALLY-DATE (WS-TALLY-SUB) TO WS-FIND-RATE-DATE.
007880     PERFORM FIND-RATE THRU FIND-RATE-EXIT.
007890     IF NOT WS-RATE-FOUND THEN
007900          MOVE "*ALL*" TO WS-FIND-RATE-SOURCE
007910          PERFORM FIND-RATE THRU FIND-RATE-EXIT
007920     END-IF.
007930     MOVE WS-TALLY-SOURCE (WS-TALLY-SUB) TO WS-FIND-INV-SOURCE.
007940     MOVE WS-CLASS-SUB TO WS-FIND-INV-CLASS-NO.
007950     IF WS-RATE-FOUND THEN
007960          MOVE WS-RATE-FROM (WS-RATE-SUB) TO WS-FIND-INV-RATE-FROM
007970          MOVE WS-RATE-SOURCE (WS-RATE-SUB)
007980              TO WS-FIND-INV-RATE-SOURCE
007990          ADD WS-TALLY-RESULTS (WS-TALLY-SUB) TO WS-PRICED-COUNT
008000     ELSE
008010          MOVE ZERO TO WS-FIND-INV-RATE-FROM
008020          MOVE SPACES TO WS-FIND-INV-RATE-SOURCE
008030          ADD WS-TALLY-RESULTS (WS-TALLY-SUB) TO WS-UNPRICED-COUNT
008040     END-IF.
008050     PERFORM FIND-INVOICE THRU FIND-INVOICE-EXIT.
008060     IF NOT WS-INV-FOUND THEN
008070          IF WS-INV-COUNT >= 2000 THEN
008080               DISPLAY "ASS6CHG: MORE THAN 2000 INVOICE LINES - "
008090                       "RUN REFUSED"
008100               PERFORM ABANDON-RUN THRU ABANDON-RUN-EXIT
008110          END-IF
008120          PERFORM INSERT-INVOICE THRU INSERT-INVOICE-EXIT
008130     END-IF.
008140     ADD WS-TALLY-RESULTS (WS-TALLY-SUB)
008150         TO WS-INV-RESULTS (WS-INV-SUB).
008160     PRICE-TALLY-EXIT.
008170     EXIT.
008180
008190*---------------------------------------------------------------
008200* FIND-RATE - THE RATE FOR WS-FIND-RATE-SOURCE AND CLASS WHOSE
008210* EFFECTIVE RANGE HOLDS WS-FIND-RATE-DATE, LEAVING WS-RATE-SUB
008220* ON IT.
008230*---------------------------------------------------------------
008240     FIND-RATE.
008250     MOVE "N" TO WS-RATE-FOUND-SW.
008260     PERFORM FIND-RATE-SCAN THRU FIND-RATE-SCAN-EXIT
008270         VARYING WS-RATE-SUB FROM 1 BY 1
008280         UNTIL WS-RATE-FOUND OR WS-RATE-SUB > WS-RATE-COUNT.
008290     IF WS-RATE-FOUND THEN
008300          MOVE WS-HIT-SUB TO WS-RATE-SUB
008310     END-IF.
008320     FIND-RATE-EXIT.
008330     EXIT.
008340
008350     FIND-RATE-SCAN.
008360     IF WS-RATE-SOURCE (WS-RATE-SUB) = WS-FIND-RATE-SOURCE AND
008370        WS-RATE-CLASS (WS-RATE-SUB) = WS-FIND-RATE-CLASS AND
008380        WS-RATE-FROM (WS-RATE-SUB) NOT > WS-FIND-RATE-DATE AND
008390        WS-RATE-TO (WS-RATE-SUB) NOT < WS-FIND-RATE-DATE THEN
008400          MOVE "Y" TO WS-RATE-FOUND-SW
008410          MOVE WS-RATE-SUB TO WS-HIT-SUB
008420     END-IF.
008430     FIND-RATE-SCAN-EXIT.
008440     EXIT.
008450
008460*---------------------------------------------------------------
008470* FIND-INVOICE - THE INVOICE LINE FOR WS-FIND-INV-KEY, LEAVING
008480* WS-INV-SUB ON IT.
008490*---------------------------------------------------------------
008500     FIND-INVOICE.
008510     MOVE "N" TO WS-INV-FOUND-SW.
008520     IF WS-INV-COUNT = ZERO THEN
008530          GO TO FIND-INVOICE-EXIT
008540     END-IF.
008550     SEARCH ALL WS-INV-ENTRY
008560         AT END
008570             CONTINUE
008580         WHEN WS-INV-KEY (WS-INV-IDX) = WS-FIND-INV-KEY
008590             MOVE "Y" TO WS-INV-FOUND-SW
008600             SET WS-INV-SUB TO WS-INV-IDX
008610     END-SEARCH.
008620     FIND-INVOICE-EXIT.
008630     EXIT.
008640
008650*---------------------------------------------------------------
008660* INSERT-INVOICE - OPENS AN INVOICE LINE FOR WS-FIND-INV-KEY IN
008670* KEY ORDER, CARRYING THE RATE AND ACCOUNTS WHEN THERE IS A
008680* RATE, AND LEAVES WS-INV-SUB ON IT.
008690*---------------------------------------------------------------
008700     INSERT-INVOICE.
008710     ADD 1 TO WS-INV-COUNT.
008720     MOVE WS-INV-COUNT TO WS-INV-INS-SUB.
008730     PERFORM INSERT-INVOICE-SHIFT THRU INSERT-INVOICE-SHIFT-EXIT
008740         UNTIL WS-INV-INS-SUB = 1 OR
008750               WS-INV-KEY (WS-INV-INS-SUB - 1)
008760                   NOT > WS-FIND-INV-KEY.
008770     MOVE WS-FIND-INV-KEY TO WS-INV-KEY (WS-INV-INS-SUB).
008780     MOVE ZERO TO WS-INV-RESULTS (WS-INV-INS-SUB).
008790     IF WS-RATE-FOUND THEN
008800          MOVE "Y" TO WS-INV-PRICED (WS-INV-INS-SUB)
008810          MOVE WS-RATE-AMOUNT (WS-RATE-SUB)
008820              TO WS-INV-RATE (WS-INV-INS-SUB)
008830          MOVE WS-RATE-DEBIT (WS-RATE-SUB)
008840              TO WS-INV-DEBIT (WS-INV-INS-SUB)
008850          MOVE WS-RATE-CREDIT (WS-RATE-SUB)
008860              TO WS-INV-CREDIT (WS-INV-INS-SUB)
008870     ELSE
008880          MOVE "N" TO WS-INV-PRICED (WS-INV-INS-SUB)
008890          MOVE ZERO TO WS-INV-RATE (WS-INV-INS-SUB)
008900          MOVE SPACES TO WS-INV-DEBIT (WS-INV-INS-SUB)
008910                         WS-INV-CREDIT (WS-INV-INS-SUB)
008920     END-IF.
008930     MOVE WS-INV-INS-SUB TO WS-INV-SUB.
008940     INSERT-INVOICE-EXIT.
008950     EXIT.
008960
008970     INSERT-INVOICE-SHIFT.
008980     MOVE WS-INV-ENTRY (WS-INV-INS-SUB - 1)
008990         TO WS-INV-ENTRY (WS-INV-INS-SUB).
009000     SUBTRACT 1 FROM WS-INV-INS-SUB.
009010     INSERT-INVOICE-SHIFT-EXIT.
009020     EXIT.
009030
009040*---------------------------------------------------------------
009050* PRINT-INVOICE-LINE - ONE INVOICE LINE, STARTING A NEW
009060* INVOICE (AND PAGE) AT EACH CHANGE OF SOURCE.  A PRICED LINE
009070* IS CHARGED AT RESULTS TIMES RATE, ROUNDED TO THE CENT, AND
009080* JOURNALED; A LINE WITH NO RATE IS SHOWN BUT NOT CHARGED.
009090*---------------------------------------------------------------
009100     PRINT-INVOICE-LINE.
009110     IF WS-INV-SOURCE (WS-INV-SUB) NOT = WS-PREV-SOURCE THEN
009120          IF WS-PREV-SOURCE NOT = LOW-VALUES THEN
009130               PERFORM PRINT-SOURCE-TOTAL
009140                   THRU PRINT-SOURCE-TOTAL-EXIT
009150          END-IF
009160          PERFORM START-INVOICE THRU START-INVOICE-EXIT
009170     END-IF.
009180     MOVE WS-INV-CLASS-NO (WS-INV-SUB) TO WS-CLASS-SUB.
009190     MOVE WS-CLASS-CODE (WS-CLASS-SUB) TO WS-DTL-CLASS.
009200     MOVE WS-CLASS-DESC (WS-CLASS-SUB) TO WS-DTL-DESC.
009210     MOVE WS-INV-RESULTS (WS-INV-SUB) TO WS-DTL-RESULTS.
009220     ADD WS-INV-RESULTS (WS-INV-SUB) TO WS-SOURCE-RESULTS.
009230     IF WS-INV-PRICED (WS-INV-SUB) NOT = "Y" THEN
009240          MOVE SPACES TO WS-DTL-FROM-X WS-DTL-RATE-SOURCE
009250                         WS-DTL-RATE-X WS-DTL-AMOUNT-X
009260          MOVE "NO RATE - NOT CHARGED" TO WS-DTL-NOTE
009270          GO TO PRINT-INVOICE-LINE-WRITE
009280     END-IF.
009290     COMPUTE WS-AMOUNT ROUNDED =
009300         WS-INV-RESULTS (WS-INV-SUB) * WS-INV-RATE (WS-INV-SUB).
009310     ADD WS-AMOUNT TO WS-SOURCE-AMOUNT WS-INVOICE-TOTAL.
009320     MOVE WS-INV-RATE-FROM (WS-INV-SUB) TO WS-DTL-FROM.
009330     MOVE WS-INV-RATE-SOURCE (WS-INV-SUB) TO WS-DTL-RATE-SOURCE.
009340     MOVE WS-INV-RATE (WS-INV-SUB) TO WS-DTL-RATE.
009350     MOVE WS-AMOUNT TO WS-DTL-AMOUNT.
009360     MOVE SPACES TO WS-DTL-NOTE.
009370     IF WS-AMOUNT > ZERO THEN
009380          PERFORM WRITE-JOURNAL-PAIR THRU WRITE-JOURNAL-PAIR-EXIT
009390     END-IF.
009400
009410     PRINT-INVOICE-LINE-WRITE.
009420     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
009430     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
009440     PRINT-INVOICE-LINE-EXIT.
009450     EXIT.
009460
009470     START-INVOICE.
009480     MOVE WS-INV-SOURCE (WS-INV-SUB) TO WS-PREV-SOURCE.
009490     ADD 1 TO WS-INVOICE-COUNT.
009500     MOVE ZERO TO WS-SOURCE-RESULTS WS-SOURCE-AMOUNT.
009510     MOVE 99 TO WS-LINE-COUNT.
009520     MOVE WS-PREV-SOURCE TO WS-IH-SOURCE.
009530     MOVE WS-MONTH-FROM TO WS-IH-FROM.
009540     MOVE WS-MONTH-TO TO WS-IH-TO.
009550     MOVE WS-INV-HEAD-LINE TO WS-RPT-LINE.
009560     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
009570     MOVE SPACES TO WS-RPT-LINE.
009580     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
009590     MOVE WS-COL-LINE TO WS-RPT-LINE.
009600     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
009610     START-INVOICE-EXIT.
009620     EXIT.
009630
009640     PRINT-SOURCE-TOTAL.
009650     MOVE SPACES TO WS-RPT-LINE.
009660     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
009670     MOVE SPACES TO WS-IT-LABEL.
009680     STRING "TOTAL DUE FROM " DELIMITED BY SIZE
009690            WS-PREV-SOURCE DELIMITED BY SPACE
009700         INTO WS-IT-LABEL
009710     END-STRING.
009720     MOVE WS-SOURCE-RESULTS TO WS-IT-RESULTS.
009730     MOVE WS-SOURCE-AMOUNT TO WS-IT-AMOUNT.
009740     MOVE WS-INV-TOTAL-LINE TO WS-RPT-LINE.
009750     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
009760     PRINT-SOURCE-TOTAL-EXIT.
009770     EXIT.
009780
009790*---------------------------------------------------------------
009800* GENERAL LEDGER JOURNAL - A HEADER, A DEBIT AND A CREDIT PER
009810* CHARGED INVOICE LINE UNDER THE SOURCE AS COST CENTER, AND A
009820* TRAILER WITH THE CONTROL TOTALS.  THE TRAILER'S RESULT COUNT
009830* TAKES IN THE PRODUCTION RESULTS SINCE REWORKED, AS THE CONTROL
009840* PAGE DOES, SO IT TIES TO THE TRAILER'S RUNLOG COUNT.
009850*---------------------------------------------------------------
009860     WRITE-JOURNAL-HEADER.
009870     MOVE SPACES TO GLJ-RECORD.
009880     MOVE "H" TO GLJ-REC-TYPE.
009890     MOVE WS-RUN-DATE8 TO GLJ-HDR-RUN-DATE.
009900     MOVE WS-MONTH-FROM TO GLJ-HDR-FROM-DATE.
009910     MOVE WS-MONTH-TO TO GLJ-HDR-TO-DATE.
009920     PERFORM WRITE-JOURNAL-RECORD THRU WRITE-JOURNAL-RECORD-EXIT.
009930     WRITE-JOURNAL-HEADER-EXIT.
009940     EXIT.
009950
009960     WRITE-JOURNAL-PAIR.
009970     MOVE SPACES TO GLJ-RECORD.
009980     MOVE "D" TO GLJ-REC-TYPE.
009990     MOVE WS-INV-DEBIT (WS-INV-SUB) TO GLJ-ACCOUNT.
010000     MOVE WS-INV-SOURCE (WS-INV-SUB) TO GLJ-COST-CENTER.
010010     MOVE "D" TO GLJ-DR-CR.
010020     MOVE WS-AMOUNT TO GLJ-AMOUNT.
010030     MOVE WS-CLASS-CODE (WS-CLASS-SUB) TO GLJ-CLASS.
010040     MOVE WS-INV-RESULTS (WS-INV-SUB) TO GLJ-QUANTITY.
010050     MOVE WS-INV-RATE (WS-INV-SUB) TO GLJ-RATE.
010060     PERFORM WRITE-JOURNAL-RECORD THRU WRITE-JOURNAL-RECORD-EXIT.
010070     ADD WS-AMOUNT TO WS-DEBIT-TOTAL.
010080     MOVE WS-INV-CREDIT (WS-INV-SUB) TO GLJ-ACCOUNT.
010090     MOVE "C" TO GLJ-DR-CR.
010100     PERFORM WRITE-JOURNAL-RECORD THRU WRITE-JOURNAL-RECORD-EXIT.
010110     ADD WS-AMOUNT TO WS-CREDIT-TOTAL.
010120     ADD 2 TO WS-GLJ-DETAILS.
010130     WRITE-JOURNAL-PAIR-EXIT.
010140     EXIT.
010150
010160     WRITE-JOURNAL-TRAILER.
010170     MOVE SPACES TO GLJ-RECORD.
010180     MOVE "T" TO GLJ-REC-TYPE.
010190     MOVE WS-GLJ-DETAILS TO GLJ-TRL-DETAIL-COUNT.
010200     MOVE WS-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL.
010210     MOVE WS-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL.
010220     COMPUTE GLJ-TRL-RESULT-COUNT =
010230         WS-PRICED-COUNT + WS-UNPRICED-COUNT + WS-PROD-REWORKED.
010240     COMPUTE GLJ-TRL-RUNLOG-COUNT =
010250         WS-RUNL-PROD-RSLT + WS-RUNL-REWORK-RSLT.
010260     PERFORM WRITE-JOURNAL-RECORD THRU WRITE-JOURNAL-RECORD-EXIT.
010270     WRITE-JOURNAL-TRAILER-EXIT.
010280     EXIT.
010290
010300     WRITE-JOURNAL-RECORD.
010310     ADD 1 TO WS-GLJ-SEQ.
010320     MOVE "ASS6CHG" TO GLJ-JOURNAL-ID.
010330     MOVE WS-BILL-MONTH TO GLJ-PERIOD.
010340     MOVE WS-GLJ-SEQ TO GLJ-SEQ.
010350     WRITE GLJ-RECORD.
010360     WRITE-JOURNAL-RECORD-EXIT.
010370     EXIT.
010380
010390*---------------------------------------------------------------
010400* WRITE-CONTROL-TOTALS - WHERE THE RESULTS BILLED CAME FROM,
010410* THE MONTH'S RUNLOG ENTRIES, THE TIE-OUT OF PRODUCTION AND
010420* REWORK RESULTS TO THEM, AND THE JOURNAL'S TOTALS.
010430*---------------------------------------------------------------
010440     WRITE-CONTROL-TOTALS.
010450     MOVE 99 TO WS-LINE-COUNT.
010460     MOVE "  CONTROL TOTALS" TO WS-RPT-LINE.
010470     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
010480     MOVE SPACES TO WS-RPT-LINE.
010490     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
010500     MOVE "RATES ON THE RATE CARD" TO WS-TOT-LABEL.
010510     MOVE WS-RATE-COUNT TO WS-TOT-COUNT.
010520     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
010530     MOVE "RESULTS BILLED FROM RSLTMAST" TO WS-TOT-LABEL.
010540     MOVE WS-MASTER-COUNT TO WS-TOT-COUNT.
010550     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
010560     MOVE "RESULTS BILLED FROM RSLTHIST ARCHIVE" TO WS-TOT-LABEL.
010570     MOVE WS-HIST-COUNT TO WS-TOT-COUNT.
010580     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
010590     MOVE "  PRICED" TO WS-TOT-LABEL.
010600     MOVE WS-PRICED-COUNT TO WS-TOT-COUNT.
010610     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
010620     MOVE "  NO RATE - NOT CHARGED" TO WS-TOT-LABEL.
010630     MOVE WS-UNPRICED-COUNT TO WS-TOT-COUNT.
010640     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
010650     MOVE "INVOICES PRINTED" TO WS-TOT-LABEL.
010660     MOVE WS-INVOICE-COUNT TO WS-TOT-COUNT.
010670     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
010680     MOVE SPACES TO WS-RPT-LINE.
010690     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
010700
010710     MOVE "RUNLOG ENTRIES IN THE PERIOD" TO WS-TOT-LABEL.
010720     MOVE WS-RUNL-ENTRIES TO WS-TOT-COUNT.
010730     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
010740     PERFORM PRINT-RUNLOG-SOURCE THRU PRINT-RUNLOG-SOURCE-EXIT
010750         VARYING WS-RLS-SUB FROM 1 BY 1
010760         UNTIL WS-RLS-SUB > WS-RLS-COUNT.
010770     MOVE SPACES TO WS-RPT-LINE.
010780     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
010790
010800     MOVE "PRODUCTION RESULTS BILLED" TO WS-TOT-LABEL.
010810     MOVE WS-PROD-COUNT TO WS-TOT-COUNT.
010820     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
010830     MOVE "PRODUCTION SINCE REWORKED" TO WS-TOT-LABEL.
010840     MOVE WS-PROD-REWORKED TO WS-TOT-COUNT.
010850     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
010860     MOVE "PRODUCTION RESULTS PER RUNLOG" TO WS-TOT-LABEL.
010870     MOVE WS-RUNL-PROD-RSLT TO WS-TOT-COUNT.
010880     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
010890     COMPUTE WS-DIFFERENCE = WS-PROD-COUNT + WS-PROD-REWORKED
010900                           - WS-RUNL-PROD-RSLT.
010910     MOVE "  DIFFERENCE" TO WS-TOT-LABEL.
010920     MOVE WS-DIFFERENCE TO WS-TOT-COUNT.
010930     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
010940     IF WS-DIFFERENCE NOT = ZERO THEN
010950          MOVE "N" TO WS-TIED-SW
010960     END-IF.
010970     MOVE "REWORK RESULTS BILLED" TO WS-TOT-LABEL.
010980     MOVE WS-REWORK-COUNT TO WS-TOT-COUNT.
010990     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
011000     MOVE "REWORK RESULTS PER RUNLOG" TO WS-TOT-LABEL.
011010     MOVE WS-RUNL-REWORK-RSLT TO WS-TOT-COUNT.
011020     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
011030     COMPUTE WS-DIFFERENCE =
011040         WS-REWORK-COUNT - WS-RUNL-REWORK-RSLT.
011050     MOVE "  DIFFERENCE" TO WS-TOT-LABEL.
011060     MOVE WS-DIFFERENCE TO WS-TOT-COUNT.
011070     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
011080     IF WS-DIFFERENCE NOT = ZERO THEN
011090          MOVE "N" TO WS-TIED-SW
011100     END-IF.
011110     IF WS-TIED THEN
011120          MOVE "  RESULTS BILLED TIE TO RUNLOG" TO WS-RPT-LINE
011130     ELSE
011140          MOVE "  *** RESULTS BILLED DO NOT TIE TO RUNLOG - HOLD"
011150              TO WS-RPT-LINE
011160          MOVE " THE JOURNAL ***" TO WS-RPT-LINE(49:16)
011170     END-IF.
011180     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
011190     MOVE SPACES TO WS-RPT-LINE.
011200     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
011210
011220     MOVE "INVOICED TOTAL" TO WS-AMT-LABEL.
011230     MOVE WS-INVOICE-TOTAL TO WS-AMT-VALUE.
011240     PERFORM WRITE-AMOUNT-LINE THRU WRITE-AMOUNT-LINE-EXIT.
011250     MOVE "JOURNAL DETAIL RECORDS" TO WS-TOT-LABEL.
011260     MOVE WS-GLJ-DETAILS TO WS-TOT-COUNT.
011270     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
011280     MOVE "JOURNAL DEBITS" TO WS-AMT-LABEL.
011290     MOVE WS-DEBIT-TOTAL TO WS-AMT-VALUE.
011300     PERFORM WRITE-AMOUNT-LINE THRU WRITE-AMOUNT-LINE-EXIT.
011310     MOVE "JOURNAL CREDITS" TO WS-AMT-LABEL.
011320     MOVE WS-CREDIT-TOTAL TO WS-AMT-VALUE.
011330     PERFORM WRITE-AMOUNT-LINE THRU WRITE-AMOUNT-LINE-EXIT.
011340     WRITE-CONTROL-TOTALS-EXIT.
011350     EXIT.
011360
011370     PRINT-RUNLOG-SOURCE.
011380     MOVE WS-RLS-SOURCE (WS-RLS-SUB) TO WS-RL-SOURCE.
011390     MOVE WS-RLS-ENTRIES (WS-RLS-SUB) TO WS-RL-ENTRIES.
011400     MOVE WS-RLS-RESULTS (WS-RLS-SUB) TO WS-RL-RESULTS.
011410     MOVE WS-RUNL-LINE TO WS-RPT-LINE.
011420     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
011430     PRINT-RUNLOG-SOURCE-EXIT.
011440     EXIT.
011450
011460     WRITE-TOTAL-LINE.
011470     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
011480     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
011490     WRITE-TOTAL-LINE-EXIT.
011500     EXIT.
011510
011520     WRITE-AMOUNT-LINE.
011530     MOVE WS-AMOUNT-LINE TO WS-RPT-LINE.
011540     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
011550     WRITE-AMOUNT-LINE-EXIT.
011560     EXIT.
011570
011580*---------------------------------------------------------------
011590* ABANDON-RUN - A TABLE IS FULL.  NO JOURNAL HAS BEEN CUT YET,
011600* AND RC=16 STOPS THE MONTH BEING BILLED SHORT.
011610*---------------------------------------------------------------
011620     ABANDON-RUN.
011630     CLOSE REPORT-FILE.
011640     MOVE 16 TO RETURN-CODE.
011650     STOP RUN.
011660     ABANDON-RUN-EXIT.
011670     EXIT.
011680
011690     WRITE-RPT-LINE.
011700     IF WS-LINE-COUNT > 55 THEN
011710          ADD 1 TO WS-PAGE-COUNT
011720          MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE
011730          WRITE RPT-RECORD FROM WS-HEAD-LINE
011740              AFTER ADVANCING PAGE
011750          MOVE 1 TO WS-LINE-COUNT
011760     END-IF.
011770     WRITE RPT-RECORD FROM WS-RPT-LINE
011780         AFTER ADVANCING 1 LINE.
011790     ADD 1 TO WS-LINE-COUNT.
011800     WRITE-RPT-LINE-EXIT.
011810     EXIT.
011820
011830*---------------------------------------------------------------
011840* READ-BUSINESS-DATE - THE MONTH BILLED MUST HAVE ENDED BY THE
011850* BUSINESS DATE ON THE BDATECTL CONTROL RECORD.  NO USABLE
011860* CONTROL RECORD - NO RUN (RC=16).
011870*---------------------------------------------------------------
011880     READ-BUSINESS-DATE.
011890     OPEN INPUT BDATE-FILE.
011900     READ BDATE-FILE
011910         AT END
011920             MOVE ZERO TO BDAT-BUSINESS-DATE
011930     END-READ.
011940     CLOSE BDATE-FILE.
011950     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
011960        BDAT-BUSINESS-DATE = ZERO THEN
011970          DISPLAY "ASS6CHG: BUSINESS DATE CONTROL "
011980                  "RECORD MISSING OR INVALID - RUN REFUSED"
011990          MOVE 16 TO RETURN-CODE
012000          STOP RUN
012010     END-IF.
012020     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
012030     READ-BUSINESS-DATE-EXIT.
012040     EXIT.
