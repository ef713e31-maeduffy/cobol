000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    Ass6Line.
000030 AUTHOR.        D L HARTMAN.
000040 INSTALLATION.  BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DLH   ORIGINAL VERSION.  VARIABLE LINEAGE AND
000110*                    IMPACT REPORT OVER THE VARLINE FILE THE
000120*                    EVALUATOR WRITES FOR EVERY "let" STORE AND
000130*                    EVERY LOOKUP OF A STORED VALUE.  ONE CARD
000140*                    PER QUESTION ON LINECARD:
000150*                      TRACE  NAME FROM TO
000160*                        WHERE THE NAME WAS SET BETWEEN THE TWO
000170*                        BUSINESS DATES (CCYYMMDD, A BLANK TO
000180*                        DATE MEANS THE BDATECTL BUSINESS
000190*                        DATE) AND WHO USED EACH VALUE
000200*                      IMPACT NAME DATE RECID
000210*                        IF THE STORE OF THE NAME BY THE
000220*                        RSLTMAST ENTRY DATE + RECID WAS WRONG,
000230*                        EVERY RSLTMAST ENTRY THAT PICKED THE
000240*                        VALUE UP, FOLLOWED THROUGH ANY "let"
000250*                        THAT STORED IT ON UNDER ANOTHER NAME
000260*                    THE IMPACT LIST IS ALSO WRITTEN TO IMPCTOUT
000270*                    IN THE SUSPENSE LAYOUT (REASON CODE LN),
000280*                    THE STORE FIRST AND EACH ENTRY AHEAD OF
000290*                    ANYTHING THAT DEPENDS ON IT, SO THE DESK
000300*                    CAN CORRECT IT THROUGH ASS6CORR AND RE-RUN
000310*                    IT THROUGH A W REWORK PASS.  RC=4 WHEN ANY
000320*                    CARD COULD NOT BE HONORED, A STORE WAS NOT
000330*                    ON THE LINEAGE FILE, OR AN ENTRY WAS NOT ON
000340*                    RSLTMAST; RC=8 WHEN AN IMPACT LIST OUTGREW
000350*                    ITS TABLES AND IS INCOMPLETE; RC=16 NO
000360*                    BUSINESS DATE.
000370*---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CARD-FILE      ASSIGN TO LINECARD
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT OPTIONAL LINE-FILE ASSIGN TO VARLINE
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS VLIN-KEY
000500         FILE STATUS IS WS-VARLINE-STATUS.
000510     SELECT OPTIONAL RSLT-MASTER ASSIGN TO RSLTMAST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS RSLM-KEY
000550         FILE STATUS IS WS-RSLTMAST-STATUS.
000560     SELECT IMPACT-FILE    ASSIGN TO IMPCTOUT
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT REPORT-FILE    ASSIGN TO LINERPT
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000610         ORGANIZATION IS SEQUENTIAL.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CARD-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  CARD-RECORD.
000680     05  CARD-COMMAND               PIC X(06).
000690     05  FILLER                     PIC X(01).
000700     05  CARD-NAME                  PIC X(20).
000710     05  FILLER                     PIC X(01).
000720     05  CARD-DATE-1                PIC X(08).
000730     05  FILLER                     PIC X(01).
000740     05  CARD-DATE-2                PIC X(08).
000750     05  CARD-DATE-2-R REDEFINES CARD-DATE-2.
000760         10  CARD-REC-ID            PIC X(06).
000770         10  FILLER                 PIC X(02).
000780     05  FILLER                     PIC X(35).
000790
000800 FD  LINE-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY VLINREC.
000830
000840 FD  RSLT-MASTER
000850     LABEL RECORDS ARE STANDARD.
000860 COPY RSLTMST.
000870
000880 FD  IMPACT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY SUSPREC.
000910
000920 FD  REPORT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  RPT-RECORD                     PIC X(80).
000950
000960 FD  BDATE-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 COPY BDATREC.
000990
001000 WORKING-STORAGE SECTION.
001010 77  WS-CARD-COUNT                  PIC 9(05) COMP VALUE ZERO.
001020 77  WS-ERROR-COUNT                 PIC 9(05) COMP VALUE ZERO.
001030 77  WS-STORE-COUNT                 PIC 9(06) COMP VALUE ZERO.
001040 77  WS-USE-COUNT                   PIC 9(06) COMP VALUE ZERO.
001050 77  WS-WRITTEN-COUNT               PIC 9(06) COMP VALUE ZERO.
001060 77  WS-MISSING-COUNT               PIC 9(06) COMP VALUE ZERO.
001070 77  WS-TRC-COUNT                   PIC 9(04) COMP VALUE ZERO.
001080 77  WS-TRC-SUB                     PIC 9(04) COMP VALUE ZERO.
001090 77  WS-IMP-COUNT                   PIC 9(04) COMP VALUE ZERO.
001100 77  WS-IMP-SUB                     PIC 9(04) COMP VALUE ZERO.
001110 77  WS-LINE-COUNT                  PIC 9(03) COMP VALUE 99.
001120 77  WS-PAGE-COUNT                  PIC 9(03) COMP VALUE ZERO.
001130
001140 01  WS-SWITCHES.
001150     05  WS-EOF-SW                  PIC X(01) VALUE "N".
001160         88  WS-EOF                           VALUE "Y".
001170     05  WS-VARLINE-EOF-SW          PIC X(01) VALUE "N".
001180         88  WS-VARLINE-EOF                   VALUE "Y".
001190     05  WS-STORE-SEEN-SW           PIC X(01) VALUE "N".
001200         88  WS-STORE-SEEN                    VALUE "Y".
001210     05  WS-STORE-FOUND-SW          PIC X(01) VALUE "N".
001220         88  WS-STORE-FOUND                   VALUE "Y".
001230     05  WS-IMP-FOUND-SW            PIC X(01) VALUE "N".
001240         88  WS-IMP-FOUND                     VALUE "Y".
001250     05  WS-OVERFLOW-SW             PIC X(01) VALUE "N".
001260         88  WS-OVERFLOW                      VALUE "Y".
001270     05  WS-CARD-FULL-SW            PIC X(01) VALUE "N".
001280         88  WS-CARD-FULL                     VALUE "Y".
001290     05  WS-SUSPECT-FOUND-SW        PIC X(01) VALUE "N".
001300         88  WS-SUSPECT-FOUND                 VALUE "Y".
001310
001320 01  WS-VARLINE-STATUS              PIC X(02) VALUE "00".
001330 01  WS-RSLTMAST-STATUS             PIC X(02) VALUE "00".
001340 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
001350 01  WS-FROM-DATE                   PIC 9(08) VALUE ZERO.
001360 01  WS-TO-DATE                     PIC 9(08) VALUE ZERO.
001370 01  WS-EDIT-VALUE                  PIC -ZZZZZZ9.99.
001380
001390*---------------------------------------------------------------
001400* IMPACT TABLES.  THE TRACE QUEUE HOLDS EVERY STORE STILL TO BE
001410* FOLLOWED - THE STORE ON THE CARD, THEN THE STORE MADE BY EACH
001420* "let" THAT PICKED UP A BAD VALUE - AS THE NAME, THE LINEAGE
001430* KEY TO START LOOKING FOR IT FROM (DATE, PASS AND SEQUENCE)
001440* AND THE RSLTMAST KEY OF THE STORING RECORD.  THE IMPACT LIST
001450* HOLDS EACH RSLTMAST KEY ONCE, IN THE ORDER IT WAS REACHED,
001460* WITH HOW MANY STORES IT IS REMOVED FROM THE ONE ON THE CARD.
001470*---------------------------------------------------------------
001480 01  WS-TRC-TABLE.
001490     05  WS-TRC-ENTRY OCCURS 500 TIMES.
001500         10  WS-TRC-NAME            PIC X(20).
001510         10  WS-TRC-START           PIC X(30).
001520         10  WS-TRC-RSLM-KEY        PIC X(14).
001530         10  WS-TRC-LEVEL           PIC 9(02).
001540 01  WS-IMP-TABLE.
001550     05  WS-IMP-ENTRY OCCURS 2000 TIMES.
001560         10  WS-IMP-RSLM-KEY        PIC X(14).
001570         10  WS-IMP-LEVEL           PIC 9(02).
001580         10  WS-IMP-NAME            PIC X(20).
001590 01  WS-START-KEY.
001600     05  WS-START-DATE              PIC 9(08).
001610     05  WS-START-REST              PIC X(22).
001620 01  WS-CARD-KEY.
001630     05  WS-CARD-RSLM-DATE          PIC 9(08).
001640     05  WS-CARD-REC-ID             PIC 9(06).
001650
001660 01  WS-HEAD-LINE.
001670     05  FILLER                     PIC X(35)
001680         VALUE "ASS6LINE VARIABLE LINEAGE REPORT".
001690     05  FILLER                     PIC X(33) VALUE SPACES.
001700     05  FILLER                     PIC X(05) VALUE "PAGE ".
001710     05  WS-HEAD-PAGE               PIC ZZ9.
001720     05  FILLER                     PIC X(04) VALUE SPACES.
001730 01  WS-TITLE-LINE.
001740     05  WS-TTL-TEXT                PIC X(20).
001750     05  WS-TTL-NAME                PIC X(20).
001760     05  FILLER                     PIC X(01) VALUE SPACES.
001770     05  WS-TTL-TEXT-2              PIC X(06).
001780     05  WS-TTL-DATE-1              PIC X(08).
001790     05  FILLER                     PIC X(01) VALUE SPACES.
001800     05  WS-TTL-TEXT-3              PIC X(03).
001810     05  WS-TTL-DATE-2              PIC X(08).
001820     05  FILLER                     PIC X(13) VALUE SPACES.
001830 01  WS-TRACE-COL-LINE.
001840     05  FILLER                     PIC X(20)
001850         VALUE "  ACTION  RSLTMAST K".
001860     05  FILLER                     PIC X(20)
001870         VALUE "EY    SOURCE   SYM  ".
001880     05  FILLER                     PIC X(20)
001890         VALUE " OLD VALUE  NEW/USED".
001900     05  FILLER                     PIC X(20)
001910         VALUE "    NOTE".
001920 01  WS-TRACE-LINE.
001930     05  FILLER                     PIC X(02) VALUE SPACES.
001940     05  WS-TL-ACTION               PIC X(08).
001950     05  WS-TL-DATE                 PIC 9(08).
001960     05  FILLER                     PIC X(01) VALUE SPACES.
001970     05  WS-TL-REC-ID               PIC 9(06).
001980     05  FILLER                     PIC X(01) VALUE SPACES.
001990     05  WS-TL-SOURCE               PIC X(08).
002000     05  FILLER                     PIC X(01) VALUE SPACES.
002010     05  WS-TL-SYM                  PIC X(03).
002020     05  FILLER                     PIC X(01) VALUE SPACES.
002030     05  WS-TL-OLD                  PIC X(11).
002040     05  FILLER                     PIC X(01) VALUE SPACES.
002050     05  WS-TL-NEW                  PIC -ZZZZZZ9.99.
002060     05  FILLER                     PIC X(02) VALUE SPACES.
002070     05  WS-TL-NOTE                 PIC X(16).
002080 01  WS-IMPACT-COL-LINE.
002090     05  FILLER                     PIC X(20)
002100         VALUE " LVL   RSLTMAST KEY ".
002110     05  FILLER                     PIC X(20)
002120         VALUE "   SYM REACHED THROU".
002130     05  FILLER                     PIC X(20)
002140         VALUE "GH      RESULT      ".
002150     05  FILLER                     PIC X(20)
002160         VALUE " SOURCE".
002170 01  WS-IMPACT-LINE.
002180     05  FILLER                     PIC X(02) VALUE SPACES.
002190     05  WS-IL-LEVEL                PIC Z9.
002200     05  FILLER                     PIC X(03) VALUE SPACES.
002210     05  WS-IL-DATE                 PIC 9(08).
002220     05  FILLER                     PIC X(01) VALUE SPACES.
002230     05  WS-IL-REC-ID               PIC 9(06).
002240     05  FILLER                     PIC X(01) VALUE SPACES.
002250     05  WS-IL-SYM                  PIC X(03).
002260     05  FILLER                     PIC X(01) VALUE SPACES.
002270     05  WS-IL-NAME                 PIC X(20).
002280     05  FILLER                     PIC X(01) VALUE SPACES.
002290     05  WS-IL-RESULT               PIC X(12).
002300     05  FILLER                     PIC X(01) VALUE SPACES.
002310     05  WS-IL-SOURCE               PIC X(08).
002320     05  FILLER                     PIC X(11) VALUE SPACES.
002330 01  WS-MSG-LINE.
002340     05  FILLER                     PIC X(02) VALUE SPACES.
002350     05  WS-MSG-TEXT                PIC X(40).
002360     05  WS-MSG-NAME                PIC X(20).
002370     05  FILLER                     PIC X(18) VALUE SPACES.
002380 01  WS-TOTAL-LINE.
002390     05  FILLER                     PIC X(02) VALUE SPACES.
002400     05  WS-TOT-LABEL               PIC X(30).
002410     05  WS-TOT-COUNT               PIC Z(05)9.
002420     05  FILLER                     PIC X(42) VALUE SPACES.
002430 01  WS-RPT-LINE                    PIC X(80).
002440
002450 PROCEDURE DIVISION.
002460*===============================================================
002470* MAIN - ONE PASS OVER THE LINECARD CARDS, EACH ANSWERED ON
002480* LINERPT IN THE ORDER SUBMITTED.  EVERY IMPACT CARD ADDS ITS
002490* LIST TO THE ONE IMPCTOUT FILE.
002500*===============================================================
002510     MAIN.
002520     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
002530     OPEN INPUT  CARD-FILE.
002540     OPEN INPUT  LINE-FILE.
002550     OPEN INPUT  RSLT-MASTER.
002560     OPEN OUTPUT IMPACT-FILE.
002570     OPEN OUTPUT REPORT-FILE.
002580     PERFORM READ-LINE-CARD THRU READ-LINE-CARD-EXIT.
002590     PERFORM PROCESS-CARD THRU PROCESS-CARD-EXIT
002600         UNTIL WS-EOF.
002610     PERFORM WRITE-RUN-TOTALS THRU WRITE-RUN-TOTALS-EXIT.
002620     CLOSE CARD-FILE LINE-FILE RSLT-MASTER IMPACT-FILE
002630           REPORT-FILE.
002640     DISPLAY "ASS6LINE: " WS-CARD-COUNT " CARDS, "
002650             WS-ERROR-COUNT " NOT HONORED, "
002660             WS-WRITTEN-COUNT " ENTRIES TO RE-RUN".
002670     IF WS-OVERFLOW THEN
002680          MOVE 8 TO RETURN-CODE
002690     ELSE IF WS-ERROR-COUNT > ZERO OR
002700             WS-MISSING-COUNT > ZERO THEN
002710          MOVE 4 TO RETURN-CODE
002720     END-IF.
002730     STOP RUN.
002740
002750     READ-LINE-CARD.
002760     READ CARD-FILE
002770         AT END
002780             MOVE "Y" TO WS-EOF-SW
002790     END-READ.
002800     READ-LINE-CARD-EXIT.
002810     EXIT.
002820
002830     PROCESS-CARD.
002840     ADD 1 TO WS-CARD-COUNT.
002850     IF CARD-COMMAND = "TRACE" THEN
002860          PERFORM TRACE-VARIABLE THRU TRACE-VARIABLE-EXIT
002870     ELSE IF CARD-COMMAND = "IMPACT" THEN
002880          PERFORM IMPACT-STORE THRU IMPACT-STORE-EXIT
002890     ELSE
002900          MOVE "UNRECOGNIZED CARD: " TO WS-MSG-TEXT
002910          MOVE CARD-COMMAND TO WS-MSG-NAME
002920          PERFORM CARD-REFUSED THRU CARD-REFUSED-EXIT
002930     END-IF.
002940     PERFORM READ-LINE-CARD THRU READ-LINE-CARD-EXIT.
002950     PROCESS-CARD-EXIT.
002960     EXIT.
002970
002980     CARD-REFUSED.
002990     ADD 1 TO WS-ERROR-COUNT.
003000     MOVE WS-MSG-LINE TO WS-RPT-LINE.
003010     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003020     MOVE SPACES TO WS-RPT-LINE.
003030     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003040     CARD-REFUSED-EXIT.
003050     EXIT.
003060
003070*---------------------------------------------------------------
003080* TRACE-VARIABLE - EVERY STORE OF THE NAME ON A BUSINESS DATE IN
003090* THE RANGE, EACH FOLLOWED BY THE RECORDS THAT PICKED ITS VALUE
003100* UP.  USES AHEAD OF THE FIRST STORE IN THE RANGE PICKED UP A
003110* VALUE SET BEFORE IT (OR CARRIED FORWARD BY AN ASS6VARM
003120* REDATE) AND ARE LISTED UNDER THEIR OWN NOTE.
003130*---------------------------------------------------------------
003140     TRACE-VARIABLE.
003150     IF CARD-DATE-2 = SPACES THEN
003160          MOVE WS-RUN-DATE8 TO CARD-DATE-2
003170     END-IF.
003180     IF CARD-NAME = SPACES OR
003190        CARD-DATE-1 IS NOT NUMERIC OR
003200        CARD-DATE-2 IS NOT NUMERIC THEN
003210          MOVE "TRACE - BAD NAME OR DATE RANGE: " TO WS-MSG-TEXT
003220          MOVE CARD-NAME TO WS-MSG-NAME
003230          PERFORM CARD-REFUSED THRU CARD-REFUSED-EXIT
003240          GO TO TRACE-VARIABLE-EXIT
003250     END-IF.
003260     MOVE CARD-DATE-1 TO WS-FROM-DATE.
003270     MOVE CARD-DATE-2 TO WS-TO-DATE.
003280     MOVE SPACES TO WS-TITLE-LINE.
003290     MOVE "LINEAGE OF VARIABLE " TO WS-TTL-TEXT.
003300     MOVE CARD-NAME TO WS-TTL-NAME.
003310     MOVE "FROM " TO WS-TTL-TEXT-2.
003320     MOVE CARD-DATE-1 TO WS-TTL-DATE-1.
003330     MOVE "TO " TO WS-TTL-TEXT-3.
003340     MOVE CARD-DATE-2 TO WS-TTL-DATE-2.
003350     MOVE WS-TITLE-LINE TO WS-RPT-LINE.
003360     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003370     MOVE WS-TRACE-COL-LINE TO WS-RPT-LINE.
003380     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003390     MOVE ZERO TO WS-STORE-COUNT WS-USE-COUNT.
003400     MOVE "N" TO WS-STORE-SEEN-SW.
003410     MOVE LOW-VALUES TO VLIN-KEY.
003420     MOVE CARD-NAME TO VLIN-NAME.
003430     MOVE WS-FROM-DATE TO VLIN-RUN-DATE.
003440     PERFORM START-LINEAGE THRU START-LINEAGE-EXIT.
003450     PERFORM TRACE-VARIABLE-NEXT THRU TRACE-VARIABLE-NEXT-EXIT
003460         UNTIL WS-VARLINE-EOF.
003470     IF WS-STORE-COUNT = ZERO AND WS-USE-COUNT = ZERO THEN
003480          MOVE "  (NO LINEAGE IN THE RANGE)" TO WS-RPT-LINE
003490          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
003500     END-IF.
003510     MOVE "STORES" TO WS-TOT-LABEL.
003520     MOVE WS-STORE-COUNT TO WS-TOT-COUNT.
003530     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
003540     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003550     MOVE "USES" TO WS-TOT-LABEL.
003560     MOVE WS-USE-COUNT TO WS-TOT-COUNT.
003570     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
003580     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003590     MOVE SPACES TO WS-RPT-LINE.
003600     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003610     TRACE-VARIABLE-EXIT.
003620     EXIT.
003630
003640     TRACE-VARIABLE-NEXT.
003650     PERFORM READ-LINEAGE-NEXT THRU READ-LINEAGE-NEXT-EXIT.
003660     IF WS-VARLINE-EOF THEN
003670          GO TO TRACE-VARIABLE-NEXT-EXIT
003680     END-IF.
003690     IF VLIN-NAME NOT = CARD-NAME OR
003700        VLIN-RUN-DATE > WS-TO-DATE THEN
003710          MOVE "Y" TO WS-VARLINE-EOF-SW
003720          GO TO TRACE-VARIABLE-NEXT-EXIT
003730     END-IF.
003740     IF VLIN-STORE THEN
003750          ADD 1 TO WS-STORE-COUNT
003760          MOVE "Y" TO WS-STORE-SEEN-SW
003770          IF WS-STORE-COUNT > 1 THEN
003780               MOVE SPACES TO WS-RPT-LINE
003790               PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
003800          END-IF
003810          MOVE "SET" TO WS-TL-ACTION
003820          MOVE SPACES TO WS-TL-NOTE
003830          PERFORM PRINT-LINEAGE THRU PRINT-LINEAGE-EXIT
003840          GO TO TRACE-VARIABLE-NEXT-EXIT
003850     END-IF.
003860     IF NOT WS-STORE-SEEN THEN
003870          MOVE "Y" TO WS-STORE-SEEN-SW
003880          MOVE "  VALUE SET BEFORE " TO WS-RPT-LINE
003890          MOVE WS-FROM-DATE TO WS-RPT-LINE(20:8)
003900          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
003910     END-IF.
003920     ADD 1 TO WS-USE-COUNT.
003930     MOVE "  USED" TO WS-TL-ACTION.
003940     MOVE SPACES TO WS-TL-NOTE.
003950     PERFORM PRINT-LINEAGE THRU PRINT-LINEAGE-EXIT.
003960     TRACE-VARIABLE-NEXT-EXIT.
003970     EXIT.
003980
003990*---------------------------------------------------------------
004000* PRINT-LINEAGE - ONE STORE OR USE, UNDER THE RSLTMAST KEY OF
004010* ITS RECORD (THE KEY AN IMPACT CARD NAMES A STORE BY).  A
004020* STORE SHOWS THE VALUE IT REPLACED AND THE VALUE IT STORED, A
004030* USE THE VALUE IT PICKED UP.  THE CALLER SETS THE ACTION AND
004040* ANY NOTE.
004050*---------------------------------------------------------------
004060     PRINT-LINEAGE.
004070     MOVE VLIN-RSLM-DATE TO WS-TL-DATE.
004080     MOVE VLIN-REC-ID TO WS-TL-REC-ID.
004090     MOVE VLIN-SOURCE-SYSTEM TO WS-TL-SOURCE.
004100     MOVE VLIN-SYM TO WS-TL-SYM.
004110     IF VLIN-USE THEN
004120          MOVE SPACES TO WS-TL-OLD
004130     ELSE IF VLIN-OLD-EXISTED THEN
004140          MOVE VLIN-OLD-VALUE TO WS-EDIT-VALUE
004150          MOVE WS-EDIT-VALUE TO WS-TL-OLD
004160     ELSE
004170          MOVE "     (NONE)" TO WS-TL-OLD
004180     END-IF.
004190     MOVE VLIN-NEW-VALUE TO WS-TL-NEW.
004200     IF VLIN-RUN-MODE = "W" AND WS-TL-NOTE = SPACES THEN
004210          MOVE "REWORK" TO WS-TL-NOTE
004220     END-IF.
004230     MOVE WS-TRACE-LINE TO WS-RPT-LINE.
004240     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004250     PRINT-LINEAGE-EXIT.
004260     EXIT.
004270
004280*---------------------------------------------------------------
004290* IMPACT-STORE - WORKS OUT WHAT A WRONG STORE TOUCHED.  THE
004300* STORE ON THE CARD IS FOLLOWED FORWARD THROUGH ITS NAME'S
004310* LINEAGE UNTIL THE NAME IS STORED AGAIN: EVERY USE IN BETWEEN
004320* PICKED UP THE BAD VALUE, AND A USE BY A "let" STORED A BAD
004330* VALUE UNDER ITS OWN NAME, WHICH IS QUEUED AND FOLLOWED THE
004340* SAME WAY.  EACH RSLTMAST KEY REACHED IS LISTED ONCE AND
004350* WRITTEN TO IMPCTOUT.
004360*---------------------------------------------------------------
004370     IMPACT-STORE.
004380     IF CARD-NAME = SPACES OR
004390        CARD-DATE-1 IS NOT NUMERIC OR
004400        CARD-REC-ID IS NOT NUMERIC THEN
004410          MOVE "IMPACT - BAD NAME, DATE OR RECORD ID: "
004420              TO WS-MSG-TEXT
004430          MOVE CARD-NAME TO WS-MSG-NAME
004440          PERFORM CARD-REFUSED THRU CARD-REFUSED-EXIT
004450          GO TO IMPACT-STORE-EXIT
004460     END-IF.
004470     MOVE CARD-DATE-1 TO WS-CARD-RSLM-DATE.
004480     MOVE CARD-REC-ID TO WS-CARD-REC-ID.
004490     MOVE SPACES TO WS-TITLE-LINE.
004500     MOVE "IMPACT OF STORE OF" TO WS-TTL-TEXT.
004510     MOVE CARD-NAME TO WS-TTL-NAME.
004520     MOVE "BY " TO WS-TTL-TEXT-2.
004530     MOVE CARD-DATE-1 TO WS-TTL-DATE-1.
004540     MOVE "ID " TO WS-TTL-TEXT-3.
004550     MOVE CARD-REC-ID TO WS-TTL-DATE-2.
004560     MOVE WS-TITLE-LINE TO WS-RPT-LINE.
004570     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004580     MOVE WS-TRACE-COL-LINE TO WS-RPT-LINE.
004590     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004600     MOVE "N" TO WS-CARD-FULL-SW.
004610     MOVE "N" TO WS-SUSPECT-FOUND-SW.
004620     MOVE 1 TO WS-TRC-COUNT.
004630     MOVE CARD-NAME TO WS-TRC-NAME (1).
004640     MOVE WS-CARD-RSLM-DATE TO WS-START-DATE.
004650     MOVE LOW-VALUES TO WS-START-REST.
004660     MOVE WS-START-KEY TO WS-TRC-START (1).
004670     MOVE WS-CARD-KEY TO WS-TRC-RSLM-KEY (1).
004680     MOVE ZERO TO WS-TRC-LEVEL (1).
004690     MOVE 1 TO WS-IMP-COUNT.
004700     MOVE WS-CARD-KEY TO WS-IMP-RSLM-KEY (1).
004710     MOVE ZERO TO WS-IMP-LEVEL (1).
004720     MOVE CARD-NAME TO WS-IMP-NAME (1).
004730     PERFORM IMPACT-FOLLOW THRU IMPACT-FOLLOW-EXIT
004740         VARYING WS-TRC-SUB FROM 1 BY 1
004750         UNTIL WS-TRC-SUB > WS-TRC-COUNT.
004760     MOVE SPACES TO WS-RPT-LINE.
004770     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004780     IF NOT WS-SUSPECT-FOUND THEN
004790          MOVE "IMPACT - STORE NOT ON LINEAGE FILE: "
004800              TO WS-MSG-TEXT
004810          MOVE CARD-NAME TO WS-MSG-NAME
004820          PERFORM CARD-REFUSED THRU CARD-REFUSED-EXIT
004830          GO TO IMPACT-STORE-EXIT
004840     END-IF.
004850     MOVE WS-IMPACT-COL-LINE TO WS-RPT-LINE.
004860     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004870     PERFORM WRITE-IMPACT-ENTRY THRU WRITE-IMPACT-ENTRY-EXIT
004880         VARYING WS-IMP-SUB FROM 1 BY 1
004890         UNTIL WS-IMP-SUB > WS-IMP-COUNT.
004900     MOVE "ENTRIES TO CORRECT AND RE-RUN" TO WS-TOT-LABEL.
004910     MOVE WS-IMP-COUNT TO WS-TOT-COUNT.
004920     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
004930     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004940     IF WS-CARD-FULL THEN
004950          MOVE "  ** TABLES FULL - LIST IS INCOMPLETE **"
004960              TO WS-RPT-LINE
004970          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
004980     END-IF.
004990     MOVE SPACES TO WS-RPT-LINE.
005000     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
005010     IMPACT-STORE-EXIT.
005020     EXIT.
005030
005040*---------------------------------------------------------------
005050* IMPACT-FOLLOW - ONE QUEUED STORE.  THE NAME'S LINEAGE IS READ
005060* FROM THE QUEUED START KEY: FIRST TO THE STORE ITSELF (THE
005070* STORE RECORD FOR THE QUEUED RSLTMAST KEY), THEN ON THROUGH
005080* ITS USES TO THE NEXT STORE OF THE NAME BY ANY OTHER RECORD.
005090* A RESTART THAT STORED THE SAME RECORD AGAIN STORED THE SAME
005100* VALUE, SO THE FOLLOW CARRIES ON PAST IT.
005110*---------------------------------------------------------------
005120     IMPACT-FOLLOW.
005130     MOVE "N" TO WS-STORE-FOUND-SW.
005140     MOVE WS-TRC-NAME (WS-TRC-SUB) TO VLIN-NAME.
005150     MOVE WS-TRC-START (WS-TRC-SUB) TO VLIN-KEY(21:30).
005160     PERFORM START-LINEAGE THRU START-LINEAGE-EXIT.
005170     PERFORM IMPACT-FOLLOW-NEXT THRU IMPACT-FOLLOW-NEXT-EXIT
005180         UNTIL WS-VARLINE-EOF.
005190     IF WS-STORE-FOUND AND WS-TRC-SUB = 1 THEN
005200          MOVE "Y" TO WS-SUSPECT-FOUND-SW
005210     END-IF.
005220     IF NOT WS-STORE-FOUND AND WS-TRC-SUB > 1 THEN
005230          ADD 1 TO WS-MISSING-COUNT
005240          MOVE "  STORE NOT ON LINEAGE FILE:" TO WS-RPT-LINE
005250          MOVE WS-TRC-NAME (WS-TRC-SUB) TO WS-RPT-LINE(32:20)
005260          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
005270     END-IF.
005280     IMPACT-FOLLOW-EXIT.
005290     EXIT.
005300
005310     IMPACT-FOLLOW-NEXT.
005320     PERFORM READ-LINEAGE-NEXT THRU READ-LINEAGE-NEXT-EXIT.
005330     IF WS-VARLINE-EOF THEN
005340          GO TO IMPACT-FOLLOW-NEXT-EXIT
005350     END-IF.
005360     IF VLIN-NAME NOT = WS-TRC-NAME (WS-TRC-SUB) THEN
005370          MOVE "Y" TO WS-VARLINE-EOF-SW
005380          GO TO IMPACT-FOLLOW-NEXT-EXIT
005390     END-IF.
005400     IF NOT WS-STORE-FOUND THEN
005410          IF VLIN-STORE AND
005420             VLIN-RSLM-KEY = WS-TRC-RSLM-KEY (WS-TRC-SUB) THEN
005430               MOVE "Y" TO WS-STORE-FOUND-SW
005440               MOVE "SET" TO WS-TL-ACTION
005450               MOVE "BAD VALUE" TO WS-TL-NOTE
005460               PERFORM PRINT-LINEAGE THRU PRINT-LINEAGE-EXIT
005470          END-IF
005480          GO TO IMPACT-FOLLOW-NEXT-EXIT
005490     END-IF.
005500     IF VLIN-STORE THEN
005510          IF VLIN-RSLM-KEY = WS-TRC-RSLM-KEY (WS-TRC-SUB) THEN
005520               GO TO IMPACT-FOLLOW-NEXT-EXIT
005530          END-IF
005540          MOVE "SET" TO WS-TL-ACTION
005550          MOVE "VALUE REPLACED" TO WS-TL-NOTE
005560          PERFORM PRINT-LINEAGE THRU PRINT-LINEAGE-EXIT
005570          MOVE "Y" TO WS-VARLINE-EOF-SW
005580          GO TO IMPACT-FOLLOW-NEXT-EXIT
005590     END-IF.
005600     MOVE "  USED" TO WS-TL-ACTION.
005610     MOVE SPACES TO WS-TL-NOTE.
005620     PERFORM PRINT-LINEAGE THRU PRINT-LINEAGE-EXIT.
005630     PERFORM ADD-IMPACT-KEY THRU ADD-IMPACT-KEY-EXIT.
005640     IMPACT-FOLLOW-NEXT-EXIT.
005650     EXIT.
005660
005670*---------------------------------------------------------------
005680* ADD-IMPACT-KEY - LISTS THE CONSUMING RECORD'S RSLTMAST KEY
005690* UNLESS IT IS LISTED ALREADY.  A CONSUMING "let" STORED A BAD
005700* VALUE ITSELF: ITS RSLTMAST ENTRY NAMES THE VARIABLE (OPERAND
005710* 1), AND THAT STORE IS QUEUED FROM THE USE'S OWN LINEAGE KEY,
005720* SINCE THE STORE WAS WRITTEN LATER IN THE SAME PASS.
005730*---------------------------------------------------------------
005740     ADD-IMPACT-KEY.
005750     MOVE "N" TO WS-IMP-FOUND-SW.
005760     PERFORM ADD-IMPACT-KEY-SCAN THRU ADD-IMPACT-KEY-SCAN-EXIT
005770         VARYING WS-IMP-SUB FROM 1 BY 1
005780         UNTIL WS-IMP-FOUND OR WS-IMP-SUB > WS-IMP-COUNT.
005790     IF WS-IMP-FOUND THEN
005800          GO TO ADD-IMPACT-KEY-EXIT
005810     END-IF.
005820     IF WS-IMP-COUNT NOT < 2000 THEN
005830          MOVE "Y" TO WS-OVERFLOW-SW WS-CARD-FULL-SW
005840          GO TO ADD-IMPACT-KEY-EXIT
005850     END-IF.
005860     ADD 1 TO WS-IMP-COUNT.
005870     MOVE VLIN-RSLM-KEY TO WS-IMP-RSLM-KEY (WS-IMP-COUNT).
005880     COMPUTE WS-IMP-LEVEL (WS-IMP-COUNT) =
005890         WS-TRC-LEVEL (WS-TRC-SUB) + 1.
005900     MOVE VLIN-NAME TO WS-IMP-NAME (WS-IMP-COUNT).
005910     IF VLIN-SYM NOT = "let" THEN
005920          GO TO ADD-IMPACT-KEY-EXIT
005930     END-IF.
005940     MOVE VLIN-RSLM-KEY TO RSLM-KEY.
005950     READ RSLT-MASTER
005960         INVALID KEY
005970             GO TO ADD-IMPACT-KEY-EXIT
005980     END-READ.
005990     IF WS-TRC-COUNT NOT < 500 THEN
006000          MOVE "Y" TO WS-OVERFLOW-SW WS-CARD-FULL-SW
006010          GO TO ADD-IMPACT-KEY-EXIT
006020     END-IF.
006030     ADD 1 TO WS-TRC-COUNT.
006040     MOVE RSLM-OPERAND-1 TO WS-TRC-NAME (WS-TRC-COUNT).
006050     MOVE VLIN-KEY(21:30) TO WS-TRC-START (WS-TRC-COUNT).
006060     MOVE VLIN-RSLM-KEY TO WS-TRC-RSLM-KEY (WS-TRC-COUNT).
006070     MOVE WS-IMP-LEVEL (WS-IMP-COUNT)
006080         TO WS-TRC-LEVEL (WS-TRC-COUNT).
006090     ADD-IMPACT-KEY-EXIT.
006100     EXIT.
006110
006120     ADD-IMPACT-KEY-SCAN.
006130     IF WS-IMP-RSLM-KEY (WS-IMP-SUB) = VLIN-RSLM-KEY THEN
006140          MOVE "Y" TO WS-IMP-FOUND-SW
006150     END-IF.
006160     ADD-IMPACT-KEY-SCAN-EXIT.
006170     EXIT.
006180
006190*---------------------------------------------------------------
006200* WRITE-IMPACT-ENTRY - ONE LISTED KEY.  THE RSLTMAST ENTRY GOES
006210* TO IMPCTOUT AS A SUSPENSE RECORD CARRYING ITS OPERATION, ITS
006220* RECORD ID AND ITS RSLTMAST DATE AS THE FAIL DATE, SO A W
006230* REWORK PASS POSTS THE RE-RUN RESULT BACK OVER THE SAME
006240* RSLTMAST ENTRY.  A KEY NO LONGER ON RSLTMAST (BACKED OUT, OR
006250* NEVER POSTED) IS LISTED BUT NOT WRITTEN.
006260*---------------------------------------------------------------
006270     WRITE-IMPACT-ENTRY.
006280     MOVE WS-IMP-RSLM-KEY (WS-IMP-SUB) TO RSLM-KEY.
006290     MOVE WS-IMP-LEVEL (WS-IMP-SUB) TO WS-IL-LEVEL.
006300     MOVE RSLM-RUN-DATE TO WS-IL-DATE.
006310     MOVE RSLM-REC-ID TO WS-IL-REC-ID.
006320     MOVE WS-IMP-NAME (WS-IMP-SUB) TO WS-IL-NAME.
006330     READ RSLT-MASTER
006340         INVALID KEY
006350             ADD 1 TO WS-MISSING-COUNT
006360             MOVE SPACES TO WS-IL-SYM WS-IL-SOURCE
006370             MOVE "*NOT ON FILE" TO WS-IL-RESULT
006380             MOVE WS-IMPACT-LINE TO WS-RPT-LINE
006390             PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
006400             GO TO WRITE-IMPACT-ENTRY-EXIT
006410     END-READ.
006420     MOVE RSLM-SYM TO WS-IL-SYM.
006430     MOVE RSLM-RESULT TO WS-IL-RESULT.
006440     MOVE RSLM-SOURCE-SYSTEM TO WS-IL-SOURCE.
006450     MOVE WS-IMPACT-LINE TO WS-RPT-LINE.
006460     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006470     MOVE SPACES TO SUSP-RECORD.
006480     MOVE RSLM-SYM TO SUSP-SYM.
006490     MOVE RSLM-OPERAND-1 TO SUSP-OPERAND-1.
006500     MOVE RSLM-OPERAND-2 TO SUSP-OPERAND-2.
006510     MOVE RSLM-OPERAND-3 TO SUSP-OPERAND-3.
006520     MOVE RSLM-REC-ID TO SUSP-ORIG-REC-ID.
006530     MOVE RSLM-RUN-DATE(3:6) TO SUSP-FAIL-DATE.
006540     MOVE "LN" TO SUSP-REASON-CODE.
006550     MOVE RSLM-SOURCE-SYSTEM TO SUSP-SOURCE-SYSTEM.
006560     WRITE SUSP-RECORD.
006570     ADD 1 TO WS-WRITTEN-COUNT.
006580     WRITE-IMPACT-ENTRY-EXIT.
006590     EXIT.
006600
006610*---------------------------------------------------------------
006620* LINEAGE SEQUENTIAL ACCESS - THE CALLER SETS THE START KEY.
006630*---------------------------------------------------------------
006640     START-LINEAGE.
006650     MOVE "N" TO WS-VARLINE-EOF-SW.
006660     START LINE-FILE KEY NOT < VLIN-KEY
006670         INVALID KEY
006680             MOVE "Y" TO WS-VARLINE-EOF-SW
006690     END-START.
006700     IF WS-VARLINE-STATUS NOT = "00" THEN
006710          MOVE "Y" TO WS-VARLINE-EOF-SW
006720     END-IF.
006730     START-LINEAGE-EXIT.
006740     EXIT.
006750
006760     READ-LINEAGE-NEXT.
006770     READ LINE-FILE NEXT RECORD
006780         AT END
006790             MOVE "Y" TO WS-VARLINE-EOF-SW
006800     END-READ.
006810     IF WS-VARLINE-STATUS NOT = "00" THEN
006820          MOVE "Y" TO WS-VARLINE-EOF-SW
006830     END-IF.
006840     READ-LINEAGE-NEXT-EXIT.
006850     EXIT.
006860
006870     WRITE-RUN-TOTALS.
006880     MOVE "CARDS PROCESSED" TO WS-TOT-LABEL.
006890     MOVE WS-CARD-COUNT TO WS-TOT-COUNT.
006900     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
006910     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006920     MOVE "CARDS NOT HONORED" TO WS-TOT-LABEL.
006930     MOVE WS-ERROR-COUNT TO WS-TOT-COUNT.
006940     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
006950     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006960     MOVE "ENTRIES WRITTEN TO IMPCTOUT" TO WS-TOT-LABEL.
006970     MOVE WS-WRITTEN-COUNT TO WS-TOT-COUNT.
006980     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
006990     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
007000     MOVE "STORES OR ENTRIES NOT FOUND" TO WS-TOT-LABEL.
007010     MOVE WS-MISSING-COUNT TO WS-TOT-COUNT.
007020     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
007030     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
007040     WRITE-RUN-TOTALS-EXIT.
007050     EXIT.
007060
007070     WRITE-RPT-LINE.
007080     IF WS-LINE-COUNT > 55 THEN
007090          ADD 1 TO WS-PAGE-COUNT
007100          MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE
007110          WRITE RPT-RECORD FROM WS-HEAD-LINE
007120              AFTER ADVANCING PAGE
007130          MOVE 1 TO WS-LINE-COUNT
007140     END-IF.
007150     WRITE RPT-RECORD FROM WS-RPT-LINE
007160         AFTER ADVANCING 1 LINE.
007170     ADD 1 TO WS-LINE-COUNT.
007180     WRITE-RPT-LINE-EXIT.
007190     EXIT.
007200
007210*---------------------------------------------------------------
007220* READ-BUSINESS-DATE - A TRACE CARD WITH NO TO DATE RUNS UP TO
007230* THE BUSINESS DATE ON THE BDATECTL CONTROL RECORD.  NO USABLE
007240* CONTROL RECORD - NO RUN (RC=16).
007250*---------------------------------------------------------------
007260     READ-BUSINESS-DATE.
007270     OPEN INPUT BDATE-FILE.
007280     READ BDATE-FILE
007290         AT END
007300             MOVE ZERO TO BDAT-BUSINESS-DATE
007310     END-READ.
007320     CLOSE BDATE-FILE.
007330     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
007340        BDAT-BUSINESS-DATE = ZERO THEN
007350          DISPLAY "ASS6LINE: BUSINESS DATE CONTROL "
007360                  "RECORD MISSING OR INVALID - RUN REFUSED"
007370          MOVE 16 TO RETURN-CODE
007380          STOP RUN
007390     END-IF.
007400     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
007410     READ-BUSINESS-DATE-EXIT.
007420     EXIT.
