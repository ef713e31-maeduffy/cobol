000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    Ass6Rsn.
000030 AUTHOR.        D L HARTMAN.
000040 INSTALLATION.  BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DLH   ORIGINAL VERSION.  NIGHTLY RESULT
000110*                    REASONABLENESS CHECK, RUN AFTER THE
000120*                    ASS6RECN RECONCILIATION AND AHEAD OF THE
000130*                    ASS6XTR INTERFACE EXTRACT.  EVERY NUMERIC
000140*                    RESULT ON THE NIGHT'S RESULTS GENERATION
000150*                    IS TESTED AGAINST THE RSNRULE RULE FOR ITS
000160*                    SOURCE AND SYM (OR THE "*ALL*" RULE FOR
000170*                    THE SYM): BELOW THE MINIMUM, ABOVE THE
000180*                    MAXIMUM, OR FURTHER FROM THE RECENT
000190*                    RSLTMAST AVERAGE FOR THE SAME SOURCE AND
000200*                    SYM THAN THE PERCENTAGE ALLOWED.  A RESULT
000210*                    THAT FAILS IS QUEUED ON REVQUEUE WITH THE
000220*                    RULE THAT FIRED; ASS6XTR HOLDS IT OFF THE
000230*                    INTERFACE UNTIL THE DESK RELEASES OR
000240*                    REJECTS IT THROUGH ASS6RVW.  THE QUEUE IS
000250*                    LISTED ON RSNRPT.  RC=0 NOTHING QUEUED,
000260*                    RC=4 RESULTS QUEUED FOR REVIEW, RC=16 NO
000270*                    BUSINESS DATE OR A TABLE OVERFLOWED (THE
000280*                    INTERFACE IS NOT CUT).
000290*---------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL RULE-FILE ASSIGN TO RSNRULE
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS RSNR-KEY
000400         FILE STATUS IS WS-RSNRULE-STATUS.
000410     SELECT OPTIONAL RSLT-MASTER ASSIGN TO RSLTMAST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS RSLM-KEY
000450         FILE STATUS IS WS-RSLTMAST-STATUS.
000460     SELECT OPTIONAL REVQ-FILE ASSIGN TO REVQUEUE
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS RVQ-KEY
000500         FILE STATUS IS WS-REVQUEUE-STATUS.
000510     SELECT RESULT-FILE    ASSIGN TO RSLTIN
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT REPORT-FILE    ASSIGN TO RSNRPT
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  RULE-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 COPY RSNRREC.
000630
000640 FD  RSLT-MASTER
000650     LABEL RECORDS ARE STANDARD.
000660 COPY RSLTMST.
000670
000680 FD  REVQ-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY RVQREC.
000710
000720 FD  RESULT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY RSLTREC.
000750
000760 FD  REPORT-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  RPT-RECORD                     PIC X(120).
000790
000800 FD  BDATE-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY BDATREC.
000830
000840 WORKING-STORAGE SECTION.
000850 77  WS-RULE-COUNT                  PIC 9(04) COMP VALUE ZERO.
000860 77  WS-RULE-SUB                    PIC 9(04) COMP VALUE ZERO.
000870 77  WS-AVG-COUNT                   PIC 9(04) COMP VALUE ZERO.
000880 77  WS-AVG-SUB                     PIC 9(04) COMP VALUE ZERO.
000890 77  WS-AVG-INS-SUB                 PIC 9(04) COMP VALUE ZERO.
000900 77  WS-READ-COUNT                  PIC 9(07) COMP VALUE ZERO.
000910 77  WS-NOT-NUMERIC-COUNT           PIC 9(07) COMP VALUE ZERO.
000920 77  WS-NO-RULE-COUNT               PIC 9(07) COMP VALUE ZERO.
000930 77  WS-TESTED-COUNT                PIC 9(07) COMP VALUE ZERO.
000940 77  WS-QUEUED-COUNT                PIC 9(07) COMP VALUE ZERO.
000950 77  WS-ANSWERED-COUNT              PIC 9(07) COMP VALUE ZERO.
000960 77  WS-HISTORY-COUNT               PIC 9(07) COMP VALUE ZERO.
000970 77  WS-VALUE-SUB                   PIC 9(02) COMP VALUE 1.
000980 77  WS-DATE-INT                    PIC 9(07) COMP VALUE ZERO.
000990 77  WS-LINE-COUNT                  PIC 9(03) COMP VALUE 99.
001000 77  WS-PAGE-COUNT                  PIC 9(03) COMP VALUE ZERO.
001010
001020 01  WS-SWITCHES.
001030     05  WS-EOF-SW                  PIC X(01) VALUE "N".
001040         88  WS-EOF                           VALUE "Y".
001050     05  WS-RSNRULE-EOF-SW          PIC X(01) VALUE "N".
001060         88  WS-RSNRULE-EOF                   VALUE "Y".
001070     05  WS-RSLTMAST-EOF-SW         PIC X(01) VALUE "N".
001080         88  WS-RSLTMAST-EOF                  VALUE "Y".
001090     05  WS-VALUE-OK-SW             PIC X(01) VALUE "N".
001100         88  WS-VALUE-OK                      VALUE "Y".
001110     05  WS-RULE-FOUND-SW           PIC X(01) VALUE "N".
001120         88  WS-RULE-FOUND                    VALUE "Y".
001130     05  WS-AVG-FOUND-SW            PIC X(01) VALUE "N".
001140         88  WS-AVG-FOUND                     VALUE "Y".
001150     05  WS-HAVE-AVERAGE-SW         PIC X(01) VALUE "N".
001160         88  WS-HAVE-AVERAGE                  VALUE "Y".
001170
001180 01  WS-RSNRULE-STATUS              PIC X(02) VALUE "00".
001190 01  WS-RSLTMAST-STATUS             PIC X(02) VALUE "00".
001200 01  WS-REVQUEUE-STATUS             PIC X(02) VALUE "00".
001210 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
001220 01  WS-FROM-DATE                   PIC 9(08) VALUE ZERO.
001230 01  WS-EARLIEST-DATE               PIC 9(08) VALUE ZERO.
001240 01  WS-FIND-KEY.
001250     05  WS-FIND-SOURCE             PIC X(08).
001260     05  WS-FIND-SYM                PIC X(03).
001270 01  WS-VALUE-TEXT                  PIC X(12).
001280 01  WS-VALUE                       PIC S9(09)V99 VALUE ZERO.
001290 01  WS-AVERAGE                     PIC S9(09)V99 VALUE ZERO.
001300 01  WS-PCT-CHANGE                  PIC 9(07)V99 VALUE ZERO.
001310 01  WS-DIFFERENCE                  PIC S9(11)V99 VALUE ZERO.
001320 01  WS-RULE-FIRED                  PIC X(03) VALUE SPACES.
001330 01  WS-RULE-LIMIT                  PIC S9(09)V99 VALUE ZERO.
001340 01  WS-RVQ-SAVE                    PIC X(181).
001350
001360*---------------------------------------------------------------
001370* THE RULES, IN THE SOURCE AND SYM ORDER RSNRULE DELIVERS THEM,
001380* SO A RESULT'S RULE IS ONE BINARY SEARCH.
001390*---------------------------------------------------------------
001400 01  WS-RULE-TABLE.
001410     05  WS-RULE-ENTRY OCCURS 1 TO 500 TIMES
001420             DEPENDING ON WS-RULE-COUNT
001430             ASCENDING KEY IS WS-RULE-KEY
001440             INDEXED BY WS-RULE-IDX.
001450         10  WS-RULE-KEY.
001460             15  WS-RULE-SOURCE     PIC X(08).
001470             15  WS-RULE-SYM        PIC X(03).
001480         10  WS-RULE-MIN-FLAG       PIC X(01).
001490         10  WS-RULE-MIN            PIC S9(09)V99.
001500         10  WS-RULE-MAX-FLAG       PIC X(01).
001510         10  WS-RULE-MAX            PIC S9(09)V99.
001520         10  WS-RULE-PCT            PIC 9(05)V99.
001530         10  WS-RULE-DAYS           PIC 9(03).
001540         10  WS-RULE-SAMPLE         PIC 9(04).
001550
001560*---------------------------------------------------------------
001570* ONE ENTRY PER SOURCE AND SYM ON TONIGHT'S RESULTS WHOSE RULE
001580* TESTS THE CHANGE FROM THE AVERAGE, KEPT IN KEY ORDER AS IT IS
001590* BUILT.  THE RSLTMAST HISTORY BEFORE THE BUSINESS DATE, BACK
001600* TO EACH KEY'S OWN FROM DATE, IS SUMMED INTO IT.
001610*---------------------------------------------------------------
001620 01  WS-AVG-TABLE.
001630     05  WS-AVG-ENTRY OCCURS 1 TO 2000 TIMES
001640             DEPENDING ON WS-AVG-COUNT
001650             ASCENDING KEY IS WS-AVG-KEY
001660             INDEXED BY WS-AVG-IDX.
001670         10  WS-AVG-KEY.
001680             15  WS-AVG-SOURCE      PIC X(08).
001690             15  WS-AVG-SYM         PIC X(03).
001700         10  WS-AVG-FROM-DATE       PIC 9(08).
001710         10  WS-AVG-SUM             PIC S9(13)V99 COMP-3.
001720         10  WS-AVG-RESULTS         PIC 9(07) COMP.
001730
001740 01  WS-HEAD-LINE.
001750     05  FILLER                     PIC X(40)
001760         VALUE "ASS6RSN RESULT REASONABLENESS CHECK".
001770     05  FILLER                     PIC X(14)
001780         VALUE "BUSINESS DATE ".
001790     05  WS-HEAD-DATE               PIC 9(08).
001800     05  FILLER                     PIC X(50) VALUE SPACES.
001810     05  FILLER                     PIC X(05) VALUE "PAGE ".
001820     05  WS-HEAD-PAGE               PIC ZZ9.
001830 01  WS-COL-LINE.
001840     05  FILLER                     PIC X(02) VALUE SPACES.
001850     05  FILLER                     PIC X(10) VALUE "SOURCE".
001860     05  FILLER                     PIC X(10) VALUE "REC ID R".
001870     05  FILLER                     PIC X(05) VALUE "SYM".
001880     05  FILLER                     PIC X(14) VALUE "RESULT".
001890     05  FILLER                     PIC X(04) VALUE "RUL".
001900     05  FILLER                     PIC X(10) VALUE "RULE SRC".
001910     05  FILLER                     PIC X(15)
001920         VALUE "        LIMIT".
001930     05  FILLER                     PIC X(15)
001940         VALUE "      AVERAGE".
001950     05  FILLER                     PIC X(12) VALUE "   PCT CHG".
001960     05  FILLER                     PIC X(23) VALUE "NOTE".
001970 01  WS-DETAIL-LINE.
001980     05  FILLER                     PIC X(02) VALUE SPACES.
001990     05  WS-DTL-SOURCE              PIC X(08).
002000     05  FILLER                     PIC X(02) VALUE SPACES.
002010     05  WS-DTL-REC-ID              PIC 9(06).
002020     05  FILLER                     PIC X(01) VALUE SPACES.
002030     05  WS-DTL-FLAG                PIC X(01).
002040     05  FILLER                     PIC X(02) VALUE SPACES.
002050     05  WS-DTL-SYM                 PIC X(03).
002060     05  FILLER                     PIC X(02) VALUE SPACES.
002070     05  WS-DTL-RESULT              PIC X(12).
002080     05  FILLER                     PIC X(02) VALUE SPACES.
002090     05  WS-DTL-RULE                PIC X(03).
002100     05  FILLER                     PIC X(01) VALUE SPACES.
002110     05  WS-DTL-RULE-SOURCE         PIC X(08).
002120     05  FILLER                     PIC X(02) VALUE SPACES.
002130     05  WS-DTL-LIMIT               PIC -Z(08)9.99.
002140     05  FILLER                     PIC X(02) VALUE SPACES.
002150     05  WS-DTL-AVERAGE             PIC -Z(08)9.99.
002160     05  WS-DTL-AVERAGE-X REDEFINES WS-DTL-AVERAGE
002170                                    PIC X(13).
002180     05  FILLER                     PIC X(02) VALUE SPACES.
002190     05  WS-DTL-PCT                 PIC Z(06)9.99.
002200     05  WS-DTL-PCT-X REDEFINES WS-DTL-PCT
002210                                    PIC X(10).
002220     05  FILLER                     PIC X(02) VALUE SPACES.
002230     05  WS-DTL-NOTE                PIC X(20).
002240     05  FILLER                     PIC X(03) VALUE SPACES.
002250 01  WS-TOTAL-LINE.
002260     05  FILLER                     PIC X(02) VALUE SPACES.
002270     05  WS-TOT-LABEL               PIC X(30).
002280     05  WS-TOT-COUNT               PIC Z(06)9.
002290     05  FILLER                     PIC X(81) VALUE SPACES.
002300 01  WS-RPT-LINE                    PIC X(120).
002310
002320 PROCEDURE DIVISION.
002330*===============================================================
002340* MAIN - LOADS THE RULES, FINDS THE SOURCE AND SYM KEYS ON
002350* TONIGHT'S RESULTS THAT NEED AN AVERAGE, SUMS THEIR RSLTMAST
002360* HISTORY IN ONE PASS, THEN TESTS EVERY RESULT AND QUEUES THE
002370* ONES THAT FAIL.
002380*===============================================================
002390     MAIN.
002400     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
002410     MOVE WS-RUN-DATE8 TO WS-HEAD-DATE.
002420     MOVE WS-RUN-DATE8 TO WS-EARLIEST-DATE.
002430     OPEN OUTPUT REPORT-FILE.
002440     PERFORM LOAD-RULES THRU LOAD-RULES-EXIT.
002450
002460     OPEN INPUT RESULT-FILE.
002470     MOVE "N" TO WS-EOF-SW.
002480     PERFORM COLLECT-KEY THRU COLLECT-KEY-EXIT
002490         UNTIL WS-EOF.
002500     CLOSE RESULT-FILE.
002510     IF WS-AVG-COUNT > ZERO THEN
002520          PERFORM GATHER-HISTORY THRU GATHER-HISTORY-EXIT
002530     END-IF.
002540
002550     MOVE WS-COL-LINE TO WS-RPT-LINE.
002560     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002570     OPEN INPUT RESULT-FILE.
002580     OPEN I-O   REVQ-FILE.
002590     MOVE "N" TO WS-EOF-SW.
002600     PERFORM TEST-RESULT THRU TEST-RESULT-EXIT
002610         UNTIL WS-EOF.
002620     CLOSE RESULT-FILE REVQ-FILE.
002630     IF WS-QUEUED-COUNT = ZERO THEN
002640          MOVE "  (NOTHING QUEUED FOR REVIEW)" TO WS-RPT-LINE
002650          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
002660     END-IF.
002670     PERFORM WRITE-RUN-TOTALS THRU WRITE-RUN-TOTALS-EXIT.
002680     CLOSE REPORT-FILE.
002690     DISPLAY "ASS6RSN: " WS-READ-COUNT " READ, "
002700             WS-TESTED-COUNT " TESTED, "
002710             WS-QUEUED-COUNT " QUEUED FOR REVIEW".
002720     IF WS-QUEUED-COUNT > ZERO THEN
002730          MOVE 4 TO RETURN-CODE
002740     END-IF.
002750     STOP RUN.
002760
002770*---------------------------------------------------------------
002780* LOAD-RULES - EVERY RSNRULE RULE INTO THE IN-CORE TABLE.  THE
002790* FILE DELIVERS THEM IN KEY ORDER, SO APPENDING KEEPS THE TABLE
002800* SORTED.  MORE RULES THAN THE TABLE HOLDS WOULD LEAVE RESULTS
002810* UNTESTED - THE RUN IS REFUSED INSTEAD.
002820*---------------------------------------------------------------
002830     LOAD-RULES.
002840     OPEN INPUT RULE-FILE.
002850     MOVE "N" TO WS-RSNRULE-EOF-SW.
002860     IF WS-RSNRULE-STATUS NOT = "00" THEN
002870          MOVE "Y" TO WS-RSNRULE-EOF-SW
002880          GO TO LOAD-RULES-CLOSE
002890     END-IF.
002900     MOVE LOW-VALUES TO RSNR-KEY.
002910     START RULE-FILE KEY NOT < RSNR-KEY
002920         INVALID KEY
002930             MOVE "Y" TO WS-RSNRULE-EOF-SW
002940     END-START.
002950     PERFORM LOAD-RULES-NEXT THRU LOAD-RULES-NEXT-EXIT
002960         UNTIL WS-RSNRULE-EOF.
002970
002980     LOAD-RULES-CLOSE.
002990     CLOSE RULE-FILE.
003000     LOAD-RULES-EXIT.
003010     EXIT.
003020
003030     LOAD-RULES-NEXT.
003040     READ RULE-FILE NEXT RECORD
003050         AT END
003060             MOVE "Y" TO WS-RSNRULE-EOF-SW
003070             GO TO LOAD-RULES-NEXT-EXIT
003080     END-READ.
003090     IF WS-RSNRULE-STATUS NOT = "00" THEN
003100          MOVE "Y" TO WS-RSNRULE-EOF-SW
003110          GO TO LOAD-RULES-NEXT-EXIT
003120     END-IF.
003130     IF WS-RULE-COUNT >= 500 THEN
003140          DISPLAY "ASS6RSN: MORE THAN 500 RULES - RUN REFUSED"
003150          PERFORM ABANDON-RUN THRU ABANDON-RUN-EXIT
003160     END-IF.
003170     ADD 1 TO WS-RULE-COUNT.
003180     MOVE RSNR-SOURCE-SYSTEM TO WS-RULE-SOURCE (WS-RULE-COUNT).
003190     MOVE RSNR-SYM TO WS-RULE-SYM (WS-RULE-COUNT).
003200     MOVE RSNR-MIN-FLAG TO WS-RULE-MIN-FLAG (WS-RULE-COUNT).
003210     MOVE RSNR-MIN-RESULT TO WS-RULE-MIN (WS-RULE-COUNT).
003220     MOVE RSNR-MAX-FLAG TO WS-RULE-MAX-FLAG (WS-RULE-COUNT).
003230     MOVE RSNR-MAX-RESULT TO WS-RULE-MAX (WS-RULE-COUNT).
003240     MOVE RSNR-MAX-PCT-CHANGE TO WS-RULE-PCT (WS-RULE-COUNT).
003250     MOVE RSNR-AVG-DAYS TO WS-RULE-DAYS (WS-RULE-COUNT).
003260     MOVE RSNR-MIN-SAMPLE TO WS-RULE-SAMPLE (WS-RULE-COUNT).
003270     LOAD-RULES-NEXT-EXIT.
003280     EXIT.
003290
003300*---------------------------------------------------------------
003310* COLLECT-KEY - FIRST PASS OVER TONIGHT'S RESULTS.  A NUMERIC
003320* RESULT WHOSE RULE TESTS THE CHANGE FROM THE AVERAGE NEEDS ITS
003330* SOURCE AND SYM'S HISTORY, BACK AS MANY DAYS AS THE RULE SAYS.
003340*---------------------------------------------------------------
003350     COLLECT-KEY.
003360     READ RESULT-FILE
003370         AT END
003380             MOVE "Y" TO WS-EOF-SW
003390             GO TO COLLECT-KEY-EXIT
003400     END-READ.
003410     MOVE RSLT-RESULT TO WS-VALUE-TEXT.
003420     PERFORM GET-RESULT-VALUE THRU GET-RESULT-VALUE-EXIT.
003430     IF NOT WS-VALUE-OK THEN
003440          GO TO COLLECT-KEY-EXIT
003450     END-IF.
003460     MOVE RSLT-SOURCE-SYSTEM TO WS-FIND-SOURCE.
003470     MOVE RSLT-SYM TO WS-FIND-SYM.
003480     PERFORM FIND-RULE THRU FIND-RULE-EXIT.
003490     IF NOT WS-RULE-FOUND OR WS-RULE-PCT (WS-RULE-SUB) = ZERO THEN
003500          GO TO COLLECT-KEY-EXIT
003510     END-IF.
003520     MOVE RSLT-SOURCE-SYSTEM TO WS-FIND-SOURCE.
003530     PERFORM FIND-AVERAGE THRU FIND-AVERAGE-EXIT.
003540     IF WS-AVG-FOUND THEN
003550          GO TO COLLECT-KEY-EXIT
003560     END-IF.
003570     IF WS-AVG-COUNT >= 2000 THEN
003580          DISPLAY "ASS6RSN: MORE THAN 2000 SOURCE/SYM KEYS TO "
003590                  "AVERAGE - RUN REFUSED"
003600          PERFORM ABANDON-RUN THRU ABANDON-RUN-EXIT
003610     END-IF.
003620     COMPUTE WS-DATE-INT =
003630         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE8) -
003640         WS-RULE-DAYS (WS-RULE-SUB).
003650     COMPUTE WS-FROM-DATE =
003660         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
003670     IF WS-FROM-DATE < WS-EARLIEST-DATE THEN
003680          MOVE WS-FROM-DATE TO WS-EARLIEST-DATE
003690     END-IF.
003700     PERFORM INSERT-AVERAGE THRU INSERT-AVERAGE-EXIT.
003710     COLLECT-KEY-EXIT.
003720     EXIT.
003730
003740*---------------------------------------------------------------
003750* INSERT-AVERAGE - OPENS A SLOT FOR WS-FIND-KEY IN KEY ORDER,
003760* SHIFTING THE TAIL UP ONE, THE WAY ASS6 KEEPS ITS VARIABLE
003770* TABLE SORTED FOR THE BINARY SEARCH.
003780*---------------------------------------------------------------
003790     INSERT-AVERAGE.
003800     ADD 1 TO WS-AVG-COUNT.
003810     MOVE WS-AVG-COUNT TO WS-AVG-INS-SUB.
003820     PERFORM INSERT-AVERAGE-SHIFT THRU INSERT-AVERAGE-SHIFT-EXIT
003830         UNTIL WS-AVG-INS-SUB = 1 OR
003840               WS-AVG-KEY (WS-AVG-INS-SUB - 1)
003850                   NOT > WS-FIND-KEY.
003860     MOVE WS-FIND-KEY TO WS-AVG-KEY (WS-AVG-INS-SUB).
003870     MOVE WS-FROM-DATE TO WS-AVG-FROM-DATE (WS-AVG-INS-SUB).
003880     MOVE ZERO TO WS-AVG-SUM (WS-AVG-INS-SUB)
003890                  WS-AVG-RESULTS (WS-AVG-INS-SUB).
003900     INSERT-AVERAGE-EXIT.
003910     EXIT.
003920
003930     INSERT-AVERAGE-SHIFT.
003940     MOVE WS-AVG-ENTRY (WS-AVG-INS-SUB - 1)
003950         TO WS-AVG-ENTRY (WS-AVG-INS-SUB).
003960     SUBTRACT 1 FROM WS-AVG-INS-SUB.
003970     INSERT-AVERAGE-SHIFT-EXIT.
003980     EXIT.
003990
004000*---------------------------------------------------------------
004010* GATHER-HISTORY - ONE PASS OVER RSLTMAST FROM THE EARLIEST
004020* FROM DATE ANY KEY NEEDS UP TO (NOT INCLUDING) THE BUSINESS
004030* DATE, SO TONIGHT'S OWN RESULTS NEVER SET THEIR OWN YARDSTICK.
004040*---------------------------------------------------------------
004050     GATHER-HISTORY.
004060     OPEN INPUT RSLT-MASTER.
004070     MOVE "N" TO WS-RSLTMAST-EOF-SW.
004080     IF WS-RSLTMAST-STATUS NOT = "00" THEN
004090          MOVE "Y" TO WS-RSLTMAST-EOF-SW
004100          GO TO GATHER-HISTORY-CLOSE
004110     END-IF.
004120     MOVE WS-EARLIEST-DATE TO RSLM-RUN-DATE.
004130     MOVE ZERO TO RSLM-REC-ID.
004140     START RSLT-MASTER KEY NOT < RSLM-KEY
004150         INVALID KEY
004160             MOVE "Y" TO WS-RSLTMAST-EOF-SW
004170     END-START.
004180     PERFORM GATHER-HISTORY-NEXT THRU GATHER-HISTORY-NEXT-EXIT
004190         UNTIL WS-RSLTMAST-EOF.
004200
004210     GATHER-HISTORY-CLOSE.
004220     CLOSE RSLT-MASTER.
004230     GATHER-HISTORY-EXIT.
004240     EXIT.
004250
004260     GATHER-HISTORY-NEXT.
004270     READ RSLT-MASTER NEXT RECORD
004280         AT END
004290             MOVE "Y" TO WS-RSLTMAST-EOF-SW
004300             GO TO GATHER-HISTORY-NEXT-EXIT
004310     END-READ.
004320     IF WS-RSLTMAST-STATUS NOT = "00" OR
004330        RSLM-RUN-DATE NOT < WS-RUN-DATE8 THEN
004340          MOVE "Y" TO WS-RSLTMAST-EOF-SW
004350          GO TO GATHER-HISTORY-NEXT-EXIT
004360     END-IF.
004370     MOVE RSLM-RESULT TO WS-VALUE-TEXT.
004380     PERFORM GET-RESULT-VALUE THRU GET-RESULT-VALUE-EXIT.
004390     IF NOT WS-VALUE-OK THEN
004400          GO TO GATHER-HISTORY-NEXT-EXIT
004410     END-IF.
004420     MOVE RSLM-SOURCE-SYSTEM TO WS-FIND-SOURCE.
004430     MOVE RSLM-SYM TO WS-FIND-SYM.
004440     PERFORM FIND-AVERAGE THRU FIND-AVERAGE-EXIT.
004450     IF NOT WS-AVG-FOUND THEN
004460          GO TO GATHER-HISTORY-NEXT-EXIT
004470     END-IF.
004480     IF RSLM-RUN-DATE < WS-AVG-FROM-DATE (WS-AVG-SUB) THEN
004490          GO TO GATHER-HISTORY-NEXT-EXIT
004500     END-IF.
004510     ADD WS-VALUE TO WS-AVG-SUM (WS-AVG-SUB).
004520     ADD 1 TO WS-AVG-RESULTS (WS-AVG-SUB).
004530     ADD 1 TO WS-HISTORY-COUNT.
004540     GATHER-HISTORY-NEXT-EXIT.
004550     EXIT.
004560
004570*---------------------------------------------------------------
004580* TEST-RESULT - SECOND PASS.  A NUMERIC RESULT WITH A RULE IS
004590* TESTED AGAINST THE MINIMUM, THEN THE MAXIMUM, THEN THE CHANGE
004600* FROM ITS AVERAGE; THE FIRST TEST IT FAILS IS THE RULE THAT
004610* FIRED.  THE AVERAGE IS ONLY TRUSTED ONCE IT HOLDS THE RULE'S
004620* SAMPLE, AND A ZERO AVERAGE HAS NO PERCENTAGE.
004630*---------------------------------------------------------------
004640     TEST-RESULT.
004650     READ RESULT-FILE
004660         AT END
004670             MOVE "Y" TO WS-EOF-SW
004680             GO TO TEST-RESULT-EXIT
004690     END-READ.
004700     ADD 1 TO WS-READ-COUNT.
004710     MOVE RSLT-RESULT TO WS-VALUE-TEXT.
004720     PERFORM GET-RESULT-VALUE THRU GET-RESULT-VALUE-EXIT.
004730     IF NOT WS-VALUE-OK THEN
004740          ADD 1 TO WS-NOT-NUMERIC-COUNT
004750          GO TO TEST-RESULT-EXIT
004760     END-IF.
004770     MOVE RSLT-SOURCE-SYSTEM TO WS-FIND-SOURCE.
004780     MOVE RSLT-SYM TO WS-FIND-SYM.
004790     PERFORM FIND-RULE THRU FIND-RULE-EXIT.
004800     IF NOT WS-RULE-FOUND THEN
004810          ADD 1 TO WS-NO-RULE-COUNT
004820          GO TO TEST-RESULT-EXIT
004830     END-IF.
004840     ADD 1 TO WS-TESTED-COUNT.
004850     MOVE SPACES TO WS-RULE-FIRED.
004860     MOVE ZERO TO WS-RULE-LIMIT WS-AVERAGE WS-PCT-CHANGE.
004870     MOVE "N" TO WS-HAVE-AVERAGE-SW.
004880     IF WS-RULE-PCT (WS-RULE-SUB) > ZERO THEN
004890          MOVE RSLT-SOURCE-SYSTEM TO WS-FIND-SOURCE
004900          PERFORM FIND-AVERAGE THRU FIND-AVERAGE-EXIT
004910          IF WS-AVG-FOUND THEN
004920               PERFORM COMPUTE-CHANGE THRU COMPUTE-CHANGE-EXIT
004930          END-IF
004940     END-IF.
004950     IF WS-RULE-MIN-FLAG (WS-RULE-SUB) = "Y" AND
004960        WS-VALUE < WS-RULE-MIN (WS-RULE-SUB) THEN
004970          MOVE "MIN" TO WS-RULE-FIRED
004980          MOVE WS-RULE-MIN (WS-RULE-SUB) TO WS-RULE-LIMIT
004990     ELSE IF WS-RULE-MAX-FLAG (WS-RULE-SUB) = "Y" AND
005000        WS-VALUE > WS-RULE-MAX (WS-RULE-SUB) THEN
005010          MOVE "MAX" TO WS-RULE-FIRED
005020          MOVE WS-RULE-MAX (WS-RULE-SUB) TO WS-RULE-LIMIT
005030     ELSE IF WS-HAVE-AVERAGE AND
005040        WS-PCT-CHANGE > WS-RULE-PCT (WS-RULE-SUB) THEN
005050          MOVE "PCT" TO WS-RULE-FIRED
005060          MOVE WS-RULE-PCT (WS-RULE-SUB) TO WS-RULE-LIMIT
005070     END-IF.
005080     IF WS-RULE-FIRED NOT = SPACES THEN
005090          PERFORM QUEUE-RESULT THRU QUEUE-RESULT-EXIT
005100     END-IF.
005110     TEST-RESULT-EXIT.
005120     EXIT.
005130
005140*---------------------------------------------------------------
005150* COMPUTE-CHANGE - THE KEY'S AVERAGE AND HOW FAR THE RESULT IS
005160* FROM IT, AS A PERCENTAGE OF THE AVERAGE EITHER WAY.  A CHANGE
005170* TOO LARGE FOR THE FIELD IS SHOWN AS ALL NINES.
005180*---------------------------------------------------------------
005190     COMPUTE-CHANGE.
005200     IF WS-AVG-RESULTS (WS-AVG-SUB) = ZERO OR
005210        WS-AVG-RESULTS (WS-AVG-SUB) <
005220            WS-RULE-SAMPLE (WS-RULE-SUB) THEN
005230          GO TO COMPUTE-CHANGE-EXIT
005240     END-IF.
005250     COMPUTE WS-AVERAGE ROUNDED =
005260         WS-AVG-SUM (WS-AVG-SUB) / WS-AVG-RESULTS (WS-AVG-SUB).
005270     IF WS-AVERAGE = ZERO THEN
005280          GO TO COMPUTE-CHANGE-EXIT
005290     END-IF.
005300     MOVE "Y" TO WS-HAVE-AVERAGE-SW.
005310     COMPUTE WS-DIFFERENCE = WS-VALUE - WS-AVERAGE.
005320     IF WS-DIFFERENCE < ZERO THEN
005330          COMPUTE WS-DIFFERENCE = ZERO - WS-DIFFERENCE
005340     END-IF.
005350     IF WS-AVERAGE < ZERO THEN
005360          COMPUTE WS-PCT-CHANGE ROUNDED =
005370              (WS-DIFFERENCE * 100) / (ZERO - WS-AVERAGE)
005380              ON SIZE ERROR
005390                  MOVE 9999999.99 TO WS-PCT-CHANGE
005400          END-COMPUTE
005410     ELSE
005420          COMPUTE WS-PCT-CHANGE ROUNDED =
005430              (WS-DIFFERENCE * 100) / WS-AVERAGE
005440              ON SIZE ERROR
005450                  MOVE 9999999.99 TO WS-PCT-CHANGE
005460          END-COMPUTE
005470     END-IF.
005480     COMPUTE-CHANGE-EXIT.
005490     EXIT.
005500
005510*---------------------------------------------------------------
005520* QUEUE-RESULT - FILES THE RESULT ON REVQUEUE, QUEUED, WITH THE
005530* RULE THAT FIRED.  A RERUN OF THE STEP REFRESHES AN ENTRY THE
005540* DESK HAS NOT ANSWERED YET AND LEAVES ONE IT HAS ALONE.
005550*---------------------------------------------------------------
005560     QUEUE-RESULT.
005570     MOVE SPACES TO RVQ-RECORD.
005580     MOVE WS-RUN-DATE8 TO RVQ-RUN-DATE.
005590     MOVE RSLT-REC-ID TO RVQ-REC-ID.
005600     MOVE RSLT-REWORK-FLAG TO RVQ-REWORK-FLAG.
005610     MOVE RSLT-SOURCE-SYSTEM TO RVQ-SOURCE-SYSTEM.
005620     MOVE RSLT-SYM TO RVQ-SYM.
005630     MOVE RSLT-OPERAND-1 TO RVQ-OPERAND-1.
005640     MOVE RSLT-OPERAND-2 TO RVQ-OPERAND-2.
005650     MOVE RSLT-OPERAND-3 TO RVQ-OPERAND-3.
005660     MOVE RSLT-RESULT TO RVQ-RESULT.
005670     MOVE RSLT-ORIG-DATE TO RVQ-ORIG-DATE.
005680     MOVE WS-RULE-FIRED TO RVQ-RULE-FIRED.
005690     MOVE WS-RULE-SOURCE (WS-RULE-SUB) TO RVQ-RULE-SOURCE.
005700     MOVE WS-RULE-LIMIT TO RVQ-RULE-LIMIT.
005710     MOVE WS-AVERAGE TO RVQ-AVERAGE.
005720     MOVE WS-PCT-CHANGE TO RVQ-PCT-CHANGE.
005730     MOVE "Q" TO RVQ-STATUS.
005740     MOVE ZERO TO RVQ-ACTION-DATE RVQ-SENT-DATE.
005750     MOVE "QUEUED FOR REVIEW" TO WS-DTL-NOTE.
005760     WRITE RVQ-RECORD
005770         INVALID KEY
005780             PERFORM REQUEUE-RESULT THRU REQUEUE-RESULT-EXIT
005790     END-WRITE.
005800     ADD 1 TO WS-QUEUED-COUNT.
005810     MOVE RSLT-SOURCE-SYSTEM TO WS-DTL-SOURCE.
005820     MOVE RSLT-REC-ID TO WS-DTL-REC-ID.
005830     MOVE RSLT-REWORK-FLAG TO WS-DTL-FLAG.
005840     MOVE RSLT-SYM TO WS-DTL-SYM.
005850     MOVE RSLT-RESULT TO WS-DTL-RESULT.
005860     MOVE WS-RULE-FIRED TO WS-DTL-RULE.
005870     MOVE WS-RULE-SOURCE (WS-RULE-SUB) TO WS-DTL-RULE-SOURCE.
005880     MOVE WS-RULE-LIMIT TO WS-DTL-LIMIT.
005890     IF WS-HAVE-AVERAGE THEN
005900          MOVE WS-AVERAGE TO WS-DTL-AVERAGE
005910          MOVE WS-PCT-CHANGE TO WS-DTL-PCT
005920     ELSE
005930          MOVE SPACES TO WS-DTL-AVERAGE-X WS-DTL-PCT-X
005940     END-IF.
005950     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
005960     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
005970     QUEUE-RESULT-EXIT.
005980     EXIT.
005990
006000     REQUEUE-RESULT.
006010     MOVE RVQ-RECORD TO WS-RVQ-SAVE.
006020     READ REVQ-FILE
006030         INVALID KEY
006040             GO TO REQUEUE-RESULT-EXIT
006050     END-READ.
006060     IF NOT RVQ-QUEUED THEN
006070          ADD 1 TO WS-ANSWERED-COUNT
006080          MOVE "ALREADY ANSWERED" TO WS-DTL-NOTE
006090          GO TO REQUEUE-RESULT-EXIT
006100     END-IF.
006110     MOVE WS-RVQ-SAVE TO RVQ-RECORD.
006120     REWRITE RVQ-RECORD
006130         INVALID KEY
006140             CONTINUE
006150     END-REWRITE.
006160     MOVE "QUEUED AGAIN" TO WS-DTL-NOTE.
006170     REQUEUE-RESULT-EXIT.
006180     EXIT.
006190
006200*---------------------------------------------------------------
006210* GET-RESULT-VALUE - THE NUMERIC VALUE OF AN EDITED RESULT IN
006220* WS-VALUE-TEXT, WITH THE EXCLUSIONS ASS6XTR'S TRAILER HASH
006230* USES: TRUE/FALSE, ERROR AND BLANK RESULTS ARE NOT NUMBERS,
006240* AND NEITHER IS AN "if" BRANCH LITERAL (ANYTHING WHOSE FIRST
006250* SIGNIFICANT BYTE IS NOT A DIGIT, SIGN OR DECIMAL POINT).
006260*---------------------------------------------------------------
006270     GET-RESULT-VALUE.
006280     MOVE "N" TO WS-VALUE-OK-SW.
006290     MOVE ZERO TO WS-VALUE.
006300     IF WS-VALUE-TEXT = "true" OR WS-VALUE-TEXT = "false" OR
006310        WS-VALUE-TEXT = "ERROR" OR WS-VALUE-TEXT = SPACES THEN
006320          GO TO GET-RESULT-VALUE-EXIT
006330     END-IF.
006340     MOVE 1 TO WS-VALUE-SUB.
006350     PERFORM GET-RESULT-VALUE-SKIP THRU GET-RESULT-VALUE-SKIP-EXIT
006360         UNTIL WS-VALUE-SUB > 12 OR
006370               WS-VALUE-TEXT(WS-VALUE-SUB:1) NOT = SPACE.
006380     IF WS-VALUE-SUB > 12 THEN
006390          GO TO GET-RESULT-VALUE-EXIT
006400     END-IF.
006410     IF WS-VALUE-TEXT(WS-VALUE-SUB:1) IS NUMERIC OR
006420        WS-VALUE-TEXT(WS-VALUE-SUB:1) = "-" OR
006430        WS-VALUE-TEXT(WS-VALUE-SUB:1) = "+" OR
006440        WS-VALUE-TEXT(WS-VALUE-SUB:1) = "." THEN
006450          MOVE "Y" TO WS-VALUE-OK-SW
006460          COMPUTE WS-VALUE = FUNCTION NUMVAL(WS-VALUE-TEXT)
006470              ON SIZE ERROR
006480                  MOVE "N" TO WS-VALUE-OK-SW
006490          END-COMPUTE
006500     END-IF.
006510     GET-RESULT-VALUE-EXIT.
006520     EXIT.
006530
006540     GET-RESULT-VALUE-SKIP.
006550     ADD 1 TO WS-VALUE-SUB.
006560     GET-RESULT-VALUE-SKIP-EXIT.
006570     EXIT.
006580
006590*---------------------------------------------------------------
006600* FIND-RULE - THE RULE FOR WS-FIND-SOURCE AND WS-FIND-SYM, OR
006610* FAILING THAT THE "*ALL*" RULE FOR THE SYM.  LEAVES
006620* WS-RULE-SUB ON THE RULE FOUND.
006630*---------------------------------------------------------------
006640     FIND-RULE.
006650     MOVE "N" TO WS-RULE-FOUND-SW.
006660     IF WS-RULE-COUNT = ZERO THEN
006670          GO TO FIND-RULE-EXIT
006680     END-IF.
006690     PERFORM SEARCH-RULE THRU SEARCH-RULE-EXIT.
006700     IF WS-RULE-FOUND THEN
006710          GO TO FIND-RULE-EXIT
006720     END-IF.
006730     MOVE "*ALL*" TO WS-FIND-SOURCE.
006740     PERFORM SEARCH-RULE THRU SEARCH-RULE-EXIT.
006750     FIND-RULE-EXIT.
006760     EXIT.
006770
006780     SEARCH-RULE.
006790     SEARCH ALL WS-RULE-ENTRY
006800         AT END
006810             CONTINUE
006820         WHEN WS-RULE-KEY (WS-RULE-IDX) = WS-FIND-KEY
006830             MOVE "Y" TO WS-RULE-FOUND-SW
006840             SET WS-RULE-SUB TO WS-RULE-IDX
006850     END-SEARCH.
006860     SEARCH-RULE-EXIT.
006870     EXIT.
006880
006890*---------------------------------------------------------------
006900* FIND-AVERAGE - THE HISTORY ENTRY FOR WS-FIND-KEY, LEAVING
006910* WS-AVG-SUB ON IT.
006920*---------------------------------------------------------------
006930     FIND-AVERAGE.
006940     MOVE "N" TO WS-AVG-FOUND-SW.
006950     IF WS-AVG-COUNT = ZERO THEN
006960          GO TO FIND-AVERAGE-EXIT
006970     END-IF.
006980     SEARCH ALL WS-AVG-ENTRY
006990         AT END
007000             CONTINUE
007010         WHEN WS-AVG-KEY (WS-AVG-IDX) = WS-FIND-KEY
007020             MOVE "Y" TO WS-AVG-FOUND-SW
007030             SET WS-AVG-SUB TO WS-AVG-IDX
007040     END-SEARCH.
007050     FIND-AVERAGE-EXIT.
007060     EXIT.
007070
007080*---------------------------------------------------------------
007090* ABANDON-RUN - A TABLE IS FULL.  NOTHING HAS BEEN QUEUED YET,
007100* AND RC=16 KEEPS THE INTERFACE FROM BEING CUT UNCHECKED.
007110*---------------------------------------------------------------
007120     ABANDON-RUN.
007130     CLOSE REPORT-FILE.
007140     MOVE 16 TO RETURN-CODE.
007150     STOP RUN.
007160     ABANDON-RUN-EXIT.
007170     EXIT.
007180
007190     WRITE-RUN-TOTALS.
007200     MOVE SPACES TO WS-RPT-LINE.
007210     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
007220     MOVE "RULES LOADED" TO WS-TOT-LABEL.
007230     MOVE WS-RULE-COUNT TO WS-TOT-COUNT.
007240     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
007250     MOVE "HISTORY RESULTS AVERAGED" TO WS-TOT-LABEL.
007260     MOVE WS-HISTORY-COUNT TO WS-TOT-COUNT.
007270     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
007280     MOVE "RESULTS READ" TO WS-TOT-LABEL.
007290     MOVE WS-READ-COUNT TO WS-TOT-COUNT.
007300     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
007310     MOVE "  NOT NUMERIC - NOT TESTED" TO WS-TOT-LABEL.
007320     MOVE WS-NOT-NUMERIC-COUNT TO WS-TOT-COUNT.
007330     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
007340     MOVE "  NO RULE - NOT TESTED" TO WS-TOT-LABEL.
007350     MOVE WS-NO-RULE-COUNT TO WS-TOT-COUNT.
007360     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
007370     MOVE "  TESTED" TO WS-TOT-LABEL.
007380     MOVE WS-TESTED-COUNT TO WS-TOT-COUNT.
007390     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
007400     MOVE "QUEUED FOR REVIEW" TO WS-TOT-LABEL.
007410     MOVE WS-QUEUED-COUNT TO WS-TOT-COUNT.
007420     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
007430     MOVE "  OF WHICH ALREADY ANSWERED" TO WS-TOT-LABEL.
007440     MOVE WS-ANSWERED-COUNT TO WS-TOT-COUNT.
007450     PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT.
007460     WRITE-RUN-TOTALS-EXIT.
007470     EXIT.
007480
007490     WRITE-TOTAL-LINE.
007500     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
007510     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
007520     WRITE-TOTAL-LINE-EXIT.
007530     EXIT.
007540
007550     WRITE-RPT-LINE.
007560     IF WS-LINE-COUNT > 55 THEN
007570          ADD 1 TO WS-PAGE-COUNT
007580          MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE
007590          WRITE RPT-RECORD FROM WS-HEAD-LINE
007600              AFTER ADVANCING PAGE
007610          MOVE 1 TO WS-LINE-COUNT
007620     END-IF.
007630     WRITE RPT-RECORD FROM WS-RPT-LINE
007640         AFTER ADVANCING 1 LINE.
007650     ADD 1 TO WS-LINE-COUNT.
007660     WRITE-RPT-LINE-EXIT.
007670     EXIT.
007680
007690*---------------------------------------------------------------
007700* READ-BUSINESS-DATE - THE NIGHT BEING CHECKED, AND THE END OF
007710* THE AVERAGING WINDOW, IS THE BUSINESS DATE ON THE BDATECTL
007720* CONTROL RECORD.  NO USABLE CONTROL RECORD - NO RUN (RC=16).
007730*---------------------------------------------------------------
007740     READ-BUSINESS-DATE.
007750     OPEN INPUT BDATE-FILE.
007760     READ BDATE-FILE
007770         AT END
007780             MOVE ZERO TO BDAT-BUSINESS-DATE
007790     END-READ.
007800     CLOSE BDATE-FILE.
007810     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
007820        BDAT-BUSINESS-DATE = ZERO THEN
007830          DISPLAY "ASS6RSN: BUSINESS DATE CONTROL "
007840                  "RECORD MISSING OR INVALID - RUN REFUSED"
007850          MOVE 16 TO RETURN-CODE
007860          STOP RUN
007870     END-IF.
007880     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
007890     READ-BUSINESS-DATE-EXIT.
007900     EXIT.
