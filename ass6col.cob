000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    Ass6Col.
000030 AUTHOR.        D L HARTMAN.
000040 INSTALLATION.  BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DLH   ORIGINAL VERSION.  COLLATION STEP FOR A
000110*                    PARTITIONED NIGHT.  ASS6EDIT SPLITS THE
000120*                    CLEAN FILE BY SOURCE SYSTEM INTO PARTITIONS
000130*                    AND EACH IS EVALUATED BY ITS OWN CONCURRENT
000140*                    ASS6 STEP; THIS STEP PROVES EVERY PARTITION
000150*                    BACK TO THE PRE-SPLIT CLEAN FILE AND THEN
000160*                    MERGES THE PARTITIONS' RESULTS, AUDIT,
000170*                    SUSPENSE, EXCEPTIONS AND BAD-OPERATOR
000180*                    OUTPUTS INTO THE SINGLE DAILY FILES
000190*                    ASS6RECN, ASS6RPT, ASS6XTR AND ASS6CTL READ.
000200*                    EACH PARTITION'S HEADER, RECORD-ID BASE,
000210*                    TRAILER COUNT AND HASH TOTAL ARE PROVED
000220*                    AGAINST ITS OWN DETAILS AND AGAINST THE
000230*                    PRE-SPLIT FIGURES OF THE SOURCES ROUTED TO
000240*                    IT, EVERY SOURCE MUST SIT IN EXACTLY ONE
000250*                    PARTITION, AND EACH PARTITION'S RUNLOG
000260*                    ENTRY MUST SHOW A POSTED RUN WHOSE COUNTS
000270*                    AGREE WITH WHAT IT WROTE.  THE BREAKS ARE
000280*                    LISTED ON COLRPT.  RC=0 COLLATED, RC=12 A
000290*                    BREAK (NOTHING IS COLLATED AND THE NIGHT
000300*                    STOPS), RC=16 NO BUSINESS DATE OR NO
000310*                    PRE-SPLIT HEADER.
000320*---------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CLEAN-FILE     ASSIGN TO CLEANIN
000400         ORGANIZATION IS SEQUENTIAL.
000410     SELECT PART-FILE      ASSIGN TO PARTIN
000420         ORGANIZATION IS SEQUENTIAL.
000430     SELECT OPTIONAL RESULT-FILE ASSIGN TO RSLTIN
000440         ORGANIZATION IS SEQUENTIAL.
000450     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITIN
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT OPTIONAL SUSP-FILE ASSIGN TO SUSPIN
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT OPTIONAL EXCEPT-FILE ASSIGN TO EXCPIN
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT OPTIONAL ERROR-FILE ASSIGN TO ERRORIN
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT RESULT-OUT-FILE ASSIGN TO RESLTOUT
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT AUDIT-OUT-FILE ASSIGN TO AUDITOUT
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT SUSP-OUT-FILE  ASSIGN TO SUSPOUT
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT EXCEPT-OUT-FILE ASSIGN TO EXCPOUT
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT ERROR-OUT-FILE ASSIGN TO ERROROUT
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS RUNL-KEY
000670         FILE STATUS IS WS-RUNLOG-STATUS.
000680     SELECT REPORT-FILE    ASSIGN TO COLRPT
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000710         ORGANIZATION IS SEQUENTIAL.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CLEAN-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY TRANREC.
000780
000790 FD  PART-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY TRANREC REPLACING LEADING ==TRAN== BY ==PRT==.
000820
000830 FD  RESULT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY RSLTREC.
000860
000870 FD  AUDIT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY AUDITREC.
000900
000910 FD  SUSP-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY SUSPREC.
000940
000950 FD  EXCEPT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  EXCP-RECORD.
000980     05  EXCP-REC-ID                PIC 9(06).
000990     05  FILLER                     PIC X(51).
001000
001010 FD  ERROR-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  ERR-RECORD.
001040     05  ERR-REC-ID                 PIC 9(06).
001050     05  FILLER                     PIC X(50).
001060
001070 FD  RESULT-OUT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  RSLT-OUT-RECORD                PIC X(109).
001100
001110 FD  AUDIT-OUT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  AUDIT-OUT-RECORD               PIC X(53).
001140
001150 FD  SUSP-OUT-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  SUSP-OUT-RECORD                PIC X(88).
001180
001190 FD  EXCEPT-OUT-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  EXCP-OUT-RECORD                PIC X(57).
001220
001230 FD  ERROR-OUT-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  ERR-OUT-RECORD                 PIC X(56).
001260
001270 FD  RUNLOG-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 COPY RUNLREC.
001300
001310 FD  REPORT-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  RPT-RECORD                     PIC X(132).
001340
001350 FD  BDATE-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 COPY BDATREC.
001380
001390 WORKING-STORAGE SECTION.
001400 77  WS-SRC-COUNT                   PIC 9(03) COMP VALUE ZERO.
001410 77  WS-SRC-SUB                     PIC 9(03) COMP VALUE ZERO.
001420 77  WS-PART-SUB                    PIC 9(02) COMP VALUE ZERO.
001430 77  WS-CUR-PART                    PIC 9(02) COMP VALUE ZERO.
001440 77  WS-ID-PART                     PIC 9(02) COMP VALUE ZERO.
001450 77  WS-PARTS-EXPECTED              PIC 9(02) COMP VALUE ZERO.
001460 77  WS-PARTS-READ                  PIC 9(02) COMP VALUE ZERO.
001470 77  WS-BREAK-COUNT                 PIC 9(05) COMP VALUE ZERO.
001480 77  WS-LINE-COUNT                  PIC 9(03) COMP VALUE 99.
001490 77  WS-PAGE-COUNT                  PIC 9(03) COMP VALUE ZERO.
001500 77  WS-REC-ID                      PIC 9(06) COMP VALUE ZERO.
001510 77  WS-LAST-ID                     PIC 9(06) COMP VALUE ZERO.
001520 77  WS-ID-LIMIT                    PIC 9(07) COMP VALUE ZERO.
001530 77  WS-EXPECT-BASE                 PIC 9(07) COMP VALUE ZERO.
001540 77  WS-UNPLACED-COUNT              PIC 9(07) COMP VALUE ZERO.
001550 77  WS-ORDER-BREAKS                PIC 9(07) COMP VALUE ZERO.
001560 77  WS-CLEAN-COUNT                 PIC 9(07) COMP VALUE ZERO.
001570 77  WS-CLEAN-TRL-COUNT             PIC 9(07) COMP VALUE ZERO.
001580 77  WS-PARTS-COUNT                 PIC 9(07) COMP VALUE ZERO.
001590 77  WS-COPY-COUNT                  PIC 9(07) COMP VALUE ZERO.
001600 77  WS-ID-SUB                      PIC 9(02) COMP VALUE ZERO.
001610 77  WS-ITEM-BREAKS                 PIC 9(05) COMP VALUE ZERO.
001620 77  WS-CMP-COUNT-1                 PIC 9(08) COMP VALUE ZERO.
001630 77  WS-CMP-COUNT-2                 PIC 9(08) COMP VALUE ZERO.
001640 77  WS-TOT-COUNT                   PIC 9(07) COMP VALUE ZERO.
001650 77  WS-TOT-EXPECTED                PIC 9(07) COMP VALUE ZERO.
001660 77  WS-TOT-RESULTS                 PIC 9(07) COMP VALUE ZERO.
001670 77  WS-TOT-AUDIT                   PIC 9(07) COMP VALUE ZERO.
001680 77  WS-TOT-SUSPENSE                PIC 9(07) COMP VALUE ZERO.
001690 77  WS-TOT-EXCEPTIONS              PIC 9(07) COMP VALUE ZERO.
001700 77  WS-TOT-ERRORS                  PIC 9(07) COMP VALUE ZERO.
001710 77  WS-CLEAN-HASH                  PIC S9(13)V99 COMP-3
001720                                    VALUE ZERO.
001730 77  WS-CLEAN-TRL-HASH              PIC S9(13)V99 COMP-3
001740                                    VALUE ZERO.
001750 77  WS-PARTS-HASH                  PIC S9(13)V99 COMP-3
001760                                    VALUE ZERO.
001770 77  WS-REC-HASH                    PIC S9(13)V99 COMP-3
001780                                    VALUE ZERO.
001790 77  WS-CMP-HASH-1                  PIC S9(13)V99 COMP-3
001800                                    VALUE ZERO.
001810 77  WS-CMP-HASH-2                  PIC S9(13)V99 COMP-3
001820                                    VALUE ZERO.
001830 77  WS-TOT-HASH                    PIC S9(13)V99 COMP-3
001840                                    VALUE ZERO.
001850
001860 01  WS-SWITCHES.
001870     05  WS-EOF-SW                  PIC X(01) VALUE "N".
001880         88  WS-EOF                           VALUE "Y".
001890     05  WS-SRC-FOUND-SW            PIC X(01) VALUE "N".
001900         88  WS-SRC-FOUND                     VALUE "Y".
001910     05  WS-ID-FOUND-SW             PIC X(01) VALUE "N".
001920         88  WS-ID-FOUND                      VALUE "Y".
001930     05  WS-LIST-BREAKS-SW          PIC X(01) VALUE "N".
001940         88  WS-LIST-BREAKS                   VALUE "Y".
001950     05  WS-CLEAN-HDR-SW            PIC X(01) VALUE "N".
001960         88  WS-CLEAN-HDR-SEEN                VALUE "Y".
001970     05  WS-CLEAN-TRL-SW            PIC X(01) VALUE "N".
001980         88  WS-CLEAN-TRL-SEEN                VALUE "Y".
001990     05  WS-BAD-PART-HDR-SW         PIC X(01) VALUE "N".
002000         88  WS-BAD-PART-HDR                  VALUE "Y".
002010
002020 01  WS-RUNLOG-STATUS               PIC X(02) VALUE "00".
002030 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
002040 01  WS-CLEAN-SOURCE                PIC X(08) VALUE SPACES.
002050 01  WS-CLEAN-EXTRACT-DATE          PIC 9(08) VALUE ZERO.
002060 01  WS-FIND-SOURCE                 PIC X(08) VALUE SPACES.
002070 01  WS-HASH-TEXT                   PIC X(20).
002080 01  WS-PART-NUM                    PIC 9(02) VALUE ZERO.
002090 01  WS-RC-TEXT.
002100     05  FILLER                     PIC X(03) VALUE "RC ".
002110     05  WS-RC-NUM                  PIC 9(02) VALUE ZERO.
002120
002130*---------------------------------------------------------------
002140* ONE ENTRY PER SOURCE SYSTEM - ITS DETAILS ON THE PRE-SPLIT
002150* CLEAN FILE, THE PARTITION ITS DETAILS TURNED UP IN, AND WHAT
002160* THAT PARTITION CARRIED FOR IT.  -SPLIT-SW IS SET WHEN ITS
002170* DETAILS TURNED UP IN A SECOND PARTITION AS WELL.
002180*---------------------------------------------------------------
002190 01  WS-SOURCE-TABLE.
002200     05  WS-SRC-ENTRY OCCURS 100 TIMES.
002210         10  WS-SRC-NAME            PIC X(08).
002220         10  WS-SRC-CLEAN           PIC 9(07) COMP.
002230         10  WS-SRC-CLEAN-HASH      PIC S9(13)V99 COMP-3.
002240         10  WS-SRC-PART            PIC 9(02) COMP.
002250         10  WS-SRC-PART-COUNT      PIC 9(07) COMP.
002260         10  WS-SRC-PART-HASH       PIC S9(13)V99 COMP-3.
002270         10  WS-SRC-SPLIT-SW        PIC X(01).
002280             88  WS-SRC-SPLIT                 VALUE "Y".
002290         10  WS-SRC-BREAK-SW        PIC X(01).
002300             88  WS-SRC-BROKEN                VALUE "Y".
002310
002320*---------------------------------------------------------------
002330* ONE ENTRY PER PARTITION - ITS HEADER AND TRAILER, THE DETAILS
002340* IT ACTUALLY CARRIED, THE PRE-SPLIT FIGURES OF THE SOURCES IN
002350* IT, THE OUTPUT RECORDS WHOSE IDS FALL IN ITS RANGE (BASE + 1
002360* THRU BASE + DETAILS), AND ITS RUNLOG ENTRY.
002370*---------------------------------------------------------------
002380 01  WS-PART-TABLE.
002390     05  WS-PT-ENTRY OCCURS 8 TIMES.
002400         10  WS-PT-HDR-SW           PIC X(01).
002410             88  WS-PT-HDR-SEEN               VALUE "Y".
002420         10  WS-PT-TRL-SW           PIC X(01).
002430             88  WS-PT-TRL-SEEN               VALUE "Y".
002440         10  WS-PT-BREAK-SW         PIC X(01).
002450             88  WS-PT-BROKEN                 VALUE "Y".
002460         10  WS-PT-SOURCE           PIC X(08).
002470         10  WS-PT-EXTRACT-DATE     PIC 9(08).
002480         10  WS-PT-BASE             PIC 9(07) COMP.
002490         10  WS-PT-TRL-COUNT        PIC 9(07) COMP.
002500         10  WS-PT-TRL-HASH         PIC S9(13)V99 COMP-3.
002510         10  WS-PT-COUNT            PIC 9(07) COMP.
002520         10  WS-PT-HASH             PIC S9(13)V99 COMP-3.
002530         10  WS-PT-EXP-COUNT        PIC 9(07) COMP.
002540         10  WS-PT-EXP-HASH         PIC S9(13)V99 COMP-3.
002550         10  WS-PT-RESULTS          PIC 9(07) COMP.
002560         10  WS-PT-AUDIT            PIC 9(07) COMP.
002570         10  WS-PT-SUSPENSE         PIC 9(07) COMP.
002580         10  WS-PT-EXCEPTIONS       PIC 9(07) COMP.
002590         10  WS-PT-ERRORS           PIC 9(07) COMP.
002600         10  WS-PT-RUNL-SW          PIC X(01).
002610             88  WS-PT-RUNL-FOUND             VALUE "Y".
002620         10  WS-PT-RUNL-DATE        PIC 9(08).
002630         10  WS-PT-RUNL-RC          PIC 9(02).
002640         10  WS-PT-RUNL-POST        PIC X(01).
002650             88  WS-PT-RUNL-BACKED-OUT        VALUE "B".
002660         10  WS-PT-RUNL-READ        PIC 9(07) COMP.
002670         10  WS-PT-RUNL-RSLT        PIC 9(07) COMP.
002680         10  WS-PT-RUNL-SUSP        PIC 9(07) COMP.
002690         10  WS-PT-RUNL-EXCP        PIC 9(07) COMP.
002700         10  WS-PT-RUNL-ERR         PIC 9(07) COMP.
002710         10  WS-PT-RUNL-HASH        PIC S9(13)V99 COMP-3.
002720
002730 01  WS-HEAD-LINE.
002740     05  FILLER                     PIC X(40)
002750         VALUE "ASS6COL PARTITION COLLATION".
002760     05  FILLER                     PIC X(14)
002770         VALUE "BUSINESS DATE ".
002780     05  WS-HEAD-DATE               PIC 9(08).
002790     05  FILLER                     PIC X(62) VALUE SPACES.
002800     05  FILLER                     PIC X(05) VALUE "PAGE ".
002810     05  WS-HEAD-PAGE               PIC ZZ9.
002820 01  WS-COL-LINE.
002830     05  FILLER                     PIC X(02) VALUE SPACES.
002840     05  FILLER                     PIC X(08) VALUE "PART".
002850     05  FILLER                     PIC X(10) VALUE "   ID BASE".
002860     05  FILLER                     PIC X(10) VALUE "   DETAILS".
002870     05  FILLER                     PIC X(10) VALUE " PRE-SPLIT".
002880     05  FILLER                     PIC X(19)
002890         VALUE "         HASH TOTAL".
002900     05  FILLER                     PIC X(10) VALUE "   RESULTS".
002910     05  FILLER                     PIC X(10) VALUE "     AUDIT".
002920     05  FILLER                     PIC X(10) VALUE "  SUSPENSE".
002930     05  FILLER                     PIC X(10) VALUE "  EXCEPTNS".
002940     05  FILLER                     PIC X(10) VALUE "    ERRORS".
002950     05  FILLER                     PIC X(10) VALUE "    RUNLOG".
002960     05  FILLER                     PIC X(02) VALUE SPACES.
002970     05  FILLER                     PIC X(08) VALUE "STATUS".
002980     05  FILLER                     PIC X(03) VALUE SPACES.
002990 01  WS-DETAIL-LINE.
003000     05  FILLER                     PIC X(02) VALUE SPACES.
003010     05  WS-DTL-PART                PIC X(08).
003020     05  FILLER                     PIC X(02) VALUE SPACES.
003030     05  WS-DTL-BASE                PIC Z(07)9.
003040     05  FILLER                     PIC X(02) VALUE SPACES.
003050     05  WS-DTL-COUNT               PIC Z(07)9.
003060     05  FILLER                     PIC X(02) VALUE SPACES.
003070     05  WS-DTL-EXPECTED            PIC Z(07)9.
003080     05  FILLER                     PIC X(02) VALUE SPACES.
003090     05  WS-DTL-HASH                PIC -Z(12)9.99.
003100     05  FILLER                     PIC X(02) VALUE SPACES.
003110     05  WS-DTL-RESULTS             PIC Z(07)9.
003120     05  FILLER                     PIC X(02) VALUE SPACES.
003130     05  WS-DTL-AUDIT               PIC Z(07)9.
003140     05  FILLER                     PIC X(02) VALUE SPACES.
003150     05  WS-DTL-SUSPENSE            PIC Z(07)9.
003160     05  FILLER                     PIC X(02) VALUE SPACES.
003170     05  WS-DTL-EXCEPTIONS          PIC Z(07)9.
003180     05  FILLER                     PIC X(02) VALUE SPACES.
003190     05  WS-DTL-ERRORS              PIC Z(07)9.
003200     05  FILLER                     PIC X(02) VALUE SPACES.
003210     05  WS-DTL-RUNLOG              PIC X(08).
003220     05  FILLER                     PIC X(02) VALUE SPACES.
003230     05  WS-DTL-STATUS              PIC X(08).
003240     05  FILLER                     PIC X(03) VALUE SPACES.
003250 01  WS-SRC-LINE.
003260     05  FILLER                     PIC X(02) VALUE SPACES.
003270     05  FILLER                     PIC X(07) VALUE "SOURCE ".
003280     05  WS-SRL-SOURCE              PIC X(08).
003290     05  FILLER                     PIC X(12)
003300         VALUE "  PRE-SPLIT ".
003310     05  WS-SRL-CLEAN               PIC Z(06)9.
003320     05  FILLER                     PIC X(02) VALUE SPACES.
003330     05  WS-SRL-CLEAN-HASH          PIC -Z(12)9.99.
003340     05  FILLER                     PIC X(12)
003350         VALUE "  PARTITION ".
003360     05  WS-SRL-PART                PIC X(02).
003370     05  FILLER                     PIC X(01) VALUE SPACE.
003380     05  WS-SRL-COUNT               PIC Z(06)9.
003390     05  FILLER                     PIC X(02) VALUE SPACES.
003400     05  WS-SRL-HASH                PIC -Z(12)9.99.
003410     05  FILLER                     PIC X(02) VALUE SPACES.
003420     05  WS-SRL-STATUS              PIC X(08).
003430     05  FILLER                     PIC X(26) VALUE SPACES.
003440 01  WS-BREAK-LINE.
003450     05  FILLER                     PIC X(02) VALUE SPACES.
003460     05  WS-BRK-WHAT                PIC X(08).
003470     05  FILLER                     PIC X(02) VALUE SPACES.
003480     05  WS-BRK-STEP                PIC X(16).
003490     05  WS-BRK-TEXT                PIC X(44).
003500     05  WS-BRK-COMPARE.
003510         10  WS-BRK-COUNT-1         PIC Z(07)9.
003520         10  FILLER                 PIC X(07) VALUE " NOT = ".
003530         10  WS-BRK-COUNT-2         PIC Z(07)9.
003540         10  FILLER                 PIC X(18) VALUE SPACES.
003550     05  WS-BRK-HASHES REDEFINES WS-BRK-COMPARE.
003560         10  WS-BRK-HASH-1          PIC -Z(12)9.99.
003570         10  WS-BRK-HASH-NOT        PIC X(07).
003580         10  WS-BRK-HASH-2          PIC -Z(12)9.99.
003590     05  WS-BRK-COMPARE-X REDEFINES WS-BRK-COMPARE
003600                                    PIC X(41).
003610     05  FILLER                     PIC X(19) VALUE SPACES.
003620 01  WS-RPT-LINE                    PIC X(132).
003630
003640 PROCEDURE DIVISION.
003650*===============================================================
003660* MAIN - LOADS THE PRE-SPLIT CLEAN FILE AND THE PARTITIONS, PLACES
003670* EVERY OUTPUT RECORD IN THE PARTITION WHOSE RECORD-ID RANGE HOLDS
003680* IT, PROVES EACH PARTITION AND SOURCE ONCE TO SET ITS STATUS,
003690* PRINTS THE SHEET, THEN PROVES THEM AGAIN LISTING EVERY BREAK.
003700* ONLY A NIGHT WITH NO BREAK IS COLLATED INTO THE DAILY FILES -
003710* ON A BREAK THEY ARE LEFT EMPTY AND THE STEP ENDS RC=12, SO
003720* NOTHING DOWNSTREAM RUNS AND THE PARTITION FILES ARE KEPT.
003730*===============================================================
003740     MAIN.
003750     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
003760     MOVE WS-RUN-DATE8 TO WS-HEAD-DATE.
003770     INITIALIZE WS-SOURCE-TABLE WS-PART-TABLE.
003780     OPEN OUTPUT REPORT-FILE.
003790     PERFORM LOAD-CLEAN THRU LOAD-CLEAN-EXIT.
003800     PERFORM LOAD-PARTITIONS THRU LOAD-PARTITIONS-EXIT.
003810     PERFORM LOAD-RESULTS THRU LOAD-RESULTS-EXIT.
003820     PERFORM LOAD-AUDIT THRU LOAD-AUDIT-EXIT.
003830     PERFORM LOAD-SUSPENSE THRU LOAD-SUSPENSE-EXIT.
003840     PERFORM LOAD-EXCEPTIONS THRU LOAD-EXCEPTIONS-EXIT.
003850     PERFORM LOAD-ERRORS THRU LOAD-ERRORS-EXIT.
003860     PERFORM LOAD-RUNLOG THRU LOAD-RUNLOG-EXIT.
003870     PERFORM SET-EXPECTED THRU SET-EXPECTED-EXIT
003880         VARYING WS-SRC-SUB FROM 1 BY 1
003890         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
003900
003910     MOVE "N" TO WS-LIST-BREAKS-SW.
003920     PERFORM PROVE-ALL THRU PROVE-ALL-EXIT.
003930     MOVE WS-COL-LINE TO WS-RPT-LINE.
003940     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003950     PERFORM PRINT-PARTITION THRU PRINT-PARTITION-EXIT
003960         VARYING WS-PART-SUB FROM 1 BY 1
003970         UNTIL WS-PART-SUB > 8.
003980     PERFORM PRINT-TOTALS THRU PRINT-TOTALS-EXIT.
003990     MOVE SPACES TO WS-RPT-LINE.
004000     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004010     MOVE "  SOURCES" TO WS-RPT-LINE.
004020     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004030     PERFORM PRINT-SOURCE THRU PRINT-SOURCE-EXIT
004040         VARYING WS-SRC-SUB FROM 1 BY 1
004050         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
004060
004070     MOVE SPACES TO WS-RPT-LINE.
004080     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004090     MOVE "  BREAKS" TO WS-RPT-LINE.
004100     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004110     MOVE "Y" TO WS-LIST-BREAKS-SW.
004120     MOVE ZERO TO WS-BREAK-COUNT.
004130     PERFORM PROVE-ALL THRU PROVE-ALL-EXIT.
004140     IF WS-BREAK-COUNT = ZERO THEN
004150          MOVE "  (NONE - EVERY PARTITION BALANCES TO CLEANIN)"
004160              TO WS-RPT-LINE
004170     ELSE
004180          MOVE "  NOTHING COLLATED - DAILY FILES LEFT EMPTY"
004190              TO WS-RPT-LINE
004200     END-IF.
004210     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004220     PERFORM COLLATE-OUTPUTS THRU COLLATE-OUTPUTS-EXIT.
004230     CLOSE REPORT-FILE.
004240     DISPLAY "ASS6COL: " WS-RUN-DATE8 " - "
004250             WS-PARTS-READ " PARTITIONS, "
004260             WS-BREAK-COUNT " BREAKS".
004270     IF WS-BREAK-COUNT > ZERO THEN
004280          DISPLAY "ASS6COL: PARTITIONS OUT OF BALANCE - "
004290                  "NOTHING COLLATED"
004300          MOVE 12 TO RETURN-CODE
004310     END-IF.
004320     STOP RUN.
004330
004340*---------------------------------------------------------------
004350* LOAD-CLEAN - THE PRE-SPLIT CLEAN FILE ASS6EDIT WROTE: ITS
004360* HEADER, ITS TRAILER, AND EVERY DETAIL COUNTED AND HASHED UNDER
004370* ITS SOURCE (THE DETAIL'S OWN STAMP, OR THE HEADER'S SOURCE).
004380* WITHOUT ITS HEADER THERE IS NOTHING TO PROVE THE PARTITIONS
004390* AGAINST - THE RUN IS REFUSED (RC=16).
004400*---------------------------------------------------------------
004410     LOAD-CLEAN.
004420     OPEN INPUT CLEAN-FILE.
004430     MOVE "N" TO WS-EOF-SW.
004440     PERFORM COUNT-CLEAN-RECORD THRU COUNT-CLEAN-RECORD-EXIT
004450         UNTIL WS-EOF.
004460     CLOSE CLEAN-FILE.
004470     IF NOT WS-CLEAN-HDR-SEEN THEN
004480          DISPLAY "ASS6COL: CLEANIN HAS NO HEADER - RUN REFUSED"
004490          CLOSE REPORT-FILE
004500          MOVE 16 TO RETURN-CODE
004510          STOP RUN
004520     END-IF.
004530     LOAD-CLEAN-EXIT.
004540     EXIT.
004550
004560     COUNT-CLEAN-RECORD.
004570     READ CLEAN-FILE
004580         AT END
004590             MOVE "Y" TO WS-EOF-SW
004600             GO TO COUNT-CLEAN-RECORD-EXIT
004610     END-READ.
004620     IF TRAN-SYM = "HDR" THEN
004630          MOVE "Y" TO WS-CLEAN-HDR-SW
004640          MOVE TRAN-HDR-SOURCE-SYSTEM TO WS-CLEAN-SOURCE
004650          MOVE TRAN-HDR-EXTRACT-DATE TO WS-CLEAN-EXTRACT-DATE
004660          GO TO COUNT-CLEAN-RECORD-EXIT
004670     END-IF.
004680     IF TRAN-SYM = "TRL" THEN
004690          MOVE "Y" TO WS-CLEAN-TRL-SW
004700          MOVE TRAN-TRL-REC-COUNT TO WS-CLEAN-TRL-COUNT
004710          MOVE TRAN-TRL-HASH-TOTAL TO WS-CLEAN-TRL-HASH
004720          GO TO COUNT-CLEAN-RECORD-EXIT
004730     END-IF.
004740     ADD 1 TO WS-CLEAN-COUNT.
004750     MOVE ZERO TO WS-REC-HASH.
004760     MOVE TRAN-OPERAND-1 TO WS-HASH-TEXT.
004770     PERFORM HASH-ONE-OPERAND THRU HASH-ONE-OPERAND-EXIT.
004780     MOVE TRAN-OPERAND-2 TO WS-HASH-TEXT.
004790     PERFORM HASH-ONE-OPERAND THRU HASH-ONE-OPERAND-EXIT.
004800     MOVE TRAN-OPERAND-3 TO WS-HASH-TEXT.
004810     PERFORM HASH-ONE-OPERAND THRU HASH-ONE-OPERAND-EXIT.
004820     ADD WS-REC-HASH TO WS-CLEAN-HASH.
004830     IF TRAN-SOURCE-SYSTEM NOT = SPACES THEN
004840          MOVE TRAN-SOURCE-SYSTEM TO WS-FIND-SOURCE
004850     ELSE
004860          MOVE WS-CLEAN-SOURCE TO WS-FIND-SOURCE
004870     END-IF.
004880     PERFORM FIND-SOURCE THRU FIND-SOURCE-EXIT.
004890     ADD 1 TO WS-SRC-CLEAN (WS-SRC-SUB).
004900     ADD WS-REC-HASH TO WS-SRC-CLEAN-HASH (WS-SRC-SUB).
004910     COUNT-CLEAN-RECORD-EXIT.
004920     EXIT.
004930
004940*---------------------------------------------------------------
004950* LOAD-PARTITIONS - THE PARTITION FILES, CONCATENATED ON PARTIN
004960* IN PARTITION ORDER.  EACH HEADER NAMES ITS PARTITION, THE
004970* PARTITION COUNT AND ITS RECORD-ID BASE; EACH DETAIL IS COUNTED
004980* AND HASHED TO ITS PARTITION AND TO ITS SOURCE, AND A SOURCE
004990* WHOSE DETAILS TURN UP IN A SECOND PARTITION IS MARKED.  A
005000* HEADER THAT NAMES NO USABLE PARTITION, OR ONE ALREADY READ,
005010* LEAVES ITS RECORDS UNCOUNTED AND IS A BREAK.
005020*---------------------------------------------------------------
005030     LOAD-PARTITIONS.
005040     OPEN INPUT PART-FILE.
005050     MOVE "N" TO WS-EOF-SW.
005060     MOVE ZERO TO WS-CUR-PART.
005070     PERFORM COUNT-PART-RECORD THRU COUNT-PART-RECORD-EXIT
005080         UNTIL WS-EOF.
005090     CLOSE PART-FILE.
005100     LOAD-PARTITIONS-EXIT.
005110     EXIT.
005120
005130     COUNT-PART-RECORD.
005140     READ PART-FILE
005150         AT END
005160             MOVE "Y" TO WS-EOF-SW
005170             GO TO COUNT-PART-RECORD-EXIT
005180     END-READ.
005190     IF PRT-SYM = "HDR" THEN
005200          PERFORM START-PARTITION THRU START-PARTITION-EXIT
005210          GO TO COUNT-PART-RECORD-EXIT
005220     END-IF.
005230     IF WS-CUR-PART = ZERO THEN
005240          MOVE "Y" TO WS-BAD-PART-HDR-SW
005250          GO TO COUNT-PART-RECORD-EXIT
005260     END-IF.
005270     IF PRT-SYM = "TRL" THEN
005280          MOVE "Y" TO WS-PT-TRL-SW (WS-CUR-PART)
005290          MOVE PRT-TRL-REC-COUNT TO WS-PT-TRL-COUNT (WS-CUR-PART)
005300          MOVE PRT-TRL-HASH-TOTAL TO WS-PT-TRL-HASH (WS-CUR-PART)
005310          MOVE ZERO TO WS-CUR-PART
005320          GO TO COUNT-PART-RECORD-EXIT
005330     END-IF.
005340     ADD 1 TO WS-PT-COUNT (WS-CUR-PART).
005350     ADD 1 TO WS-PARTS-COUNT.
005360     MOVE ZERO TO WS-REC-HASH.
005370     MOVE PRT-OPERAND-1 TO WS-HASH-TEXT.
005380     PERFORM HASH-ONE-OPERAND THRU HASH-ONE-OPERAND-EXIT.
005390     MOVE PRT-OPERAND-2 TO WS-HASH-TEXT.
005400     PERFORM HASH-ONE-OPERAND THRU HASH-ONE-OPERAND-EXIT.
005410     MOVE PRT-OPERAND-3 TO WS-HASH-TEXT.
005420     PERFORM HASH-ONE-OPERAND THRU HASH-ONE-OPERAND-EXIT.
005430     ADD WS-REC-HASH TO WS-PT-HASH (WS-CUR-PART).
005440     ADD WS-REC-HASH TO WS-PARTS-HASH.
005450     IF PRT-SOURCE-SYSTEM NOT = SPACES THEN
005460          MOVE PRT-SOURCE-SYSTEM TO WS-FIND-SOURCE
005470     ELSE
005480          MOVE WS-CLEAN-SOURCE TO WS-FIND-SOURCE
005490     END-IF.
005500     PERFORM FIND-SOURCE THRU FIND-SOURCE-EXIT.
005510     IF WS-SRC-PART (WS-SRC-SUB) = ZERO THEN
005520          MOVE WS-CUR-PART TO WS-SRC-PART (WS-SRC-SUB)
005530     ELSE IF WS-SRC-PART (WS-SRC-SUB) NOT = WS-CUR-PART THEN
005540          MOVE "Y" TO WS-SRC-SPLIT-SW (WS-SRC-SUB)
005550     END-IF.
005560     ADD 1 TO WS-SRC-PART-COUNT (WS-SRC-SUB).
005570     ADD WS-REC-HASH TO WS-SRC-PART-HASH (WS-SRC-SUB).
005580     COUNT-PART-RECORD-EXIT.
005590     EXIT.
005600
005610     START-PARTITION.
005620     MOVE ZERO TO WS-CUR-PART.
005630     IF PRT-HDR-PART-NO IS NOT NUMERIC OR
005640        PRT-HDR-PART-NO = ZERO OR
005650        PRT-HDR-PART-NO > 8 THEN
005660          MOVE "Y" TO WS-BAD-PART-HDR-SW
005670          GO TO START-PARTITION-EXIT
005680     END-IF.
005690     IF WS-PT-HDR-SEEN (PRT-HDR-PART-NO) THEN
005700          MOVE "Y" TO WS-BAD-PART-HDR-SW
005710          GO TO START-PARTITION-EXIT
005720     END-IF.
005730     MOVE PRT-HDR-PART-NO TO WS-CUR-PART.
005740     ADD 1 TO WS-PARTS-READ.
005750     MOVE "Y" TO WS-PT-HDR-SW (WS-CUR-PART).
005760     MOVE PRT-HDR-SOURCE-SYSTEM TO WS-PT-SOURCE (WS-CUR-PART).
005770     MOVE PRT-HDR-EXTRACT-DATE
005780         TO WS-PT-EXTRACT-DATE (WS-CUR-PART).
005790     IF PRT-HDR-REC-BASE IS NUMERIC THEN
005800          MOVE PRT-HDR-REC-BASE TO WS-PT-BASE (WS-CUR-PART)
005810     END-IF.
005820     IF PRT-HDR-PART-COUNT IS NUMERIC AND
005830        PRT-HDR-PART-COUNT NOT > 8 AND
005840        PRT-HDR-PART-COUNT > WS-PARTS-EXPECTED THEN
005850          MOVE PRT-HDR-PART-COUNT TO WS-PARTS-EXPECTED
005860     END-IF.
005870     START-PARTITION-EXIT.
005880     EXIT.
005890
005900*---------------------------------------------------------------
005910* LOAD-RESULTS, LOAD-AUDIT, LOAD-SUSPENSE, LOAD-EXCEPTIONS AND
005920* LOAD-ERRORS - EACH IS THE PARTITIONS' OUTPUTS OF ONE KIND,
005930* CONCATENATED IN PARTITION ORDER.  EVERY RECORD IS PLACED IN THE
005940* PARTITION WHOSE RECORD-ID RANGE HOLDS IT.  RESULTS AND AUDIT
005950* MUST ALSO COME IN ASCENDING RECORD-ID ORDER, AS ASS6RECN MATCHES
005960* THEM ON IT - OUT OF ORDER MEANS A CONCATENATION OUT OF ORDER.
005970*---------------------------------------------------------------
005980     LOAD-RESULTS.
005990     OPEN INPUT RESULT-FILE.
006000     MOVE "N" TO WS-EOF-SW.
006010     MOVE ZERO TO WS-LAST-ID.
006020     PERFORM COUNT-RESULT THRU COUNT-RESULT-EXIT
006030         UNTIL WS-EOF.
006040     CLOSE RESULT-FILE.
006050     LOAD-RESULTS-EXIT.
006060     EXIT.
006070
006080     COUNT-RESULT.
006090     READ RESULT-FILE
006100         AT END
006110             MOVE "Y" TO WS-EOF-SW
006120             GO TO COUNT-RESULT-EXIT
006130     END-READ.
006140     MOVE RSLT-REC-ID TO WS-REC-ID.
006150     PERFORM CHECK-ID-ORDER THRU CHECK-ID-ORDER-EXIT.
006160     PERFORM FIND-ID-PARTITION THRU FIND-ID-PARTITION-EXIT.
006170     IF WS-ID-FOUND THEN
006180          ADD 1 TO WS-PT-RESULTS (WS-ID-PART)
006190     END-IF.
006200     COUNT-RESULT-EXIT.
006210     EXIT.
006220
006230     LOAD-AUDIT.
006240     OPEN INPUT AUDIT-FILE.
006250     MOVE "N" TO WS-EOF-SW.
006260     MOVE ZERO TO WS-LAST-ID.
006270     PERFORM COUNT-AUDIT THRU COUNT-AUDIT-EXIT
006280         UNTIL WS-EOF.
006290     CLOSE AUDIT-FILE.
006300     LOAD-AUDIT-EXIT.
006310     EXIT.
006320
006330     COUNT-AUDIT.
006340     READ AUDIT-FILE
006350         AT END
006360             MOVE "Y" TO WS-EOF-SW
006370             GO TO COUNT-AUDIT-EXIT
006380     END-READ.
006390     MOVE AUDIT-REC-ID TO WS-REC-ID.
006400     PERFORM CHECK-ID-ORDER THRU CHECK-ID-ORDER-EXIT.
006410     PERFORM FIND-ID-PARTITION THRU FIND-ID-PARTITION-EXIT.
006420     IF WS-ID-FOUND THEN
006430          ADD 1 TO WS-PT-AUDIT (WS-ID-PART)
006440     END-IF.
006450     COUNT-AUDIT-EXIT.
006460     EXIT.
006470
006480     LOAD-SUSPENSE.
006490     OPEN INPUT SUSP-FILE.
006500     MOVE "N" TO WS-EOF-SW.
006510     PERFORM COUNT-SUSPENSE THRU COUNT-SUSPENSE-EXIT
006520         UNTIL WS-EOF.
006530     CLOSE SUSP-FILE.
006540     LOAD-SUSPENSE-EXIT.
006550     EXIT.
006560
006570     COUNT-SUSPENSE.
006580     READ SUSP-FILE
006590         AT END
006600             MOVE "Y" TO WS-EOF-SW
006610             GO TO COUNT-SUSPENSE-EXIT
006620     END-READ.
006630     MOVE SUSP-ORIG-REC-ID TO WS-REC-ID.
006640     PERFORM FIND-ID-PARTITION THRU FIND-ID-PARTITION-EXIT.
006650     IF WS-ID-FOUND THEN
006660          ADD 1 TO WS-PT-SUSPENSE (WS-ID-PART)
006670     END-IF.
006680     COUNT-SUSPENSE-EXIT.
006690     EXIT.
006700
006710     LOAD-EXCEPTIONS.
006720     OPEN INPUT EXCEPT-FILE.
006730     MOVE "N" TO WS-EOF-SW.
006740     PERFORM COUNT-EXCEPTION THRU COUNT-EXCEPTION-EXIT
006750         UNTIL WS-EOF.
006760     CLOSE EXCEPT-FILE.
006770     LOAD-EXCEPTIONS-EXIT.
006780     EXIT.
006790
006800     COUNT-EXCEPTION.
006810     READ EXCEPT-FILE
006820         AT END
006830             MOVE "Y" TO WS-EOF-SW
006840             GO TO COUNT-EXCEPTION-EXIT
006850     END-READ.
006860     MOVE EXCP-REC-ID TO WS-REC-ID.
006870     PERFORM FIND-ID-PARTITION THRU FIND-ID-PARTITION-EXIT.
006880     IF WS-ID-FOUND THEN
006890          ADD 1 TO WS-PT-EXCEPTIONS (WS-ID-PART)
006900     END-IF.
006910     COUNT-EXCEPTION-EXIT.
006920     EXIT.
006930
006940     LOAD-ERRORS.
006950     OPEN INPUT ERROR-FILE.
006960     MOVE "N" TO WS-EOF-SW.
006970     PERFORM COUNT-ERROR THRU COUNT-ERROR-EXIT
006980         UNTIL WS-EOF.
006990     CLOSE ERROR-FILE.
007000     LOAD-ERRORS-EXIT.
007010     EXIT.
007020
007030     COUNT-ERROR.
007040     READ ERROR-FILE
007050         AT END
007060             MOVE "Y" TO WS-EOF-SW
007070             GO TO COUNT-ERROR-EXIT
007080     END-READ.
007090     MOVE ERR-REC-ID TO WS-REC-ID.
007100     PERFORM FIND-ID-PARTITION THRU FIND-ID-PARTITION-EXIT.
007110     IF WS-ID-FOUND THEN
007120          ADD 1 TO WS-PT-ERRORS (WS-ID-PART)
007130     END-IF.
007140     COUNT-ERROR-EXIT.
007150     EXIT.
007160
007170     CHECK-ID-ORDER.
007180     IF WS-REC-ID < WS-LAST-ID THEN
007190          ADD 1 TO WS-ORDER-BREAKS
007200     END-IF.
007210     MOVE WS-REC-ID TO WS-LAST-ID.
007220     CHECK-ID-ORDER-EXIT.
007230     EXIT.
007240
007250*---------------------------------------------------------------
007260* FIND-ID-PARTITION - THE PARTITION WHOSE RECORD IDS (BASE + 1
007270* THRU BASE + ITS DETAILS) HOLD WS-REC-ID, IN WS-ID-PART.  AN ID
007280* NO PARTITION HOLDS IS COUNTED AS UNPLACED.
007290*---------------------------------------------------------------
007300     FIND-ID-PARTITION.
007310     MOVE "N" TO WS-ID-FOUND-SW.
007320     MOVE ZERO TO WS-ID-PART.
007330     PERFORM FIND-ID-SCAN THRU FIND-ID-SCAN-EXIT
007340         VARYING WS-ID-SUB FROM 1 BY 1
007350         UNTIL WS-ID-FOUND OR WS-ID-SUB > 8.
007360     IF NOT WS-ID-FOUND THEN
007370          ADD 1 TO WS-UNPLACED-COUNT
007380     END-IF.
007390     FIND-ID-PARTITION-EXIT.
007400     EXIT.
007410
007420     FIND-ID-SCAN.
007430     IF WS-PT-HDR-SEEN (WS-ID-SUB) THEN
007440          COMPUTE WS-ID-LIMIT = WS-PT-BASE (WS-ID-SUB)
007450                              + WS-PT-COUNT (WS-ID-SUB)
007460          IF WS-REC-ID > WS-PT-BASE (WS-ID-SUB) AND
007470             WS-REC-ID NOT > WS-ID-LIMIT THEN
007480               MOVE "Y" TO WS-ID-FOUND-SW
007490               MOVE WS-ID-SUB TO WS-ID-PART
007500          END-IF
007510     END-IF.
007520     FIND-ID-SCAN-EXIT.
007530     EXIT.
007540
007550*---------------------------------------------------------------
007560* LOAD-RUNLOG - EACH PARTITION'S EVALUATION FILES ITS RUNLOG
007570* ENTRY UNDER ITS HEADER'S EXTRACT DATE AND PARTITION SOURCE
007580* NAME (PART01 THRU PART08).
007590*---------------------------------------------------------------
007600     LOAD-RUNLOG.
007610     OPEN INPUT RUNLOG-FILE.
007620     PERFORM READ-PART-RUNLOG THRU READ-PART-RUNLOG-EXIT
007630         VARYING WS-PART-SUB FROM 1 BY 1
007640         UNTIL WS-PART-SUB > 8.
007650     CLOSE RUNLOG-FILE.
007660     LOAD-RUNLOG-EXIT.
007670     EXIT.
007680
007690     READ-PART-RUNLOG.
007700     IF NOT WS-PT-HDR-SEEN (WS-PART-SUB) THEN
007710          GO TO READ-PART-RUNLOG-EXIT
007720     END-IF.
007730     MOVE WS-PT-EXTRACT-DATE (WS-PART-SUB) TO RUNL-EXTRACT-DATE.
007740     MOVE WS-PT-SOURCE (WS-PART-SUB) TO RUNL-SOURCE-SYSTEM.
007750     READ RUNLOG-FILE
007760         INVALID KEY
007770             GO TO READ-PART-RUNLOG-EXIT
007780     END-READ.
007790     IF WS-RUNLOG-STATUS NOT = "00" THEN
007800          GO TO READ-PART-RUNLOG-EXIT
007810     END-IF.
007820     MOVE "Y" TO WS-PT-RUNL-SW (WS-PART-SUB).
007830     MOVE RUNL-RUN-DATE TO WS-PT-RUNL-DATE (WS-PART-SUB).
007840     IF RUNL-RETURN-CODE IS NUMERIC THEN
007850          MOVE RUNL-RETURN-CODE TO WS-PT-RUNL-RC (WS-PART-SUB)
007860     ELSE
007870          MOVE 99 TO WS-PT-RUNL-RC (WS-PART-SUB)
007880     END-IF.
007890     MOVE RUNL-POST-STATUS TO WS-PT-RUNL-POST (WS-PART-SUB).
007900     MOVE RUNL-READ-COUNT TO WS-PT-RUNL-READ (WS-PART-SUB).
007910     MOVE RUNL-RSLT-COUNT TO WS-PT-RUNL-RSLT (WS-PART-SUB).
007920     MOVE RUNL-SUSP-COUNT TO WS-PT-RUNL-SUSP (WS-PART-SUB).
007930     MOVE RUNL-EXCP-COUNT TO WS-PT-RUNL-EXCP (WS-PART-SUB).
007940     MOVE RUNL-ERR-COUNT TO WS-PT-RUNL-ERR (WS-PART-SUB).
007950     MOVE RUNL-HASH-TOTAL TO WS-PT-RUNL-HASH (WS-PART-SUB).
007960     READ-PART-RUNLOG-EXIT.
007970     EXIT.
007980
007990*---------------------------------------------------------------
008000* SET-EXPECTED - ADDS A SOURCE'S PRE-SPLIT FIGURES INTO THE
008010* PARTITION ITS DETAILS WENT TO, GIVING EACH PARTITION THE COUNT
008020* AND HASH TOTAL IT SHOULD HAVE CARRIED.
008030*---------------------------------------------------------------
008040     SET-EXPECTED.
008050     IF WS-SRC-PART (WS-SRC-SUB) > ZERO THEN
008060          ADD WS-SRC-CLEAN (WS-SRC-SUB)
008070              TO WS-PT-EXP-COUNT (WS-SRC-PART (WS-SRC-SUB))
008080          ADD WS-SRC-CLEAN-HASH (WS-SRC-SUB)
008090              TO WS-PT-EXP-HASH (WS-SRC-PART (WS-SRC-SUB))
008100     END-IF.
008110     SET-EXPECTED-EXIT.
008120     EXIT.
008130
008140*---------------------------------------------------------------
008150* FIND-SOURCE - POINTS WS-SRC-SUB AT WS-FIND-SOURCE'S ENTRY,
008160* ADDING ONE WITH ZERO COUNTS THE FIRST TIME A SOURCE IS SEEN.
008170* A 101ST SOURCE WOULD MEAN A PROOF THAT CANNOT BE TRUSTED - THE
008180* RUN IS REFUSED INSTEAD.
008190*---------------------------------------------------------------
008200     FIND-SOURCE.
008210     MOVE ZERO TO WS-SRC-SUB.
008220     MOVE "N" TO WS-SRC-FOUND-SW.
008230     PERFORM FIND-SOURCE-NEXT THRU FIND-SOURCE-NEXT-EXIT
008240         UNTIL WS-SRC-FOUND OR WS-SRC-SUB >= WS-SRC-COUNT.
008250     IF WS-SRC-FOUND THEN
008260          GO TO FIND-SOURCE-EXIT
008270     END-IF.
008280     IF WS-SRC-COUNT >= 100 THEN
008290          DISPLAY "ASS6COL: MORE THAN 100 SOURCE SYSTEMS - "
008300                  "RUN ABANDONED"
008310          CLOSE REPORT-FILE
008320          MOVE 16 TO RETURN-CODE
008330          STOP RUN
008340     END-IF.
008350     ADD 1 TO WS-SRC-COUNT.
008360     MOVE WS-SRC-COUNT TO WS-SRC-SUB.
008370     MOVE WS-FIND-SOURCE TO WS-SRC-NAME (WS-SRC-SUB).
008380     MOVE ZERO TO WS-SRC-CLEAN (WS-SRC-SUB)
008390                  WS-SRC-CLEAN-HASH (WS-SRC-SUB)
008400                  WS-SRC-PART (WS-SRC-SUB)
008410                  WS-SRC-PART-COUNT (WS-SRC-SUB)
008420                  WS-SRC-PART-HASH (WS-SRC-SUB).
008430     MOVE "N" TO WS-SRC-SPLIT-SW (WS-SRC-SUB).
008440     MOVE "N" TO WS-SRC-BREAK-SW (WS-SRC-SUB).
008450     FIND-SOURCE-EXIT.
008460     EXIT.
008470
008480     FIND-SOURCE-NEXT.
008490     ADD 1 TO WS-SRC-SUB.
008500     IF WS-SRC-NAME (WS-SRC-SUB) = WS-FIND-SOURCE THEN
008510          MOVE "Y" TO WS-SRC-FOUND-SW
008520     END-IF.
008530     FIND-SOURCE-NEXT-EXIT.
008540     EXIT.
008550
008560     HASH-ONE-OPERAND.
008570     IF WS-HASH-TEXT(1:1) IS NUMERIC OR
008580        WS-HASH-TEXT(1:1) = "-" OR
008590        WS-HASH-TEXT(1:1) = "+" OR
008600        WS-HASH-TEXT(1:1) = "." THEN
008610          ADD FUNCTION NUMVAL(WS-HASH-TEXT) TO WS-REC-HASH
008620              ON SIZE ERROR
008630                  CONTINUE
008640          END-ADD
008650     END-IF.
008660     HASH-ONE-OPERAND-EXIT.
008670     EXIT.
008680
008690*---------------------------------------------------------------
008700* PROVE-ALL - ONE PROOF OF EVERY PARTITION, EVERY SOURCE AND THE
008710* NIGHT AS A WHOLE.  ON THE FIRST PASS ONLY THE STATUSES ARE SET;
008720* ON THE SECOND THE BREAKS ARE LISTED.
008730*---------------------------------------------------------------
008740     PROVE-ALL.
008750     MOVE ZERO TO WS-EXPECT-BASE.
008760     PERFORM PROVE-PARTITION THRU PROVE-PARTITION-EXIT
008770         VARYING WS-PART-SUB FROM 1 BY 1
008780         UNTIL WS-PART-SUB > 8.
008790     PERFORM PROVE-SOURCE THRU PROVE-SOURCE-EXIT
008800         VARYING WS-SRC-SUB FROM 1 BY 1
008810         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
008820     PERFORM PROVE-NIGHT THRU PROVE-NIGHT-EXIT.
008830     PROVE-ALL-EXIT.
008840     EXIT.
008850
008860*---------------------------------------------------------------
008870* PROVE-PARTITION - ONE PARTITION AGAINST ITS OWN TRAILER, THE
008880* SHARE OF THE PRE-SPLIT FILE ITS SOURCES CARRIED, AND WHAT ITS
008890* EVALUATION STEP FILED ON RUNLOG.  A PARTITION NUMBER BEYOND
008900* THE COUNT THE HEADERS GAVE, WITH NO FILE, IS NOT A PARTITION.
008910*---------------------------------------------------------------
008920     PROVE-PARTITION.
008930     IF WS-PART-SUB > WS-PARTS-EXPECTED AND
008940        NOT WS-PT-HDR-SEEN (WS-PART-SUB) THEN
008950          GO TO PROVE-PARTITION-EXIT
008960     END-IF.
008970     MOVE ZERO TO WS-ITEM-BREAKS.
008980     MOVE "PART" TO WS-BRK-WHAT.
008990     MOVE WS-PART-SUB TO WS-PART-NUM.
009000     MOVE WS-PART-NUM TO WS-BRK-WHAT(5:2).
009010     PERFORM PROVE-PARTITION-FILE THRU PROVE-PARTITION-FILE-EXIT.
009020     IF WS-PT-HDR-SEEN (WS-PART-SUB) THEN
009030          PERFORM PROVE-PARTITION-RUN
009040             THRU PROVE-PARTITION-RUN-EXIT
009050     END-IF.
009060     IF WS-ITEM-BREAKS > ZERO THEN
009070          MOVE "Y" TO WS-PT-BREAK-SW (WS-PART-SUB)
009080     END-IF.
009090     ADD WS-PT-COUNT (WS-PART-SUB) TO WS-EXPECT-BASE.
009100     PROVE-PARTITION-EXIT.
009110     EXIT.
009120
009130     PROVE-PARTITION-FILE.
009140     MOVE "STEP005 ASS6EDIT" TO WS-BRK-STEP.
009150     IF NOT WS-PT-HDR-SEEN (WS-PART-SUB) THEN
009160          MOVE "PARTITION FILE MISSING FROM PARTIN"
009170              TO WS-BRK-TEXT
009180          PERFORM REPORT-TEXT-BREAK THRU REPORT-TEXT-BREAK-EXIT
009190          GO TO PROVE-PARTITION-FILE-EXIT
009200     END-IF.
009210     IF WS-PART-SUB > WS-PARTS-EXPECTED THEN
009220          MOVE "PARTITION BEYOND THE HEADERS' PARTITION COUNT"
009230              TO WS-BRK-TEXT
009240          PERFORM REPORT-TEXT-BREAK THRU REPORT-TEXT-BREAK-EXIT
009250     END-IF.
009260     IF NOT WS-PT-TRL-SEEN (WS-PART-SUB) THEN
009270          MOVE "PARTITION FILE HAS NO TRAILER" TO WS-BRK-TEXT
009280          PERFORM REPORT-TEXT-BREAK THRU REPORT-TEXT-BREAK-EXIT
009290     ELSE
009300          IF WS-PT-TRL-COUNT (WS-PART-SUB) NOT =
009310             WS-PT-COUNT (WS-PART-SUB) THEN
009320               MOVE "TRAILER COUNT / DETAILS ON THE PARTITION"
009330                   TO WS-BRK-TEXT
009340               MOVE WS-PT-TRL-COUNT (WS-PART-SUB)
009350                   TO WS-CMP-COUNT-1
009360               MOVE WS-PT-COUNT (WS-PART-SUB) TO WS-CMP-COUNT-2
009370               PERFORM REPORT-COUNT-BREAK
009380                  THRU REPORT-COUNT-BREAK-EXIT
009390          END-IF
009400          IF WS-PT-TRL-HASH (WS-PART-SUB) NOT =
009410             WS-PT-HASH (WS-PART-SUB) THEN
009420               MOVE "TRAILER HASH / DETAILS ON THE PARTITION"
009430                   TO WS-BRK-TEXT
009440               MOVE WS-PT-TRL-HASH (WS-PART-SUB) TO WS-CMP-HASH-1
009450               MOVE WS-PT-HASH (WS-PART-SUB) TO WS-CMP-HASH-2
009460               PERFORM REPORT-HASH-BREAK
009470                  THRU REPORT-HASH-BREAK-EXIT
009480          END-IF
009490     END-IF.
009500     IF WS-PT-BASE (WS-PART-SUB) NOT = WS-EXPECT-BASE THEN
009510          MOVE "RECORD-ID BASE / DETAILS OF EARLIER PARTITIONS"
009520              TO WS-BRK-TEXT
009530          MOVE WS-PT-BASE (WS-PART-SUB) TO WS-CMP-COUNT-1
009540          MOVE WS-EXPECT-BASE TO WS-CMP-COUNT-2
009550          PERFORM REPORT-COUNT-BREAK THRU REPORT-COUNT-BREAK-EXIT
009560     END-IF.
009570     IF WS-PT-EXTRACT-DATE (WS-PART-SUB) NOT =
009580        WS-CLEAN-EXTRACT-DATE THEN
009590          MOVE "EXTRACT DATE / EXTRACT DATE ON CLEANIN"
009600              TO WS-BRK-TEXT
009610          MOVE WS-PT-EXTRACT-DATE (WS-PART-SUB) TO WS-CMP-COUNT-1
009620          MOVE WS-CLEAN-EXTRACT-DATE TO WS-CMP-COUNT-2
009630          PERFORM REPORT-COUNT-BREAK THRU REPORT-COUNT-BREAK-EXIT
009640     END-IF.
009650     IF WS-PT-COUNT (WS-PART-SUB) NOT =
009660        WS-PT-EXP-COUNT (WS-PART-SUB) THEN
009670          MOVE "DETAILS / ITS SOURCES' DETAILS ON CLEANIN"
009680              TO WS-BRK-TEXT
009690          MOVE WS-PT-COUNT (WS-PART-SUB) TO WS-CMP-COUNT-1
009700          MOVE WS-PT-EXP-COUNT (WS-PART-SUB) TO WS-CMP-COUNT-2
009710          PERFORM REPORT-COUNT-BREAK THRU REPORT-COUNT-BREAK-EXIT
009720     END-IF.
009730     IF WS-PT-HASH (WS-PART-SUB) NOT =
009740        WS-PT-EXP-HASH (WS-PART-SUB) THEN
009750          MOVE "HASH TOTAL / ITS SOURCES' HASH ON CLEANIN"
009760              TO WS-BRK-TEXT
009770          MOVE WS-PT-HASH (WS-PART-SUB) TO WS-CMP-HASH-1
009780          MOVE WS-PT-EXP-HASH (WS-PART-SUB) TO WS-CMP-HASH-2
009790          PERFORM REPORT-HASH-BREAK THRU REPORT-HASH-BREAK-EXIT
009800     END-IF.
009810     PROVE-PARTITION-FILE-EXIT.
009820     EXIT.
009830
009840*---------------------------------------------------------------
009850* PROVE-PARTITION-RUN - THE PARTITION'S EVALUATION MUST HAVE RUN
009860* FOR THE BUSINESS DATE, ENDED BELOW RC=12, NOT BEEN BACKED OUT,
009870* READ THE WHOLE PARTITION, AND WRITTEN WHAT WAS COLLECTED.
009880*---------------------------------------------------------------
009890     PROVE-PARTITION-RUN.
009900     MOVE "STEP010 ASS6" TO WS-BRK-STEP.
009910     IF NOT WS-PT-RUNL-FOUND (WS-PART-SUB) THEN
009920          MOVE "NO RUNLOG ENTRY FOR THE PARTITION" TO WS-BRK-TEXT
009930          PERFORM REPORT-TEXT-BREAK THRU REPORT-TEXT-BREAK-EXIT
009940          GO TO PROVE-PARTITION-RUN-EXIT
009950     END-IF.
009960     IF WS-PT-RUNL-RC (WS-PART-SUB) NOT < 12 THEN
009970          MOVE "EVALUATION ENDED RC=12 OR WORSE" TO WS-BRK-TEXT
009980          MOVE WS-PT-RUNL-RC (WS-PART-SUB) TO WS-RC-NUM
009990          MOVE SPACES TO WS-BRK-COMPARE-X
010000          MOVE WS-RC-TEXT TO WS-BRK-COMPARE-X
010010          PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
010020     END-IF.
010030     IF WS-PT-RUNL-BACKED-OUT (WS-PART-SUB) THEN
010040          MOVE "EVALUATION HAS BEEN BACKED OUT" TO WS-BRK-TEXT
010050          PERFORM REPORT-TEXT-BREAK THRU REPORT-TEXT-BREAK-EXIT
010060     END-IF.
010070     IF WS-PT-RUNL-DATE (WS-PART-SUB) NOT = WS-RUN-DATE8 THEN
010080          MOVE "RUNLOG RUN DATE / BUSINESS DATE" TO WS-BRK-TEXT
010090          MOVE WS-PT-RUNL-DATE (WS-PART-SUB) TO WS-CMP-COUNT-1
010100          MOVE WS-RUN-DATE8 TO WS-CMP-COUNT-2
010110          PERFORM REPORT-COUNT-BREAK THRU REPORT-COUNT-BREAK-EXIT
010120     END-IF.
010130     IF WS-PT-RUNL-READ (WS-PART-SUB) NOT =
010140        WS-PT-TRL-COUNT (WS-PART-SUB) THEN
010150          MOVE "RUNLOG READ / PARTITION TRAILER COUNT"
010160              TO WS-BRK-TEXT
010170          MOVE WS-PT-RUNL-READ (WS-PART-SUB) TO WS-CMP-COUNT-1
010180          MOVE WS-PT-TRL-COUNT (WS-PART-SUB) TO WS-CMP-COUNT-2
010190          PERFORM REPORT-COUNT-BREAK THRU REPORT-COUNT-BREAK-EXIT
010200     END-IF.
010210     IF WS-PT-RUNL-HASH (WS-PART-SUB) NOT =
010220        WS-PT-HASH (WS-PART-SUB) THEN
010230          MOVE "RUNLOG HASH / DETAILS ON THE PARTITION"
010240              TO WS-BRK-TEXT
010250          MOVE WS-PT-RUNL-HASH (WS-PART-SUB) TO WS-CMP-HASH-1
010260          MOVE WS-PT-HASH (WS-PART-SUB) TO WS-CMP-HASH-2
010270          PERFORM REPORT-HASH-BREAK THRU REPORT-HASH-BREAK-EXIT
010280     END-IF.
010290     IF WS-PT-RUNL-RSLT (WS-PART-SUB) NOT =
010300        WS-PT-RESULTS (WS-PART-SUB) THEN
010310          MOVE "RUNLOG RESULTS / RESULTS ON RSLTIN" TO WS-BRK-TEXT
010320          MOVE WS-PT-RUNL-RSLT (WS-PART-SUB) TO WS-CMP-COUNT-1
010330          MOVE WS-PT-RESULTS (WS-PART-SUB) TO WS-CMP-COUNT-2
010340          PERFORM REPORT-COUNT-BREAK THRU REPORT-COUNT-BREAK-EXIT
010350     END-IF.
010360     IF WS-PT-RUNL-SUSP (WS-PART-SUB) NOT =
010370        WS-PT-SUSPENSE (WS-PART-SUB) THEN
010380          MOVE "RUNLOG SUSPENSE / SUSPENSE ON SUSPIN"
010390              TO WS-BRK-TEXT
010400          MOVE WS-PT-RUNL-SUSP (WS-PART-SUB) TO WS-CMP-COUNT-1
010410          MOVE WS-PT-SUSPENSE (WS-PART-SUB) TO WS-CMP-COUNT-2
010420          PERFORM REPORT-COUNT-BREAK THRU REPORT-COUNT-BREAK-EXIT
010430     END-IF.
010440     IF WS-PT-RUNL-EXCP (WS-PART-SUB) NOT =
010450        WS-PT-EXCEPTIONS (WS-PART-SUB) THEN
010460          MOVE "RUNLOG EXCEPTIONS / EXCEPTIONS ON EXCPIN"
010470              TO WS-BRK-TEXT
010480          MOVE WS-PT-RUNL-EXCP (WS-PART-SUB) TO WS-CMP-COUNT-1
010490          MOVE WS-PT-EXCEPTIONS (WS-PART-SUB) TO WS-CMP-COUNT-2
010500          PERFORM REPORT-COUNT-BREAK THRU REPORT-COUNT-BREAK-EXIT
010510     END-IF.
010520     IF WS-PT-RUNL-ERR (WS-PART-SUB) NOT =
010530        WS-PT-ERRORS (WS-PART-SUB) THEN
010540          MOVE "RUNLOG ERRORS / ERRORS ON ERRORIN" TO WS-BRK-TEXT
010550          MOVE WS-PT-RUNL-ERR (WS-PART-SUB) TO WS-CMP-COUNT-1
010560          MOVE WS-PT-ERRORS (WS-PART-SUB) TO WS-CMP-COUNT-2
010570          PERFORM REPORT-COUNT-BREAK THRU REPORT-COUNT-BREAK-EXIT
010580     END-IF.
010590     PROVE-PARTITION-RUN-EXIT.
010600     EXIT.
010610
010620*---------------------------------------------------------------
010630* PROVE-SOURCE - A SOURCE'S DETAILS MUST ALL HAVE GONE TO ONE
010640* PARTITION, SO ITS "let" AND "def" WORK WAS EVALUATED TOGETHER,
010650* AND MUST ADD UP THERE TO WHAT IT HAD ON THE PRE-SPLIT FILE.
010660*---------------------------------------------------------------
010670     PROVE-SOURCE.
010680     MOVE ZERO TO WS-ITEM-BREAKS.
010690     MOVE WS-SRC-NAME (WS-SRC-SUB) TO WS-BRK-WHAT.
010700     MOVE "STEP005 ASS6EDIT" TO WS-BRK-STEP.
010710     IF WS-SRC-SPLIT (WS-SRC-SUB) THEN
010720          MOVE "SOURCE SPLIT ACROSS PARTITIONS" TO WS-BRK-TEXT
010730          PERFORM REPORT-TEXT-BREAK THRU REPORT-TEXT-BREAK-EXIT
010740     END-IF.
010750     IF WS-SRC-CLEAN (WS-SRC-SUB) > ZERO AND
010760        WS-SRC-PART (WS-SRC-SUB) = ZERO THEN
010770          MOVE "SOURCE ON CLEANIN IS IN NO PARTITION"
010780              TO WS-BRK-TEXT
010790          PERFORM REPORT-TEXT-BREAK THRU REPORT-TEXT-BREAK-EXIT
010800     ELSE
010810          IF WS-SRC-CLEAN (WS-SRC-SUB) NOT =
010820             WS-SRC-PART-COUNT (WS-SRC-SUB) THEN
010830               MOVE "DETAILS ON CLEANIN / DETAILS IN PARTITIONS"
010840                   TO WS-BRK-TEXT
010850               MOVE WS-SRC-CLEAN (WS-SRC-SUB) TO WS-CMP-COUNT-1
010860               MOVE WS-SRC-PART-COUNT (WS-SRC-SUB)
010870                   TO WS-CMP-COUNT-2
010880               PERFORM REPORT-COUNT-BREAK
010890                  THRU REPORT-COUNT-BREAK-EXIT
010900          END-IF
010910          IF WS-SRC-CLEAN-HASH (WS-SRC-SUB) NOT =
010920             WS-SRC-PART-HASH (WS-SRC-SUB) THEN
010930               MOVE "HASH ON CLEANIN / HASH IN PARTITIONS"
010940                   TO WS-BRK-TEXT
010950               MOVE WS-SRC-CLEAN-HASH (WS-SRC-SUB)
010960                   TO WS-CMP-HASH-1
010970               MOVE WS-SRC-PART-HASH (WS-SRC-SUB) TO WS-CMP-HASH-2
010980               PERFORM REPORT-HASH-BREAK
010990                  THRU REPORT-HASH-BREAK-EXIT
011000          END-IF
011010     END-IF.
011020     IF WS-ITEM-BREAKS > ZERO THEN
011030          MOVE "Y" TO WS-SRC-BREAK-SW (WS-SRC-SUB)
011040     END-IF.
011050     PROVE-SOURCE-EXIT.
011060     EXIT.
011070
011080*---------------------------------------------------------------
011090* PROVE-NIGHT - THE PRE-SPLIT FILE AGAINST ITS OWN TRAILER, THE
011100* PARTITIONS TOGETHER AGAINST THE PRE-SPLIT FILE, AND EVERY
011110* OUTPUT RECORD PLACED, IN ORDER, IN SOME PARTITION.
011120*---------------------------------------------------------------
011130     PROVE-NIGHT.
011140     MOVE "*NIGHT*" TO WS-BRK-WHAT.
011150     MOVE "STEP005 ASS6EDIT" TO WS-BRK-STEP.
011160     IF NOT WS-CLEAN-TRL-SEEN THEN
011170          MOVE "CLEANIN HAS NO TRAILER" TO WS-BRK-TEXT
011180          PERFORM REPORT-TEXT-BREAK THRU REPORT-TEXT-BREAK-EXIT
011190     ELSE
011200          IF WS-CLEAN-TRL-COUNT NOT = WS-CLEAN-COUNT THEN
011210               MOVE "CLEANIN TRAILER COUNT / ITS DETAILS"
011220                   TO WS-BRK-TEXT
011230               MOVE WS-CLEAN-TRL-COUNT TO WS-CMP-COUNT-1
011240               MOVE WS-CLEAN-COUNT TO WS-CMP-COUNT-2
011250               PERFORM REPORT-COUNT-BREAK
011260                  THRU REPORT-COUNT-BREAK-EXIT
011270          END-IF
011280          IF WS-CLEAN-TRL-HASH NOT = WS-CLEAN-HASH THEN
011290               MOVE "CLEANIN TRAILER HASH / ITS DETAILS"
011300                   TO WS-BRK-TEXT
011310               MOVE WS-CLEAN-TRL-HASH TO WS-CMP-HASH-1
011320               MOVE WS-CLEAN-HASH TO WS-CMP-HASH-2
011330               PERFORM REPORT-HASH-BREAK
011340                  THRU REPORT-HASH-BREAK-EXIT
011350          END-IF
011360     END-IF.
011370     IF WS-PARTS-READ = ZERO THEN
011380          MOVE "NO PARTITION FILES ON PARTIN" TO WS-BRK-TEXT
011390          PERFORM REPORT-TEXT-BREAK THRU REPORT-TEXT-BREAK-EXIT
011400     END-IF.
011410     IF WS-BAD-PART-HDR THEN
011420          MOVE "PARTITION HEADER MISSING, INVALID OR REPEATED"
011430              TO WS-BRK-TEXT
011440          PERFORM REPORT-TEXT-BREAK THRU REPORT-TEXT-BREAK-EXIT
011450     END-IF.
011460     IF WS-PARTS-COUNT NOT = WS-CLEAN-COUNT THEN
011470          MOVE "DETAILS IN PARTITIONS / DETAILS ON CLEANIN"
011480              TO WS-BRK-TEXT
011490          MOVE WS-PARTS-COUNT TO WS-CMP-COUNT-1
011500          MOVE WS-CLEAN-COUNT TO WS-CMP-COUNT-2
011510          PERFORM REPORT-COUNT-BREAK THRU REPORT-COUNT-BREAK-EXIT
011520     END-IF.
011530     IF WS-PARTS-HASH NOT = WS-CLEAN-HASH THEN
011540          MOVE "HASH IN PARTITIONS / HASH ON CLEANIN"
011550              TO WS-BRK-TEXT
011560          MOVE WS-PARTS-HASH TO WS-CMP-HASH-1
011570          MOVE WS-CLEAN-HASH TO WS-CMP-HASH-2
011580          PERFORM REPORT-HASH-BREAK THRU REPORT-HASH-BREAK-EXIT
011590     END-IF.
011600     MOVE "STEP040 ASS6COL" TO WS-BRK-STEP.
011610     IF WS-UNPLACED-COUNT > ZERO THEN
011620          MOVE "OUTPUT RECORDS WITH AN ID IN NO PARTITION"
011630              TO WS-BRK-TEXT
011640          MOVE WS-UNPLACED-COUNT TO WS-CMP-COUNT-1
011650          MOVE ZERO TO WS-CMP-COUNT-2
011660          PERFORM REPORT-COUNT-BREAK THRU REPORT-COUNT-BREAK-EXIT
011670     END-IF.
011680     IF WS-ORDER-BREAKS > ZERO THEN
011690          MOVE "RESULT/AUDIT IDS OUT OF ORDER - CONCATENATION"
011700              TO WS-BRK-TEXT
011710          MOVE WS-ORDER-BREAKS TO WS-CMP-COUNT-1
011720          MOVE ZERO TO WS-CMP-COUNT-2
011730          PERFORM REPORT-COUNT-BREAK THRU REPORT-COUNT-BREAK-EXIT
011740     END-IF.
011750     PROVE-NIGHT-EXIT.
011760     EXIT.
011770
011780*---------------------------------------------------------------
011790* REPORT-COUNT-BREAK, REPORT-HASH-BREAK, REPORT-TEXT-BREAK - SET
011800* THE COMPARISON OUT AS TWO COUNTS, TWO HASH TOTALS OR NOTHING.
011810* REPORT-BREAK - COUNTS ONE BREAK AGAINST THE PARTITION OR SOURCE
011820* AND, ON THE LISTING PASS, PRINTS IT.  A COMPARISON ALWAYS SHOWS
011830* THE FIRST FIGURE NAMED IN THE TEXT FIRST.
011840*---------------------------------------------------------------
011850     REPORT-COUNT-BREAK.
011860     MOVE SPACES TO WS-BRK-COMPARE-X.
011870     MOVE " NOT = " TO WS-BRK-COMPARE-X(9:7).
011880     MOVE WS-CMP-COUNT-1 TO WS-BRK-COUNT-1.
011890     MOVE WS-CMP-COUNT-2 TO WS-BRK-COUNT-2.
011900     PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT.
011910     REPORT-COUNT-BREAK-EXIT.
011920     EXIT.
011930
011940     REPORT-HASH-BREAK.
011950     MOVE " NOT = " TO WS-BRK-HASH-NOT.
011960     MOVE WS-CMP-HASH-1 TO WS-BRK-HASH-1.
011970     MOVE WS-CMP-HASH-2 TO WS-BRK-HASH-2.
011980     PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT.
011990     REPORT-HASH-BREAK-EXIT.
012000     EXIT.
012010
012020     REPORT-TEXT-BREAK.
012030     MOVE SPACES TO WS-BRK-COMPARE-X.
012040     PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT.
012050     REPORT-TEXT-BREAK-EXIT.
012060     EXIT.
012070
012080     REPORT-BREAK.
012090     ADD 1 TO WS-ITEM-BREAKS.
012100     IF WS-LIST-BREAKS THEN
012110          ADD 1 TO WS-BREAK-COUNT
012120          MOVE WS-BREAK-LINE TO WS-RPT-LINE
012130          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
012140     END-IF.
012150     REPORT-BREAK-EXIT.
012160     EXIT.
012170
012180*---------------------------------------------------------------
012190* PRINT-PARTITION - ONE PARTITION'S LINE, ADDED INTO THE NIGHT'S
012200* TOTALS.  RUNLOG SHOWS THE RETURN CODE ITS EVALUATION FILED.
012210*---------------------------------------------------------------
012220     PRINT-PARTITION.
012230     IF WS-PART-SUB > WS-PARTS-EXPECTED AND
012240        NOT WS-PT-HDR-SEEN (WS-PART-SUB) THEN
012250          GO TO PRINT-PARTITION-EXIT
012260     END-IF.
012270     MOVE "PART" TO WS-DTL-PART.
012280     MOVE WS-PART-SUB TO WS-PART-NUM.
012290     MOVE WS-PART-NUM TO WS-DTL-PART(5:2).
012300     MOVE WS-PT-BASE (WS-PART-SUB) TO WS-DTL-BASE.
012310     MOVE WS-PT-COUNT (WS-PART-SUB) TO WS-DTL-COUNT.
012320     MOVE WS-PT-EXP-COUNT (WS-PART-SUB) TO WS-DTL-EXPECTED.
012330     MOVE WS-PT-HASH (WS-PART-SUB) TO WS-DTL-HASH.
012340     MOVE WS-PT-RESULTS (WS-PART-SUB) TO WS-DTL-RESULTS.
012350     MOVE WS-PT-AUDIT (WS-PART-SUB) TO WS-DTL-AUDIT.
012360     MOVE WS-PT-SUSPENSE (WS-PART-SUB) TO WS-DTL-SUSPENSE.
012370     MOVE WS-PT-EXCEPTIONS (WS-PART-SUB) TO WS-DTL-EXCEPTIONS.
012380     MOVE WS-PT-ERRORS (WS-PART-SUB) TO WS-DTL-ERRORS.
012390     IF WS-PT-RUNL-FOUND (WS-PART-SUB) THEN
012400          MOVE WS-PT-RUNL-RC (WS-PART-SUB) TO WS-RC-NUM
012410          MOVE WS-RC-TEXT TO WS-DTL-RUNLOG
012420     ELSE
012430          MOVE "NONE" TO WS-DTL-RUNLOG
012440     END-IF.
012450     IF NOT WS-PT-HDR-SEEN (WS-PART-SUB) THEN
012460          MOVE "MISSING" TO WS-DTL-STATUS
012470     ELSE IF WS-PT-BROKEN (WS-PART-SUB) THEN
012480          MOVE "BREAK" TO WS-DTL-STATUS
012490     ELSE
012500          MOVE "BALANCED" TO WS-DTL-STATUS
012510     END-IF.
012520     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
012530     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
012540     ADD WS-PT-COUNT (WS-PART-SUB) TO WS-TOT-COUNT.
012550     ADD WS-PT-EXP-COUNT (WS-PART-SUB) TO WS-TOT-EXPECTED.
012560     ADD WS-PT-HASH (WS-PART-SUB) TO WS-TOT-HASH.
012570     ADD WS-PT-RESULTS (WS-PART-SUB) TO WS-TOT-RESULTS.
012580     ADD WS-PT-AUDIT (WS-PART-SUB) TO WS-TOT-AUDIT.
012590     ADD WS-PT-SUSPENSE (WS-PART-SUB) TO WS-TOT-SUSPENSE.
012600     ADD WS-PT-EXCEPTIONS (WS-PART-SUB) TO WS-TOT-EXCEPTIONS.
012610     ADD WS-PT-ERRORS (WS-PART-SUB) TO WS-TOT-ERRORS.
012620     PRINT-PARTITION-EXIT.
012630     EXIT.
012640
012650*---------------------------------------------------------------
012660* PRINT-TOTALS - THE PARTITIONS' TOTAL LINE, WITH THE PRE-SPLIT
012670* FILE'S OWN FIGURES BENEATH IT FOR THE EYE TO CHECK.
012680*---------------------------------------------------------------
012690     PRINT-TOTALS.
012700     MOVE "*TOTAL*" TO WS-DTL-PART.
012710     MOVE ZERO TO WS-DTL-BASE.
012720     MOVE WS-TOT-COUNT TO WS-DTL-COUNT.
012730     MOVE WS-TOT-EXPECTED TO WS-DTL-EXPECTED.
012740     MOVE WS-TOT-HASH TO WS-DTL-HASH.
012750     MOVE WS-TOT-RESULTS TO WS-DTL-RESULTS.
012760     MOVE WS-TOT-AUDIT TO WS-DTL-AUDIT.
012770     MOVE WS-TOT-SUSPENSE TO WS-DTL-SUSPENSE.
012780     MOVE WS-TOT-EXCEPTIONS TO WS-DTL-EXCEPTIONS.
012790     MOVE WS-TOT-ERRORS TO WS-DTL-ERRORS.
012800     MOVE SPACES TO WS-DTL-RUNLOG WS-DTL-STATUS.
012810     MOVE SPACES TO WS-RPT-LINE.
012820     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
012830     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
012840     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
012850     MOVE "CLEANIN" TO WS-DTL-PART.
012860     MOVE WS-CLEAN-COUNT TO WS-DTL-COUNT WS-DTL-EXPECTED.
012870     MOVE WS-CLEAN-HASH TO WS-DTL-HASH.
012880     MOVE ZERO TO WS-DTL-RESULTS WS-DTL-AUDIT WS-DTL-SUSPENSE
012890                  WS-DTL-EXCEPTIONS WS-DTL-ERRORS.
012900     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
012910     MOVE SPACES TO WS-RPT-LINE(60:73).
012920     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
012930     PRINT-TOTALS-EXIT.
012940     EXIT.
012950
012960*---------------------------------------------------------------
012970* PRINT-SOURCE - ONE SOURCE'S PRE-SPLIT FIGURES AND THE PARTITION
012980* THEY WENT TO ("--" FOR NONE).
012990*---------------------------------------------------------------
013000     PRINT-SOURCE.
013010     MOVE WS-SRC-NAME (WS-SRC-SUB) TO WS-SRL-SOURCE.
013020     MOVE WS-SRC-CLEAN (WS-SRC-SUB) TO WS-SRL-CLEAN.
013030     MOVE WS-SRC-CLEAN-HASH (WS-SRC-SUB) TO WS-SRL-CLEAN-HASH.
013040     IF WS-SRC-PART (WS-SRC-SUB) = ZERO THEN
013050          MOVE "--" TO WS-SRL-PART
013060     ELSE
013070          MOVE WS-SRC-PART (WS-SRC-SUB) TO WS-PART-NUM
013080          MOVE WS-PART-NUM TO WS-SRL-PART
013090     END-IF.
013100     MOVE WS-SRC-PART-COUNT (WS-SRC-SUB) TO WS-SRL-COUNT.
013110     MOVE WS-SRC-PART-HASH (WS-SRC-SUB) TO WS-SRL-HASH.
013120     IF WS-SRC-BROKEN (WS-SRC-SUB) THEN
013130          MOVE "BREAK" TO WS-SRL-STATUS
013140     ELSE
013150          MOVE "BALANCED" TO WS-SRL-STATUS
013160     END-IF.
013170     MOVE WS-SRC-LINE TO WS-RPT-LINE.
013180     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
013190     PRINT-SOURCE-EXIT.
013200     EXIT.
013210
013220*---------------------------------------------------------------
013230* COLLATE-OUTPUTS - COPIES THE PARTITIONS' RESULTS, AUDIT,
013240* SUSPENSE, EXCEPTIONS AND ERRORS, EACH ALREADY CONCATENATED IN
013250* PARTITION (SO RECORD-ID) ORDER, INTO THE NIGHT'S SINGLE FILES.
013260* THE OUTPUTS ARE ALWAYS OPENED SO THE NEW GENERATIONS EXIST, BUT
013270* ON A BREAK NOTHING IS COPIED INTO THEM.
013280*---------------------------------------------------------------
013290     COLLATE-OUTPUTS.
013300     OPEN OUTPUT RESULT-OUT-FILE
013310                 AUDIT-OUT-FILE
013320                 SUSP-OUT-FILE
013330                 EXCEPT-OUT-FILE
013340                 ERROR-OUT-FILE.
013350     IF WS-BREAK-COUNT = ZERO THEN
013360          PERFORM COPY-RESULTS THRU COPY-RESULTS-EXIT
013370          PERFORM COPY-AUDIT THRU COPY-AUDIT-EXIT
013380          PERFORM COPY-SUSPENSE THRU COPY-SUSPENSE-EXIT
013390          PERFORM COPY-EXCEPTIONS THRU COPY-EXCEPTIONS-EXIT
013400          PERFORM COPY-ERRORS THRU COPY-ERRORS-EXIT
013410     END-IF.
013420     CLOSE RESULT-OUT-FILE
013430           AUDIT-OUT-FILE
013440           SUSP-OUT-FILE
013450           EXCEPT-OUT-FILE
013460           ERROR-OUT-FILE.
013470     COLLATE-OUTPUTS-EXIT.
013480     EXIT.
013490
013500     COPY-RESULTS.
013510     OPEN INPUT RESULT-FILE.
013520     MOVE "N" TO WS-EOF-SW.
013530     MOVE ZERO TO WS-COPY-COUNT.
013540     PERFORM COPY-RESULT THRU COPY-RESULT-EXIT
013550         UNTIL WS-EOF.
013560     CLOSE RESULT-FILE.
013570     DISPLAY "ASS6COL: RESULTS COLLATED   " WS-COPY-COUNT.
013580     COPY-RESULTS-EXIT.
013590     EXIT.
013600
013610     COPY-RESULT.
013620     READ RESULT-FILE
013630         AT END
013640             MOVE "Y" TO WS-EOF-SW
013650             GO TO COPY-RESULT-EXIT
013660     END-READ.
013670     WRITE RSLT-OUT-RECORD FROM RSLT-RECORD.
013680     ADD 1 TO WS-COPY-COUNT.
013690     COPY-RESULT-EXIT.
013700     EXIT.
013710
013720     COPY-AUDIT.
013730     OPEN INPUT AUDIT-FILE.
013740     MOVE "N" TO WS-EOF-SW.
013750     MOVE ZERO TO WS-COPY-COUNT.
013760     PERFORM COPY-AUDIT-RECORD THRU COPY-AUDIT-RECORD-EXIT
013770         UNTIL WS-EOF.
013780     CLOSE AUDIT-FILE.
013790     DISPLAY "ASS6COL: AUDIT COLLATED     " WS-COPY-COUNT.
013800     COPY-AUDIT-EXIT.
013810     EXIT.
013820
013830     COPY-AUDIT-RECORD.
013840     READ AUDIT-FILE
013850         AT END
013860             MOVE "Y" TO WS-EOF-SW
013870             GO TO COPY-AUDIT-RECORD-EXIT
013880     END-READ.
013890     WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD.
013900     ADD 1 TO WS-COPY-COUNT.
013910     COPY-AUDIT-RECORD-EXIT.
013920     EXIT.
013930
013940     COPY-SUSPENSE.
013950     OPEN INPUT SUSP-FILE.
013960     MOVE "N" TO WS-EOF-SW.
013970     MOVE ZERO TO WS-COPY-COUNT.
013980     PERFORM COPY-SUSPENSE-RECORD THRU COPY-SUSPENSE-RECORD-EXIT
013990         UNTIL WS-EOF.
014000     CLOSE SUSP-FILE.
014010     DISPLAY "ASS6COL: SUSPENSE COLLATED  " WS-COPY-COUNT.
014020     COPY-SUSPENSE-EXIT.
014030     EXIT.
014040
014050     COPY-SUSPENSE-RECORD.
014060     READ SUSP-FILE
014070         AT END
014080             MOVE "Y" TO WS-EOF-SW
014090             GO TO COPY-SUSPENSE-RECORD-EXIT
014100     END-READ.
014110     WRITE SUSP-OUT-RECORD FROM SUSP-RECORD.
014120     ADD 1 TO WS-COPY-COUNT.
014130     COPY-SUSPENSE-RECORD-EXIT.
014140     EXIT.
014150
014160     COPY-EXCEPTIONS.
014170     OPEN INPUT EXCEPT-FILE.
014180     MOVE "N" TO WS-EOF-SW.
014190     MOVE ZERO TO WS-COPY-COUNT.
014200     PERFORM COPY-EXCEPTION THRU COPY-EXCEPTION-EXIT
014210         UNTIL WS-EOF.
014220     CLOSE EXCEPT-FILE.
014230     DISPLAY "ASS6COL: EXCEPTIONS COLLATED" WS-COPY-COUNT.
014240     COPY-EXCEPTIONS-EXIT.
014250     EXIT.
014260
014270     COPY-EXCEPTION.
014280     READ EXCEPT-FILE
014290         AT END
014300             MOVE "Y" TO WS-EOF-SW
014310             GO TO COPY-EXCEPTION-EXIT
014320     END-READ.
014330     WRITE EXCP-OUT-RECORD FROM EXCP-RECORD.
014340     ADD 1 TO WS-COPY-COUNT.
014350     COPY-EXCEPTION-EXIT.
014360     EXIT.
014370
014380     COPY-ERRORS.
014390     OPEN INPUT ERROR-FILE.
014400     MOVE "N" TO WS-EOF-SW.
014410     MOVE ZERO TO WS-COPY-COUNT.
014420     PERFORM COPY-ERROR THRU COPY-ERROR-EXIT
014430         UNTIL WS-EOF.
014440     CLOSE ERROR-FILE.
014450     DISPLAY "ASS6COL: ERRORS COLLATED    " WS-COPY-COUNT.
014460     COPY-ERRORS-EXIT.
014470     EXIT.
014480
014490     COPY-ERROR.
014500     READ ERROR-FILE
014510         AT END
014520             MOVE "Y" TO WS-EOF-SW
014530             GO TO COPY-ERROR-EXIT
014540     END-READ.
014550     WRITE ERR-OUT-RECORD FROM ERR-RECORD.
014560     ADD 1 TO WS-COPY-COUNT.
014570     COPY-ERROR-EXIT.
014580     EXIT.
014590
014600     WRITE-RPT-LINE.
014610     IF WS-LINE-COUNT > 55 THEN
014620          ADD 1 TO WS-PAGE-COUNT
014630          MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE
014640          WRITE RPT-RECORD FROM WS-HEAD-LINE
014650              AFTER ADVANCING PAGE
014660          MOVE 1 TO WS-LINE-COUNT
014670     END-IF.
014680     WRITE RPT-RECORD FROM WS-RPT-LINE
014690         AFTER ADVANCING 1 LINE.
014700     ADD 1 TO WS-LINE-COUNT.
014710     WRITE-RPT-LINE-EXIT.
014720     EXIT.
014730
014740*---------------------------------------------------------------
014750* READ-BUSINESS-DATE - THE NIGHT BEING COLLATED IS THE BUSINESS
014760* DATE ON THE BDATECTL CONTROL RECORD, NOT THE MACHINE CLOCK.
014770* NO USABLE CONTROL RECORD - NO RUN (RC=16).
014780*---------------------------------------------------------------
014790     READ-BUSINESS-DATE.
014800     OPEN INPUT BDATE-FILE.
014810     READ BDATE-FILE
014820         AT END
014830             MOVE ZERO TO BDAT-BUSINESS-DATE
014840     END-READ.
014850     CLOSE BDATE-FILE.
014860     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
014870        BDAT-BUSINESS-DATE = ZERO THEN
014880          DISPLAY "ASS6COL: BUSINESS DATE CONTROL "
014890                  "RECORD MISSING OR INVALID - RUN REFUSED"
014900          MOVE 16 TO RETURN-CODE
014910          STOP RUN
014920     END-IF.
014930     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
014940     READ-BUSINESS-DATE-EXIT.
014950     EXIT.
