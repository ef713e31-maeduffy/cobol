000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    Ass6Ctl.
000030 AUTHOR.        D L HARTMAN.
000040 INSTALLATION.  BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DLH   ORIGINAL VERSION.  NIGHTLY END-TO-END
000110*                    CONTROL SHEET, THE LAST WORKING STEP OF
000120*                    ASS6JOB.  PROVES BY SOURCE SYSTEM THAT
000130*                    EVERY DETAIL RECEIVED WAS HELD, REJECTED
000140*                    BY THE EDIT, OR EVALUATED; THAT EVERY
000150*                    EVALUATION WROTE A RESULT; AND THAT EVERY
000160*                    GOOD RESULT WENT OUT ON THE INTERFACE.
000170*                    THE RECEIVED FIGURES, AND WHAT EACH STEP
000180*                    SAID IT DID WITH EACH DETAIL, COME FROM THE
000190*                    ACKSTAT STATUS FILE; THEY ARE PROVED
000200*                    AGAINST THE NIGHT'S TRANS.HELD, REJECTS,
000210*                    SUSPENSE, RESULTS AND INTERFACE RECORDS
000220*                    AND THE RUNLOG ENTRY THE EVALUATOR LEFT.
000230*                    EVERY BREAK IS LISTED WITH THE STEP IT
000240*                    HAPPENED IN.  RC=0 NO BREAK, RC=8 ANY
000250*                    BREAK (THE NIGHT IS NOT SIGNED OFF),
000260*                    RC=16 NO BUSINESS DATE OR TOO MANY SOURCES.
000270*   10/15/2026 DLH   THE INTERFACE PROOF NETS OUT THE REVIEW
000280*                    QUEUE: TONIGHT'S RESULTS ASS6XTR HELD FOR
000290*                    REVIEW COME OFF THE GOOD COUNT AND EARLIER
000300*                    NIGHTS' RESULTS RELEASED ONTO TONIGHT'S
000310*                    CUT GO ON, BOTH SHOWN AS COLUMNS (THE
000320*                    SHEET IS NOW 132 WIDE).  RESULTS THE DESK
000330*                    REJECTED TO SUSPENSE (REASON RV) ARE NOT
000340*                    EVALUATOR SUSPENSE AND ARE NOT COUNTED.
000350*---------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL ACK-FILE ASSIGN TO ACKSTAT
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS ACKS-KEY
000460         FILE STATUS IS WS-ACKSTAT-STATUS.
000470     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS RUNL-KEY
000510         FILE STATUS IS WS-RUNLOG-STATUS.
000520     SELECT OPTIONAL HELD-FILE ASSIGN TO HELDIN
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT OPTIONAL REJECT-FILE ASSIGN TO REJIN
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT OPTIONAL SUSP-FILE ASSIGN TO SUSPIN
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT OPTIONAL RESULT-FILE ASSIGN TO RSLTIN
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT OPTIONAL INTF-FILE ASSIGN TO INTFIN
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT OPTIONAL REVQ-FILE ASSIGN TO REVQUEUE
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS RVQ-KEY
000660         FILE STATUS IS WS-REVQUEUE-STATUS.
000670     SELECT REPORT-FILE    ASSIGN TO CTLRPT
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000700         ORGANIZATION IS SEQUENTIAL.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  ACK-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY ACKSREC.
000770
000780 FD  RUNLOG-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY RUNLREC.
000810
000820 FD  HELD-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY TRANREC.
000850
000860 FD  REJECT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY REJTREC.
000890
000900 FD  SUSP-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY SUSPREC.
000930
000940 FD  RESULT-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY RSLTREC.
000970
000980 FD  INTF-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  INTF-RECORD                    PIC X(130).
001010
001020 FD  REVQ-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY RVQREC.
001050
001060 FD  REPORT-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  RPT-RECORD                     PIC X(132).
001090
001100 FD  BDATE-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY BDATREC.
001130
001140 WORKING-STORAGE SECTION.
001150 77  WS-SRC-COUNT                   PIC 9(03) COMP VALUE ZERO.
001160 77  WS-SRC-SUB                     PIC 9(03) COMP VALUE ZERO.
001170 77  WS-BREAK-COUNT                 PIC 9(05) COMP VALUE ZERO.
001180 77  WS-SRC-BREAKS                  PIC 9(03) COMP VALUE ZERO.
001190 77  WS-LINE-COUNT                  PIC 9(03) COMP VALUE 99.
001200 77  WS-PAGE-COUNT                  PIC 9(03) COMP VALUE ZERO.
001210 77  WS-RUNL-ENTRIES                PIC 9(03) COMP VALUE ZERO.
001220 77  WS-RUNL-READ                   PIC 9(07) COMP VALUE ZERO.
001230 77  WS-RUNL-RSLT                   PIC 9(07) COMP VALUE ZERO.
001240 77  WS-RUNL-SUSP                   PIC 9(07) COMP VALUE ZERO.
001250 77  WS-INTF-HDR-COUNT              PIC 9(03) COMP VALUE ZERO.
001260 77  WS-INTF-TRL-COUNT              PIC 9(07) COMP VALUE ZERO.
001270 77  WS-INTF-DETAILS                PIC 9(07) COMP VALUE ZERO.
001280 77  WS-EXPECT                      PIC 9(07) COMP VALUE ZERO.
001290
001300 01  WS-SWITCHES.
001310     05  WS-EOF-SW                  PIC X(01) VALUE "N".
001320         88  WS-EOF                           VALUE "Y".
001330     05  WS-SRC-FOUND-SW            PIC X(01) VALUE "N".
001340         88  WS-SRC-FOUND                     VALUE "Y".
001350     05  WS-HELD-TONIGHT-SW         PIC X(01) VALUE "N".
001360         88  WS-HELD-TONIGHT                  VALUE "Y".
001370     05  WS-LIST-BREAKS-SW          PIC X(01) VALUE "N".
001380         88  WS-LIST-BREAKS                   VALUE "Y".
001390     05  WS-INTF-DATE-SW            PIC X(01) VALUE "N".
001400         88  WS-INTF-DATE-OK                  VALUE "Y".
001410     05  WS-INTF-TRL-SW             PIC X(01) VALUE "N".
001420         88  WS-INTF-TRL-SEEN                 VALUE "Y".
001430
001440 01  WS-ACKSTAT-STATUS              PIC X(02) VALUE "00".
001450 01  WS-RUNLOG-STATUS               PIC X(02) VALUE "00".
001460 01  WS-REVQUEUE-STATUS             PIC X(02) VALUE "00".
001470 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
001480 01  WS-RUN-DATE8-R REDEFINES WS-RUN-DATE8.
001490     05  WS-RUN-CC                  PIC 9(02).
001500     05  WS-RUN-YMD                 PIC 9(06).
001510 01  WS-FIND-SOURCE                 PIC X(08) VALUE SPACES.
001520 01  WS-HELD-SOURCE                 PIC X(08) VALUE "*NOHDR*".
001530 01  WS-RUNL-EXTRACT-DATE           PIC 9(08) VALUE ZERO.
001540 01  WS-RUNL-SOURCE                 PIC X(08) VALUE SPACES.
001550 01  WS-RUNL-RC                     PIC 9(02) VALUE ZERO.
001560 01  WS-INTF-FIELD-1                PIC X(08).
001570 01  WS-INTF-FIELD-2                PIC X(20).
001580 01  WS-INTF-FIELD-3                PIC X(20).
001590
001600*---------------------------------------------------------------
001610* ONE ENTRY PER SOURCE SYSTEM SEEN ON ANY INPUT.  THE -ACK-
001620* COUNTS ARE WHAT ACKSTAT SAYS EACH STEP DID WITH THE SOURCE'S
001630* DETAILS; THE OTHERS ARE COUNTED OFF THE FILES THEMSELVES.
001640*---------------------------------------------------------------
001650 01  WS-SOURCE-TABLE.
001660     05  WS-SRC-ENTRY OCCURS 50 TIMES.
001670         10  WS-SRC-NAME            PIC X(08).
001680         10  WS-SRC-RECEIVED        PIC 9(07) COMP.
001690         10  WS-SRC-ACK-HELD        PIC 9(07) COMP.
001700         10  WS-SRC-ACK-REJECTED    PIC 9(07) COMP.
001710         10  WS-SRC-ACK-POSTED      PIC 9(07) COMP.
001720         10  WS-SRC-ACK-SUSPENDED   PIC 9(07) COMP.
001730         10  WS-SRC-ACK-OPEN        PIC 9(07) COMP.
001740         10  WS-SRC-HELD            PIC 9(07) COMP.
001750         10  WS-SRC-REJECTED        PIC 9(07) COMP.
001760         10  WS-SRC-SUSPENDED       PIC 9(07) COMP.
001770         10  WS-SRC-RESULTS         PIC 9(07) COMP.
001780         10  WS-SRC-GOOD            PIC 9(07) COMP.
001790         10  WS-SRC-INTF            PIC 9(07) COMP.
001800         10  WS-SRC-REVIEW          PIC 9(07) COMP.
001810         10  WS-SRC-RELEASED        PIC 9(07) COMP.
001820         10  WS-SRC-BREAK-SW        PIC X(01).
001830             88  WS-SRC-BROKEN                VALUE "Y".
001840
001850 01  WS-TOTALS.
001860     05  WS-TOT-RECEIVED            PIC 9(07) COMP VALUE ZERO.
001870     05  WS-TOT-HELD                PIC 9(07) COMP VALUE ZERO.
001880     05  WS-TOT-REJECTED            PIC 9(07) COMP VALUE ZERO.
001890     05  WS-TOT-EVALUATED           PIC 9(07) COMP VALUE ZERO.
001900     05  WS-TOT-RESULTS             PIC 9(07) COMP VALUE ZERO.
001910     05  WS-TOT-SUSPENDED           PIC 9(07) COMP VALUE ZERO.
001920     05  WS-TOT-GOOD                PIC 9(07) COMP VALUE ZERO.
001930     05  WS-TOT-INTF                PIC 9(07) COMP VALUE ZERO.
001940     05  WS-TOT-REVIEW              PIC 9(07) COMP VALUE ZERO.
001950     05  WS-TOT-RELEASED            PIC 9(07) COMP VALUE ZERO.
001960     05  WS-TOT-OPEN                PIC 9(07) COMP VALUE ZERO.
001970     05  WS-TOT-TO-EVAL             PIC 9(07) COMP VALUE ZERO.
001980
001990 01  WS-HEAD-LINE.
002000     05  FILLER                     PIC X(40)
002010         VALUE "ASS6CTL NIGHTLY CONTROL SHEET".
002020     05  FILLER                     PIC X(14)
002030         VALUE "BUSINESS DATE ".
002040     05  WS-HEAD-DATE               PIC 9(08).
002050     05  FILLER                     PIC X(62) VALUE SPACES.
002060     05  FILLER                     PIC X(05) VALUE "PAGE ".
002070     05  WS-HEAD-PAGE               PIC ZZ9.
002080 01  WS-COL-LINE.
002090     05  FILLER                     PIC X(02) VALUE SPACES.
002100     05  FILLER                     PIC X(08) VALUE "SOURCE".
002110     05  FILLER                     PIC X(10) VALUE "  RECEIVED".
002120     05  FILLER                     PIC X(10) VALUE "      HELD".
002130     05  FILLER                     PIC X(10) VALUE "  REJECTED".
002140     05  FILLER                     PIC X(10) VALUE " EVALUATED".
002150     05  FILLER                     PIC X(10) VALUE "   RESULTS".
002160     05  FILLER                     PIC X(10) VALUE " SUSPENDED".
002170     05  FILLER                     PIC X(10) VALUE "      GOOD".
002180     05  FILLER                     PIC X(10) VALUE " IN REVIEW".
002190     05  FILLER                     PIC X(10) VALUE "  RELEASED".
002200     05  FILLER                     PIC X(10) VALUE " INTERFACE".
002210     05  FILLER                     PIC X(10) VALUE "  NOT EVAL".
002220     05  FILLER                     PIC X(02) VALUE SPACES.
002230     05  FILLER                     PIC X(08) VALUE "STATUS".
002240     05  FILLER                     PIC X(02) VALUE SPACES.
002250 01  WS-DETAIL-LINE.
002260     05  FILLER                     PIC X(02) VALUE SPACES.
002270     05  WS-DTL-SOURCE              PIC X(08).
002280     05  FILLER                     PIC X(02) VALUE SPACES.
002290     05  WS-DTL-RECEIVED            PIC Z(07)9.
002300     05  FILLER                     PIC X(02) VALUE SPACES.
002310     05  WS-DTL-HELD                PIC Z(07)9.
002320     05  FILLER                     PIC X(02) VALUE SPACES.
002330     05  WS-DTL-REJECTED            PIC Z(07)9.
002340     05  FILLER                     PIC X(02) VALUE SPACES.
002350     05  WS-DTL-EVALUATED           PIC Z(07)9.
002360     05  FILLER                     PIC X(02) VALUE SPACES.
002370     05  WS-DTL-RESULTS             PIC Z(07)9.
002380     05  FILLER                     PIC X(02) VALUE SPACES.
002390     05  WS-DTL-SUSPENDED           PIC Z(07)9.
002400     05  FILLER                     PIC X(02) VALUE SPACES.
002410     05  WS-DTL-GOOD                PIC Z(07)9.
002420     05  FILLER                     PIC X(02) VALUE SPACES.
002430     05  WS-DTL-REVIEW              PIC Z(07)9.
002440     05  FILLER                     PIC X(02) VALUE SPACES.
002450     05  WS-DTL-RELEASED            PIC Z(07)9.
002460     05  FILLER                     PIC X(02) VALUE SPACES.
002470     05  WS-DTL-INTF                PIC Z(07)9.
002480     05  FILLER                     PIC X(02) VALUE SPACES.
002490     05  WS-DTL-OPEN                PIC Z(07)9.
002500     05  FILLER                     PIC X(02) VALUE SPACES.
002510     05  WS-DTL-STATUS              PIC X(08).
002520     05  FILLER                     PIC X(02) VALUE SPACES.
002530 01  WS-RUNL-LINE.
002540     05  FILLER                     PIC X(02) VALUE SPACES.
002550     05  FILLER                     PIC X(17)
002560         VALUE "RUNLOG - EXTRACT ".
002570     05  WS-RLN-EXTRACT             PIC 9(08).
002580     05  FILLER                     PIC X(01) VALUE SPACE.
002590     05  WS-RLN-SOURCE              PIC X(08).
002600     05  FILLER                     PIC X(06) VALUE " READ ".
002610     05  WS-RLN-READ                PIC Z(06)9.
002620     05  FILLER                     PIC X(09) VALUE " RESULTS ".
002630     05  WS-RLN-RSLT                PIC Z(06)9.
002640     05  FILLER                     PIC X(10) VALUE " SUSPENSE ".
002650     05  WS-RLN-SUSP                PIC Z(06)9.
002660     05  FILLER                     PIC X(04) VALUE " RC ".
002670     05  WS-RLN-RC                  PIC 9(02).
002680     05  FILLER                     PIC X(02) VALUE " (".
002690     05  WS-RLN-ENTRIES             PIC ZZ9.
002700     05  FILLER                     PIC X(09) VALUE " ENTRIES)".
002710     05  FILLER                     PIC X(30) VALUE SPACES.
002720 01  WS-BREAK-LINE.
002730     05  FILLER                     PIC X(02) VALUE SPACES.
002740     05  WS-BRK-SOURCE              PIC X(08).
002750     05  FILLER                     PIC X(02) VALUE SPACES.
002760     05  WS-BRK-STEP                PIC X(16).
002770     05  WS-BRK-TEXT                PIC X(44).
002780     05  WS-BRK-COMPARE.
002790         10  WS-BRK-COUNT-1         PIC Z(07)9.
002800         10  FILLER                 PIC X(07) VALUE " NOT = ".
002810         10  WS-BRK-COUNT-2         PIC Z(07)9.
002820     05  WS-BRK-COMPARE-X REDEFINES WS-BRK-COMPARE
002830                                    PIC X(23).
002840     05  FILLER                     PIC X(37) VALUE SPACES.
002850 01  WS-RPT-LINE                    PIC X(132).
002860
002870 PROCEDURE DIVISION.
002880*===============================================================
002890* MAIN - COUNTS EVERY INPUT INTO THE SOURCE TABLE, PROVES EACH
002900* SOURCE ONCE TO SET ITS STATUS, PRINTS THE SHEET, THEN PROVES
002910* THE SOURCES AGAIN AND THE NIGHT'S TOTALS, LISTING EVERY BREAK
002920* UNDER THE STEP WHERE IT HAPPENED.
002930*===============================================================
002940     MAIN.
002950     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
002960     MOVE WS-RUN-DATE8 TO WS-HEAD-DATE.
002970     OPEN OUTPUT REPORT-FILE.
002980     PERFORM LOAD-ACKSTAT THRU LOAD-ACKSTAT-EXIT.
002990     PERFORM LOAD-HELD THRU LOAD-HELD-EXIT.
003000     PERFORM LOAD-REJECTS THRU LOAD-REJECTS-EXIT.
003010     PERFORM LOAD-SUSPENSE THRU LOAD-SUSPENSE-EXIT.
003020     PERFORM LOAD-RESULTS THRU LOAD-RESULTS-EXIT.
003030     PERFORM LOAD-INTERFACE THRU LOAD-INTERFACE-EXIT.
003040     PERFORM LOAD-REVIEW THRU LOAD-REVIEW-EXIT.
003050     PERFORM LOAD-RUNLOG THRU LOAD-RUNLOG-EXIT.
003060
003070     MOVE "N" TO WS-LIST-BREAKS-SW.
003080     PERFORM PROVE-SOURCE THRU PROVE-SOURCE-EXIT
003090         VARYING WS-SRC-SUB FROM 1 BY 1
003100         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
003110     MOVE WS-COL-LINE TO WS-RPT-LINE.
003120     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003130     PERFORM PRINT-SOURCE THRU PRINT-SOURCE-EXIT
003140         VARYING WS-SRC-SUB FROM 1 BY 1
003150         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
003160     IF WS-SRC-COUNT = ZERO THEN
003170          MOVE "  (NOTHING RECEIVED OR PRODUCED TONIGHT)"
003180              TO WS-RPT-LINE
003190          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
003200     END-IF.
003210     PERFORM PRINT-TOTALS THRU PRINT-TOTALS-EXIT.
003220
003230     MOVE SPACES TO WS-RPT-LINE.
003240     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003250     MOVE "  BREAKS" TO WS-RPT-LINE.
003260     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003270     MOVE "Y" TO WS-LIST-BREAKS-SW.
003280     MOVE ZERO TO WS-BREAK-COUNT.
003290     PERFORM PROVE-SOURCE THRU PROVE-SOURCE-EXIT
003300         VARYING WS-SRC-SUB FROM 1 BY 1
003310         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
003320     PERFORM PROVE-NIGHT THRU PROVE-NIGHT-EXIT.
003330     IF WS-BREAK-COUNT = ZERO THEN
003340          MOVE "  (NONE - EVERY DETAIL RECEIVED IS ACCOUNTED FOR)"
003350              TO WS-RPT-LINE
003360          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
003370     END-IF.
003380     CLOSE REPORT-FILE.
003390     DISPLAY "ASS6CTL: " WS-RUN-DATE8 " - "
003400             WS-SRC-COUNT " SOURCES, "
003410             WS-BREAK-COUNT " BREAKS".
003420     IF WS-BREAK-COUNT > ZERO THEN
003430          MOVE 8 TO RETURN-CODE
003440     END-IF.
003450     STOP RUN.
003460
003470*---------------------------------------------------------------
003480* LOAD-ACKSTAT - THE NIGHT'S ACKSTAT ENTRIES.  AN EXTRACT ENTRY
003490* GIVES THE DETAILS THE MERGE RECEIVED; A DETAIL ENTRY CARRIES
003500* THE STATUS THE LAST STEP TO TOUCH IT LEFT - HELD, REJECTED,
003510* POSTED, SUSPENDED, OR STILL ONLY RECEIVED.
003520*---------------------------------------------------------------
003530     LOAD-ACKSTAT.
003540     OPEN INPUT ACK-FILE.
003550     MOVE "N" TO WS-EOF-SW.
003560     IF WS-ACKSTAT-STATUS NOT = "00" THEN
003570          MOVE "Y" TO WS-EOF-SW
003580     END-IF.
003590     PERFORM COUNT-ACK-ENTRY THRU COUNT-ACK-ENTRY-EXIT
003600         UNTIL WS-EOF.
003610     CLOSE ACK-FILE.
003620     LOAD-ACKSTAT-EXIT.
003630     EXIT.
003640
003650     COUNT-ACK-ENTRY.
003660     READ ACK-FILE NEXT RECORD
003670         AT END
003680             MOVE "Y" TO WS-EOF-SW
003690             GO TO COUNT-ACK-ENTRY-EXIT
003700     END-READ.
003710     IF WS-ACKSTAT-STATUS NOT = "00" THEN
003720          MOVE "Y" TO WS-EOF-SW
003730          GO TO COUNT-ACK-ENTRY-EXIT
003740     END-IF.
003750     IF ACKS-BUSINESS-DATE NOT = WS-RUN-DATE8 THEN
003760          GO TO COUNT-ACK-ENTRY-EXIT
003770     END-IF.
003780     MOVE ACKS-SOURCE-SYSTEM TO WS-FIND-SOURCE.
003790     PERFORM FIND-SOURCE THRU FIND-SOURCE-EXIT.
003800     IF ACKS-EXTRACT-ENTRY THEN
003810          IF ACKS-EXT-DETAIL-COUNT IS NUMERIC THEN
003820               ADD ACKS-EXT-DETAIL-COUNT
003830                   TO WS-SRC-RECEIVED (WS-SRC-SUB)
003840          END-IF
003850     ELSE IF ACKS-HELD THEN
003860          ADD 1 TO WS-SRC-ACK-HELD (WS-SRC-SUB)
003870     ELSE IF ACKS-REJECTED THEN
003880          ADD 1 TO WS-SRC-ACK-REJECTED (WS-SRC-SUB)
003890     ELSE IF ACKS-POSTED THEN
003900          ADD 1 TO WS-SRC-ACK-POSTED (WS-SRC-SUB)
003910     ELSE IF ACKS-SUSPENDED THEN
003920          ADD 1 TO WS-SRC-ACK-SUSPENDED (WS-SRC-SUB)
003930     ELSE
003940          ADD 1 TO WS-SRC-ACK-OPEN (WS-SRC-SUB)
003950     END-IF.
003960     COUNT-ACK-ENTRY-EXIT.
003970     EXIT.
003980
003990*---------------------------------------------------------------
004000* LOAD-HELD - TRANS.HELD KEEPS EVERY EXTRACT HELD UNTIL IT IS
004010* CORRECTED, SO ONLY THE DETAILS UNDER A HEADER DATED TONIGHT BY
004020* THE MERGE ARE COUNTED, AGAINST THAT HEADER'S SOURCE.  A DETAIL
004030* AFTER A TRAILER AND BEFORE THE NEXT HEADER CAME WITHOUT ONE
004040* (THE MERGE FILES IT AS *NOHDR*) AND KEEPS THE DATE OF THE
004050* HEADER BEFORE IT.
004060*---------------------------------------------------------------
004070     LOAD-HELD.
004080     OPEN INPUT HELD-FILE.
004090     MOVE "N" TO WS-EOF-SW.
004100     PERFORM COUNT-HELD-RECORD THRU COUNT-HELD-RECORD-EXIT
004110         UNTIL WS-EOF.
004120     CLOSE HELD-FILE.
004130     LOAD-HELD-EXIT.
004140     EXIT.
004150
004160     COUNT-HELD-RECORD.
004170     READ HELD-FILE
004180         AT END
004190             MOVE "Y" TO WS-EOF-SW
004200             GO TO COUNT-HELD-RECORD-EXIT
004210     END-READ.
004220     IF TRAN-SYM = "HDR" THEN
004230          MOVE TRAN-HDR-SOURCE-SYSTEM TO WS-HELD-SOURCE
004240          IF TRAN-HDR-HOLD-DATE IS NUMERIC AND
004250             TRAN-HDR-HOLD-DATE = WS-RUN-DATE8 THEN
004260               MOVE "Y" TO WS-HELD-TONIGHT-SW
004270          ELSE
004280               MOVE "N" TO WS-HELD-TONIGHT-SW
004290          END-IF
004300          GO TO COUNT-HELD-RECORD-EXIT
004310     END-IF.
004320     IF TRAN-SYM = "TRL" THEN
004330          MOVE "*NOHDR*" TO WS-HELD-SOURCE
004340          GO TO COUNT-HELD-RECORD-EXIT
004350     END-IF.
004360     IF WS-HELD-TONIGHT THEN
004370          MOVE WS-HELD-SOURCE TO WS-FIND-SOURCE
004380          PERFORM FIND-SOURCE THRU FIND-SOURCE-EXIT
004390          ADD 1 TO WS-SRC-HELD (WS-SRC-SUB)
004400     END-IF.
004410     COUNT-HELD-RECORD-EXIT.
004420     EXIT.
004430
004440*---------------------------------------------------------------
004450* LOAD-REJECTS - THE EDIT'S REJECTS DATED TONIGHT, BY SOURCE.
004460*---------------------------------------------------------------
004470     LOAD-REJECTS.
004480     OPEN INPUT REJECT-FILE.
004490     MOVE "N" TO WS-EOF-SW.
004500     PERFORM COUNT-REJECT THRU COUNT-REJECT-EXIT
004510         UNTIL WS-EOF.
004520     CLOSE REJECT-FILE.
004530     LOAD-REJECTS-EXIT.
004540     EXIT.
004550
004560     COUNT-REJECT.
004570     READ REJECT-FILE
004580         AT END
004590             MOVE "Y" TO WS-EOF-SW
004600             GO TO COUNT-REJECT-EXIT
004610     END-READ.
004620     IF REJ-RUN-DATE IS NOT NUMERIC OR
004630        REJ-RUN-DATE NOT = WS-RUN-DATE8 THEN
004640          GO TO COUNT-REJECT-EXIT
004650     END-IF.
004660     MOVE REJ-SOURCE-SYSTEM TO WS-FIND-SOURCE.
004670     PERFORM FIND-SOURCE THRU FIND-SOURCE-EXIT.
004680     ADD 1 TO WS-SRC-REJECTED (WS-SRC-SUB).
004690     COUNT-REJECT-EXIT.
004700     EXIT.
004710
004720*---------------------------------------------------------------
004730* LOAD-SUSPENSE - THE SUSPENSE RECORDS THAT FAILED TONIGHT.  A
004740* REWORK RESULT KEEPS ITS FIRST FAIL DATE, SO OLDER ITEMS ON THE
004750* FILE DO NOT COUNT.
004760*---------------------------------------------------------------
004770     LOAD-SUSPENSE.
004780     OPEN INPUT SUSP-FILE.
004790     MOVE "N" TO WS-EOF-SW.
004800     PERFORM COUNT-SUSPENSE THRU COUNT-SUSPENSE-EXIT
004810         UNTIL WS-EOF.
004820     CLOSE SUSP-FILE.
004830     LOAD-SUSPENSE-EXIT.
004840     EXIT.
004850
004860     COUNT-SUSPENSE.
004870     READ SUSP-FILE
004880         AT END
004890             MOVE "Y" TO WS-EOF-SW
004900             GO TO COUNT-SUSPENSE-EXIT
004910     END-READ.
004920     IF SUSP-FAIL-DATE IS NOT NUMERIC OR
004930        SUSP-FAIL-DATE NOT = WS-RUN-YMD OR
004940        SUSP-REASON-CODE = "RV" THEN
004950          GO TO COUNT-SUSPENSE-EXIT
004960     END-IF.
004970     MOVE SUSP-SOURCE-SYSTEM TO WS-FIND-SOURCE.
004980     PERFORM FIND-SOURCE THRU FIND-SOURCE-EXIT.
004990     ADD 1 TO WS-SRC-SUSPENDED (WS-SRC-SUB).
005000     COUNT-SUSPENSE-EXIT.
005010     EXIT.
005020
005030*---------------------------------------------------------------
005040* LOAD-RESULTS - THE NIGHT'S RESULTS GENERATION.  GOOD IS WHAT
005050* THE INTERFACE EXTRACT SENDS: NEITHER "ERROR" NOR BLANK.
005060*---------------------------------------------------------------
005070     LOAD-RESULTS.
005080     OPEN INPUT RESULT-FILE.
005090     MOVE "N" TO WS-EOF-SW.
005100     PERFORM COUNT-RESULT THRU COUNT-RESULT-EXIT
005110         UNTIL WS-EOF.
005120     CLOSE RESULT-FILE.
005130     LOAD-RESULTS-EXIT.
005140     EXIT.
005150
005160     COUNT-RESULT.
005170     READ RESULT-FILE
005180         AT END
005190             MOVE "Y" TO WS-EOF-SW
005200             GO TO COUNT-RESULT-EXIT
005210     END-READ.
005220     MOVE RSLT-SOURCE-SYSTEM TO WS-FIND-SOURCE.
005230     PERFORM FIND-SOURCE THRU FIND-SOURCE-EXIT.
005240     ADD 1 TO WS-SRC-RESULTS (WS-SRC-SUB).
005250     IF RSLT-RESULT NOT = "ERROR" AND
005260        RSLT-RESULT NOT = SPACES THEN
005270          ADD 1 TO WS-SRC-GOOD (WS-SRC-SUB)
005280     END-IF.
005290     COUNT-RESULT-EXIT.
005300     EXIT.
005310
005320*---------------------------------------------------------------
005330* LOAD-INTERFACE - THE NIGHT'S INTERFACE GENERATION: ITS HEADER
005340* MUST CARRY THE BUSINESS DATE, ITS TRAILER THE COUNT SENT, AND
005350* EVERY DETAIL'S SECOND FIELD IS ITS SOURCE SYSTEM.
005360*---------------------------------------------------------------
005370     LOAD-INTERFACE.
005380     OPEN INPUT INTF-FILE.
005390     MOVE "N" TO WS-EOF-SW.
005400     PERFORM COUNT-INTF-RECORD THRU COUNT-INTF-RECORD-EXIT
005410         UNTIL WS-EOF.
005420     CLOSE INTF-FILE.
005430     LOAD-INTERFACE-EXIT.
005440     EXIT.
005450
005460     COUNT-INTF-RECORD.
005470     READ INTF-FILE
005480         AT END
005490             MOVE "Y" TO WS-EOF-SW
005500             GO TO COUNT-INTF-RECORD-EXIT
005510     END-READ.
005520     MOVE SPACES TO WS-INTF-FIELD-1 WS-INTF-FIELD-2
005530                    WS-INTF-FIELD-3.
005540     UNSTRING INTF-RECORD DELIMITED BY ";"
005550         INTO WS-INTF-FIELD-1 WS-INTF-FIELD-2 WS-INTF-FIELD-3
005560     END-UNSTRING.
005570     IF WS-INTF-FIELD-1 = "HDR" THEN
005580          ADD 1 TO WS-INTF-HDR-COUNT
005590          IF WS-INTF-FIELD-2(1:8) = WS-RUN-DATE8 THEN
005600               MOVE "Y" TO WS-INTF-DATE-SW
005610          END-IF
005620          GO TO COUNT-INTF-RECORD-EXIT
005630     END-IF.
005640     IF WS-INTF-FIELD-1 = "TRL" THEN
005650          MOVE "Y" TO WS-INTF-TRL-SW
005660          IF WS-INTF-FIELD-2(1:6) IS NUMERIC THEN
005670               MOVE WS-INTF-FIELD-2(1:6) TO WS-INTF-TRL-COUNT
005680          END-IF
005690          GO TO COUNT-INTF-RECORD-EXIT
005700     END-IF.
005710     ADD 1 TO WS-INTF-DETAILS.
005720     MOVE WS-INTF-FIELD-2(1:8) TO WS-FIND-SOURCE.
005730     PERFORM FIND-SOURCE THRU FIND-SOURCE-EXIT.
005740     ADD 1 TO WS-SRC-INTF (WS-SRC-SUB).
005750     COUNT-INTF-RECORD-EXIT.
005760     EXIT.
005770
005780*---------------------------------------------------------------
005790* LOAD-REVIEW - THE REVIEW QUEUE, FOR WHAT IT MOVED ON OR OFF
005800* TONIGHT'S INTERFACE.  IN REVIEW IS A RESULT OF TONIGHT'S THAT
005810* TONIGHT'S CUT DID NOT SEND (STILL QUEUED, OR REJECTED);
005820* RELEASED IS AN EARLIER NIGHT'S RESULT TONIGHT'S CUT SENT.
005830*---------------------------------------------------------------
005840     LOAD-REVIEW.
005850     OPEN INPUT REVQ-FILE.
005860     MOVE "N" TO WS-EOF-SW.
005870     IF WS-REVQUEUE-STATUS NOT = "00" THEN
005880          MOVE "Y" TO WS-EOF-SW
005890     END-IF.
005900     PERFORM COUNT-REVIEW-ENTRY THRU COUNT-REVIEW-ENTRY-EXIT
005910         UNTIL WS-EOF.
005920     CLOSE REVQ-FILE.
005930     LOAD-REVIEW-EXIT.
005940     EXIT.
005950
005960     COUNT-REVIEW-ENTRY.
005970     READ REVQ-FILE NEXT RECORD
005980         AT END
005990             MOVE "Y" TO WS-EOF-SW
006000             GO TO COUNT-REVIEW-ENTRY-EXIT
006010     END-READ.
006020     IF WS-REVQUEUE-STATUS NOT = "00" THEN
006030          MOVE "Y" TO WS-EOF-SW
006040          GO TO COUNT-REVIEW-ENTRY-EXIT
006050     END-IF.
006060     IF RVQ-RUN-DATE = WS-RUN-DATE8 AND
006070        RVQ-SENT-DATE NOT = WS-RUN-DATE8 THEN
006080          MOVE RVQ-SOURCE-SYSTEM TO WS-FIND-SOURCE
006090          PERFORM FIND-SOURCE THRU FIND-SOURCE-EXIT
006100          ADD 1 TO WS-SRC-REVIEW (WS-SRC-SUB)
006110     ELSE IF RVQ-RUN-DATE < WS-RUN-DATE8 AND
006120        RVQ-SENT-DATE = WS-RUN-DATE8 THEN
006130          MOVE RVQ-SOURCE-SYSTEM TO WS-FIND-SOURCE
006140          PERFORM FIND-SOURCE THRU FIND-SOURCE-EXIT
006150          ADD 1 TO WS-SRC-RELEASED (WS-SRC-SUB)
006160     END-IF.
006170     COUNT-REVIEW-ENTRY-EXIT.
006180     EXIT.
006190
006200*---------------------------------------------------------------
006210* LOAD-RUNLOG - THE EVALUATOR'S OWN CLOSING COUNTS FOR THE NIGHT:
006220* EVERY PRODUCTION OR RESTART ENTRY RUN ON THE BUSINESS DATE AND
006230* NOT SINCE BACKED OUT.  REWORK PASSES LOG UNDER "REWORK" AND
006240* ARE NOT PART OF THE NIGHT'S CHAIN.
006250*---------------------------------------------------------------
006260     LOAD-RUNLOG.
006270     OPEN INPUT RUNLOG-FILE.
006280     MOVE "N" TO WS-EOF-SW.
006290     IF WS-RUNLOG-STATUS NOT = "00" THEN
006300          MOVE "Y" TO WS-EOF-SW
006310     END-IF.
006320     PERFORM COUNT-RUNLOG-ENTRY THRU COUNT-RUNLOG-ENTRY-EXIT
006330         UNTIL WS-EOF.
006340     CLOSE RUNLOG-FILE.
006350     LOAD-RUNLOG-EXIT.
006360     EXIT.
006370
006380     COUNT-RUNLOG-ENTRY.
006390     READ RUNLOG-FILE NEXT RECORD
006400         AT END
006410             MOVE "Y" TO WS-EOF-SW
006420             GO TO COUNT-RUNLOG-ENTRY-EXIT
006430     END-READ.
006440     IF WS-RUNLOG-STATUS NOT = "00" THEN
006450          MOVE "Y" TO WS-EOF-SW
006460          GO TO COUNT-RUNLOG-ENTRY-EXIT
006470     END-IF.
006480     IF RUNL-RUN-DATE NOT = WS-RUN-DATE8 OR
006490        RUNL-SOURCE-SYSTEM = "REWORK" OR
006500        RUNL-BACKED-OUT OR
006510        (RUNL-RUN-MODE NOT = "P" AND RUNL-RUN-MODE NOT = "R")
006520          THEN
006530          GO TO COUNT-RUNLOG-ENTRY-EXIT
006540     END-IF.
006550     ADD 1 TO WS-RUNL-ENTRIES.
006560     ADD RUNL-READ-COUNT TO WS-RUNL-READ.
006570     ADD RUNL-RSLT-COUNT TO WS-RUNL-RSLT.
006580     ADD RUNL-SUSP-COUNT TO WS-RUNL-SUSP.
006590     MOVE RUNL-EXTRACT-DATE TO WS-RUNL-EXTRACT-DATE.
006600     MOVE RUNL-SOURCE-SYSTEM TO WS-RUNL-SOURCE.
006610     MOVE RUNL-RETURN-CODE TO WS-RUNL-RC.
006620     COUNT-RUNLOG-ENTRY-EXIT.
006630     EXIT.
006640
006650*---------------------------------------------------------------
006660* FIND-SOURCE - POINTS WS-SRC-SUB AT WS-FIND-SOURCE'S ENTRY,
006670* ADDING ONE WITH ZERO COUNTS THE FIRST TIME A SOURCE IS SEEN.
006680* A 51ST SOURCE WOULD MEAN A SHEET THAT CANNOT BE TRUSTED - THE
006690* RUN IS REFUSED INSTEAD.
006700*---------------------------------------------------------------
006710     FIND-SOURCE.
006720     MOVE ZERO TO WS-SRC-SUB.
006730     MOVE "N" TO WS-SRC-FOUND-SW.
006740     PERFORM FIND-SOURCE-NEXT THRU FIND-SOURCE-NEXT-EXIT
006750         UNTIL WS-SRC-FOUND OR WS-SRC-SUB >= WS-SRC-COUNT.
006760     IF WS-SRC-FOUND THEN
006770          GO TO FIND-SOURCE-EXIT
006780     END-IF.
006790     IF WS-SRC-COUNT >= 50 THEN
006800          DISPLAY "ASS6CTL: MORE THAN 50 SOURCE SYSTEMS - "
006810                  "RUN ABANDONED"
006820          CLOSE REPORT-FILE
006830          MOVE 16 TO RETURN-CODE
006840          STOP RUN
006850     END-IF.
006860     ADD 1 TO WS-SRC-COUNT.
006870     MOVE WS-SRC-COUNT TO WS-SRC-SUB.
006880     MOVE WS-FIND-SOURCE TO WS-SRC-NAME (WS-SRC-SUB).
006890     MOVE ZERO TO WS-SRC-RECEIVED (WS-SRC-SUB)
006900                  WS-SRC-ACK-HELD (WS-SRC-SUB)
006910                  WS-SRC-ACK-REJECTED (WS-SRC-SUB)
006920                  WS-SRC-ACK-POSTED (WS-SRC-SUB)
006930                  WS-SRC-ACK-SUSPENDED (WS-SRC-SUB)
006940                  WS-SRC-ACK-OPEN (WS-SRC-SUB)
006950                  WS-SRC-HELD (WS-SRC-SUB)
006960                  WS-SRC-REJECTED (WS-SRC-SUB)
006970                  WS-SRC-SUSPENDED (WS-SRC-SUB)
006980                  WS-SRC-RESULTS (WS-SRC-SUB)
006990                  WS-SRC-GOOD (WS-SRC-SUB)
007000                  WS-SRC-INTF (WS-SRC-SUB)
007010                  WS-SRC-REVIEW (WS-SRC-SUB)
007020                  WS-SRC-RELEASED (WS-SRC-SUB).
007030     MOVE "N" TO WS-SRC-BREAK-SW (WS-SRC-SUB).
007040     FIND-SOURCE-EXIT.
007050     EXIT.
007060
007070     FIND-SOURCE-NEXT.
007080     ADD 1 TO WS-SRC-SUB.
007090     IF WS-SRC-NAME (WS-SRC-SUB) = WS-FIND-SOURCE THEN
007100          MOVE "Y" TO WS-SRC-FOUND-SW
007110     END-IF.
007120     FIND-SOURCE-NEXT-EXIT.
007130     EXIT.
007140
007150*---------------------------------------------------------------
007160* PROVE-SOURCE - THE THREE PROOFS FOR ONE SOURCE, EACH BREAK
007170* PINNED TO THE STEP THAT LOST OR GAINED THE RECORDS:
007180*   HELD, REJECTED AND SUSPENDED FILES AGAINST WHAT ACKSTAT SAYS
007190*     THE MERGE, THE EDIT AND THE EVALUATOR DID;
007200*   RECEIVED = HELD + REJECTED + EVALUATED, WHERE EVALUATED IS
007210*     EVERY DETAIL THE EVALUATOR ANSWERED (POSTED OR SUSPENDED).
007220*     WHEN THE PARTS ABOVE AGREE, THE BREAK IS THE EVALUATOR'S IF
007230*     DETAILS WERE LEFT UNANSWERED, OTHERWISE THE MERGE'S (IT
007240*     FILED A DIFFERENT NUMBER OF DETAILS THAN IT COUNTED);
007250*   EVALUATED = RESULTS WRITTEN;
007260*   GOOD RESULTS LESS THOSE HELD IN REVIEW, PLUS EARLIER
007270*     NIGHTS' RESULTS RELEASED TONIGHT = INTERFACE RECORDS SENT.
007280* ON THE FIRST PASS ONLY THE SOURCE'S STATUS IS SET; ON THE
007290* SECOND THE BREAKS ARE LISTED.
007300*---------------------------------------------------------------
007310     PROVE-SOURCE.
007320     MOVE ZERO TO WS-SRC-BREAKS.
007330     MOVE WS-SRC-NAME (WS-SRC-SUB) TO WS-BRK-SOURCE.
007340     IF WS-SRC-HELD (WS-SRC-SUB) NOT =
007350        WS-SRC-ACK-HELD (WS-SRC-SUB) THEN
007360          MOVE "STEP003 ASS6MRG" TO WS-BRK-STEP
007370          MOVE "HELD ON TRANS.HELD / HELD BY THE MERGE"
007380              TO WS-BRK-TEXT
007390          MOVE WS-SRC-HELD (WS-SRC-SUB) TO WS-BRK-COUNT-1
007400          MOVE WS-SRC-ACK-HELD (WS-SRC-SUB) TO WS-BRK-COUNT-2
007410          PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
007420     END-IF.
007430     IF WS-SRC-REJECTED (WS-SRC-SUB) NOT =
007440        WS-SRC-ACK-REJECTED (WS-SRC-SUB) THEN
007450          MOVE "STEP005 ASS6EDIT" TO WS-BRK-STEP
007460          MOVE "REJECTS WRITTEN / REJECTED PER ACKSTAT"
007470              TO WS-BRK-TEXT
007480          MOVE WS-SRC-REJECTED (WS-SRC-SUB) TO WS-BRK-COUNT-1
007490          MOVE WS-SRC-ACK-REJECTED (WS-SRC-SUB) TO WS-BRK-COUNT-2
007500          PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
007510     END-IF.
007520     IF WS-SRC-SUSPENDED (WS-SRC-SUB) NOT =
007530        WS-SRC-ACK-SUSPENDED (WS-SRC-SUB) THEN
007540          MOVE "STEP010 ASS6" TO WS-BRK-STEP
007550          MOVE "SUSPENSE WRITTEN / SUSPENDED PER ACKSTAT"
007560              TO WS-BRK-TEXT
007570          MOVE WS-SRC-SUSPENDED (WS-SRC-SUB) TO WS-BRK-COUNT-1
007580          MOVE WS-SRC-ACK-SUSPENDED (WS-SRC-SUB)
007590              TO WS-BRK-COUNT-2
007600          PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
007610     END-IF.
007620
007630     COMPUTE WS-EXPECT = WS-SRC-HELD (WS-SRC-SUB)
007640                       + WS-SRC-REJECTED (WS-SRC-SUB)
007650                       + WS-SRC-ACK-POSTED (WS-SRC-SUB)
007660                       + WS-SRC-ACK-SUSPENDED (WS-SRC-SUB).
007670     IF WS-SRC-RECEIVED (WS-SRC-SUB) NOT = WS-EXPECT THEN
007680          IF WS-SRC-HELD (WS-SRC-SUB) NOT =
007690             WS-SRC-ACK-HELD (WS-SRC-SUB) THEN
007700               MOVE "STEP003 ASS6MRG" TO WS-BRK-STEP
007710          ELSE IF WS-SRC-REJECTED (WS-SRC-SUB) NOT =
007720             WS-SRC-ACK-REJECTED (WS-SRC-SUB) THEN
007730               MOVE "STEP005 ASS6EDIT" TO WS-BRK-STEP
007740          ELSE IF WS-SRC-ACK-OPEN (WS-SRC-SUB) > ZERO THEN
007750               MOVE "STEP010 ASS6" TO WS-BRK-STEP
007760          ELSE
007770               MOVE "STEP003 ASS6MRG" TO WS-BRK-STEP
007780          END-IF
007790          MOVE "RECEIVED / HELD + REJECTED + EVALUATED"
007800              TO WS-BRK-TEXT
007810          MOVE WS-SRC-RECEIVED (WS-SRC-SUB) TO WS-BRK-COUNT-1
007820          MOVE WS-EXPECT TO WS-BRK-COUNT-2
007830          PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
007840     END-IF.
007850
007860     COMPUTE WS-EXPECT = WS-SRC-ACK-POSTED (WS-SRC-SUB)
007870                       + WS-SRC-ACK-SUSPENDED (WS-SRC-SUB).
007880     IF WS-SRC-RESULTS (WS-SRC-SUB) NOT = WS-EXPECT THEN
007890          MOVE "STEP010 ASS6" TO WS-BRK-STEP
007900          MOVE "EVALUATED / RESULTS WRITTEN" TO WS-BRK-TEXT
007910          MOVE WS-EXPECT TO WS-BRK-COUNT-1
007920          MOVE WS-SRC-RESULTS (WS-SRC-SUB) TO WS-BRK-COUNT-2
007930          PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
007940     END-IF.
007950
007960     COMPUTE WS-EXPECT = WS-SRC-GOOD (WS-SRC-SUB)
007970                       - WS-SRC-REVIEW (WS-SRC-SUB)
007980                       + WS-SRC-RELEASED (WS-SRC-SUB).
007990     IF WS-EXPECT NOT = WS-SRC-INTF (WS-SRC-SUB) THEN
008000          MOVE "STEP025 ASS6XTR" TO WS-BRK-STEP
008010          MOVE "GOOD - IN REVIEW + RELEASED / SENT"
008020              TO WS-BRK-TEXT
008030          MOVE WS-EXPECT TO WS-BRK-COUNT-1
008040          MOVE WS-SRC-INTF (WS-SRC-SUB) TO WS-BRK-COUNT-2
008050          PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
008060     END-IF.
008070     IF WS-SRC-BREAKS > ZERO THEN
008080          MOVE "Y" TO WS-SRC-BREAK-SW (WS-SRC-SUB)
008090     END-IF.
008100     PROVE-SOURCE-EXIT.
008110     EXIT.
008120
008130*---------------------------------------------------------------
008140* PROVE-NIGHT - THE NIGHT'S TOTALS AGAINST THE EVALUATOR'S
008150* RUNLOG ENTRY AND THE INTERFACE'S OWN HEADER AND TRAILER:
008160*   WHAT THE MERGE PASSED ON LESS THE EDIT'S REJECTS MUST BE
008170*     WHAT THE EVALUATOR READ (OTHERWISE THE EDIT LOST OR ADDED
008180*     RECORDS ON THE WAY TO THE CLEAN FILE);
008190*   THE EVALUATOR'S READ, RESULT AND SUSPENSE COUNTS MUST BE WHAT
008200*     REACHED THE RESULTS GENERATION AND THE SUSPENSE FILE;
008210*   THE INTERFACE MUST BE TONIGHT'S AND ITS TRAILER MUST AGREE.
008220*---------------------------------------------------------------
008230     PROVE-NIGHT.
008240     MOVE "*TOTAL*" TO WS-BRK-SOURCE.
008250     IF WS-RUNL-ENTRIES = ZERO THEN
008260          MOVE "STEP010 ASS6" TO WS-BRK-STEP
008270          MOVE "NO RUNLOG ENTRY FOR THE BUSINESS DATE"
008280              TO WS-BRK-TEXT
008290          MOVE SPACES TO WS-BRK-COMPARE-X
008300          PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
008310          GO TO PROVE-NIGHT-INTERFACE
008320     END-IF.
008330     IF WS-TOT-TO-EVAL NOT = WS-RUNL-READ THEN
008340          MOVE "STEP005 ASS6EDIT" TO WS-BRK-STEP
008350          MOVE "PASSED BY MERGE LESS REJECTS / RUNLOG READ"
008360              TO WS-BRK-TEXT
008370          MOVE WS-TOT-TO-EVAL TO WS-BRK-COUNT-1
008380          MOVE WS-RUNL-READ TO WS-BRK-COUNT-2
008390          PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
008400     END-IF.
008410     IF WS-RUNL-READ NOT = WS-TOT-RESULTS THEN
008420          MOVE "STEP010 ASS6" TO WS-BRK-STEP
008430          MOVE "RUNLOG READ / RESULTS WRITTEN" TO WS-BRK-TEXT
008440          MOVE WS-RUNL-READ TO WS-BRK-COUNT-1
008450          MOVE WS-TOT-RESULTS TO WS-BRK-COUNT-2
008460          PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
008470     END-IF.
008480     IF WS-RUNL-RSLT NOT = WS-TOT-RESULTS THEN
008490          MOVE "STEP010 ASS6" TO WS-BRK-STEP
008500          MOVE "RUNLOG RESULTS / RESULTS WRITTEN" TO WS-BRK-TEXT
008510          MOVE WS-RUNL-RSLT TO WS-BRK-COUNT-1
008520          MOVE WS-TOT-RESULTS TO WS-BRK-COUNT-2
008530          PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
008540     END-IF.
008550     IF WS-RUNL-SUSP NOT = WS-TOT-SUSPENDED THEN
008560          MOVE "STEP010 ASS6" TO WS-BRK-STEP
008570          MOVE "RUNLOG SUSPENSE / SUSPENSE WRITTEN"
008580              TO WS-BRK-TEXT
008590          MOVE WS-RUNL-SUSP TO WS-BRK-COUNT-1
008600          MOVE WS-TOT-SUSPENDED TO WS-BRK-COUNT-2
008610          PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
008620     END-IF.
008630
008640     PROVE-NIGHT-INTERFACE.
008650     MOVE "STEP025 ASS6XTR" TO WS-BRK-STEP.
008660     IF WS-INTF-HDR-COUNT NOT = 1 OR NOT WS-INTF-DATE-OK THEN
008670          MOVE "INTERFACE HEADER MISSING OR NOT TONIGHT'S"
008680              TO WS-BRK-TEXT
008690          MOVE SPACES TO WS-BRK-COMPARE-X
008700          PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
008710     END-IF.
008720     IF NOT WS-INTF-TRL-SEEN THEN
008730          MOVE "INTERFACE TRAILER MISSING" TO WS-BRK-TEXT
008740          MOVE SPACES TO WS-BRK-COMPARE-X
008750          PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
008760     ELSE IF WS-INTF-TRL-COUNT NOT = WS-INTF-DETAILS THEN
008770          MOVE "INTERFACE TRAILER COUNT / RECORDS SENT"
008780              TO WS-BRK-TEXT
008790          MOVE WS-INTF-TRL-COUNT TO WS-BRK-COUNT-1
008800          MOVE WS-INTF-DETAILS TO WS-BRK-COUNT-2
008810          PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
008820     END-IF.
008830     PROVE-NIGHT-EXIT.
008840     EXIT.
008850
008860*---------------------------------------------------------------
008870* REPORT-BREAK - COUNTS ONE BREAK AGAINST THE SOURCE AND, ON THE
008880* LISTING PASS, PRINTS IT.  A COMPARISON ALWAYS SHOWS THE FIRST
008890* FIGURE NAMED IN THE TEXT FIRST.
008900*---------------------------------------------------------------
008910     REPORT-BREAK.
008920     ADD 1 TO WS-SRC-BREAKS.
008930     IF WS-LIST-BREAKS THEN
008940          ADD 1 TO WS-BREAK-COUNT
008950          MOVE WS-BREAK-LINE TO WS-RPT-LINE
008960          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
008970     END-IF.
008980     REPORT-BREAK-EXIT.
008990     EXIT.
009000
009010*---------------------------------------------------------------
009020* PRINT-SOURCE - ONE SOURCE'S LINE, ADDED INTO THE NIGHT'S
009030* TOTALS.  NOT EVAL IS WHAT ACKSTAT STILL SHOWS ONLY RECEIVED.
009040*---------------------------------------------------------------
009050     PRINT-SOURCE.
009060     COMPUTE WS-EXPECT = WS-SRC-ACK-POSTED (WS-SRC-SUB)
009070                       + WS-SRC-ACK-SUSPENDED (WS-SRC-SUB).
009080     MOVE WS-SRC-NAME (WS-SRC-SUB) TO WS-DTL-SOURCE.
009090     MOVE WS-SRC-RECEIVED (WS-SRC-SUB) TO WS-DTL-RECEIVED.
009100     MOVE WS-SRC-HELD (WS-SRC-SUB) TO WS-DTL-HELD.
009110     MOVE WS-SRC-REJECTED (WS-SRC-SUB) TO WS-DTL-REJECTED.
009120     MOVE WS-EXPECT TO WS-DTL-EVALUATED.
009130     MOVE WS-SRC-RESULTS (WS-SRC-SUB) TO WS-DTL-RESULTS.
009140     MOVE WS-SRC-SUSPENDED (WS-SRC-SUB) TO WS-DTL-SUSPENDED.
009150     MOVE WS-SRC-GOOD (WS-SRC-SUB) TO WS-DTL-GOOD.
009160     MOVE WS-SRC-INTF (WS-SRC-SUB) TO WS-DTL-INTF.
009170     MOVE WS-SRC-REVIEW (WS-SRC-SUB) TO WS-DTL-REVIEW.
009180     MOVE WS-SRC-RELEASED (WS-SRC-SUB) TO WS-DTL-RELEASED.
009190     MOVE WS-SRC-ACK-OPEN (WS-SRC-SUB) TO WS-DTL-OPEN.
009200     IF WS-SRC-BROKEN (WS-SRC-SUB) THEN
009210          MOVE "BREAK" TO WS-DTL-STATUS
009220     ELSE
009230          MOVE "BALANCED" TO WS-DTL-STATUS
009240     END-IF.
009250     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
009260     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
009270     ADD WS-SRC-RECEIVED (WS-SRC-SUB) TO WS-TOT-RECEIVED.
009280     ADD WS-SRC-HELD (WS-SRC-SUB) TO WS-TOT-HELD.
009290     ADD WS-SRC-REJECTED (WS-SRC-SUB) TO WS-TOT-REJECTED.
009300     ADD WS-EXPECT TO WS-TOT-EVALUATED.
009310     ADD WS-SRC-RESULTS (WS-SRC-SUB) TO WS-TOT-RESULTS.
009320     ADD WS-SRC-SUSPENDED (WS-SRC-SUB) TO WS-TOT-SUSPENDED.
009330     ADD WS-SRC-GOOD (WS-SRC-SUB) TO WS-TOT-GOOD.
009340     ADD WS-SRC-INTF (WS-SRC-SUB) TO WS-TOT-INTF.
009350     ADD WS-SRC-REVIEW (WS-SRC-SUB) TO WS-TOT-REVIEW.
009360     ADD WS-SRC-RELEASED (WS-SRC-SUB) TO WS-TOT-RELEASED.
009370     ADD WS-SRC-ACK-OPEN (WS-SRC-SUB) TO WS-TOT-OPEN.
009380     ADD WS-SRC-ACK-OPEN (WS-SRC-SUB) WS-EXPECT
009390         TO WS-TOT-TO-EVAL.
009400     PRINT-SOURCE-EXIT.
009410     EXIT.
009420
009430*---------------------------------------------------------------
009440* PRINT-TOTALS - THE NIGHT'S TOTAL LINE AND THE EVALUATOR'S
009450* RUNLOG FIGURES IT IS PROVED AGAINST.
009460*---------------------------------------------------------------
009470     PRINT-TOTALS.
009480     MOVE "*TOTAL*" TO WS-DTL-SOURCE.
009490     MOVE WS-TOT-RECEIVED TO WS-DTL-RECEIVED.
009500     MOVE WS-TOT-HELD TO WS-DTL-HELD.
009510     MOVE WS-TOT-REJECTED TO WS-DTL-REJECTED.
009520     MOVE WS-TOT-EVALUATED TO WS-DTL-EVALUATED.
009530     MOVE WS-TOT-RESULTS TO WS-DTL-RESULTS.
009540     MOVE WS-TOT-SUSPENDED TO WS-DTL-SUSPENDED.
009550     MOVE WS-TOT-GOOD TO WS-DTL-GOOD.
009560     MOVE WS-TOT-INTF TO WS-DTL-INTF.
009570     MOVE WS-TOT-REVIEW TO WS-DTL-REVIEW.
009580     MOVE WS-TOT-RELEASED TO WS-DTL-RELEASED.
009590     MOVE WS-TOT-OPEN TO WS-DTL-OPEN.
009600     MOVE SPACES TO WS-DTL-STATUS.
009610     MOVE SPACES TO WS-RPT-LINE.
009620     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
009630     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
009640     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
009650     MOVE SPACES TO WS-RPT-LINE.
009660     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
009670     IF WS-RUNL-ENTRIES = ZERO THEN
009680          MOVE "  RUNLOG - NO ENTRY FOR THE BUSINESS DATE"
009690              TO WS-RPT-LINE
009700     ELSE
009710          MOVE WS-RUNL-EXTRACT-DATE TO WS-RLN-EXTRACT
009720          MOVE WS-RUNL-SOURCE TO WS-RLN-SOURCE
009730          MOVE WS-RUNL-READ TO WS-RLN-READ
009740          MOVE WS-RUNL-RSLT TO WS-RLN-RSLT
009750          MOVE WS-RUNL-SUSP TO WS-RLN-SUSP
009760          MOVE WS-RUNL-RC TO WS-RLN-RC
009770          MOVE WS-RUNL-ENTRIES TO WS-RLN-ENTRIES
009780          MOVE WS-RUNL-LINE TO WS-RPT-LINE
009790     END-IF.
009800     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
009810     PRINT-TOTALS-EXIT.
009820     EXIT.
009830
009840     WRITE-RPT-LINE.
009850     IF WS-LINE-COUNT > 55 THEN
009860          ADD 1 TO WS-PAGE-COUNT
009870          MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE
009880          WRITE RPT-RECORD FROM WS-HEAD-LINE
009890              AFTER ADVANCING PAGE
009900          MOVE 1 TO WS-LINE-COUNT
009910     END-IF.
009920     WRITE RPT-RECORD FROM WS-RPT-LINE
009930         AFTER ADVANCING 1 LINE.
009940     ADD 1 TO WS-LINE-COUNT.
009950     WRITE-RPT-LINE-EXIT.
009960     EXIT.
009970
009980*---------------------------------------------------------------
009990* READ-BUSINESS-DATE - THE NIGHT BEING PROVED IS THE BUSINESS
010000* DATE ON THE BDATECTL CONTROL RECORD, NOT THE MACHINE CLOCK.
010010* NO USABLE CONTROL RECORD - NO RUN (RC=16).
010020*---------------------------------------------------------------
010030     READ-BUSINESS-DATE.
010040     OPEN INPUT BDATE-FILE.
010050     READ BDATE-FILE
010060         AT END
010070             MOVE ZERO TO BDAT-BUSINESS-DATE
010080     END-READ.
010090     CLOSE BDATE-FILE.
010100     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
010110        BDAT-BUSINESS-DATE = ZERO THEN
010120          DISPLAY "ASS6CTL: BUSINESS DATE CONTROL "
010130                  "RECORD MISSING OR INVALID - RUN REFUSED"
010140          MOVE 16 TO RETURN-CODE
010150          STOP RUN
010160     END-IF.
010170     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
010180     READ-BUSINESS-DATE-EXIT.
010190     EXIT.
