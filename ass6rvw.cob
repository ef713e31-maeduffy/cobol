000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    Ass6Rvw.
000030 AUTHOR.        D L HARTMAN.
000040 INSTALLATION.  BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DLH   ORIGINAL VERSION.  THE DESK'S ANSWER TO
000110*                    THE REVQUEUE RESULTS THE ASS6RSN CHECK
000120*                    HELD BACK.  ONE CARD PER REQUEST ON
000130*                    MAINTIN, COMMAND IN COLUMNS 1-7, THE
000140*                    QUEUE KEY AS ASS6RSN PRINTED IT - RUN
000150*                    DATE (CCYYMMDD) IN 9-16, RECORD ID IN
000160*                    18-23, REWORK FLAG IN 25 - AND THE USER
000170*                    ID IN 27-34:
000180*                      LIST    [DATE]      EVERY RESULT STILL
000190*                                          QUEUED, OR ALL OF
000200*                                          ONE NIGHT'S ENTRIES
000210*                      RELEASE KEY USER    THE RESULT IS FINE -
000220*                                          ASS6XTR SENDS IT ON
000230*                                          ITS NEXT CUT
000240*                      REJECT  KEY USER    THE RESULT IS WRONG
000250*                                          - IT IS NEVER SENT
000260*                                          AND GOES TO SUSPENSE
000270*                                          (REASON RV) FOR
000280*                                          CORRECTION AND A W
000290*                                          REWORK PASS
000300*                    ONLY A QUEUED RESULT CAN BE ANSWERED.
000310*                    EVERY ANSWER PRINTS THE BEFORE AND AFTER
000320*                    IMAGES ON RVWRPT.  RC=4 WHEN ANY CARD
000330*                    COULD NOT BE HONORED.
000340*---------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT MAINT-FILE     ASSIGN TO MAINTIN
000420         ORGANIZATION IS SEQUENTIAL.
000430     SELECT OPTIONAL REVQ-FILE ASSIGN TO REVQUEUE
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS RVQ-KEY
000470         FILE STATUS IS WS-REVQUEUE-STATUS.
000480     SELECT SUSP-FILE      ASSIGN TO SUSPOUT
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT REPORT-FILE    ASSIGN TO RVWRPT
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  MAINT-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 01  MAINT-RECORD.
000600     05  MNT-COMMAND                PIC X(07).
000610     05  FILLER                     PIC X(01).
000620     05  MNT-RUN-DATE               PIC X(08).
000630     05  MNT-RUN-DATE-N REDEFINES MNT-RUN-DATE
000640                                    PIC 9(08).
000650     05  FILLER                     PIC X(01).
000660     05  MNT-REC-ID                 PIC X(06).
000670     05  MNT-REC-ID-N REDEFINES MNT-REC-ID
000680                                    PIC 9(06).
000690     05  FILLER                     PIC X(01).
000700     05  MNT-REWORK-FLAG            PIC X(01).
000710     05  FILLER                     PIC X(01).
000720     05  MNT-USER                   PIC X(08).
000730     05  FILLER                     PIC X(46).
000740
000750 FD  REVQ-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY RVQREC.
000780
000790 FD  SUSP-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY SUSPREC.
000820
000830 FD  REPORT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  RPT-RECORD                     PIC X(120).
000860
000870 FD  BDATE-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY BDATREC.
000900
000910 WORKING-STORAGE SECTION.
000920 77  WS-CARD-COUNT                  PIC 9(05) COMP VALUE ZERO.
000930 77  WS-ERROR-COUNT                 PIC 9(05) COMP VALUE ZERO.
000940 77  WS-RELEASE-COUNT               PIC 9(05) COMP VALUE ZERO.
000950 77  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
000960 77  WS-LIST-COUNT                  PIC 9(06) COMP VALUE ZERO.
000970 77  WS-LINE-COUNT                  PIC 9(03) COMP VALUE 99.
000980 77  WS-PAGE-COUNT                  PIC 9(03) COMP VALUE ZERO.
000990
001000 01  WS-SWITCHES.
001010     05  WS-EOF-SW                  PIC X(01) VALUE "N".
001020         88  WS-EOF                           VALUE "Y".
001030     05  WS-REVQUEUE-EOF-SW         PIC X(01) VALUE "N".
001040         88  WS-REVQUEUE-EOF                  VALUE "Y".
001050     05  WS-ENTRY-FOUND-SW          PIC X(01) VALUE "N".
001060         88  WS-ENTRY-FOUND                   VALUE "Y".
001070
001080 01  WS-REVQUEUE-STATUS             PIC X(02) VALUE "00".
001090 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
001100 01  WS-NOW-ACTION                  PIC X(10) VALUE SPACES.
001110 01  WS-NEW-STATUS                  PIC X(01) VALUE SPACE.
001120
001130 01  WS-HEAD-LINE.
001140     05  FILLER                     PIC X(40)
001150         VALUE "ASS6RVW RESULT REVIEW QUEUE".
001160     05  FILLER                     PIC X(72) VALUE SPACES.
001170     05  FILLER                     PIC X(05) VALUE "PAGE ".
001180     05  WS-HEAD-PAGE               PIC ZZ9.
001190 01  WS-COL-LINE.
001200     05  FILLER                     PIC X(02) VALUE SPACES.
001210     05  FILLER                     PIC X(10) VALUE "RUN DATE".
001220     05  FILLER                     PIC X(10) VALUE "REC ID R".
001230     05  FILLER                     PIC X(10) VALUE "SOURCE".
001240     05  FILLER                     PIC X(05) VALUE "SYM".
001250     05  FILLER                     PIC X(14) VALUE "RESULT".
001260     05  FILLER                     PIC X(04) VALUE "RUL".
001270     05  FILLER                     PIC X(15)
001280         VALUE "        LIMIT".
001290     05  FILLER                     PIC X(10) VALUE "STATUS".
001300     05  FILLER                     PIC X(10) VALUE "BY".
001310     05  FILLER                     PIC X(10) VALUE "ANSWERED".
001320     05  FILLER                     PIC X(10) VALUE "SENT".
001330     05  FILLER                     PIC X(10) VALUE SPACES.
001340 01  WS-DETAIL-LINE.
001350     05  FILLER                     PIC X(02) VALUE SPACES.
001360     05  WS-DTL-RUN-DATE            PIC 9(08).
001370     05  FILLER                     PIC X(02) VALUE SPACES.
001380     05  WS-DTL-REC-ID              PIC 9(06).
001390     05  FILLER                     PIC X(01) VALUE SPACES.
001400     05  WS-DTL-FLAG                PIC X(01).
001410     05  FILLER                     PIC X(02) VALUE SPACES.
001420     05  WS-DTL-SOURCE              PIC X(08).
001430     05  FILLER                     PIC X(02) VALUE SPACES.
001440     05  WS-DTL-SYM                 PIC X(03).
001450     05  FILLER                     PIC X(02) VALUE SPACES.
001460     05  WS-DTL-RESULT              PIC X(12).
001470     05  FILLER                     PIC X(02) VALUE SPACES.
001480     05  WS-DTL-RULE                PIC X(03).
001490     05  FILLER                     PIC X(01) VALUE SPACES.
001500     05  WS-DTL-LIMIT               PIC -Z(08)9.99.
001510     05  FILLER                     PIC X(02) VALUE SPACES.
001520     05  WS-DTL-STATUS              PIC X(08).
001530     05  FILLER                     PIC X(02) VALUE SPACES.
001540     05  WS-DTL-BY                  PIC X(08).
001550     05  FILLER                     PIC X(02) VALUE SPACES.
001560     05  WS-DTL-ACTION-DATE         PIC Z(08).
001570     05  FILLER                     PIC X(02) VALUE SPACES.
001580     05  WS-DTL-SENT-DATE           PIC Z(08).
001590     05  FILLER                     PIC X(02) VALUE SPACES.
001600     05  WS-DTL-ACTION              PIC X(10).
001610 01  WS-MSG-LINE.
001620     05  FILLER                     PIC X(02) VALUE SPACES.
001630     05  WS-MSG-TEXT                PIC X(40).
001640     05  WS-MSG-NAME                PIC X(20).
001650     05  FILLER                     PIC X(58) VALUE SPACES.
001660 01  WS-TOTAL-LINE.
001670     05  FILLER                     PIC X(02) VALUE SPACES.
001680     05  WS-TOT-LABEL               PIC X(30).
001690     05  WS-TOT-COUNT               PIC Z(05)9.
001700     05  FILLER                     PIC X(82) VALUE SPACES.
001710 01  WS-RPT-LINE                    PIC X(120).
001720
001730 PROCEDURE DIVISION.
001740*===============================================================
001750* MAIN - ONE PASS OVER THE MAINTIN CARDS, EACH ACTED ON AND
001760* REPORTED IN THE ORDER SUBMITTED.
001770*===============================================================
001780     MAIN.
001790     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
001800     OPEN INPUT MAINT-FILE.
001810     OPEN I-O   REVQ-FILE.
001820     OPEN EXTEND SUSP-FILE.
001830     OPEN OUTPUT REPORT-FILE.
001840     PERFORM READ-MAINT-CARD THRU READ-MAINT-CARD-EXIT.
001850     PERFORM PROCESS-CARD THRU PROCESS-CARD-EXIT
001860         UNTIL WS-EOF.
001870     PERFORM WRITE-RUN-TOTALS THRU WRITE-RUN-TOTALS-EXIT.
001880     CLOSE MAINT-FILE REVQ-FILE SUSP-FILE REPORT-FILE.
001890     DISPLAY "ASS6RVW: " WS-CARD-COUNT " CARDS, "
001900             WS-RELEASE-COUNT " RELEASED, "
001910             WS-REJECT-COUNT " REJECTED, "
001920             WS-ERROR-COUNT " NOT HONORED".
001930     IF WS-ERROR-COUNT > ZERO THEN
001940          MOVE 4 TO RETURN-CODE
001950     END-IF.
001960     STOP RUN.
001970
001980     READ-MAINT-CARD.
001990     READ MAINT-FILE
002000         AT END
002010             MOVE "Y" TO WS-EOF-SW
002020     END-READ.
002030     READ-MAINT-CARD-EXIT.
002040     EXIT.
002050
002060     PROCESS-CARD.
002070     ADD 1 TO WS-CARD-COUNT.
002080     IF MNT-COMMAND = "LIST" THEN
002090          PERFORM LIST-QUEUE THRU LIST-QUEUE-EXIT
002100     ELSE IF MNT-COMMAND = "RELEASE" THEN
002110          MOVE "L" TO WS-NEW-STATUS
002120          MOVE "RELEASED" TO WS-NOW-ACTION
002130          PERFORM ANSWER-ENTRY THRU ANSWER-ENTRY-EXIT
002140     ELSE IF MNT-COMMAND = "REJECT" THEN
002150          MOVE "J" TO WS-NEW-STATUS
002160          MOVE "REJECTED" TO WS-NOW-ACTION
002170          PERFORM ANSWER-ENTRY THRU ANSWER-ENTRY-EXIT
002180     ELSE
002190          MOVE "UNRECOGNIZED CARD: " TO WS-MSG-TEXT
002200          MOVE MNT-COMMAND TO WS-MSG-NAME
002210          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
002220     END-IF.
002230     PERFORM READ-MAINT-CARD THRU READ-MAINT-CARD-EXIT.
002240     PROCESS-CARD-EXIT.
002250     EXIT.
002260
002270*---------------------------------------------------------------
002280* LIST-QUEUE - WITHOUT A DATE, EVERY RESULT STILL WAITING FOR
002290* AN ANSWER, OLDEST FIRST; WITH ONE, EVERYTHING THAT NIGHT'S
002300* CHECK QUEUED, ANSWERED OR NOT.
002310*---------------------------------------------------------------
002320     LIST-QUEUE.
002330     IF MNT-RUN-DATE NOT = SPACES AND
002340        MNT-RUN-DATE-N IS NOT NUMERIC THEN
002350          MOVE "LIST - DATE NOT CCYYMMDD: " TO WS-MSG-TEXT
002360          MOVE MNT-RUN-DATE TO WS-MSG-NAME
002370          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
002380          GO TO LIST-QUEUE-EXIT
002390     END-IF.
002400     IF MNT-RUN-DATE = SPACES THEN
002410          MOVE "RESULTS AWAITING REVIEW" TO WS-RPT-LINE
002420     ELSE
002430          MOVE SPACES TO WS-RPT-LINE
002440          STRING "RESULTS QUEUED ON " DELIMITED BY SIZE
002450                 MNT-RUN-DATE DELIMITED BY SIZE
002460              INTO WS-RPT-LINE
002470          END-STRING
002480     END-IF.
002490     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002500     MOVE WS-COL-LINE TO WS-RPT-LINE.
002510     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002520     MOVE ZERO TO WS-LIST-COUNT.
002530     MOVE LOW-VALUES TO RVQ-KEY.
002540     IF MNT-RUN-DATE NOT = SPACES THEN
002550          MOVE MNT-RUN-DATE-N TO RVQ-RUN-DATE
002560     END-IF.
002570     PERFORM START-MASTER THRU START-MASTER-EXIT.
002580     PERFORM LIST-QUEUE-NEXT THRU LIST-QUEUE-NEXT-EXIT
002590         UNTIL WS-REVQUEUE-EOF.
002600     IF WS-LIST-COUNT = ZERO THEN
002610          MOVE "  (NOTHING ON THE QUEUE)" TO WS-RPT-LINE
002620          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
002630     END-IF.
002640     MOVE "ENTRIES LISTED" TO WS-TOT-LABEL.
002650     MOVE WS-LIST-COUNT TO WS-TOT-COUNT.
002660     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
002670     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002680     MOVE SPACES TO WS-RPT-LINE.
002690     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002700     LIST-QUEUE-EXIT.
002710     EXIT.
002720
002730     LIST-QUEUE-NEXT.
002740     PERFORM READ-MASTER-NEXT THRU READ-MASTER-NEXT-EXIT.
002750     IF WS-REVQUEUE-EOF THEN
002760          GO TO LIST-QUEUE-NEXT-EXIT
002770     END-IF.
002780     IF MNT-RUN-DATE NOT = SPACES THEN
002790          IF RVQ-RUN-DATE NOT = MNT-RUN-DATE-N THEN
002800               MOVE "Y" TO WS-REVQUEUE-EOF-SW
002810               GO TO LIST-QUEUE-NEXT-EXIT
002820          END-IF
002830     ELSE
002840          IF NOT RVQ-QUEUED THEN
002850               GO TO LIST-QUEUE-NEXT-EXIT
002860          END-IF
002870     END-IF.
002880     ADD 1 TO WS-LIST-COUNT.
002890     MOVE SPACES TO WS-DTL-ACTION.
002900     PERFORM PRINT-ENTRY THRU PRINT-ENTRY-EXIT.
002910     LIST-QUEUE-NEXT-EXIT.
002920     EXIT.
002930
002940*---------------------------------------------------------------
002950* ANSWER-ENTRY - RELEASES OR REJECTS ONE QUEUED RESULT.  THE
002960* USER ID IS REQUIRED - IT IS THE AUDIT OF WHO LET THE RESULT
002970* THROUGH OR TURNED IT BACK.  A REJECTED RESULT IS WRITTEN TO
002980* SUSPENSE WITH ITS FAIL DATE SET THE WAY THE EVALUATOR SETS
002990* IT: THE NIGHT IT RAN, OR A REWORK RESULT'S ORIGINAL DATE.
003000*---------------------------------------------------------------
003010     ANSWER-ENTRY.
003020     IF MNT-USER = SPACES THEN
003030          MOVE SPACES TO WS-MSG-TEXT
003040          STRING MNT-COMMAND DELIMITED BY SPACE
003050                 " - USER ID IS NEEDED" DELIMITED BY SIZE
003060              INTO WS-MSG-TEXT
003070          END-STRING
003080          MOVE SPACES TO WS-MSG-NAME
003090          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003100          GO TO ANSWER-ENTRY-EXIT
003110     END-IF.
003120     PERFORM FETCH-ENTRY THRU FETCH-ENTRY-EXIT.
003130     IF NOT WS-ENTRY-FOUND THEN
003140          GO TO ANSWER-ENTRY-EXIT
003150     END-IF.
003160     IF NOT RVQ-QUEUED THEN
003170          MOVE SPACES TO WS-MSG-TEXT
003180          STRING MNT-COMMAND DELIMITED BY SPACE
003190                 " - ALREADY ANSWERED: " DELIMITED BY SIZE
003200              INTO WS-MSG-TEXT
003210          END-STRING
003220          MOVE RVQ-KEY TO WS-MSG-NAME
003230          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003240          GO TO ANSWER-ENTRY-EXIT
003250     END-IF.
003260     MOVE "WAS" TO WS-DTL-ACTION.
003270     PERFORM PRINT-ENTRY THRU PRINT-ENTRY-EXIT.
003280     MOVE WS-NEW-STATUS TO RVQ-STATUS.
003290     MOVE MNT-USER TO RVQ-ACTION-BY.
003300     MOVE WS-RUN-DATE8 TO RVQ-ACTION-DATE.
003310     REWRITE RVQ-RECORD
003320         INVALID KEY
003330             MOVE "REWRITE FAILED FOR: " TO WS-MSG-TEXT
003340             MOVE RVQ-KEY TO WS-MSG-NAME
003350             PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003360             GO TO ANSWER-ENTRY-EXIT
003370     END-REWRITE.
003380     MOVE WS-NOW-ACTION TO WS-DTL-ACTION.
003390     PERFORM PRINT-ENTRY THRU PRINT-ENTRY-EXIT.
003400     IF RVQ-RELEASED THEN
003410          ADD 1 TO WS-RELEASE-COUNT
003420          GO TO ANSWER-ENTRY-EXIT
003430     END-IF.
003440     ADD 1 TO WS-REJECT-COUNT.
003450     MOVE SPACES TO SUSP-RECORD.
003460     MOVE RVQ-SYM TO SUSP-SYM.
003470     MOVE RVQ-OPERAND-1 TO SUSP-OPERAND-1.
003480     MOVE RVQ-OPERAND-2 TO SUSP-OPERAND-2.
003490     MOVE RVQ-OPERAND-3 TO SUSP-OPERAND-3.
003500     MOVE RVQ-REC-ID TO SUSP-ORIG-REC-ID.
003510     IF RVQ-REWORK-FLAG = "R" THEN
003520          MOVE RVQ-ORIG-DATE TO SUSP-FAIL-DATE
003530     ELSE
003540          MOVE RVQ-RUN-DATE(3:6) TO SUSP-FAIL-DATE
003550     END-IF.
003560     MOVE "RV" TO SUSP-REASON-CODE.
003570     MOVE RVQ-SOURCE-SYSTEM TO SUSP-SOURCE-SYSTEM.
003580     WRITE SUSP-RECORD.
003590     ANSWER-ENTRY-EXIT.
003600     EXIT.
003610
003620     FETCH-ENTRY.
003630     MOVE "N" TO WS-ENTRY-FOUND-SW.
003640     IF MNT-RUN-DATE-N IS NOT NUMERIC OR
003650        MNT-REC-ID-N IS NOT NUMERIC THEN
003660          MOVE SPACES TO WS-MSG-TEXT
003670          STRING MNT-COMMAND DELIMITED BY SPACE
003680                 " - DATE OR RECORD ID NOT NUMERIC"
003690                     DELIMITED BY SIZE
003700              INTO WS-MSG-TEXT
003710          END-STRING
003720          MOVE SPACES TO WS-MSG-NAME
003730          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003740          GO TO FETCH-ENTRY-EXIT
003750     END-IF.
003760     MOVE MNT-RUN-DATE-N TO RVQ-RUN-DATE.
003770     MOVE MNT-REC-ID-N TO RVQ-REC-ID.
003780     MOVE MNT-REWORK-FLAG TO RVQ-REWORK-FLAG.
003790     READ REVQ-FILE
003800         INVALID KEY
003810             MOVE SPACES TO WS-MSG-TEXT
003820             STRING MNT-COMMAND DELIMITED BY SPACE
003830                    " - NOT ON THE QUEUE: " DELIMITED BY SIZE
003840                 INTO WS-MSG-TEXT
003850             END-STRING
003860             MOVE RVQ-KEY TO WS-MSG-NAME
003870             PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003880             GO TO FETCH-ENTRY-EXIT
003890     END-READ.
003900     MOVE "Y" TO WS-ENTRY-FOUND-SW.
003910     FETCH-ENTRY-EXIT.
003920     EXIT.
003930
003940     REFUSE-CARD.
003950     ADD 1 TO WS-ERROR-COUNT.
003960     MOVE WS-MSG-LINE TO WS-RPT-LINE.
003970     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003980     REFUSE-CARD-EXIT.
003990     EXIT.
004000
004010     START-MASTER.
004020     MOVE "N" TO WS-REVQUEUE-EOF-SW.
004030     START REVQ-FILE KEY NOT < RVQ-KEY
004040         INVALID KEY
004050             MOVE "Y" TO WS-REVQUEUE-EOF-SW
004060     END-START.
004070     IF WS-REVQUEUE-STATUS NOT = "00" THEN
004080          MOVE "Y" TO WS-REVQUEUE-EOF-SW
004090     END-IF.
004100     START-MASTER-EXIT.
004110     EXIT.
004120
004130     READ-MASTER-NEXT.
004140     READ REVQ-FILE NEXT RECORD
004150         AT END
004160             MOVE "Y" TO WS-REVQUEUE-EOF-SW
004170     END-READ.
004180     IF WS-REVQUEUE-STATUS NOT = "00" THEN
004190          MOVE "Y" TO WS-REVQUEUE-EOF-SW
004200     END-IF.
004210     READ-MASTER-NEXT-EXIT.
004220     EXIT.
004230
004240     PRINT-ENTRY.
004250     MOVE RVQ-RUN-DATE TO WS-DTL-RUN-DATE.
004260     MOVE RVQ-REC-ID TO WS-DTL-REC-ID.
004270     MOVE RVQ-REWORK-FLAG TO WS-DTL-FLAG.
004280     MOVE RVQ-SOURCE-SYSTEM TO WS-DTL-SOURCE.
004290     MOVE RVQ-SYM TO WS-DTL-SYM.
004300     MOVE RVQ-RESULT TO WS-DTL-RESULT.
004310     MOVE RVQ-RULE-FIRED TO WS-DTL-RULE.
004320     MOVE RVQ-RULE-LIMIT TO WS-DTL-LIMIT.
004330     IF RVQ-QUEUED THEN
004340          MOVE "QUEUED" TO WS-DTL-STATUS
004350     ELSE IF RVQ-RELEASED THEN
004360          MOVE "RELEASED" TO WS-DTL-STATUS
004370     ELSE IF RVQ-REJECTED THEN
004380          MOVE "REJECTED" TO WS-DTL-STATUS
004390     ELSE
004400          MOVE RVQ-STATUS TO WS-DTL-STATUS
004410     END-IF.
004420     MOVE RVQ-ACTION-BY TO WS-DTL-BY.
004430     MOVE RVQ-ACTION-DATE TO WS-DTL-ACTION-DATE.
004440     MOVE RVQ-SENT-DATE TO WS-DTL-SENT-DATE.
004450     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
004460     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004470     PRINT-ENTRY-EXIT.
004480     EXIT.
004490
004500     WRITE-RUN-TOTALS.
004510     MOVE "CARDS PROCESSED" TO WS-TOT-LABEL.
004520     MOVE WS-CARD-COUNT TO WS-TOT-COUNT.
004530     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
004540     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004550     MOVE "RESULTS RELEASED" TO WS-TOT-LABEL.
004560     MOVE WS-RELEASE-COUNT TO WS-TOT-COUNT.
004570     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
004580     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004590     MOVE "RESULTS REJECTED TO SUSPENSE" TO WS-TOT-LABEL.
004600     MOVE WS-REJECT-COUNT TO WS-TOT-COUNT.
004610     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
004620     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004630     MOVE "CARDS NOT HONORED" TO WS-TOT-LABEL.
004640     MOVE WS-ERROR-COUNT TO WS-TOT-COUNT.
004650     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
004660     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004670     WRITE-RUN-TOTALS-EXIT.
004680     EXIT.
004690
004700     WRITE-RPT-LINE.
004710     IF WS-LINE-COUNT > 55 THEN
004720          ADD 1 TO WS-PAGE-COUNT
004730          MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE
004740          WRITE RPT-RECORD FROM WS-HEAD-LINE
004750              AFTER ADVANCING PAGE
004760          MOVE 1 TO WS-LINE-COUNT
004770     END-IF.
004780     WRITE RPT-RECORD FROM WS-RPT-LINE
004790         AFTER ADVANCING 1 LINE.
004800     ADD 1 TO WS-LINE-COUNT.
004810     WRITE-RPT-LINE-EXIT.
004820     EXIT.
004830
004840*---------------------------------------------------------------
004850* READ-BUSINESS-DATE - ANSWERS ARE STAMPED WITH THE BUSINESS
004860* DATE ON THE BDATECTL CONTROL RECORD, NOT THE MACHINE CLOCK.
004870* NO USABLE CONTROL RECORD - NO RUN (RC=16).
004880*---------------------------------------------------------------
004890     READ-BUSINESS-DATE.
004900     OPEN INPUT BDATE-FILE.
004910     READ BDATE-FILE
004920         AT END
004930             MOVE ZERO TO BDAT-BUSINESS-DATE
004940     END-READ.
004950     CLOSE BDATE-FILE.
004960     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
004970        BDAT-BUSINESS-DATE = ZERO THEN
004980          DISPLAY "ASS6RVW: BUSINESS DATE CONTROL "
004990                  "RECORD MISSING OR INVALID - RUN REFUSED"
005000          MOVE 16 TO RETURN-CODE
005010          STOP RUN
005020     END-IF.
005030     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
005040     READ-BUSINESS-DATE-EXIT.
005050     EXIT.
