000240*                    KNOWN OPERATOR IS ACCEPTED WHEN IT WAS
000250*                    "def"ED EARLIER IN THE SAME FILE OR IS ON
000260*                    THE FUNCMAST MASTER WITH TODAY'S DATE.
000261*   10/15/2026 DLH   RUN DATE FROM THE BDATECTL BUSINESS DATE.
000262*   10/15/2026 DLH   SRCPROF SOURCE PROFILE RULES, E009-E011.
000263*   10/15/2026 DLH   REJECTS MARKED ON THE ACKSTAT STATUS FILE.
000264*   10/15/2026 DLH   AN APPROVED FUNCLIB VERSION ALSO SATISFIES A
000265*                    FUNCTION NAME.
000266*   10/15/2026 DLH   REJTREC REJECT RECORD WITH DATE AND SOURCE.
000267*   10/15/2026 DLH   CLEAN FILE SPLIT BY PARTCTL INTO PARTOUT1-8
000268*                    FOR PARALLEL EVALUATION.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000331     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000332         ORGANIZATION IS SEQUENTIAL.
000333     SELECT OPTIONAL PART-CTL-FILE ASSIGN TO PARTCTL
000334         ORGANIZATION IS SEQUENTIAL.
000335     SELECT OPTIONAL PROF-FILE ASSIGN TO SRCPROF
000336         ORGANIZATION IS INDEXED
000337         ACCESS MODE IS RANDOM
000338         RECORD KEY IS SRCP-SOURCE-SYSTEM
000339         FILE STATUS IS WS-SRCPROF-STATUS.
000340     SELECT TRANS-FILE     ASSIGN TO TRANSIN
000350         ORGANIZATION IS SEQUENTIAL.
000351     SELECT PART-FILE-1    ASSIGN TO PARTOUT1
000352         ORGANIZATION IS SEQUENTIAL.
000353     SELECT PART-FILE-2    ASSIGN TO PARTOUT2
000354         ORGANIZATION IS SEQUENTIAL.
000355     SELECT PART-FILE-3    ASSIGN TO PARTOUT3
000356         ORGANIZATION IS SEQUENTIAL.
000357     SELECT PART-FILE-4    ASSIGN TO PARTOUT4
000358         ORGANIZATION IS SEQUENTIAL.
000360     SELECT CLEAN-FILE     ASSIGN TO CLEANOUT
000370         ORGANIZATION IS SEQUENTIAL.
000371     SELECT PART-FILE-5    ASSIGN TO PARTOUT5
000372         ORGANIZATION IS SEQUENTIAL.
000373     SELECT PART-FILE-6    ASSIGN TO PARTOUT6
000374         ORGANIZATION IS SEQUENTIAL.
000375     SELECT PART-FILE-7    ASSIGN TO PARTOUT7
000376         ORGANIZATION IS SEQUENTIAL.
000377     SELECT PART-FILE-8    ASSIGN TO PARTOUT8
000378         ORGANIZATION IS SEQUENTIAL.
000380     SELECT REJECT-FILE    ASSIGN TO REJECTS
000390         ORGANIZATION IS SEQUENTIAL.
000391     SELECT OPTIONAL ACK-FILE ASSIGN TO ACKSTAT
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS RANDOM
000394         RECORD KEY IS ACKS-KEY
000395         FILE STATUS IS WS-ACKSTAT-STATUS.
000400     SELECT OPTIONAL FUNC-FILE ASSIGN TO FUNCMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS FUNC-NAME
000440         FILE STATUS IS WS-FUNCMAST-STATUS.
000441     SELECT OPTIONAL LIB-FILE ASSIGN TO FUNCLIB
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS DYNAMIC
000444         RECORD KEY IS FLIB-KEY
000445         FILE STATUS IS WS-FUNCLIB-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  TRANS-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 COPY TRANREC.
000501
000502 FD  PART-CTL-FILE
000503     LABEL RECORDS ARE STANDARD.
000504 01  PCTL-RECORD.
000505     05  PCTL-SOURCE-SYSTEM         PIC X(08).
000506     05  FILLER                     PIC X(01).
000507     05  PCTL-PARTITION             PIC X(02).
000508     05  FILLER                     PIC X(69).
000510
000520 FD  CLEAN-FILE
000530     LABEL RECORDS ARE STANDARD.
000560 FD  FUNC-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 COPY FUNCREC.
000582
000584 FD  LIB-FILE
000586     LABEL RECORDS ARE STANDARD.
000588 COPY FLIBREC.
000590
000600 FD  REJECT-FILE
000610     LABEL RECORDS ARE STANDARD.
000611 COPY REJTREC.
000612
000613 FD  BDATE-FILE
000614     LABEL RECORDS ARE STANDARD.
000615 COPY BDATREC.
000616
000617 FD  PROF-FILE
000618     LABEL RECORDS ARE STANDARD.
000619 COPY SRCPREC.
000620
000621 FD  ACK-FILE
000622     LABEL RECORDS ARE STANDARD.
000623 COPY ACKSREC.
000624
000625 FD  PART-FILE-1
000626     LABEL RECORDS ARE STANDARD.
000627 01  PART-RECORD-1                  PIC X(80).
000628
000629 FD  PART-FILE-2
000630     LABEL RECORDS ARE STANDARD.
000631 01  PART-RECORD-2                  PIC X(80).
000632
000633 FD  PART-FILE-3
000634     LABEL RECORDS ARE STANDARD.
000635 01  PART-RECORD-3                  PIC X(80).
000636
000637 FD  PART-FILE-4
000638     LABEL RECORDS ARE STANDARD.
000639 01  PART-RECORD-4                  PIC X(80).
000640
000641 FD  PART-FILE-5
000642     LABEL RECORDS ARE STANDARD.
000643 01  PART-RECORD-5                  PIC X(80).
000644
000645 FD  PART-FILE-6
000646     LABEL RECORDS ARE STANDARD.
000647 01  PART-RECORD-6                  PIC X(80).
000648
000649 FD  PART-FILE-7
000650     LABEL RECORDS ARE STANDARD.
000651 01  PART-RECORD-7                  PIC X(80).
000652
000653 FD  PART-FILE-8
000654     LABEL RECORDS ARE STANDARD.
000655 01  PART-RECORD-8                  PIC X(80).
000670
000680 WORKING-STORAGE SECTION.
000690 77  WS-READ-COUNT                  PIC 9(06) COMP VALUE ZERO.
000760                                    VALUE ZERO.
000770 77  WS-TRL-HASH-TOTAL              PIC S9(13)V99 COMP-3
000780                                    VALUE ZERO.
000781 77  WS-SPLIT-COUNT                 PIC 9(06) COMP VALUE ZERO.
000782 77  WS-SPLIT-HASH                  PIC S9(13)V99 COMP-3
000783                                    VALUE ZERO.
000784 77  WS-OPND-VALUE                  PIC S9(13)V99 COMP-3
000785                                    VALUE ZERO.
000790 77  WS-EDT-SUB                     PIC 9(03) COMP VALUE ZERO.
000800 77  WS-DEF-COUNT                   PIC 9(02) COMP VALUE ZERO.
000810 77  WS-DEF-SUB                     PIC 9(02) COMP VALUE ZERO.
000811 77  WS-OP-SUB                      PIC 9(02) COMP VALUE ZERO.
000812 77  WS-PART-TOTAL                  PIC 9(02) COMP VALUE ZERO.
000813 77  WS-PART-DEFAULT                PIC 9(02) COMP VALUE 1.
000814 77  WS-PART-SUB                    PIC 9(02) COMP VALUE ZERO.
000815 77  WS-REC-PART                    PIC 9(02) COMP VALUE ZERO.
000816 77  WS-PART-BASE                   PIC 9(06) COMP VALUE ZERO.
000817 77  WS-MAP-COUNT                   PIC 9(03) COMP VALUE ZERO.
000818 77  WS-MAP-SUB                     PIC 9(03) COMP VALUE ZERO.
000820 01  WS-FUNCMAST-STATUS             PIC X(02) VALUE "00".
000822 01  WS-SRCPROF-STATUS              PIC X(02) VALUE "00".
000824 01  WS-ACKSTAT-STATUS              PIC X(02) VALUE "00".
000826 01  WS-FUNCLIB-STATUS              PIC X(02) VALUE "00".
000830 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
000840
000850 01  WS-SWITCHES.
000890         88  WS-HDR-SEEN                      VALUE "Y".
000900     05  WS-TRL-SEEN-SW             PIC X(01) VALUE "N".
000910         88  WS-TRL-SEEN                      VALUE "Y".
000912     05  WS-LIB-FOUND-SW            PIC X(01) VALUE "N".
000914         88  WS-LIB-FOUND                     VALUE "Y".
000916     05  WS-FUNCLIB-EOF-SW          PIC X(01) VALUE "N".
000918         88  WS-FUNCLIB-EOF                   VALUE "Y".
000920     05  WS-BALANCED-SW             PIC X(01) VALUE "N".
000930         88  WS-IN-BALANCE                    VALUE "Y".
000933     05  WS-SPLIT-BALANCED-SW       PIC X(01) VALUE "Y".
000936         88  WS-SPLIT-IN-BALANCE              VALUE "Y".
000940     05  WS-REC-OK-SW               PIC X(01) VALUE "Y".
000950         88  WS-REC-OK                        VALUE "Y".
000960     05  WS-OPND-OK-SW              PIC X(01) VALUE "Y".
001070         88  WS-END-SEEN                      VALUE "Y".
001080     05  WS-OHDR-SW                 PIC X(01) VALUE "N".
001090         88  WS-OHDR-WRITTEN                  VALUE "Y".
001091     05  WS-SPLIT-SW                PIC X(01) VALUE "N".
001092         88  WS-SPLITTING                     VALUE "Y".
001093     05  WS-PCTL-EOF-SW             PIC X(01) VALUE "N".
001094         88  WS-PCTL-EOF                      VALUE "Y".
001095     05  WS-CLEAN-EOF-SW            PIC X(01) VALUE "N".
001096         88  WS-CLEAN-EOF                     VALUE "Y".
001097     05  WS-MAP-FOUND-SW            PIC X(01) VALUE "N".
001098         88  WS-MAP-FOUND                     VALUE "Y".
001100     05  WS-DEF-FOUND-SW            PIC X(01) VALUE "N".
001110         88  WS-DEF-FOUND                     VALUE "Y".
001112     05  WS-PROF-FOUND-SW           PIC X(01) VALUE "N".
001114         88  WS-PROF-FOUND                    VALUE "Y".
001116     05  WS-OP-FOUND-SW             PIC X(01) VALUE "N".
001118         88  WS-OP-FOUND                      VALUE "Y".
001120
001121 01  WS-PART-NUM                    PIC 9(02) VALUE ZERO.
001122 01  WS-REC-PART-ID                 PIC X(02) VALUE SPACES.
001123 01  WS-PART-KEY                    PIC X(08) VALUE SPACES.
001124 01  WS-PART-LINE                   PIC X(80).
001125 01  WS-PART-SOURCE.
001126     05  FILLER                     PIC X(04) VALUE "PART".
001127     05  WS-PART-SOURCE-NO          PIC 9(02) VALUE ZERO.
001128     05  FILLER                     PIC X(02) VALUE SPACES.
001130 01  WS-EDT-TEXT                    PIC X(20).
001140 01  WS-EDT-CHAR                    PIC X(01).
001150 01  WS-SIM-TEXT                    PIC X(20).
001210 01  WS-HASH-TEXT                   PIC X(20).
001220 01  WS-REJ-CODE                    PIC X(04).
001230 01  WS-REJ-TEXT                    PIC X(25).
001231 01  WS-HDR-SOURCE                  PIC X(08) VALUE SPACES.
001232 01  WS-HDR-EXTRACT-DATE            PIC 9(08) VALUE ZERO.
001233 01  WS-FUNC-DATE                   PIC 9(08) VALUE ZERO.
001234 01  WS-RULE-SOURCE                 PIC X(08) VALUE SPACES.
001235 01  WS-PROF-SOURCE                 PIC X(08) VALUE HIGH-VALUES.
001236 01  WS-RULE-TEXT                   PIC X(20).
001237 01  WS-RULE-SYM                    PIC X(03).
001240*---------------------------------------------------------------
001250* NAMES "def"ED EARLIER IN THE FILE BEING EDITED - A LATER
001260* RECORD MAY APPLY THEM EVEN THOUGH THE EVALUATOR HAS NOT
001264* WRITTEN THEM TO FUNCMAST YET.  EACH IS KEPT WITH THE
001268* PARTITION OF THE RECORD THAT "def"ED IT (ZERO WHEN THE FILE IS
001272* NOT SPLIT) - ANOTHER PARTITION'S EVALUATION STEP WILL NEVER
001276* SEE IT.
001280*---------------------------------------------------------------
001290 01  WS-DEF-TABLE.
001291     05  WS-DEF-ENTRY OCCURS 50 TIMES.
001292         10  WS-DEF-NAME            PIC X(03).
001293         10  WS-DEF-PART            PIC 9(02) COMP.
001294*---------------------------------------------------------------
001295* THE PARTCTL MAP - THE PARTITION EACH NAMED SOURCE SYSTEM'S
001296* DETAILS GO TO.  A SOURCE WITHOUT A CARD GOES TO THE "*ALL*"
001297* CARD'S PARTITION, OR TO PARTITION 1 WHEN THERE IS NONE.
001298*---------------------------------------------------------------
001299 01  WS-MAP-TABLE.
001300     05  WS-MAP-ENTRY OCCURS 100 TIMES.
001301         10  WS-MAP-SOURCE          PIC X(08).
001302         10  WS-MAP-PART            PIC 9(02) COMP.
001303*---------------------------------------------------------------
001304* PER-PARTITION FIGURES - CLEAN DETAILS ROUTED TO EACH ON THE
001305* EDIT PASS, THE RECORD-ID BASE THAT GIVES IT, AND WHAT THE
001306* SPLIT ACTUALLY WROTE TO IT (COUNT AND HASH) FOR ITS TRAILER.
001307*---------------------------------------------------------------
001308 01  WS-PART-TABLE.
001309     05  WS-PART-ENTRY OCCURS 8 TIMES.
001310         10  WS-PART-CLEAN          PIC 9(06) COMP.
001311         10  WS-PART-REC-BASE       PIC 9(06) COMP.
001312         10  WS-PART-WRITTEN        PIC 9(06) COMP.
001313         10  WS-PART-HASH           PIC S9(13)V99 COMP-3.
001314*---------------------------------------------------------------
001315* OPERATORS AND VERBS IN SRCPROF ALLOW-FLAG ORDER.  A SYM THAT IS
001316* NONE OF THE FIRST FIFTEEN IS A FUNCTION APPLICATION.
001317*---------------------------------------------------------------
001318 COPY SRCPOPS.
001320
001321*---------------------------------------------------------------
001322* THE CLEAN FILE IS READ BACK INTO THIS FOR THE SPLIT, AND EACH
001323* PARTITION'S HEADER AND TRAILER ARE BUILT IN IT.
001324*---------------------------------------------------------------
001325 COPY TRANREC REPLACING LEADING ==TRAN== BY ==PRT==.
001326
001330 01  WS-OUT-HEADER.
001340     05  FILLER                     PIC X(03) VALUE "HDR".
001350     05  WS-OUT-HDR-DATE            PIC 9(08) VALUE ZERO.
001480* DETAIL RECORDS GO TO CLEANOUT UNDER A FRESH HEADER/TRAILER,
001490* BAD ONES GO TO REJECTS WITH A REASON CODE.  THE RETURN CODE
001500* TELLS THE SCHEDULER WHAT HAPPENED: 0 = ALL CLEAN, 4 = SOME
001504* RECORDS REJECTED, 12 = THE INPUT ITSELF DID NOT BALANCE (OR
001508* THE PARTITIONS DID NOT BALANCE TO CLEANOUT), 16 = NO BUSINESS
001512* DATE OR A PARTCTL CARD THAT CANNOT BE HONORED.  WITH PARTCTL
001516* CARDS THE FINISHED CLEAN FILE IS THEN SPLIT INTO PARTITIONS.
001520*===============================================================
001530     MAIN.
001536     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
001542     PERFORM LOAD-PARTITION-MAP THRU LOAD-PARTITION-MAP-EXIT.
001550     OPEN INPUT  TRANS-FILE.
001560     OPEN INPUT  FUNC-FILE.
001562     OPEN INPUT  LIB-FILE.
001564     OPEN INPUT  PROF-FILE.
001566     OPEN I-O    ACK-FILE.
001570     OPEN OUTPUT CLEAN-FILE REJECT-FILE.
001580     PERFORM READ-TRANSACTION THRU READ-TRANSACTION-EXIT.
001590     PERFORM EDIT-TRANSACTION THRU EDIT-TRANSACTION-EXIT
001650     MOVE WS-CLEAN-COUNT TO WS-OUT-TRL-COUNT.
001660     MOVE WS-OUT-HASH-TOTAL TO WS-OUT-TRL-HASH.
001670     WRITE CLEAN-RECORD FROM WS-OUT-TRAILER.
001676     CLOSE TRANS-FILE FUNC-FILE CLEAN-FILE REJECT-FILE
001682           PROF-FILE ACK-FILE LIB-FILE.
001690     DISPLAY "ASS6EDIT: READ " WS-READ-COUNT
001700             " CLEAN " WS-CLEAN-COUNT
001710             " REJECTED " WS-REJECT-COUNT.
001712     IF WS-SPLITTING THEN
001714          PERFORM SPLIT-CLEAN-FILE THRU SPLIT-CLEAN-FILE-EXIT
001716     END-IF.
001720     IF NOT WS-IN-BALANCE THEN
001730          DISPLAY "ASS6EDIT: INPUT OUT OF BALANCE - "
001740                  "EVALUATION STEP SHOULD NOT RUN"
001750          MOVE 12 TO RETURN-CODE
001752     ELSE IF NOT WS-SPLIT-IN-BALANCE THEN
001754          DISPLAY "ASS6EDIT: PARTITIONS OUT OF BALANCE TO "
001756                  "CLEANOUT - EVALUATION STEPS SHOULD NOT RUN"
001758          MOVE 12 TO RETURN-CODE
001760     ELSE IF WS-REJECT-COUNT > 0 THEN
001770          MOVE 4 TO RETURN-CODE
001780     END-IF.
001920     END-READ.
001930     IF TRAN-SYM = "HDR" THEN
001940          MOVE "Y" TO WS-HDR-SEEN-SW
001943          MOVE TRAN-HDR-SOURCE-SYSTEM TO WS-HDR-SOURCE
001946          MOVE TRAN-HDR-EXTRACT-DATE TO WS-HDR-EXTRACT-DATE
001950          MOVE "Y" TO WS-OHDR-SW
001960          WRITE CLEAN-RECORD FROM TRAN-RECORD
001970          GO TO READ-TRANSACTION
002290
002300*---------------------------------------------------------------
002310* EDIT-TRANSACTION - APPLIES THE PER-VERB PRESENCE RULES AND THE
002315* OPERAND FORM CHECKS TO ONE DETAIL RECORD, THEN THE RULES OF
002320* ITS SOURCE'S PROFILE, AND ROUTES IT TO CLEANOUT OR REJECTOUT.
002325* ON A SPLIT RUN THE DETAIL'S PARTITION IS SETTLED FIRST, SO
002330* ITS FUNCTION NAMES ARE CHECKED AGAINST ITS OWN PARTITION'S
002335* DEFINITIONS, AND A CLEAN DETAIL IS COUNTED TO IT.
002340*---------------------------------------------------------------
002350     EDIT-TRANSACTION.
002360     MOVE "Y" TO WS-REC-OK-SW.
002370     MOVE SPACES TO WS-REJ-CODE WS-REJ-TEXT.
002372     IF WS-SPLITTING THEN
002374          PERFORM SET-RECORD-PARTITION
002376              THRU SET-RECORD-PARTITION-EXIT
002378     END-IF.
002380
002390     IF TRAN-SYM = "if" THEN
002400          PERFORM EDIT-IF-VERB THRU EDIT-IF-VERB-EXIT
002570                   THRU EDIT-BINARY-VERB-EXIT
002580          END-IF
002590     END-IF.
002591     IF WS-REC-OK THEN
002592          PERFORM CHECK-SOURCE-RULES THRU CHECK-SOURCE-RULES-EXIT
002593     END-IF.
002594     IF WS-REC-OK AND TRAN-SYM = "def" THEN
002595          PERFORM REMEMBER-DEF-NAME THRU REMEMBER-DEF-NAME-EXIT
002596     END-IF.
002600
002610     IF WS-REC-OK THEN
002620          IF NOT WS-OHDR-WRITTEN THEN
002640               WRITE CLEAN-RECORD FROM WS-OUT-HEADER
002650          END-IF
002660          ADD 1 TO WS-CLEAN-COUNT
002662          IF WS-SPLITTING THEN
002664               ADD 1 TO WS-PART-CLEAN (WS-REC-PART)
002666          END-IF
002670          WRITE CLEAN-RECORD FROM TRAN-RECORD
002680          MOVE TRAN-OPERAND-1 TO WS-HASH-TEXT
002690          PERFORM HASH-OUT-OPERAND THRU HASH-OUT-OPERAND-EXIT
002770          MOVE WS-REJ-CODE TO REJ-REASON-CODE
002780          MOVE WS-REJ-TEXT TO REJ-REASON-TEXT
002790          MOVE TRAN-RECORD TO REJ-TRAN-DATA
002791          MOVE WS-RUN-DATE8 TO REJ-RUN-DATE
002792          IF TRAN-SOURCE-SYSTEM NOT = SPACES THEN
002793               MOVE TRAN-SOURCE-SYSTEM TO REJ-SOURCE-SYSTEM
002794          ELSE
002795               MOVE WS-HDR-SOURCE TO REJ-SOURCE-SYSTEM
002796          END-IF
002800          WRITE REJ-RECORD
002805          PERFORM WRITE-ACK-STATUS THRU WRITE-ACK-STATUS-EXIT
002810     END-IF.
002820     PERFORM READ-TRANSACTION THRU READ-TRANSACTION-EXIT.
002830     EDIT-TRANSACTION-EXIT.
003580* THE SYM POSITION (ONE TO THREE NAME CHARACTERS, NOT A VERB
003590* THE EVALUATOR ALREADY KNOWS) AND A ONE-DEEP BODY WHOSE
003600* OPERANDS MAY BE THE %1/%2 PARAMETER MARKERS, LITERALS, OR
003606* VARIABLE NAMES.  ONCE THE RECORD ALSO PASSES ITS SOURCE'S
003612* PROFILE RULES, REMEMBER-DEF-NAME KEEPS THE NAME SO LATER
003620* RECORDS IN THIS FILE MAY APPLY IT.
003630*---------------------------------------------------------------
003640     EDIT-DEF-VERB.
004170          MOVE "BAD FUNCTION BODY" TO WS-REJ-TEXT
004180          GO TO EDIT-DEF-VERB-EXIT
004190     END-IF.
004250     EDIT-DEF-VERB-EXIT.
004260     EXIT.
004270
004400
004410*---------------------------------------------------------------
004420* CHECK-FUNC-SYM - AN UNKNOWN SYM IS STILL GOOD WHEN IT NAMES A
004430* FUNCTION: "def"ED EARLIER IN THIS FILE, ON THE FUNCMAST
004440* MASTER STAMPED WITH TODAY'S DATE (A STALE DEFINITION DOES NOT
004442* COUNT - THE EVALUATOR WOULD REFUSE IT TOO), OR APPROVED ON THE
004444* FUNCLIB LIBRARY FOR THE HEADER'S EXTRACT DATE (THE BUSINESS
004446* DATE WHEN THE FILE CAME WITHOUT A HEADER).  ON A SPLIT RUN A
004448* "def" IN THIS FILE OR A FUNCMAST ENTRY ONLY COUNTS WHEN IT
004450* CAME FROM THE DETAIL'S OWN PARTITION - THE DETAIL'S EVALUATION
004452* STEP WILL NOT SEE ANY OTHER.
004460*---------------------------------------------------------------
004470     CHECK-FUNC-SYM.
004480     MOVE "N" TO WS-SYM-OK-SW.
004610     MOVE WS-CHK-SYM TO FUNC-NAME.
004620     READ FUNC-FILE
004630         INVALID KEY
004640             GO TO CHECK-FUNC-SYM-LIBRARY
004650     END-READ.
004660     IF WS-FUNCMAST-STATUS = "00" AND
004670        FUNC-STORE-DATE IS NUMERIC AND
004676        FUNC-STORE-DATE = WS-RUN-DATE8 AND
004682        (NOT WS-SPLITTING OR FUNC-PARTITION = WS-REC-PART-ID) THEN
004690          MOVE "Y" TO WS-SYM-OK-SW
004695          GO TO CHECK-FUNC-SYM-EXIT
004700     END-IF.
004703     CHECK-FUNC-SYM-LIBRARY.
004706     PERFORM CHECK-LIBRARY-FUNC THRU CHECK-LIBRARY-FUNC-EXIT.
004710     CHECK-FUNC-SYM-EXIT.
004720     EXIT.
004730
004740     CHECK-FUNC-SYM-SCAN.
004746     IF WS-DEF-NAME (WS-DEF-SUB) = WS-CHK-SYM AND
004752        WS-DEF-PART (WS-DEF-SUB) = WS-REC-PART THEN
004760          MOVE "Y" TO WS-DEF-FOUND-SW
004770     END-IF.
004780     CHECK-FUNC-SYM-SCAN-EXIT.
007000     END-IF.
007010     VERIFY-INPUT-BALANCE-EXIT.
007020     EXIT.
007030
007040*---------------------------------------------------------------
007050* CHECK-SOURCE-RULES - A DETAIL THAT PASSED THE EDIT MUST ALSO
007060* KEEP TO ITS SOURCE'S SRCPROF PROFILE.  THE SOURCE IS THE ONE
007070* ASS6MRG STAMPED ON THE DETAIL, OR THE EXTRACT HEADER'S FOR A
007080* SINGLE UNMERGED FEED.  THE TOP-LEVEL VERB, ANY NESTED OR
007090* "def" BODY OPERATOR, AND A FUNCTION APPLICATION MUST ALL BE
007100* ALLOWED, AND NO NUMERIC OPERAND MAY EXCEED THE SOURCE'S
007110* LIMIT.  THE NAME OF A "let" OR "def" IS NOT AN OPERAND.
007120*---------------------------------------------------------------
007130     CHECK-SOURCE-RULES.
007140     IF TRAN-SOURCE-SYSTEM NOT = SPACES THEN
007150          MOVE TRAN-SOURCE-SYSTEM TO WS-RULE-SOURCE
007160     ELSE
007170          MOVE WS-HDR-SOURCE TO WS-RULE-SOURCE
007180     END-IF.
007190     PERFORM GET-PROFILE THRU GET-PROFILE-EXIT.
007200     IF NOT WS-PROF-FOUND THEN
007210          MOVE "N" TO WS-REC-OK-SW
007220          MOVE "E009" TO WS-REJ-CODE
007230          MOVE "SOURCE NOT PROFILED" TO WS-REJ-TEXT
007240          GO TO CHECK-SOURCE-RULES-EXIT
007250     END-IF.
007260     MOVE TRAN-SYM TO WS-RULE-SYM.
007270     PERFORM CHECK-ALLOWED THRU CHECK-ALLOWED-EXIT.
007280     IF NOT WS-REC-OK THEN
007290          GO TO CHECK-SOURCE-RULES-EXIT
007300     END-IF.
007310     IF TRAN-SYM NOT = "let" AND TRAN-SYM NOT = "def" THEN
007320          MOVE TRAN-OPERAND-1 TO WS-RULE-TEXT
007330          PERFORM CHECK-RULE-OPERAND THRU CHECK-RULE-OPERAND-EXIT
007340          IF NOT WS-REC-OK THEN
007350               GO TO CHECK-SOURCE-RULES-EXIT
007360          END-IF
007370     END-IF.
007380     MOVE TRAN-OPERAND-2 TO WS-RULE-TEXT.
007390     PERFORM CHECK-RULE-OPERAND THRU CHECK-RULE-OPERAND-EXIT.
007400     IF NOT WS-REC-OK THEN
007410          GO TO CHECK-SOURCE-RULES-EXIT
007420     END-IF.
007430     IF TRAN-SYM = "if" THEN
007440          MOVE TRAN-OPERAND-3 TO WS-RULE-TEXT
007450          PERFORM CHECK-RULE-OPERAND THRU CHECK-RULE-OPERAND-EXIT
007460     END-IF.
007470     CHECK-SOURCE-RULES-EXIT.
007480     EXIT.
007490
007500*---------------------------------------------------------------
007510* GET-PROFILE - READS THE PROFILE FOR WS-RULE-SOURCE, KEEPING
007520* THE LAST ONE READ SINCE A MERGED FILE ARRIVES SOURCE BY
007530* SOURCE.  A SUSPENDED PROFILE COUNTS AS NO PROFILE.
007540*---------------------------------------------------------------
007550     GET-PROFILE.
007560     IF WS-RULE-SOURCE = WS-PROF-SOURCE THEN
007570          GO TO GET-PROFILE-EXIT
007580     END-IF.
007590     MOVE WS-RULE-SOURCE TO WS-PROF-SOURCE.
007600     MOVE "N" TO WS-PROF-FOUND-SW.
007610     MOVE WS-RULE-SOURCE TO SRCP-SOURCE-SYSTEM.
007620     READ PROF-FILE
007630         INVALID KEY
007640             GO TO GET-PROFILE-EXIT
007650     END-READ.
007660     IF WS-SRCPROF-STATUS = "00" AND SRCP-ACTIVE THEN
007670          MOVE "Y" TO WS-PROF-FOUND-SW
007680     END-IF.
007690     GET-PROFILE-EXIT.
007700     EXIT.
007710
007720*---------------------------------------------------------------
007730* CHECK-ALLOWED - IS THE OPERATOR OR VERB IN WS-RULE-SYM ONE
007740* THE PROFILE ALLOWS?  ANY SYM NOT IN THE OPERATOR TABLE IS A
007750* FUNCTION APPLICATION.
007760*---------------------------------------------------------------
007770     CHECK-ALLOWED.
007780     MOVE "N" TO WS-OP-FOUND-SW.
007790     PERFORM CHECK-ALLOWED-SCAN THRU CHECK-ALLOWED-SCAN-EXIT
007800         VARYING WS-OP-SUB FROM 1 BY 1
007810         UNTIL WS-OP-FOUND OR WS-OP-SUB > 15.
007820     IF WS-OP-FOUND THEN
007830          SUBTRACT 1 FROM WS-OP-SUB
007840     ELSE
007850          MOVE 16 TO WS-OP-SUB
007860     END-IF.
007870     IF SRCP-ALLOW (WS-OP-SUB) NOT = "Y" THEN
007880          MOVE "N" TO WS-REC-OK-SW
007890          MOVE "E010" TO WS-REJ-CODE
007900          MOVE "OPERATOR NOT ALLOWED" TO WS-REJ-TEXT
007910     END-IF.
007920     CHECK-ALLOWED-EXIT.
007930     EXIT.
007940
007950     CHECK-ALLOWED-SCAN.
007960     IF SRCP-OP-SYM (WS-OP-SUB) = WS-RULE-SYM THEN
007970          MOVE "Y" TO WS-OP-FOUND-SW
007980     END-IF.
007990     CHECK-ALLOWED-SCAN-EXIT.
008000     EXIT.
008010
008020*---------------------------------------------------------------
008030* CHECK-RULE-OPERAND - ONE OPERAND IN WS-RULE-TEXT: A NESTED
008040* SUB-EXPRESSION HAS ITS OPERATOR TESTED AND BOTH ITS OPERANDS
008050* MEASURED, A SIMPLE OPERAND IS MEASURED.
008060*---------------------------------------------------------------
008070     CHECK-RULE-OPERAND.
008080     IF WS-RULE-TEXT(1:1) NOT = "(" THEN
008090          MOVE WS-RULE-TEXT TO WS-SIM-TEXT
008100          PERFORM CHECK-MAGNITUDE THRU CHECK-MAGNITUDE-EXIT
008110          GO TO CHECK-RULE-OPERAND-EXIT
008120     END-IF.
008130     MOVE SPACES TO WS-NEST-SYM WS-NEST-OP1 WS-NEST-OP2.
008140     MOVE WS-RULE-TEXT(2:18) TO WS-NEST-TEXT.
008150     UNSTRING WS-NEST-TEXT DELIMITED BY SPACE OR ")"
008160         INTO WS-NEST-SYM WS-NEST-OP1 WS-NEST-OP2
008170     END-UNSTRING.
008180     MOVE WS-NEST-SYM TO WS-RULE-SYM.
008190     PERFORM CHECK-ALLOWED THRU CHECK-ALLOWED-EXIT.
008200     IF NOT WS-REC-OK THEN
008210          GO TO CHECK-RULE-OPERAND-EXIT
008220     END-IF.
008230     MOVE WS-NEST-OP1 TO WS-SIM-TEXT.
008240     PERFORM CHECK-MAGNITUDE THRU CHECK-MAGNITUDE-EXIT.
008250     IF NOT WS-REC-OK THEN
008260          GO TO CHECK-RULE-OPERAND-EXIT
008270     END-IF.
008280     MOVE WS-NEST-OP2 TO WS-SIM-TEXT.
008290     PERFORM CHECK-MAGNITUDE THRU CHECK-MAGNITUDE-EXIT.
008300     CHECK-RULE-OPERAND-EXIT.
008310     EXIT.
008320
008330*---------------------------------------------------------------
008340* CHECK-MAGNITUDE - A NUMERIC OPERAND IN WS-SIM-TEXT (SAME
008350* FIRST-BYTE TEST AS THE HASH) MAY NOT EXCEED THE PROFILE'S
008360* MAXIMUM IN EITHER DIRECTION.  A ZERO MAXIMUM IS NO LIMIT.
008370*---------------------------------------------------------------
008380     CHECK-MAGNITUDE.
008390     IF SRCP-MAX-OPERAND = ZERO THEN
008400          GO TO CHECK-MAGNITUDE-EXIT
008410     END-IF.
008420     IF WS-SIM-TEXT(1:1) IS NUMERIC OR
008430        WS-SIM-TEXT(1:1) = "-" OR
008440        WS-SIM-TEXT(1:1) = "+" OR
008450        WS-SIM-TEXT(1:1) = "." THEN
008460          COMPUTE WS-OPND-VALUE = FUNCTION NUMVAL(WS-SIM-TEXT)
008470              ON SIZE ERROR
008480                  MOVE 9999999999999.99 TO WS-OPND-VALUE
008490          END-COMPUTE
008500          IF WS-OPND-VALUE < ZERO THEN
008510               MULTIPLY -1 BY WS-OPND-VALUE
008520          END-IF
008530          IF WS-OPND-VALUE > SRCP-MAX-OPERAND THEN
008540               MOVE "N" TO WS-REC-OK-SW
008550               MOVE "E011" TO WS-REJ-CODE
008560               MOVE "OPERAND OVER SOURCE LIMIT" TO WS-REJ-TEXT
008570          END-IF
008580     END-IF.
008590     CHECK-MAGNITUDE-EXIT.
008600     EXIT.
008610
008620*---------------------------------------------------------------
008630* READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
008640* BDATECTL CONTROL RECORD, NOT THE MACHINE CLOCK.  NO USABLE
008650* CONTROL RECORD - NO RUN (RC=16).
008660*---------------------------------------------------------------
008670     READ-BUSINESS-DATE.
008680     OPEN INPUT BDATE-FILE.
008690     READ BDATE-FILE
008700         AT END
008710             MOVE ZERO TO BDAT-BUSINESS-DATE
008720     END-READ.
008730     CLOSE BDATE-FILE.
008740     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
008750        BDAT-BUSINESS-DATE = ZERO THEN
008760          DISPLAY "ASS6EDIT: BUSINESS DATE CONTROL "
008770                  "RECORD MISSING OR INVALID - RUN REFUSED"
008780          MOVE 16 TO RETURN-CODE
008790          STOP RUN
008800     END-IF.
008810     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
008820     READ-BUSINESS-DATE-EXIT.
008830     EXIT.
008840
008850*---------------------------------------------------------------
008860* LOAD-PARTITION-MAP - THE OPTIONAL PARTCTL CARDS, ONE PER SOURCE
008870* SYSTEM: SOURCE IN COLUMNS 1-8, PARTITION 01-08 IN COLUMNS
008880* 10-11.  A SOURCE OF "*ALL*" NAMES THE PARTITION FOR EVERY SOURCE
008890* WITHOUT A CARD OF ITS OWN (PARTITION 01 WHEN THERE IS NONE).
008900* THE HIGHEST PARTITION NAMED IS HOW MANY PARTITIONS ARE WRITTEN.
008910* NO CARDS - NO SPLIT, AND THE STEP RUNS AS IT ALWAYS HAS.  A
008920* CARD THAT CANNOT BE HONORED (NO SOURCE, A PARTITION OUTSIDE
008930* 01-08, A SOURCE NAMED TWICE, MORE THAN 100 SOURCES) REFUSES THE
008940* RUN BEFORE ANYTHING IS READ (RC=16) - GUESSING WOULD RISK
008950* SPLITTING A SOURCE'S "let"/"def" WORK ACROSS PARTITIONS.
008960*---------------------------------------------------------------
008970     LOAD-PARTITION-MAP.
008980     INITIALIZE WS-PART-TABLE.
008990     OPEN INPUT PART-CTL-FILE.
009000     PERFORM LOAD-PARTITION-CARD THRU LOAD-PARTITION-CARD-EXIT
009010         UNTIL WS-PCTL-EOF.
009020     CLOSE PART-CTL-FILE.
009030     IF WS-PART-TOTAL > ZERO THEN
009040          MOVE "Y" TO WS-SPLIT-SW
009050     END-IF.
009060     LOAD-PARTITION-MAP-EXIT.
009070     EXIT.
009080
009090     LOAD-PARTITION-CARD.
009100     READ PART-CTL-FILE
009110         AT END
009120             MOVE "Y" TO WS-PCTL-EOF-SW
009130             GO TO LOAD-PARTITION-CARD-EXIT
009140     END-READ.
009150     IF PCTL-RECORD = SPACES THEN
009160          GO TO LOAD-PARTITION-CARD-EXIT
009170     END-IF.
009180     IF PCTL-SOURCE-SYSTEM = SPACES OR
009190        PCTL-PARTITION IS NOT NUMERIC THEN
009200          GO TO LOAD-PARTITION-BAD
009210     END-IF.
009220     MOVE PCTL-PARTITION TO WS-PART-NUM.
009230     IF WS-PART-NUM = ZERO OR WS-PART-NUM > 8 THEN
009240          GO TO LOAD-PARTITION-BAD
009250     END-IF.
009260     IF WS-PART-NUM > WS-PART-TOTAL THEN
009270          MOVE WS-PART-NUM TO WS-PART-TOTAL
009280     END-IF.
009290     IF PCTL-SOURCE-SYSTEM = "*ALL*" THEN
009300          MOVE WS-PART-NUM TO WS-PART-DEFAULT
009310          GO TO LOAD-PARTITION-CARD-EXIT
009320     END-IF.
009330     MOVE PCTL-SOURCE-SYSTEM TO WS-PART-KEY.
009340     PERFORM FIND-PARTITION THRU FIND-PARTITION-EXIT.
009350     IF WS-MAP-FOUND OR WS-MAP-COUNT NOT < 100 THEN
009360          GO TO LOAD-PARTITION-BAD
009370     END-IF.
009380     ADD 1 TO WS-MAP-COUNT.
009390     MOVE PCTL-SOURCE-SYSTEM TO WS-MAP-SOURCE (WS-MAP-COUNT).
009400     MOVE WS-PART-NUM TO WS-MAP-PART (WS-MAP-COUNT).
009410     GO TO LOAD-PARTITION-CARD-EXIT.
009420
009430     LOAD-PARTITION-BAD.
009440     DISPLAY "ASS6EDIT: PARTCTL CARD NOT USABLE - "
009450             PCTL-RECORD(1:11) " - RUN REFUSED".
009460     CLOSE PART-CTL-FILE.
009470     MOVE 16 TO RETURN-CODE.
009480     STOP RUN.
009490     LOAD-PARTITION-CARD-EXIT.
009500     EXIT.
009510
009520*---------------------------------------------------------------
009530* SET-RECORD-PARTITION - A DETAIL'S PARTITION COMES FROM ITS
009540* STAMPED SOURCE SYSTEM, OR THE HEADER'S WHEN NONE IS STAMPED.
009550*---------------------------------------------------------------
009560     SET-RECORD-PARTITION.
009570     IF TRAN-SOURCE-SYSTEM NOT = SPACES THEN
009580          MOVE TRAN-SOURCE-SYSTEM TO WS-PART-KEY
009590     ELSE
009600          MOVE WS-HDR-SOURCE TO WS-PART-KEY
009610     END-IF.
009620     PERFORM FIND-PARTITION THRU FIND-PARTITION-EXIT.
009630     SET-RECORD-PARTITION-EXIT.
009640     EXIT.
009650
009660*---------------------------------------------------------------
009670* FIND-PARTITION - THE PARTITION FOR SOURCE WS-PART-KEY, IN
009680* WS-REC-PART AND (AS IT IS STAMPED ON THE MASTERS) IN
009690* WS-REC-PART-ID.  WS-MAP-FOUND SAYS IT HAD A CARD OF ITS OWN.
009700*---------------------------------------------------------------
009710     FIND-PARTITION.
009720     MOVE "N" TO WS-MAP-FOUND-SW.
009730     MOVE WS-PART-DEFAULT TO WS-REC-PART.
009740     PERFORM FIND-PARTITION-SCAN THRU FIND-PARTITION-SCAN-EXIT
009750         VARYING WS-MAP-SUB FROM 1 BY 1
009760         UNTIL WS-MAP-FOUND OR WS-MAP-SUB > WS-MAP-COUNT.
009770     MOVE WS-REC-PART TO WS-PART-NUM.
009780     MOVE WS-PART-NUM TO WS-REC-PART-ID.
009790     FIND-PARTITION-EXIT.
009800     EXIT.
009810
009820     FIND-PARTITION-SCAN.
009830     IF WS-MAP-SOURCE (WS-MAP-SUB) = WS-PART-KEY THEN
009840          MOVE "Y" TO WS-MAP-FOUND-SW
009850          MOVE WS-MAP-PART (WS-MAP-SUB) TO WS-REC-PART
009860     END-IF.
009870     FIND-PARTITION-SCAN-EXIT.
009880     EXIT.
009890
009900*---------------------------------------------------------------
009910* SPLIT-CLEAN-FILE - READS THE FINISHED CLEAN FILE BACK AND DEALS
009920* EACH DETAIL TO ITS SOURCE'S PARTITION, IN FILE ORDER, SO A
009930* SOURCE'S "let" AND "def" RECORDS STAY TOGETHER AND IN SEQUENCE.
009940* EACH PARTITION'S HEADER CARRIES THE CLEAN FILE'S EXTRACT DATE,
009950* A SOURCE NAME OF ITS OWN (PART01 THRU PART08, SO EACH
009960* EVALUATION STEP FILES ITS OWN RUNLOG ENTRY), ITS NUMBER, THE
009970* PARTITION COUNT AND ITS RECORD-ID BASE - THE CLEAN DETAILS OF
009980* THE PARTITIONS BEFORE IT, SO THE STEPS' RECORD IDS NEVER
009990* OVERLAP.  A DETAIL WITH NO SOURCE STAMP IS STAMPED WITH THE
010000* HEADER'S SOURCE ON THE WAY, SINCE ITS PARTITION'S HEADER NO
010010* LONGER NAMES IT.  EACH PARTITION GETS A TRAILER WITH ITS OWN
010020* COUNT AND HASH TOTAL, AND THE PARTITIONS TOGETHER MUST COME
010030* BACK TO CLEANOUT'S TRAILER AND TO THE EDIT PASS'S ROUTING.
010040* A PARTITION NO SOURCE WAS ROUTED TO IS STILL WRITTEN, EMPTY,
010050* SO EVERY EVALUATION STEP HAS A FILE TO READ.
010060*---------------------------------------------------------------
010070     SPLIT-CLEAN-FILE.
010080     MOVE ZERO TO WS-PART-BASE.
010090     PERFORM SET-PARTITION-BASE THRU SET-PARTITION-BASE-EXIT
010100         VARYING WS-PART-SUB FROM 1 BY 1
010110         UNTIL WS-PART-SUB > WS-PART-TOTAL.
010120     PERFORM OPEN-PARTITION THRU OPEN-PARTITION-EXIT
010130         VARYING WS-PART-SUB FROM 1 BY 1
010140         UNTIL WS-PART-SUB > WS-PART-TOTAL.
010150     OPEN INPUT CLEAN-FILE.
010160     PERFORM SPLIT-CLEAN-RECORD THRU SPLIT-CLEAN-RECORD-EXIT
010170         UNTIL WS-CLEAN-EOF.
010180     CLOSE CLEAN-FILE.
010190     PERFORM CLOSE-PARTITION THRU CLOSE-PARTITION-EXIT
010200         VARYING WS-PART-SUB FROM 1 BY 1
010210         UNTIL WS-PART-SUB > WS-PART-TOTAL.
010220     IF WS-SPLIT-COUNT NOT = WS-CLEAN-COUNT OR
010230        WS-SPLIT-HASH NOT = WS-OUT-HASH-TOTAL THEN
010240          MOVE "N" TO WS-SPLIT-BALANCED-SW
010250     END-IF.
010260     DISPLAY "ASS6EDIT: SPLIT " WS-SPLIT-COUNT
010270             " DETAILS INTO " WS-PART-TOTAL " PARTITIONS".
010280     SPLIT-CLEAN-FILE-EXIT.
010290     EXIT.
010300
010310     SET-PARTITION-BASE.
010320     MOVE WS-PART-BASE TO WS-PART-REC-BASE (WS-PART-SUB).
010330     ADD WS-PART-CLEAN (WS-PART-SUB) TO WS-PART-BASE.
010340     SET-PARTITION-BASE-EXIT.
010350     EXIT.
010360
010370     OPEN-PARTITION.
010380     MOVE WS-PART-SUB TO WS-REC-PART.
010390     IF WS-REC-PART = 1 THEN
010400          OPEN OUTPUT PART-FILE-1
010410     ELSE IF WS-REC-PART = 2 THEN
010420          OPEN OUTPUT PART-FILE-2
010430     ELSE IF WS-REC-PART = 3 THEN
010440          OPEN OUTPUT PART-FILE-3
010450     ELSE IF WS-REC-PART = 4 THEN
010460          OPEN OUTPUT PART-FILE-4
010470     ELSE IF WS-REC-PART = 5 THEN
010480          OPEN OUTPUT PART-FILE-5
010490     ELSE IF WS-REC-PART = 6 THEN
010500          OPEN OUTPUT PART-FILE-6
010510     ELSE IF WS-REC-PART = 7 THEN
010520          OPEN OUTPUT PART-FILE-7
010530     ELSE
010540          OPEN OUTPUT PART-FILE-8
010550     END-IF.
010560     MOVE SPACES TO PRT-HEADER-RECORD.
010570     MOVE "HDR" TO PRT-HDR-ID.
010580     MOVE WS-HDR-EXTRACT-DATE TO PRT-HDR-EXTRACT-DATE.
010590     MOVE WS-PART-SUB TO WS-PART-SOURCE-NO.
010600     MOVE WS-PART-SOURCE TO PRT-HDR-SOURCE-SYSTEM.
010610     MOVE ZERO TO PRT-HDR-HOLD-DATE.
010620     MOVE WS-PART-SUB TO PRT-HDR-PART-NO.
010630     MOVE WS-PART-TOTAL TO PRT-HDR-PART-COUNT.
010640     MOVE WS-PART-REC-BASE (WS-PART-SUB) TO PRT-HDR-REC-BASE.
010650     MOVE PRT-HEADER-RECORD TO WS-PART-LINE.
010660     PERFORM WRITE-PARTITION THRU WRITE-PARTITION-EXIT.
010670     OPEN-PARTITION-EXIT.
010680     EXIT.
010690
010700     SPLIT-CLEAN-RECORD.
010710     READ CLEAN-FILE INTO PRT-RECORD
010720         AT END
010730             MOVE "Y" TO WS-CLEAN-EOF-SW
010740             GO TO SPLIT-CLEAN-RECORD-EXIT
010750     END-READ.
010760     IF PRT-SYM = "HDR" OR PRT-SYM = "TRL" THEN
010770          GO TO SPLIT-CLEAN-RECORD-EXIT
010780     END-IF.
010790     IF PRT-SOURCE-SYSTEM = SPACES THEN
010800          MOVE WS-HDR-SOURCE TO PRT-SOURCE-SYSTEM
010810     END-IF.
010820     MOVE PRT-SOURCE-SYSTEM TO WS-PART-KEY.
010830     PERFORM FIND-PARTITION THRU FIND-PARTITION-EXIT.
010840     ADD 1 TO WS-PART-WRITTEN (WS-REC-PART).
010850     MOVE PRT-OPERAND-1 TO WS-HASH-TEXT.
010860     PERFORM HASH-PART-OPERAND THRU HASH-PART-OPERAND-EXIT.
010870     MOVE PRT-OPERAND-2 TO WS-HASH-TEXT.
010880     PERFORM HASH-PART-OPERAND THRU HASH-PART-OPERAND-EXIT.
010890     MOVE PRT-OPERAND-3 TO WS-HASH-TEXT.
010900     PERFORM HASH-PART-OPERAND THRU HASH-PART-OPERAND-EXIT.
010910     MOVE PRT-RECORD TO WS-PART-LINE.
010920     PERFORM WRITE-PARTITION THRU WRITE-PARTITION-EXIT.
010930     SPLIT-CLEAN-RECORD-EXIT.
010940     EXIT.
010950
010960     HASH-PART-OPERAND.
010970     IF WS-HASH-TEXT(1:1) IS NUMERIC OR
010980        WS-HASH-TEXT(1:1) = "-" OR
010990        WS-HASH-TEXT(1:1) = "+" OR
011000        WS-HASH-TEXT(1:1) = "." THEN
011010          ADD FUNCTION NUMVAL(WS-HASH-TEXT)
011020              TO WS-PART-HASH (WS-REC-PART)
011030              ON SIZE ERROR
011040                  CONTINUE
011050          END-ADD
011060     END-IF.
011070     HASH-PART-OPERAND-EXIT.
011080     EXIT.
011090
011100     CLOSE-PARTITION.
011110     MOVE WS-PART-SUB TO WS-REC-PART.
011120     MOVE SPACES TO PRT-TRAILER-RECORD.
011130     MOVE "TRL" TO PRT-TRL-ID.
011140     MOVE WS-PART-WRITTEN (WS-PART-SUB) TO PRT-TRL-REC-COUNT.
011150     MOVE WS-PART-HASH (WS-PART-SUB) TO PRT-TRL-HASH-TOTAL.
011160     MOVE PRT-TRAILER-RECORD TO WS-PART-LINE.
011170     PERFORM WRITE-PARTITION THRU WRITE-PARTITION-EXIT.
011180     IF WS-REC-PART = 1 THEN
011190          CLOSE PART-FILE-1
011200     ELSE IF WS-REC-PART = 2 THEN
011210          CLOSE PART-FILE-2
011220     ELSE IF WS-REC-PART = 3 THEN
011230          CLOSE PART-FILE-3
011240     ELSE IF WS-REC-PART = 4 THEN
011250          CLOSE PART-FILE-4
011260     ELSE IF WS-REC-PART = 5 THEN
011270          CLOSE PART-FILE-5
011280     ELSE IF WS-REC-PART = 6 THEN
011290          CLOSE PART-FILE-6
011300     ELSE IF WS-REC-PART = 7 THEN
011310          CLOSE PART-FILE-7
011320     ELSE
011330          CLOSE PART-FILE-8
011340     END-IF.
011350     ADD WS-PART-WRITTEN (WS-PART-SUB) TO WS-SPLIT-COUNT.
011360     ADD WS-PART-HASH (WS-PART-SUB) TO WS-SPLIT-HASH.
011370     IF WS-PART-WRITTEN (WS-PART-SUB) NOT =
011380        WS-PART-CLEAN (WS-PART-SUB) THEN
011390          MOVE "N" TO WS-SPLIT-BALANCED-SW
011400     END-IF.
011410     MOVE WS-PART-SUB TO WS-PART-NUM.
011420     DISPLAY "ASS6EDIT: PARTITION " WS-PART-NUM
011430             " DETAILS " WS-PART-WRITTEN (WS-PART-SUB)
011440             " RECORD-ID BASE " WS-PART-REC-BASE (WS-PART-SUB).
011450     CLOSE-PARTITION-EXIT.
011460     EXIT.
011470
011480     WRITE-PARTITION.
011490     IF WS-REC-PART = 1 THEN
011500          WRITE PART-RECORD-1 FROM WS-PART-LINE
011510     ELSE IF WS-REC-PART = 2 THEN
011520          WRITE PART-RECORD-2 FROM WS-PART-LINE
011530     ELSE IF WS-REC-PART = 3 THEN
011540          WRITE PART-RECORD-3 FROM WS-PART-LINE
011550     ELSE IF WS-REC-PART = 4 THEN
011560          WRITE PART-RECORD-4 FROM WS-PART-LINE
011570     ELSE IF WS-REC-PART = 5 THEN
011580          WRITE PART-RECORD-5 FROM WS-PART-LINE
011590     ELSE IF WS-REC-PART = 6 THEN
011600          WRITE PART-RECORD-6 FROM WS-PART-LINE
011610     ELSE IF WS-REC-PART = 7 THEN
011620          WRITE PART-RECORD-7 FROM WS-PART-LINE
011630     ELSE
011640          WRITE PART-RECORD-8 FROM WS-PART-LINE
011650     END-IF.
011660     WRITE-PARTITION-EXIT.
011670     EXIT.
011680
011690*---------------------------------------------------------------
011700* WRITE-ACK-STATUS - MARKS A REJECTED DETAIL ON ACKSTAT UNDER ITS
011710* SOURCE AND ITS POSITION IN THE SOURCE'S OWN EXTRACT, AS
011720* STAMPED BY ASS6MRG.  A DETAIL THAT NEVER WENT THROUGH THE
011730* MERGE CARRIES NO POSITION AND HAS NO STATUS TO MARK.
011740*---------------------------------------------------------------
011750     WRITE-ACK-STATUS.
011760     IF TRAN-SOURCE-SEQ IS NOT NUMERIC OR
011770        TRAN-EXTRACT-NO IS NOT NUMERIC OR
011780        TRAN-SOURCE-SEQ = ZERO THEN
011790          GO TO WRITE-ACK-STATUS-EXIT
011800     END-IF.
011810     MOVE SPACES TO ACKS-RECORD.
011820     MOVE TRAN-SOURCE-SYSTEM TO ACKS-SOURCE-SYSTEM.
011830     MOVE WS-RUN-DATE8 TO ACKS-BUSINESS-DATE.
011840     MOVE TRAN-EXTRACT-NO TO ACKS-EXTRACT-NO.
011850     MOVE TRAN-SOURCE-SEQ TO ACKS-SOURCE-SEQ.
011860     MOVE "R" TO ACKS-STATUS.
011870     MOVE WS-REJ-CODE TO ACKS-REASON-CODE.
011880     MOVE WS-READ-COUNT TO ACKS-REC-ID.
011890     WRITE ACKS-RECORD.
011900     IF WS-ACKSTAT-STATUS = "22" THEN
011910          REWRITE ACKS-RECORD
011920     END-IF.
011930     WRITE-ACK-STATUS-EXIT.
011940     EXIT.
011950
011960
011970*---------------------------------------------------------------
011980* REMEMBER-DEF-NAME - KEEPS A "def"ED NAME, WITH THE PARTITION OF
011990* THE RECORD THAT DEFINED IT, SO LATER RECORDS MAY APPLY IT.
012000*---------------------------------------------------------------
012010     REMEMBER-DEF-NAME.
012020     IF WS-DEF-COUNT < 50 THEN
012030          ADD 1 TO WS-DEF-COUNT
012040          MOVE TRAN-OPERAND-1(1:3)
012050              TO WS-DEF-NAME (WS-DEF-COUNT)
012060          MOVE WS-REC-PART TO WS-DEF-PART (WS-DEF-COUNT)
012070     END-IF.
012080     REMEMBER-DEF-NAME-EXIT.
012090     EXIT.
012100
012110*---------------------------------------------------------------
012120* CHECK-LIBRARY-FUNC - NO SAME-DAY FUNCMAST ENTRY OR EARLIER "def"
012130* OF THE NAME.  IT IS STILL GOOD WHEN AN APPROVED FUNCLIB VERSION
012140* IS EFFECTIVE ON THE HEADER'S EXTRACT DATE (THE BUSINESS DATE
012150* WHEN THE FILE CAME WITHOUT A HEADER).
012160*---------------------------------------------------------------
012170     CHECK-LIBRARY-FUNC.
012180     IF WS-HDR-EXTRACT-DATE IS NUMERIC AND
012190        WS-HDR-EXTRACT-DATE > ZERO THEN
012200          MOVE WS-HDR-EXTRACT-DATE TO WS-FUNC-DATE
012210     ELSE
012220          MOVE WS-RUN-DATE8 TO WS-FUNC-DATE
012230     END-IF.
012240     PERFORM FIND-LIBRARY-VERSION THRU FIND-LIBRARY-VERSION-EXIT.
012250     IF WS-LIB-FOUND THEN
012260          MOVE "Y" TO WS-SYM-OK-SW
012270     END-IF.
012280     CHECK-LIBRARY-FUNC-EXIT.
012290     EXIT.
012300
012310*---------------------------------------------------------------
012320* FIND-LIBRARY-VERSION - IS ANY APPROVED FUNCLIB VERSION OF
012330* WS-CHK-SYM EFFECTIVE ON WS-FUNC-DATE?  THE SAME TEST THE
012340* EVALUATOR MAKES WHEN IT PICKS THE VERSION TO APPLY.
012350*---------------------------------------------------------------
012360     FIND-LIBRARY-VERSION.
012370     MOVE "N" TO WS-LIB-FOUND-SW.
012380     MOVE "N" TO WS-FUNCLIB-EOF-SW.
012390     MOVE WS-CHK-SYM TO FLIB-NAME.
012400     MOVE ZERO TO FLIB-VERSION.
012410     START LIB-FILE KEY NOT < FLIB-KEY
012420         INVALID KEY
012430             MOVE "Y" TO WS-FUNCLIB-EOF-SW
012440     END-START.
012450     IF WS-FUNCLIB-STATUS NOT = "00" THEN
012460          MOVE "Y" TO WS-FUNCLIB-EOF-SW
012470     END-IF.
012480     PERFORM FIND-LIBRARY-NEXT THRU FIND-LIBRARY-NEXT-EXIT
012490         UNTIL WS-FUNCLIB-EOF OR WS-LIB-FOUND.
012500     FIND-LIBRARY-VERSION-EXIT.
012510     EXIT.
012520
012530     FIND-LIBRARY-NEXT.
012540     READ LIB-FILE NEXT RECORD
012550         AT END
012560             MOVE "Y" TO WS-FUNCLIB-EOF-SW
012570             GO TO FIND-LIBRARY-NEXT-EXIT
012580     END-READ.
012590     IF WS-FUNCLIB-STATUS NOT = "00" OR
012600        FLIB-NAME NOT = WS-CHK-SYM THEN
012610          MOVE "Y" TO WS-FUNCLIB-EOF-SW
012620          GO TO FIND-LIBRARY-NEXT-EXIT
012630     END-IF.
012640     IF FLIB-APPROVED AND
012650        FLIB-EFF-FROM NOT > WS-FUNC-DATE AND
012660        FLIB-EFF-TO NOT < WS-FUNC-DATE THEN
012670          MOVE "Y" TO WS-LIB-FOUND-SW
012680     END-IF.
012690     FIND-LIBRARY-NEXT-EXIT.
012700     EXIT.
