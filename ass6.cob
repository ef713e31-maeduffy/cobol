001060*                    DATE AND SOURCE ALREADY POSTED (RC=20) SO
001070*                    THE SAME EXTRACT CANNOT POST TWO NIGHTS
001080*                    RUNNING.  ASS6RLOG PRINTS THE HISTORY.
001081*   10/15/2026 DLH   RUN DATE FROM THE BDATECTL BUSINESS DATE.
001082*   10/15/2026 DLH   POSTING JOURNAL (POSTJRNL) FOR ASS6BACK.
001083*   10/15/2026 DLH   DETAILS ANSWERED ON THE ACKSTAT STATUS FILE.
001084*   10/15/2026 DLH   VARIABLE LINEAGE WRITTEN TO VARLINE.
001085*   10/15/2026 DLH   FUNCLIB FUNCTION LIBRARY VERSIONS APPLIED.
001086*   10/15/2026 DLH   PARTITIONED EVALUATION OF THE PARTOUT FILES.
001090*---------------------------------------------------------------
001100 ENVIRONMENT DIVISION.
001110 CONFIGURATION SECTION.
001310         ORGANIZATION IS SEQUENTIAL.
001320     SELECT OPTIONAL CKPT-FILE ASSIGN TO CKPTFILE
001330         ORGANIZATION IS SEQUENTIAL.
001333     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
001336         ORGANIZATION IS SEQUENTIAL.
001340     SELECT SUSP-FILE      ASSIGN TO SUSPOUT
001350         ORGANIZATION IS SEQUENTIAL.
001360     SELECT SUSP-IN-FILE   ASSIGN TO SUSPIN
001400         ACCESS MODE IS DYNAMIC
001410         RECORD KEY IS VARM-NAME
001420         FILE STATUS IS WS-VARMAST-STATUS.
001421     SELECT OPTIONAL ACK-FILE ASSIGN TO ACKSTAT
001422         ORGANIZATION IS INDEXED
001423         ACCESS MODE IS RANDOM
001424         RECORD KEY IS ACKS-KEY
001425         FILE STATUS IS WS-ACKSTAT-STATUS.
001430     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
001440         ORGANIZATION IS INDEXED
001450         ACCESS MODE IS RANDOM
001460         RECORD KEY IS RUNL-KEY
001470         FILE STATUS IS WS-RUNLOG-STATUS.
001471     SELECT OPTIONAL JRNL-FILE ASSIGN TO POSTJRNL
001472         ORGANIZATION IS INDEXED
001473         ACCESS MODE IS RANDOM
001474         RECORD KEY IS PJRN-KEY
001475         FILE STATUS IS WS-POSTJRNL-STATUS.
001480     SELECT OPTIONAL FUNC-FILE ASSIGN TO FUNCMAST
001490         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS RANDOM
001510         RECORD KEY IS FUNC-NAME
001520         FILE STATUS IS WS-FUNCMAST-STATUS.
001521     SELECT OPTIONAL LIB-FILE ASSIGN TO FUNCLIB
001522         ORGANIZATION IS INDEXED
001523         ACCESS MODE IS DYNAMIC
001524         RECORD KEY IS FLIB-KEY
001525         FILE STATUS IS WS-FUNCLIB-STATUS.
001530     SELECT OPTIONAL RSLT-MASTER ASSIGN TO RSLTMAST
001540         ORGANIZATION IS INDEXED
001550         ACCESS MODE IS RANDOM
001560         RECORD KEY IS RSLM-KEY
001570         FILE STATUS IS WS-RSLTMAST-STATUS.
001571     SELECT OPTIONAL LINE-FILE ASSIGN TO VARLINE
001572         ORGANIZATION IS INDEXED
001573         ACCESS MODE IS RANDOM
001574         RECORD KEY IS VLIN-KEY
001575         FILE STATUS IS WS-VARLINE-STATUS.
001580
001590 DATA DIVISION.
001600 FILE SECTION.
002130 FD  SUSP-FILE
002140     LABEL RECORDS ARE STANDARD.
002150 COPY SUSPREC.
002152
002154 FD  ACK-FILE
002156     LABEL RECORDS ARE STANDARD.
002158 COPY ACKSREC.
002160
002170 FD  SUSP-IN-FILE
002180     LABEL RECORDS ARE STANDARD.
002270     05  CKPT-EXCP-COUNT            PIC 9(06).
002280     05  CKPT-ERR-COUNT             PIC 9(06).
002290     05  CKPT-RUN-DATE              PIC 9(08).
002296     05  CKPT-PART-ID               PIC X(02).
002302     05  FILLER                     PIC X(40).
002310
002320 FD  VAR-FILE
002330     LABEL RECORDS ARE STANDARD.
002340 COPY VARMREC.
002342
002344 FD  LINE-FILE
002346     LABEL RECORDS ARE STANDARD.
002348 COPY VLINREC.
002350
002360 FD  FUNC-FILE
002370     LABEL RECORDS ARE STANDARD.
002380 COPY FUNCREC.
002382
002384 FD  LIB-FILE
002386     LABEL RECORDS ARE STANDARD.
002388 COPY FLIBREC.
002390
002400 FD  RUNLOG-FILE
002410     LABEL RECORDS ARE STANDARD.
002420 COPY RUNLREC.
002421
002422 FD  JRNL-FILE
002423     LABEL RECORDS ARE STANDARD.
002424 COPY PJRNREC.
002425
002426 FD  BDATE-FILE
002427     LABEL RECORDS ARE STANDARD.
002428 COPY BDATREC.
002430
002440 WORKING-STORAGE SECTION.
002450 77  WS-REC-COUNT                   PIC 9(06) COMP VALUE ZERO.
002800         88  WS-KNOWN-SYM                     VALUE "Y".
002810     05  WS-FUNC-ACTIVE-SW          PIC X(01) VALUE "N".
002820         88  WS-FUNC-ACTIVE                   VALUE "Y".
002821     05  WS-LIB-FOUND-SW            PIC X(01) VALUE "N".
002822         88  WS-LIB-FOUND                     VALUE "Y".
002823     05  WS-FUNCLIB-EOF-SW          PIC X(01) VALUE "N".
002824         88  WS-FUNCLIB-EOF                   VALUE "Y".
002825     05  WS-PART-PASS-SW            PIC X(01) VALUE "N".
002826         88  WS-PARTITION-PASS                VALUE "Y".
002827     05  WS-DEF-FOUND-SW            PIC X(01) VALUE "N".
002828         88  WS-DEF-FOUND                     VALUE "Y".
002830
002840 01  WS-RUN-MODE                    PIC X(01) VALUE "P".
002850     88  WS-MODE-TEST                         VALUE "T".
003180 77  WS-VAR-COUNT                   PIC 9(05) COMP VALUE ZERO.
003190 77  WS-VAR-INS-SUB                 PIC 9(05) COMP VALUE ZERO.
003200 77  WS-VAR-FOUND-SUB               PIC 9(05) COMP VALUE ZERO.
003202 77  WS-DEF-COUNT                   PIC 9(03) COMP VALUE ZERO.
003204 77  WS-DEF-SUB                     PIC 9(03) COMP VALUE ZERO.
003206 77  WS-DEF-HIT                     PIC 9(03) COMP VALUE ZERO.
003210 01  WS-VARMAST-STATUS              PIC X(02) VALUE "00".
003220 01  WS-FUNCMAST-STATUS             PIC X(02) VALUE "00".
003225 01  WS-FUNCLIB-STATUS              PIC X(02) VALUE "00".
003230 01  WS-RUNLOG-STATUS               PIC X(02) VALUE "00".
003240 01  WS-RSLTMAST-STATUS             PIC X(02) VALUE "00".
003242 01  WS-POSTJRNL-STATUS             PIC X(02) VALUE "00".
003244 01  WS-VARLINE-STATUS              PIC X(02) VALUE "00".
003246 01  WS-ACKSTAT-STATUS              PIC X(02) VALUE "00".
003250 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
003252 01  WS-RUN-DATE8-R REDEFINES WS-RUN-DATE8.
003254     05  WS-RUN-CC                  PIC 9(02).
003256     05  WS-RUN-YMD                 PIC 9(06).
003260 01  WS-EXPAND-DATE.
003270     05  WS-EXP-CC                  PIC 9(02) VALUE 20.
003280     05  WS-EXP-YMD                 PIC 9(06) VALUE ZERO.
003281*---------------------------------------------------------------
003282* THE DATE THE FUNCTION LIBRARY IS ASKED ABOUT, AND THE BEST
003283* VERSION OF THE FUNCTION FOUND SO FAR.
003284*---------------------------------------------------------------
003285 01  WS-FUNC-DATE                   PIC 9(08) VALUE ZERO.
003286 01  WS-LIB-VERSION                 PIC 9(04) VALUE ZERO.
003287 01  WS-LIB-SYM                     PIC X(03).
003288 01  WS-LIB-OP1                     PIC X(18).
003289 01  WS-LIB-OP2                     PIC X(18).
003290 01  WS-LOOKUP-NAME                 PIC X(20).
003291*---------------------------------------------------------------
003292* WHERE THE CURRENT RECORD'S FUNCTION CAME FROM - "D" A SAME-DAY
003293* "def", "L" THE FUNCTION LIBRARY, SPACE WHEN NO FUNCTION WAS
003294* APPLIED - AND THE LIBRARY VERSION, FOR THE RESULT RECORD.
003295*---------------------------------------------------------------
003296 01  WS-FUNC-SOURCE                 PIC X(01) VALUE SPACE.
003297 01  WS-FUNC-VERSION                PIC 9(04) VALUE ZERO.
003300*---------------------------------------------------------------
003310* THE IN-CORE VARIABLE STORE, KEPT IN ASCENDING NAME ORDER SO
003320* LOOKUP-VARIABLE CAN BINARY-SEARCH IT - EVERY OPERAND THAT
003400             INDEXED BY WS-VAR-IDX.
003410         10  WS-VAR-NAME            PIC X(20).
003420         10  WS-VAR-VALUE           PIC S9(7)V99.
003421*---------------------------------------------------------------
003422* THIS PASS'S OWN "def"S, HELD IN CORE AS ITS VARIABLES ARE.
003423*---------------------------------------------------------------
003424 01  WS-DEF-TABLE.
003425     05  WS-DEF-ENTRY OCCURS 100 TIMES.
003426         10  WS-DEF-NAME            PIC X(03).
003427         10  WS-DEF-SYM             PIC X(03).
003428         10  WS-DEF-OP1             PIC X(18).
003429         10  WS-DEF-OP2             PIC X(18).
003430
003440 77  WS-READ-COUNT                  PIC 9(06) COMP VALUE ZERO.
003450 77  WS-EVAL-COUNT                  PIC 9(06) COMP VALUE ZERO.
003470 77  WS-EXCP-COUNT                  PIC 9(06) COMP VALUE ZERO.
003480 77  WS-ERR-COUNT                   PIC 9(06) COMP VALUE ZERO.
003490 77  WS-TRL-REC-COUNT               PIC 9(06) COMP VALUE ZERO.
003493 77  WS-JRNL-SEQ                    PIC 9(06) COMP VALUE ZERO.
003496 77  WS-LINE-SEQ                    PIC 9(06) COMP VALUE ZERO.
003500 77  WS-HASH-TOTAL                  PIC S9(13)V99 COMP-3
003510                                    VALUE ZERO.
003520 77  WS-TRL-HASH-TOTAL              PIC S9(13)V99 COMP-3
003530                                    VALUE ZERO.
003540 01  WS-EXTRACT-DATE                PIC 9(08) VALUE ZERO.
003550 01  WS-SOURCE-SYSTEM               PIC X(08) VALUE SPACES.
003551*---------------------------------------------------------------
003552* THE PARTITION THIS PASS IS RUNNING (FROM THE HEADER, SPACES
003553* FOR AN UNSPLIT FILE) AND THE ONE THE CHECKPOINT WAS TAKEN FOR.
003554*---------------------------------------------------------------
003555 01  WS-PART-ID                     PIC X(02) VALUE SPACES.
003556 01  WS-CKPT-PART-ID                PIC X(02) VALUE SPACES.
003560 01  WS-HASH-TEXT                   PIC X(20).
003561*---------------------------------------------------------------
003562* WS-RSLM-SAVE HOLDS A NEW RESULT WHILE THE ENTRY IT REPLACES IS
003563* READ FOR ITS BEFORE IMAGE.
003564*---------------------------------------------------------------
003565 01  WS-RSLM-SAVE                   PIC X(120).
003570 77  WS-REC-HASH                    PIC S9(13)V99 COMP-3
003580                                    VALUE ZERO.
003581*---------------------------------------------------------------
003582* POSTING JOURNAL KEY - THE RUN'S RUNLOG KEY AND THE PASS STAMP.
003583*---------------------------------------------------------------
003584 01  WS-JRNL-RUN-KEY.
003585     05  WS-JRNL-EXTRACT-DATE       PIC 9(08) VALUE ZERO.
003586     05  WS-JRNL-SOURCE-SYSTEM      PIC X(08) VALUE SPACES.
003587 01  WS-JRNL-PASS-STAMP.
003588     05  WS-JRNL-PASS-DATE          PIC 9(08) VALUE ZERO.
003589     05  WS-JRNL-PASS-TIME          PIC 9(08) VALUE ZERO.
003590 01  WS-DTL-SOURCE                  PIC X(08) VALUE SPACES.
003591*---------------------------------------------------------------
003592* VARIABLE LINEAGE - TYPE (S STORE, U USE), NAME, VALUE STORED OR
003593* PICKED UP, AND THE VALUE A STORE REPLACED.
003594*---------------------------------------------------------------
003595 01  WS-LINE-TYPE                   PIC X(01) VALUE SPACE.
003596 01  WS-LINE-NAME                   PIC X(20) VALUE SPACES.
003597 01  WS-LINE-OLD-SW                 PIC X(01) VALUE "N".
003598 01  WS-LINE-OLD-VALUE              PIC S9(7)V99 VALUE ZERO.
003599 01  WS-LINE-NEW-VALUE              PIC S9(7)V99 VALUE ZERO.
003600 77  WS-SRC-ENTRIES                 PIC 9(02) COMP VALUE ZERO.
003610 77  WS-SRC-SUB                     PIC 9(02) COMP VALUE ZERO.
003620 77  WS-SRC-HIT                     PIC 9(02) COMP VALUE ZERO.
004260*===============================================================
004270     MAIN.
004280     PERFORM READ-CONTROL-CARD THRU READ-CONTROL-CARD-EXIT.
004282     IF NOT WS-MODE-TEST THEN
004284          PERFORM READ-BUSINESS-DATE
004286              THRU READ-BUSINESS-DATE-EXIT
004288     END-IF.
004290     PERFORM OPEN-FILES THRU OPEN-FILES-EXIT.
004300
004310     IF WS-MODE-TEST THEN
004370     ELSE
004380          OPEN INPUT TRANS-FILE
004390     END-IF.
004410     IF WS-MODE-RESTART THEN
004420          PERFORM READ-CHECKPOINT THRU READ-CHECKPOINT-EXIT
004430          OPEN EXTEND RESULT-FILE
004500     END-IF.
004510     OPEN I-O    VAR-FILE.
004520     OPEN I-O    FUNC-FILE.
004525     OPEN INPUT  LIB-FILE.
004530     OPEN I-O    RSLT-MASTER.
004540     OPEN I-O    RUNLOG-FILE.
004545     OPEN I-O    JRNL-FILE.
004550     OPEN I-O    ACK-FILE.
004555     OPEN I-O    LINE-FILE.
004560     PERFORM READ-TRANSACTION THRU READ-TRANSACTION-EXIT.
004561     IF WS-MODE-RESTART THEN
004562          PERFORM CHECK-CHECKPOINT-PARTITION
004563              THRU CHECK-CHECKPOINT-PARTITION-EXIT
004564     END-IF.
004565     PERFORM LOAD-VARIABLES THRU LOAD-VARIABLES-EXIT.
004566     PERFORM SET-JOURNAL-KEY THRU SET-JOURNAL-KEY-EXIT.
004570     IF WS-MODE-PRODUCTION THEN
004580          PERFORM CHECK-RUN-HISTORY THRU CHECK-RUN-HISTORY-EXIT
004590     END-IF.
004700     ELSE
004710          CLOSE TRANS-FILE
004720     END-IF.
004726     CLOSE RESULT-FILE VAR-FILE FUNC-FILE RSLT-MASTER
004732           JRNL-FILE ACK-FILE LINE-FILE LIB-FILE.
004740
004750     PERFORM CLOSE-FILES THRU CLOSE-FILES-EXIT.
004760     PERFORM SET-RETURN-CODE THRU SET-RETURN-CODE-EXIT.
004940     ADD 1 TO WS-EVAL-COUNT.
004950     MOVE "N" TO WS-BAD-SYM-SW.
004960     MOVE "N" TO WS-SUSPENDED-SW.
004963     MOVE SPACE TO WS-FUNC-SOURCE.
004966     MOVE ZERO TO WS-FUNC-VERSION.
004970     IF WS-MODE-REWORK THEN
004980          MOVE RWK-SYM TO SYM
004990          MOVE RWK-OPERAND-1 TO IN1
005960     EXIT.
005970
005980*---------------------------------------------------------------
005984* FETCH-FUNCTION - IS THE SYM A FUNCTION THIS PASS HAS "def"ED,
005988* OR ONE ON FUNCMAST WITH TODAY'S STORE DATE (AND, ON A
005992* PARTITIONED RUN, THIS PARTITION'S STAMP - ANOTHER PARTITION'S
005996* FUNCTIONS ARE NOT VISIBLE HERE)?  IF NOT, IS THERE AN
006000* APPROVED FUNCLIB VERSION OF IT EFFECTIVE ON THE EXTRACT DATE?
006004* AN IN-CORE OR LIBRARY DEFINITION IS COPIED INTO THE
006008* FUNC-RECORD BODY FIELDS SO APPLY-FUNCTION WORKS THE SAME
006012* EVERY WAY.  A NAME FOUND NOWHERE IS LEFT TO FALL THROUGH TO
006016* BINOP'S UNRECOGNIZED-OPERATOR PATH, SO THE ERROR AND SUSPENSE
006020* HANDLING IS THE SAME AS ANY BAD SYM.
006030*---------------------------------------------------------------
006040     FETCH-FUNCTION.
006050     MOVE SYM TO FUNC-NAME.
006052     PERFORM FETCH-RUN-DEF THRU FETCH-RUN-DEF-EXIT.
006054     IF WS-FUNC-ACTIVE THEN
006056          GO TO FETCH-FUNCTION-EXIT
006058     END-IF.
006060     READ FUNC-FILE
006070         INVALID KEY
006080             GO TO FETCH-FUNCTION-LIBRARY
006090     END-READ.
006100     IF WS-FUNCMAST-STATUS = "00" AND
006110        FUNC-STORE-DATE IS NUMERIC AND
006115        FUNC-STORE-DATE = WS-RUN-DATE8 AND
006120        (NOT WS-PARTITION-PASS OR
006125         FUNC-PARTITION = WS-PART-ID) THEN
006130          MOVE "Y" TO WS-FUNC-ACTIVE-SW
006132          MOVE "D" TO WS-FUNC-SOURCE
006134          MOVE ZERO TO WS-FUNC-VERSION
006136          GO TO FETCH-FUNCTION-EXIT
006140     END-IF.
006143     FETCH-FUNCTION-LIBRARY.
006146     PERFORM FETCH-LIBRARY-FUNC THRU FETCH-LIBRARY-FUNC-EXIT.
006150     FETCH-FUNCTION-EXIT.
006160     EXIT.
006170
007910          IF WS-VAR-FOUND THEN
007920               MOVE WS-VAR-VALUE (WS-VAR-FOUND-SUB)
007930                   TO WS-LITERAL-VALUE
007932               MOVE "U" TO WS-LINE-TYPE
007934               MOVE WS-LOOKUP-NAME TO WS-LINE-NAME
007936               MOVE WS-LITERAL-VALUE TO WS-LINE-NEW-VALUE
007938               PERFORM WRITE-LINEAGE THRU WRITE-LINEAGE-EXIT
007940          ELSE
007950               MOVE ZERO TO WS-LITERAL-VALUE
007960               MOVE WS-REC-COUNT TO ERR-REC-ID
008110* AND OPERAND-2 SUPPLIES ITS VALUE (A LITERAL, ANOTHER VARIABLE,
008120* OR A ONE-DEEP SUB-EXPRESSION).  THE VALUE IS KEPT IN THE
008130* IN-CORE TABLE FOR THE REST OF THE RUN AND WRITTEN THROUGH TO
008133* THE VARMAST MASTER SO A LATER RUN THE SAME DAY CAN SEE IT,
008136* STAMPED WITH THIS PASS'S PARTITION (SPACES WHEN UNSPLIT).
008139* THE ENTRY IT REPLACES (IF ANY) IS READ FIRST SO THE POSTING
008142* JOURNAL CARRIES BOTH IMAGES.  THE STORE GOES TO THE LINEAGE
008145* FILE WITH THE VALUE THE NAME HELD IN THE RUN BEFORE IT.
008150*---------------------------------------------------------------
008160     STORE-VARIABLE.
008170     MOVE "N" TO WS-NEST-ERROR-SW.
008220     END-IF.
008230     MOVE IN1 TO WS-LOOKUP-NAME.
008240     PERFORM LOOKUP-VARIABLE THRU LOOKUP-VARIABLE-EXIT.
008241     MOVE "N" TO WS-LINE-OLD-SW.
008242     MOVE ZERO TO WS-LINE-OLD-VALUE.
008243     IF WS-VAR-FOUND THEN
008244          MOVE "Y" TO WS-LINE-OLD-SW
008245          MOVE WS-VAR-VALUE (WS-VAR-FOUND-SUB)
008246              TO WS-LINE-OLD-VALUE
008247     END-IF.
008250     IF WS-VAR-FOUND THEN
008260          MOVE B TO WS-VAR-VALUE (WS-VAR-FOUND-SUB)
008270     ELSE IF WS-VAR-COUNT < 5000 THEN
008350          MOVE "ERROR" TO RESULT
008360          GO TO STORE-VARIABLE-EXIT
008370     END-IF.
008373     MOVE SPACES TO PJRN-RECORD.
008376     MOVE "N" TO PJRN-EXISTED-SW.
008380     MOVE WS-LOOKUP-NAME TO VARM-NAME.
008381     READ VAR-FILE
008382         INVALID KEY
008383             MOVE "N" TO PJRN-EXISTED-SW
008384     END-READ.
008385     IF WS-VARMAST-STATUS = "00" THEN
008386          MOVE "Y" TO PJRN-EXISTED-SW
008387          MOVE VARM-RECORD TO PJRN-BEFORE-IMAGE
008388     END-IF.
008389     MOVE WS-LOOKUP-NAME TO VARM-NAME.
008390     MOVE B TO VARM-VALUE.
008400     MOVE WS-RUN-DATE8 TO VARM-STORE-DATE.
008405     MOVE WS-PART-ID TO VARM-PARTITION.
008410     WRITE VARM-RECORD.
008420     IF WS-VARMAST-STATUS = "22" THEN
008430          REWRITE VARM-RECORD
008440     END-IF.
008441     MOVE "V" TO PJRN-TYPE.
008442     MOVE VARM-NAME TO PJRN-MASTER-KEY.
008443     MOVE VARM-RECORD TO PJRN-AFTER-IMAGE.
008444     PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
008445     MOVE "S" TO WS-LINE-TYPE.
008446     MOVE VARM-NAME TO WS-LINE-NAME.
008447     MOVE VARM-VALUE TO WS-LINE-NEW-VALUE.
008448     PERFORM WRITE-LINEAGE THRU WRITE-LINEAGE-EXIT.
008450     MOVE B TO C.
008460     MOVE C TO RESULT-EDIT.
008470     MOVE RESULT-EDIT TO RESULT.
008840* FUNCMAST MASTER STAMPED WITH TODAY, REPLACING ANY EARLIER
008850* DEFINITION OF THE NAME.  THE DEFINITION AUDITS AND POSTS A
008860* RESULT RECORD LIKE ANY OTHER OPERATION, CARRYING THE NAME.
008862* THE DEFINITION IT REPLACES IS JOURNALED AS ITS BEFORE IMAGE.
008864* THE ENTRY IS STAMPED WITH THIS PASS'S PARTITION, AND THE
008866* DEFINITION IS ALSO HELD IN CORE FOR THE REST OF THE PASS.
008870*---------------------------------------------------------------
008880     STORE-FUNCTION.
008890     IF IN2(1:1) NOT = "(" THEN
008990        WS-NEST-OP1 = SPACES OR WS-NEST-OP2 = SPACES THEN
009000          GO TO STORE-FUNCTION-BAD
009010     END-IF.
009013     MOVE SPACES TO PJRN-RECORD.
009016     MOVE "N" TO PJRN-EXISTED-SW.
009020     MOVE IN1(1:3) TO FUNC-NAME.
009021     READ FUNC-FILE
009022         INVALID KEY
009023             MOVE "N" TO PJRN-EXISTED-SW
009024     END-READ.
009025     IF WS-FUNCMAST-STATUS = "00" THEN
009026          MOVE "Y" TO PJRN-EXISTED-SW
009027          MOVE FUNC-RECORD TO PJRN-BEFORE-IMAGE
009028     END-IF.
009029     MOVE IN1(1:3) TO FUNC-NAME.
009030     MOVE WS-NEST-SYM TO FUNC-SYM.
009040     MOVE WS-NEST-OP1 TO FUNC-OPERAND-1.
009050     MOVE WS-NEST-OP2 TO FUNC-OPERAND-2.
009060     MOVE WS-RUN-DATE8 TO FUNC-STORE-DATE.
009065     MOVE WS-PART-ID TO FUNC-PARTITION.
009070     WRITE FUNC-RECORD.
009080     IF WS-FUNCMAST-STATUS = "22" THEN
009090          REWRITE FUNC-RECORD
009100     END-IF.
009101     PERFORM REMEMBER-RUN-DEF THRU REMEMBER-RUN-DEF-EXIT.
009102     MOVE "F" TO PJRN-TYPE.
009103     MOVE FUNC-NAME TO PJRN-MASTER-KEY.
009104     MOVE FUNC-RECORD TO PJRN-AFTER-IMAGE.
009105     PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
009110     MOVE ZERO TO A.
009120     MOVE ZERO TO B.
009130     MOVE SPACES TO RESULT.
009570* LOAD-VARIABLES - PRIMES THE IN-CORE TABLE FROM THE VARMAST
009580* MASTER AT THE TOP OF A PRODUCTION PASS SO VARIABLES STORED BY
009590* AN EARLIER RUN THE SAME DAY ARE VISIBLE TO THIS ONE.  ONLY
009596* ENTRIES STAMPED WITH TODAY'S STORE DATE ARE LOADED, AND ON A
009602* PARTITIONED RUN ONLY THOSE THIS PARTITION STORED - A NAME
009610* "let" ON AN EARLIER DAY STAYS INVISIBLE, SO A MISTYPED OR
009620* REUSED NAME REPORTS AS UNDEFINED INSTEAD OF QUIETLY PICKING
009630* UP A STALE VALUE.  THE MASTER DELIVERS ITS RECORDS IN KEY
009900     END-IF.
009910     IF NOT WS-VARMAST-EOF THEN
009920          IF VARM-STORE-DATE IS NUMERIC AND
009925             VARM-STORE-DATE = WS-RUN-DATE8 AND
009930             (NOT WS-PARTITION-PASS OR
009935              VARM-PARTITION = WS-PART-ID) THEN
009940               ADD 1 TO WS-VAR-COUNT
009950               MOVE VARM-NAME TO WS-VAR-NAME (WS-VAR-COUNT)
009960               MOVE VARM-VALUE TO WS-VAR-VALUE (WS-VAR-COUNT)
011290     EXIT.
011300
011310     WRITE-AUDIT-RECORD.
011320     MOVE WS-RUN-YMD TO AUDIT-DATE.
011330     ACCEPT AUDIT-TIME FROM TIME.
011340     MOVE WS-REC-COUNT TO AUDIT-REC-ID.
011350     MOVE SYM TO AUDIT-SYM.
011530     MOVE IN3 TO RSLT-OPERAND-3.
011540     MOVE RESULT TO RSLT-RESULT.
011550     MOVE WS-DTL-SOURCE TO RSLT-SOURCE-SYSTEM.
011553     MOVE WS-FUNC-SOURCE TO RSLT-FUNC-SOURCE.
011556     MOVE WS-FUNC-VERSION TO RSLT-FUNC-VERSION.
011560     IF WS-MODE-REWORK THEN
011570          MOVE WS-RWK-ORIG-ID TO RSLT-REC-ID
011580          MOVE "R" TO RSLT-REWORK-FLAG
011660     END-IF.
011670     PERFORM WRITE-RESULT-MASTER THRU WRITE-RESULT-MASTER-EXIT.
011680     WRITE RSLT-RECORD.
011685     PERFORM WRITE-ACK-STATUS THRU WRITE-ACK-STATUS-EXIT.
011690     WRITE-RESULT-RECORD-EXIT.
011700     EXIT.
011710
011770* ORIGINAL ID, SO THE CORRECTION REPLACES THE FAILED ENTRY THE
011780* HELP DESK WOULD OTHERWISE FIND, AND NEVER COLLIDES WITH THE
011790* SAME DAY'S PRODUCTION IDS.  A RERUN OR RESTART THAT PRODUCES
011796* THE SAME KEY REPLACES THE EXISTING MASTER RECORD, WHOSE IMAGE
011802* IS READ BACK FIRST FOR THE POSTING JOURNAL.
011810*---------------------------------------------------------------
011820     WRITE-RESULT-MASTER.
011830     IF WS-MODE-REWORK THEN
012010     MOVE RSLT-ORIG-DATE TO RSLM-ORIG-DATE.
012020     MOVE RSLT-SOURCE-SYSTEM TO RSLM-SOURCE-SYSTEM.
012030     MOVE RSLT-REWORK-DATE TO RSLM-REWORK-DATE.
012032     MOVE RSLT-FUNC-SOURCE TO RSLM-FUNC-SOURCE.
012034     MOVE RSLT-FUNC-VERSION TO RSLM-FUNC-VERSION.
012036     MOVE SPACES TO PJRN-RECORD.
012038     MOVE "N" TO PJRN-EXISTED-SW.
012040     WRITE RSLM-RECORD.
012050     IF WS-RSLTMAST-STATUS = "22" THEN
012055          PERFORM READ-RESULT-BEFORE THRU READ-RESULT-BEFORE-EXIT
012060          REWRITE RSLM-RECORD
012070     END-IF.
012072     MOVE "R" TO PJRN-TYPE.
012074     MOVE RSLM-KEY TO PJRN-MASTER-KEY.
012076     MOVE RSLM-RECORD TO PJRN-AFTER-IMAGE.
012078     PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
012080     WRITE-RESULT-MASTER-EXIT.
012090     EXIT.
012100
012330     ELSE
012340          MOVE TRAN-SYM TO SUSP-SYM
012350          MOVE WS-REC-COUNT TO SUSP-ORIG-REC-ID
012360          MOVE WS-RUN-YMD TO SUSP-FAIL-DATE
012370     END-IF.
012380     MOVE WS-SUSP-REASON TO SUSP-REASON-CODE.
012390     MOVE WS-DTL-SOURCE TO SUSP-SOURCE-SYSTEM.
012400     ADD 1 TO WS-SUSP-COUNT.
012410     WRITE SUSP-RECORD.
012411     MOVE SPACES TO PJRN-RECORD.
012412     MOVE "S" TO PJRN-TYPE.
012413     MOVE SUSP-ORIG-REC-ID TO PJRN-MASTER-KEY(1:6).
012414     MOVE SUSP-FAIL-DATE TO PJRN-MASTER-KEY(7:6).
012415     MOVE "N" TO PJRN-EXISTED-SW.
012416     MOVE SUSP-RECORD TO PJRN-AFTER-IMAGE.
012417     PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
012420     WRITE-SUSPENSE-EXIT.
012430     EXIT.
012440
013190          MOVE CKPT-RSLT-COUNT TO WS-RSLT-COUNT
013200          MOVE CKPT-EXCP-COUNT TO WS-EXCP-COUNT
013210          MOVE CKPT-ERR-COUNT TO WS-ERR-COUNT
013215          MOVE CKPT-PART-ID TO WS-CKPT-PART-ID
013220          DISPLAY "ASS6 RESTART: RESUMING AFTER RECORD "
013230                  CKPT-REC-COUNT
013240     END-IF.
013280
013290*---------------------------------------------------------------
013300* WRITE-CHECKPOINT - REWRITES THE ONE-RECORD CHECKPOINT FILE
013306* WITH THE COUNTS COMMITTED SO FAR, STAMPED WITH THE RUN DATE
013312* AND THE PARTITION BEING RUN.
013320* TAKEN ONCE WITH ZERO COUNTS AT THE TOP OF EVERY NON-RESTART
013330* PRODUCTION PASS (SO A RESTART CAN NEVER PICK UP A PRIOR
013340* RUN'S FINAL COUNTS), THEN EVERY WS-CKPT-FREQ RECORDS AND
013460     MOVE WS-EXCP-COUNT TO CKPT-EXCP-COUNT.
013470     MOVE WS-ERR-COUNT TO CKPT-ERR-COUNT.
013480     MOVE WS-RUN-DATE8 TO CKPT-RUN-DATE.
013485     MOVE WS-PART-ID TO CKPT-PART-ID.
013490     WRITE CKPT-RECORD.
013500     CLOSE CKPT-FILE.
013510     WRITE-CHECKPOINT-EXIT.
013590* RETURN CODE BELOW 12 THE EXTRACT ALREADY POSTED, AND THE
013600* RUN REFUSES IT WITH RC=20 BEFORE ANYTHING IS EVALUATED.  A
013610* PRIOR ATTEMPT THAT FAILED (RC 12 OR 16) DOES NOT BLOCK THE
013620* RERUN, AND NEITHER DOES A RUN ASS6BACK HAS BACKED OUT.
013630*---------------------------------------------------------------
013640     CHECK-RUN-HISTORY.
013650     MOVE WS-EXTRACT-DATE TO RUNL-EXTRACT-DATE.
013700     END-READ.
013710     IF WS-RUNLOG-STATUS = "00" AND
013720        RUNL-RETURN-CODE IS NUMERIC AND
013726        RUNL-RETURN-CODE < 12 AND
013732        NOT RUNL-BACKED-OUT THEN
013740          DISPLAY "ASS6 EXTRACT " WS-EXTRACT-DATE " FROM "
013750                  WS-SOURCE-SYSTEM " ALREADY POSTED ON "
013760                  RUNL-RUN-DATE " - RUN REFUSED"
013770          CLOSE TRANS-FILE RESULT-FILE VAR-FILE FUNC-FILE
013776                RSLT-MASTER RUNLOG-FILE JRNL-FILE ACK-FILE
013782                LINE-FILE LIB-FILE
013790          PERFORM CLOSE-FILES THRU CLOSE-FILES-EXIT
013800          MOVE 20 TO RETURN-CODE
013810          STOP RUN
013820     END-IF.
013821     IF WS-RUNLOG-STATUS = "00" AND RUNL-BACKED-OUT THEN
013822          DISPLAY "ASS6 EXTRACT " WS-EXTRACT-DATE " FROM "
013823                  WS-SOURCE-SYSTEM " WAS BACKED OUT - "
013824                  "POSTING THE CORRECTED EXTRACT"
013825     END-IF.
013830     CHECK-RUN-HISTORY-EXIT.
013840     EXIT.
013850
013890* HASH TOTAL, AND THE RETURN CODE THE SCHEDULER SAW.  A REWORK
013900* PASS HAS NO HEADER AND LOGS UNDER THE RUN DATE WITH SOURCE
013910* "REWORK"; A RESTART REWRITES THE FAILED ATTEMPT'S ENTRY WITH
013916* THE COMPLETED FIGURES.  POSTING UNDER A BACKED-OUT KEY CLEARS
013922* THE BACKED-OUT MARK.
013930*---------------------------------------------------------------
013940     WRITE-RUN-HISTORY.
013950     IF WS-MODE-REWORK THEN
014090     MOVE WS-SUSP-COUNT TO RUNL-SUSP-COUNT.
014100     MOVE WS-HASH-TOTAL TO RUNL-HASH-TOTAL.
014110     MOVE WS-RETURN-CODE TO RUNL-RETURN-CODE.
014115     MOVE SPACE TO RUNL-POST-STATUS.
014120     WRITE RUNL-RECORD.
014130     IF WS-RUNLOG-STATUS = "22" THEN
014140          REWRITE RUNL-RECORD
014230* DETAIL RECORD IS COUNTED AND HASHED FOR THE BALANCE CHECK.
014240* IN REWORK MODE THE CORRECTED SUSPENSE FILE IS READ INSTEAD -
014250* IT CARRIES NO HEADER OR TRAILER, SO ONLY THE COUNT APPLIES.
014253* A HEADER WITH A PARTITION NUMBER MAKES THIS A PARTITION PASS,
014256* AND ITS RECORD IDS CARRY ON FROM THE HEADER'S RECORD-ID BASE.
014260*---------------------------------------------------------------
014270     READ-TRANSACTION.
014280     IF WS-MODE-REWORK THEN
014440          MOVE "Y" TO WS-HDR-SEEN-SW
014450          MOVE TRAN-HDR-EXTRACT-DATE TO WS-EXTRACT-DATE
014460          MOVE TRAN-HDR-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM
014461          IF TRAN-HDR-PART-NO IS NUMERIC AND
014462             TRAN-HDR-PART-NO > ZERO THEN
014463               MOVE "Y" TO WS-PART-PASS-SW
014464               MOVE TRAN-HDR-PART-NO TO WS-PART-ID
014465               IF TRAN-HDR-REC-BASE IS NUMERIC THEN
014466                    MOVE TRAN-HDR-REC-BASE TO WS-REC-COUNT
014467               END-IF
014468          END-IF
014470          GO TO READ-TRANSACTION
014480     END-IF.
014490     IF TRAN-SYM = "TRL" THEN
016460*     4  =  EXCEPTIONS OR UNRECOGNIZED OPERATORS OCCURRED
016470*     8  =  THEY EXCEED THE CONTROL-CARD TOLERANCES
016480*    12  =  BATCH OUT OF BALANCE - RUN NOT POSTED
016486*    16  =  EMPTY TRANSACTION FILE (A PARTITION WHOSE TRAILER
016492*           BALANCES AT ZERO IS NOT - NO SOURCE WAS ROUTED TO IT)
016500* THE TOLERANCES (MAXIMUM COUNT, MAXIMUM PERCENT OF RECORDS
016510* EVALUATED) COME FROM THE CONTROL CARD SO OPERATIONS CAN TUNE
016520* THEM PER RUN WITHOUT A RECOMPILE; A BLANK FIELD MEANS THAT
016770          DISPLAY "ASS6 BATCH OUT OF BALANCE - RUN NOT POSTED"
016780          MOVE 12 TO WS-RETURN-CODE
016790     END-IF.
016796     IF WS-READ-COUNT = ZERO AND
016802        NOT (WS-PARTITION-PASS AND WS-TRL-SEEN) THEN
016810          DISPLAY "ASS6 EMPTY TRANSACTION FILE - RUN FAILED"
016820          MOVE 16 TO WS-RETURN-CODE
016830     END-IF.
018740     WRITE RPT-RECORD FROM WS-RPT-LINE.
018750     WRITE-TEST-SUMMARY-EXIT.
018760     EXIT.
018770
018780*---------------------------------------------------------------
018790* FETCH-RUN-DEF - A FUNCTION THIS PASS HAS "def"ED ITSELF IS
018800* APPLIED FROM ITS IN-CORE COPY.  ON A PARTITIONED RUN ANOTHER
018810* PARTITION'S STEP MAY HAVE REPLACED THE FUNCMAST ENTRY OF THE
018820* SAME NAME SINCE, AND THIS PASS MUST GO ON APPLYING ITS OWN.
018830*---------------------------------------------------------------
018840     FETCH-RUN-DEF.
018850     PERFORM FIND-RUN-DEF THRU FIND-RUN-DEF-EXIT.
018860     IF WS-DEF-FOUND THEN
018870          MOVE WS-DEF-SYM (WS-DEF-HIT) TO FUNC-SYM
018880          MOVE WS-DEF-OP1 (WS-DEF-HIT) TO FUNC-OPERAND-1
018890          MOVE WS-DEF-OP2 (WS-DEF-HIT) TO FUNC-OPERAND-2
018900          MOVE "Y" TO WS-FUNC-ACTIVE-SW
018910          MOVE "D" TO WS-FUNC-SOURCE
018920          MOVE ZERO TO WS-FUNC-VERSION
018930     END-IF.
018940     FETCH-RUN-DEF-EXIT.
018950     EXIT.
018960
018970*---------------------------------------------------------------
018980* FETCH-LIBRARY-FUNC - NO USABLE "def" OF THE NAME.  THE HIGHEST
018990* APPROVED FUNCLIB VERSION EFFECTIVE ON THE EXTRACT DATE (THE FAIL
019000* DATE ON A REWORK PASS, THE BUSINESS DATE WHEN THE HEADER HAS NO
019010* DATE) IS APPLIED INSTEAD.
019020*---------------------------------------------------------------
019030     FETCH-LIBRARY-FUNC.
019040     IF WS-MODE-REWORK THEN
019050          MOVE WS-RWK-FAIL-DATE TO WS-EXP-YMD
019060          IF WS-EXP-YMD(1:2) < "70" THEN
019070               MOVE 20 TO WS-EXP-CC
019080          ELSE
019090               MOVE 19 TO WS-EXP-CC
019100          END-IF
019110          MOVE WS-EXPAND-DATE TO WS-FUNC-DATE
019120     ELSE IF WS-EXTRACT-DATE IS NUMERIC AND
019130             WS-EXTRACT-DATE > ZERO THEN
019140          MOVE WS-EXTRACT-DATE TO WS-FUNC-DATE
019150     ELSE
019160          MOVE WS-RUN-DATE8 TO WS-FUNC-DATE
019170     END-IF.
019180     PERFORM FIND-LIBRARY-VERSION THRU FIND-LIBRARY-VERSION-EXIT.
019190     IF WS-LIB-FOUND THEN
019200          MOVE SYM TO FUNC-NAME
019210          MOVE WS-LIB-SYM TO FUNC-SYM
019220          MOVE WS-LIB-OP1 TO FUNC-OPERAND-1
019230          MOVE WS-LIB-OP2 TO FUNC-OPERAND-2
019240          MOVE "Y" TO WS-FUNC-ACTIVE-SW
019250          MOVE "L" TO WS-FUNC-SOURCE
019260          MOVE WS-LIB-VERSION TO WS-FUNC-VERSION
019270     END-IF.
019280     FETCH-LIBRARY-FUNC-EXIT.
019290     EXIT.
019300
019310*---------------------------------------------------------------
019320* FIND-RUN-DEF - IS FUNC-NAME ONE OF THIS PASS'S OWN "def"S?
019330* WS-DEF-HIT IS ITS ENTRY WHEN IT IS.
019340*---------------------------------------------------------------
019350     FIND-RUN-DEF.
019360     MOVE "N" TO WS-DEF-FOUND-SW.
019370     MOVE ZERO TO WS-DEF-HIT.
019380     PERFORM FIND-RUN-DEF-SCAN THRU FIND-RUN-DEF-SCAN-EXIT
019390         VARYING WS-DEF-SUB FROM 1 BY 1
019400         UNTIL WS-DEF-FOUND OR WS-DEF-SUB > WS-DEF-COUNT.
019410     FIND-RUN-DEF-EXIT.
019420     EXIT.
019430
019440     FIND-RUN-DEF-SCAN.
019450     IF WS-DEF-NAME (WS-DEF-SUB) = FUNC-NAME THEN
019460          MOVE "Y" TO WS-DEF-FOUND-SW
019470          MOVE WS-DEF-SUB TO WS-DEF-HIT
019480     END-IF.
019490     FIND-RUN-DEF-SCAN-EXIT.
019500     EXIT.
019510
019520*---------------------------------------------------------------
019530* FIND-LIBRARY-VERSION - READS EVERY FUNCLIB VERSION OF THE SYM
019540* IN VERSION ORDER AND KEEPS THE LAST APPROVED ONE WHOSE
019550* EFFECTIVE RANGE HOLDS WS-FUNC-DATE, SO THE HIGHEST SUCH
019560* VERSION WINS.  PROPOSED AND REJECTED VERSIONS ARE NEVER USED.
019570*---------------------------------------------------------------
019580     FIND-LIBRARY-VERSION.
019590     MOVE "N" TO WS-LIB-FOUND-SW.
019600     MOVE "N" TO WS-FUNCLIB-EOF-SW.
019610     MOVE SYM TO FLIB-NAME.
019620     MOVE ZERO TO FLIB-VERSION.
019630     START LIB-FILE KEY NOT < FLIB-KEY
019640         INVALID KEY
019650             MOVE "Y" TO WS-FUNCLIB-EOF-SW
019660     END-START.
019670     IF WS-FUNCLIB-STATUS NOT = "00" THEN
019680          MOVE "Y" TO WS-FUNCLIB-EOF-SW
019690     END-IF.
019700     PERFORM FIND-LIBRARY-NEXT THRU FIND-LIBRARY-NEXT-EXIT
019710         UNTIL WS-FUNCLIB-EOF.
019720     FIND-LIBRARY-VERSION-EXIT.
019730     EXIT.
019740
019750     FIND-LIBRARY-NEXT.
019760     READ LIB-FILE NEXT RECORD
019770         AT END
019780             MOVE "Y" TO WS-FUNCLIB-EOF-SW
019790             GO TO FIND-LIBRARY-NEXT-EXIT
019800     END-READ.
019810     IF WS-FUNCLIB-STATUS NOT = "00" OR FLIB-NAME NOT = SYM THEN
019820          MOVE "Y" TO WS-FUNCLIB-EOF-SW
019830          GO TO FIND-LIBRARY-NEXT-EXIT
019840     END-IF.
019850     IF FLIB-APPROVED AND
019860        FLIB-EFF-FROM NOT > WS-FUNC-DATE AND
019870        FLIB-EFF-TO NOT < WS-FUNC-DATE THEN
019880          MOVE "Y" TO WS-LIB-FOUND-SW
019890          MOVE FLIB-VERSION TO WS-LIB-VERSION
019900          MOVE FLIB-SYM TO WS-LIB-SYM
019910          MOVE FLIB-OPERAND-1 TO WS-LIB-OP1
019920          MOVE FLIB-OPERAND-2 TO WS-LIB-OP2
019930     END-IF.
019940     FIND-LIBRARY-NEXT-EXIT.
019950     EXIT.
019960
019970*---------------------------------------------------------------
019980* REMEMBER-RUN-DEF - KEEPS THE FUNCTION JUST STORED ON FUNCMAST IN
019990* THE PASS'S IN-CORE TABLE AS WELL, REPLACING AN EARLIER "def" OF
020000* THE SAME NAME.  A HUNDRED NAMES ARE KEPT; PAST THAT THE FUNCMAST
020010* ENTRY ALONE SERVES.
020020*---------------------------------------------------------------
020030     REMEMBER-RUN-DEF.
020040     PERFORM FIND-RUN-DEF THRU FIND-RUN-DEF-EXIT.
020050     IF NOT WS-DEF-FOUND AND WS-DEF-COUNT < 100 THEN
020060          ADD 1 TO WS-DEF-COUNT
020070          MOVE WS-DEF-COUNT TO WS-DEF-HIT
020080          MOVE "Y" TO WS-DEF-FOUND-SW
020090     END-IF.
020100     IF WS-DEF-FOUND THEN
020110          MOVE FUNC-NAME TO WS-DEF-NAME (WS-DEF-HIT)
020120          MOVE FUNC-SYM TO WS-DEF-SYM (WS-DEF-HIT)
020130          MOVE FUNC-OPERAND-1 TO WS-DEF-OP1 (WS-DEF-HIT)
020140          MOVE FUNC-OPERAND-2 TO WS-DEF-OP2 (WS-DEF-HIT)
020150     END-IF.
020160     REMEMBER-RUN-DEF-EXIT.
020170     EXIT.
020180
020190*---------------------------------------------------------------
020200* WRITE-ACK-STATUS - ANSWERS THE DETAIL ON ACKSTAT UNDER ITS
020210* SOURCE AND ITS POSITION IN THE SOURCE'S OWN EXTRACT, AS
020220* STAMPED BY ASS6MRG: SUSPENDED WITH THE SUSPENSE REASON CODE
020230* WHEN IT WENT TO SUSPENSE, OTHERWISE POSTED WITH ITS RESULT.
020240* A REWORK PASS ANSWERS NOTHING (THE SOURCE WAS ANSWERED THE
020250* NIGHT THE DETAIL SUSPENDED), NOR DOES A DETAIL THAT NEVER
020260* WENT THROUGH THE MERGE.
020270*---------------------------------------------------------------
020280     WRITE-ACK-STATUS.
020290     IF WS-MODE-TEST OR WS-MODE-REWORK THEN
020300          GO TO WRITE-ACK-STATUS-EXIT
020310     END-IF.
020320     IF TRAN-SOURCE-SEQ IS NOT NUMERIC OR
020330        TRAN-EXTRACT-NO IS NOT NUMERIC OR
020340        TRAN-SOURCE-SEQ = ZERO THEN
020350          GO TO WRITE-ACK-STATUS-EXIT
020360     END-IF.
020370     MOVE SPACES TO ACKS-RECORD.
020380     MOVE TRAN-SOURCE-SYSTEM TO ACKS-SOURCE-SYSTEM.
020390     MOVE WS-RUN-DATE8 TO ACKS-BUSINESS-DATE.
020400     MOVE TRAN-EXTRACT-NO TO ACKS-EXTRACT-NO.
020410     MOVE TRAN-SOURCE-SEQ TO ACKS-SOURCE-SEQ.
020420     MOVE WS-REC-COUNT TO ACKS-REC-ID.
020430     IF WS-SUSPENDED THEN
020440          MOVE "S" TO ACKS-STATUS
020450          MOVE WS-SUSP-REASON TO ACKS-REASON-CODE
020460     ELSE
020470          MOVE "P" TO ACKS-STATUS
020480          MOVE RSLT-RESULT TO ACKS-RESULT
020490     END-IF.
020500     WRITE ACKS-RECORD.
020510     IF WS-ACKSTAT-STATUS = "22" THEN
020520          REWRITE ACKS-RECORD
020530     END-IF.
020540     WRITE-ACK-STATUS-EXIT.
020550     EXIT.
020560
020570*---------------------------------------------------------------
020580* READ-RESULT-BEFORE - RSLTMAST ALREADY HOLDS AN ENTRY UNDER THE
020590* NEW RESULT'S KEY.  THAT ENTRY BECOMES THE JOURNAL'S BEFORE
020600* IMAGE, AND THE NEW RESULT, KEPT IN WS-RSLM-SAVE MEANWHILE, IS
020610* PUT BACK FOR THE REWRITE.
020620*---------------------------------------------------------------
020630     READ-RESULT-BEFORE.
020640     MOVE RSLM-RECORD TO WS-RSLM-SAVE.
020650     READ RSLT-MASTER
020660         INVALID KEY
020670             CONTINUE
020680     END-READ.
020690     IF WS-RSLTMAST-STATUS = "00" THEN
020700          MOVE "Y" TO PJRN-EXISTED-SW
020710          MOVE RSLM-RECORD TO PJRN-BEFORE-IMAGE
020720     END-IF.
020730     MOVE WS-RSLM-SAVE TO RSLM-RECORD.
020740     READ-RESULT-BEFORE-EXIT.
020750     EXIT.
020760
020770*---------------------------------------------------------------
020780* SET-JOURNAL-KEY - ONCE THE HEADER HAS BEEN READ, FIXES THE
020790* RUNLOG KEY THE PASS'S POSTING JOURNAL ENTRIES ARE FILED
020800* UNDER (THE SAME KEY WRITE-RUN-HISTORY USES) AND STAMPS THE
020810* PASS WITH THE MACHINE DATE AND TIME.  THE STAMP ONLY ORDERS
020820* ONE PASS'S ENTRIES AHEAD OF A LATER RESTART'S - NOTHING IS
020830* DATED BY IT.
020840*---------------------------------------------------------------
020850     SET-JOURNAL-KEY.
020860     IF WS-MODE-REWORK THEN
020870          MOVE WS-RUN-DATE8 TO WS-JRNL-EXTRACT-DATE
020880          MOVE "REWORK" TO WS-JRNL-SOURCE-SYSTEM
020890     ELSE
020900          MOVE WS-EXTRACT-DATE TO WS-JRNL-EXTRACT-DATE
020910          MOVE WS-SOURCE-SYSTEM TO WS-JRNL-SOURCE-SYSTEM
020920     END-IF.
020930     ACCEPT WS-JRNL-PASS-DATE FROM DATE YYYYMMDD.
020940     ACCEPT WS-JRNL-PASS-TIME FROM TIME.
020950     MOVE ZERO TO WS-JRNL-SEQ.
020960     SET-JOURNAL-KEY-EXIT.
020970     EXIT.
020980
020990*---------------------------------------------------------------
021000* WRITE-JOURNAL - FILES THE POSTING JOURNAL ENTRY THE CALLER
021010* HAS BUILT (TYPE, MASTER KEY, EXISTED SWITCH, BEFORE AND AFTER
021020* IMAGES) UNDER THE RUN'S KEY.  A TEST PASS POSTS NOTHING AND
021030* JOURNALS NOTHING.
021040*---------------------------------------------------------------
021050     WRITE-JOURNAL.
021060     IF WS-MODE-TEST THEN
021070          GO TO WRITE-JOURNAL-EXIT
021080     END-IF.
021090     ADD 1 TO WS-JRNL-SEQ.
021100     MOVE WS-JRNL-RUN-KEY TO PJRN-RUN-KEY.
021110     MOVE WS-JRNL-PASS-STAMP TO PJRN-PASS-STAMP.
021120     MOVE WS-JRNL-SEQ TO PJRN-SEQ.
021130     MOVE WS-RUN-DATE8 TO PJRN-RUN-DATE.
021140     MOVE WS-RUN-MODE TO PJRN-RUN-MODE.
021150     IF WS-MODE-REWORK THEN
021160          MOVE WS-RWK-ORIG-ID TO PJRN-REC-ID
021170     ELSE
021180          MOVE WS-REC-COUNT TO PJRN-REC-ID
021190     END-IF.
021200     WRITE PJRN-RECORD.
021210     WRITE-JOURNAL-EXIT.
021220     EXIT.
021230
021240*---------------------------------------------------------------
021250* WRITE-LINEAGE - FILES ONE VARIABLE STORE OR USE ON VARLINE
021260* UNDER THE NAME, THE BUSINESS DATE AND THE PASS, CARRYING THE
021270* RSLTMAST KEY THE STORING OR CONSUMING RECORD'S RESULT POSTS
021280* UNDER (SEE WRITE-RESULT-MASTER) SO THE DESK CAN FIND IT TO
021290* CORRECT AND RE-RUN.  A TEST PASS WRITES NO LINEAGE.
021300* WS-LINE-SEQ NUMBERS THE PASS'S ENTRIES UNDER ITS JOURNAL STAMP.
021310*---------------------------------------------------------------
021320     WRITE-LINEAGE.
021330     IF WS-MODE-TEST THEN
021340          GO TO WRITE-LINEAGE-EXIT
021350     END-IF.
021360     ADD 1 TO WS-LINE-SEQ.
021370     MOVE SPACES TO VLIN-RECORD.
021380     MOVE WS-LINE-NAME TO VLIN-NAME.
021390     MOVE WS-RUN-DATE8 TO VLIN-RUN-DATE.
021400     MOVE WS-JRNL-PASS-STAMP TO VLIN-PASS-STAMP.
021410     MOVE WS-LINE-SEQ TO VLIN-SEQ.
021420     MOVE WS-LINE-TYPE TO VLIN-TYPE.
021430     IF WS-MODE-REWORK THEN
021440          MOVE WS-RWK-FAIL-DATE TO WS-EXP-YMD
021450          IF WS-EXP-YMD(1:2) < "70" THEN
021460               MOVE 20 TO WS-EXP-CC
021470          ELSE
021480               MOVE 19 TO WS-EXP-CC
021490          END-IF
021500          MOVE WS-EXPAND-DATE TO VLIN-RSLM-DATE
021510          MOVE WS-RWK-ORIG-ID TO VLIN-REC-ID
021520     ELSE
021530          MOVE WS-RUN-DATE8 TO VLIN-RSLM-DATE
021540          MOVE WS-REC-COUNT TO VLIN-REC-ID
021550     END-IF.
021560     MOVE WS-DTL-SOURCE TO VLIN-SOURCE-SYSTEM.
021570     MOVE SYM TO VLIN-SYM.
021580     MOVE WS-RUN-MODE TO VLIN-RUN-MODE.
021590     IF VLIN-STORE THEN
021600          MOVE WS-LINE-OLD-SW TO VLIN-OLD-SW
021610          MOVE WS-LINE-OLD-VALUE TO VLIN-OLD-VALUE
021620     ELSE
021630          MOVE "N" TO VLIN-OLD-SW
021640          MOVE ZERO TO VLIN-OLD-VALUE
021650     END-IF.
021660     MOVE WS-LINE-NEW-VALUE TO VLIN-NEW-VALUE.
021670     WRITE VLIN-RECORD.
021680     WRITE-LINEAGE-EXIT.
021690     EXIT.
021700
021710*---------------------------------------------------------------
021720* READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
021730* BDATECTL CONTROL RECORD, NOT THE MACHINE CLOCK.  EVERY DATE
021740* THE PASS STAMPS (VARMAST, FUNCMAST, RSLTMAST, RUNLOG, THE
021750* CHECKPOINT, AUDIT, AND SUSPENSE) HANGS OFF IT, SO A PASS WITH
021760* NO USABLE CONTROL RECORD IS REFUSED OUTRIGHT WITH RC=16.
021770*---------------------------------------------------------------
021780     READ-BUSINESS-DATE.
021790     OPEN INPUT BDATE-FILE.
021800     READ BDATE-FILE
021810         AT END
021820             MOVE ZERO TO BDAT-BUSINESS-DATE
021830     END-READ.
021840     CLOSE BDATE-FILE.
021850     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
021860        BDAT-BUSINESS-DATE = ZERO THEN
021870          DISPLAY "ASS6: BUSINESS DATE CONTROL RECORD MISSING "
021880                  "OR INVALID - RUN REFUSED"
021890          MOVE 16 TO RETURN-CODE
021900          STOP RUN
021910     END-IF.
021920     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
021930     READ-BUSINESS-DATE-EXIT.
021940     EXIT.
021950
021960*---------------------------------------------------------------
021970* CHECK-CHECKPOINT-PARTITION - RUN MODE R.  ONCE THE HEADER HAS
021980* SAID WHICH PARTITION THIS FILE IS, A CHECKPOINT WITH COUNTS
021990* ON IT MUST HAVE BEEN TAKEN FOR THE SAME PARTITION - SKIPPING
022000* THIS FILE'S RECORDS AGAINST ANOTHER PARTITION'S COUNTS WOULD
022010* LOSE OR DOUBLE-POST THEM, SO THE RESTART IS REFUSED (RC=16).
022020*---------------------------------------------------------------
022030     CHECK-CHECKPOINT-PARTITION.
022040     IF WS-CKPT-REC-COUNT = ZERO OR
022050        WS-CKPT-PART-ID = WS-PART-ID THEN
022060          GO TO CHECK-CHECKPOINT-PARTITION-EXIT
022070     END-IF.
022080     DISPLAY "ASS6 RESTART: CHECKPOINT IS FOR PARTITION '"
022090             WS-CKPT-PART-ID "', FILE IS PARTITION '"
022100             WS-PART-ID "' - RESTART REFUSED".
022110     CLOSE TRANS-FILE RESULT-FILE VAR-FILE FUNC-FILE
022120           RSLT-MASTER RUNLOG-FILE JRNL-FILE ACK-FILE
022130           LINE-FILE LIB-FILE.
022140     PERFORM CLOSE-FILES THRU CLOSE-FILES-EXIT.
022150     MOVE 16 TO RETURN-CODE.
022160     STOP RUN.
022170     CHECK-CHECKPOINT-PARTITION-EXIT.
022180     EXIT.
