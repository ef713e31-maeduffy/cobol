000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    Ass6Flib.
000030 AUTHOR.        D L HARTMAN.
000040 INSTALLATION.  BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DLH   ORIGINAL VERSION.  MAINTENANCE AND LISTING
000110*                    FOR THE FUNCLIB FUNCTION LIBRARY - THE
000120*                    VERSIONED, EFFECTIVE-DATED FUNCTIONS ASS6,
000130*                    ASS6EDIT AND ASS6CORR FALL BACK ON WHEN NO
000140*                    SAME-DAY "def" EXISTS.  ONE CARD PER
000150*                    REQUEST ON MAINTIN, COMMAND IN COLUMNS
000160*                    1-7, NAME IN 9-11, VERSION IN 13-16, USER
000170*                    ID IN 18-25, DATES IN 27-34 AND 36-43,
000180*                    BODY IN 45-64:
000190*                      LIST    [NAME]       PRINT ONE FUNCTION'S
000200*                                           VERSIONS, OR ALL
000210*                      PROPOSE NAME USER FROM [TO] BODY
000220*                                           NEW VERSION, STATUS P
000230*                      APPROVE NAME VERS USER
000240*                                           APPROVE A PROPOSED
000250*                                           VERSION OR A PROPOSED
000260*                                           END - NOT BY THE USER
000270*                                           WHO PROPOSED IT
000280*                      REJECT  NAME VERS USER
000290*                                           REJECT EITHER
000300*                      RETIRE  NAME VERS USER TO
000310*                                           PROPOSE ENDING AN
000320*                                           APPROVED VERSION
000330*                    EVERY CHANGE PRINTS THE BEFORE AND AFTER
000340*                    IMAGES ON FLIBRPT.  RC=4 WHEN ANY CARD
000350*                    COULD NOT BE HONORED.
000360*---------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT MAINT-FILE     ASSIGN TO MAINTIN
000440         ORGANIZATION IS SEQUENTIAL.
000450     SELECT OPTIONAL LIB-FILE ASSIGN TO FUNCLIB
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS FLIB-KEY
000490         FILE STATUS IS WS-FUNCLIB-STATUS.
000500     SELECT REPORT-FILE    ASSIGN TO FLIBRPT
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
000620     05  MNT-NAME                   PIC X(03).
000630     05  FILLER                     PIC X(01).
000640     05  MNT-VERSION                PIC X(04).
000650     05  MNT-VERSION-N REDEFINES MNT-VERSION
000660                                    PIC 9(04).
000670     05  FILLER                     PIC X(01).
000680     05  MNT-USER                   PIC X(08).
000690     05  FILLER                     PIC X(01).
000700     05  MNT-DATE-1                 PIC X(08).
000710     05  FILLER                     PIC X(01).
000720     05  MNT-DATE-2                 PIC X(08).
000730     05  FILLER                     PIC X(01).
000740     05  MNT-BODY                   PIC X(20).
000750     05  FILLER                     PIC X(16).
000760
000770 FD  LIB-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY FLIBREC.
000800
000810 FD  REPORT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  RPT-RECORD                     PIC X(80).
000840
000850 FD  BDATE-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY BDATREC.
000880
000890 WORKING-STORAGE SECTION.
000900 77  WS-CARD-COUNT                  PIC 9(05) COMP VALUE ZERO.
000910 77  WS-ERROR-COUNT                 PIC 9(05) COMP VALUE ZERO.
000920 77  WS-LIST-COUNT                  PIC 9(06) COMP VALUE ZERO.
000930 77  WS-OP-SUB                      PIC 9(02) COMP VALUE ZERO.
000940 77  WS-LAST-VERSION                PIC 9(04) COMP VALUE ZERO.
000950 77  WS-LINE-COUNT                  PIC 9(03) COMP VALUE 99.
000960 77  WS-PAGE-COUNT                  PIC 9(03) COMP VALUE ZERO.
000970 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE ZERO.
000980 77  WS-LEAP-REM-4                  PIC 9(03) COMP VALUE ZERO.
000990 77  WS-LEAP-REM-100                PIC 9(03) COMP VALUE ZERO.
001000 77  WS-LEAP-REM-400                PIC 9(03) COMP VALUE ZERO.
001010
001020 01  WS-SWITCHES.
001030     05  WS-EOF-SW                  PIC X(01) VALUE "N".
001040         88  WS-EOF                           VALUE "Y".
001050     05  WS-FUNCLIB-EOF-SW          PIC X(01) VALUE "N".
001060         88  WS-FUNCLIB-EOF                   VALUE "Y".
001070     05  WS-VERS-FOUND-SW           PIC X(01) VALUE "N".
001080         88  WS-VERS-FOUND                    VALUE "Y".
001090     05  WS-DATE-OK-SW              PIC X(01) VALUE "N".
001100         88  WS-DATE-OK                       VALUE "Y".
001110     05  WS-OP-FOUND-SW             PIC X(01) VALUE "N".
001120         88  WS-OP-FOUND                      VALUE "Y".
001130
001140 01  WS-FUNCLIB-STATUS              PIC X(02) VALUE "00".
001150 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
001160 01  WS-NOW-ACTION                  PIC X(10) VALUE SPACES.
001170 01  WS-EFF-FROM                    PIC 9(08) VALUE ZERO.
001180 01  WS-EFF-TO                      PIC 9(08) VALUE ZERO.
001190 01  WS-CHK-DATE                    PIC X(08).
001200 01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
001210     05  WS-CHK-CCYY                PIC 9(04).
001220     05  WS-CHK-MM                  PIC 9(02).
001230     05  WS-CHK-DD                  PIC 9(02).
001240 01  WS-CHK-DATE-N REDEFINES WS-CHK-DATE
001250                                    PIC 9(08).
001260 01  WS-BODY-TEXT                   PIC X(19).
001270 01  WS-BODY-SYM                    PIC X(03).
001280 01  WS-BODY-OP1                    PIC X(18).
001290 01  WS-BODY-OP2                    PIC X(18).
001300
001310*---------------------------------------------------------------
001320* THE OPERATORS A FUNCTION BODY MAY USE - THE ONES BINOP
001330* APPLIES DIRECTLY, AS CHECK-KNOWN-SYM IN ASS6 LISTS THEM.
001340*---------------------------------------------------------------
001350 01  WS-OP-LIST.
001360     05  FILLER                     PIC X(03) VALUE "+".
001370     05  FILLER                     PIC X(03) VALUE "-".
001380     05  FILLER                     PIC X(03) VALUE "*".
001390     05  FILLER                     PIC X(03) VALUE "/".
001400     05  FILLER                     PIC X(03) VALUE "eq?".
001410     05  FILLER                     PIC X(03) VALUE "<=".
001420     05  FILLER                     PIC X(03) VALUE ">=".
001430     05  FILLER                     PIC X(03) VALUE "<".
001440     05  FILLER                     PIC X(03) VALUE ">".
001450     05  FILLER                     PIC X(03) VALUE "<>".
001460     05  FILLER                     PIC X(03) VALUE "and".
001470     05  FILLER                     PIC X(03) VALUE "or".
001480 01  WS-OP-TABLE REDEFINES WS-OP-LIST.
001490     05  WS-OP-SYM OCCURS 12 TIMES  PIC X(03).
001500
001510 01  WS-HEAD-LINE.
001520     05  FILLER                     PIC X(35)
001530         VALUE "ASS6FLIB FUNCTION LIBRARY REPORT".
001540     05  FILLER                     PIC X(33) VALUE SPACES.
001550     05  FILLER                     PIC X(05) VALUE "PAGE ".
001560     05  WS-HEAD-PAGE               PIC ZZ9.
001570     05  FILLER                     PIC X(04) VALUE SPACES.
001580 01  WS-COL-LINE.
001590     05  FILLER                     PIC X(02) VALUE SPACES.
001600     05  FILLER                     PIC X(05) VALUE "NAME".
001610     05  FILLER                     PIC X(06) VALUE "VERS".
001620     05  FILLER                     PIC X(10) VALUE "STATUS".
001630     05  FILLER                     PIC X(21) VALUE "BODY".
001640     05  FILLER                     PIC X(09) VALUE "EFF FROM".
001650     05  FILLER                     PIC X(10) VALUE "EFF TO".
001660     05  FILLER                     PIC X(10) VALUE "ACTION".
001670     05  FILLER                     PIC X(07) VALUE SPACES.
001680 01  WS-DETAIL-LINE.
001690     05  FILLER                     PIC X(02) VALUE SPACES.
001700     05  WS-DTL-NAME                PIC X(03).
001710     05  FILLER                     PIC X(02) VALUE SPACES.
001720     05  WS-DTL-VERSION             PIC 9(04).
001730     05  FILLER                     PIC X(02) VALUE SPACES.
001740     05  WS-DTL-STATUS              PIC X(08).
001750     05  FILLER                     PIC X(02) VALUE SPACES.
001760     05  WS-DTL-BODY                PIC X(20).
001770     05  FILLER                     PIC X(01) VALUE SPACES.
001780     05  WS-DTL-FROM                PIC 9(08).
001790     05  FILLER                     PIC X(01) VALUE SPACES.
001800     05  WS-DTL-TO                  PIC 9(08).
001810     05  WS-DTL-TO-X REDEFINES WS-DTL-TO
001820                                    PIC X(08).
001830     05  FILLER                     PIC X(02) VALUE SPACES.
001840     05  WS-DTL-ACTION              PIC X(10).
001850     05  FILLER                     PIC X(07) VALUE SPACES.
001860 01  WS-WHO-LINE.
001870     05  FILLER                     PIC X(09) VALUE SPACES.
001880     05  FILLER                     PIC X(12) VALUE "PROPOSED BY".
001890     05  WS-WHO-PROP-BY             PIC X(08).
001900     05  FILLER                     PIC X(01) VALUE SPACES.
001910     05  WS-WHO-PROP-DATE           PIC 9(08).
001920     05  FILLER                     PIC X(02) VALUE SPACES.
001930     05  WS-WHO-DECIDED             PIC X(12).
001940     05  WS-WHO-DEC-BY              PIC X(08).
001950     05  FILLER                     PIC X(01) VALUE SPACES.
001960     05  WS-WHO-DEC-DATE            PIC X(08).
001970     05  FILLER                     PIC X(11) VALUE SPACES.
001980 01  WS-END-LINE.
001990     05  FILLER                     PIC X(09) VALUE SPACES.
002000     05  WS-END-LABEL               PIC X(12).
002010     05  WS-END-BY                  PIC X(08).
002020     05  FILLER                     PIC X(04) VALUE " TO ".
002030     05  WS-END-TO                  PIC 9(08).
002040     05  FILLER                     PIC X(02) VALUE SPACES.
002050     05  WS-END-APPR-LABEL          PIC X(12).
002060     05  WS-END-APPR-BY             PIC X(08).
002070     05  FILLER                     PIC X(17) VALUE SPACES.
002080 01  WS-MSG-LINE.
002090     05  FILLER                     PIC X(02) VALUE SPACES.
002100     05  WS-MSG-TEXT                PIC X(40).
002110     05  WS-MSG-NAME                PIC X(20).
002120     05  FILLER                     PIC X(18) VALUE SPACES.
002130 01  WS-TOTAL-LINE.
002140     05  FILLER                     PIC X(02) VALUE SPACES.
002150     05  WS-TOT-LABEL               PIC X(30).
002160     05  WS-TOT-COUNT               PIC Z(05)9.
002170     05  FILLER                     PIC X(42) VALUE SPACES.
002180 01  WS-RPT-LINE                    PIC X(80).
002190
002200 PROCEDURE DIVISION.
002210*===============================================================
002220* MAIN - ONE PASS OVER THE MAINTIN CARDS.  EACH CARD IS ACTED
002230* ON AND REPORTED IN THE ORDER SUBMITTED.  A PROPOSAL AND ITS
002240* APPROVAL MAY SHARE A DECK ONLY WHEN TWO DIFFERENT USERS ARE
002250* NAMED ON THEM.
002260*===============================================================
002270     MAIN.
002280     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
002290     OPEN INPUT MAINT-FILE.
002300     OPEN I-O   LIB-FILE.
002310     OPEN OUTPUT REPORT-FILE.
002320     PERFORM READ-MAINT-CARD THRU READ-MAINT-CARD-EXIT.
002330     PERFORM PROCESS-CARD THRU PROCESS-CARD-EXIT
002340         UNTIL WS-EOF.
002350     PERFORM WRITE-RUN-TOTALS THRU WRITE-RUN-TOTALS-EXIT.
002360     CLOSE MAINT-FILE LIB-FILE REPORT-FILE.
002370     DISPLAY "ASS6FLIB: " WS-CARD-COUNT " CARDS, "
002380             WS-ERROR-COUNT " NOT HONORED".
002390     IF WS-ERROR-COUNT > ZERO THEN
002400          MOVE 4 TO RETURN-CODE
002410     END-IF.
002420     STOP RUN.
002430
002440     READ-MAINT-CARD.
002450     READ MAINT-FILE
002460         AT END
002470             MOVE "Y" TO WS-EOF-SW
002480     END-READ.
002490     READ-MAINT-CARD-EXIT.
002500     EXIT.
002510
002520     PROCESS-CARD.
002530     ADD 1 TO WS-CARD-COUNT.
002540     IF MNT-COMMAND = "LIST" THEN
002550          PERFORM LIST-LIBRARY THRU LIST-LIBRARY-EXIT
002560     ELSE IF MNT-COMMAND = "PROPOSE" THEN
002570          PERFORM PROPOSE-VERSION THRU PROPOSE-VERSION-EXIT
002580     ELSE IF MNT-COMMAND = "APPROVE" THEN
002590          PERFORM APPROVE-VERSION THRU APPROVE-VERSION-EXIT
002600     ELSE IF MNT-COMMAND = "REJECT" THEN
002610          PERFORM REJECT-VERSION THRU REJECT-VERSION-EXIT
002620     ELSE IF MNT-COMMAND = "RETIRE" THEN
002630          PERFORM RETIRE-VERSION THRU RETIRE-VERSION-EXIT
002640     ELSE
002650          MOVE "UNRECOGNIZED CARD: " TO WS-MSG-TEXT
002660          MOVE MNT-COMMAND TO WS-MSG-NAME
002670          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
002680     END-IF.
002690     PERFORM READ-MAINT-CARD THRU READ-MAINT-CARD-EXIT.
002700     PROCESS-CARD-EXIT.
002710     EXIT.
002720
002730*---------------------------------------------------------------
002740* LIST-LIBRARY - PRINTS EVERY VERSION OF THE FUNCTION NAMED ON
002750* THE CARD, OR OF EVERY FUNCTION WHEN NONE IS NAMED, IN NAME
002760* AND VERSION ORDER.
002770*---------------------------------------------------------------
002780     LIST-LIBRARY.
002790     MOVE "FUNCTION LIBRARY LISTING" TO WS-RPT-LINE.
002800     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002810     MOVE WS-COL-LINE TO WS-RPT-LINE.
002820     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002830     MOVE ZERO TO WS-LIST-COUNT.
002840     IF MNT-NAME = SPACES THEN
002850          MOVE LOW-VALUES TO FLIB-KEY
002860     ELSE
002870          MOVE MNT-NAME TO FLIB-NAME
002880          MOVE ZERO TO FLIB-VERSION
002890     END-IF.
002900     PERFORM START-LIBRARY THRU START-LIBRARY-EXIT.
002910     PERFORM LIST-LIBRARY-NEXT THRU LIST-LIBRARY-NEXT-EXIT
002920         UNTIL WS-FUNCLIB-EOF.
002930     IF WS-LIST-COUNT = ZERO THEN
002940          MOVE "  (NO VERSIONS ON THE LIBRARY)" TO WS-RPT-LINE
002950          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
002960     END-IF.
002970     MOVE "VERSIONS LISTED" TO WS-TOT-LABEL.
002980     MOVE WS-LIST-COUNT TO WS-TOT-COUNT.
002990     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
003000     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003010     MOVE SPACES TO WS-RPT-LINE.
003020     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003030     LIST-LIBRARY-EXIT.
003040     EXIT.
003050
003060     LIST-LIBRARY-NEXT.
003070     PERFORM READ-LIBRARY-NEXT THRU READ-LIBRARY-NEXT-EXIT.
003080     IF WS-FUNCLIB-EOF THEN
003090          GO TO LIST-LIBRARY-NEXT-EXIT
003100     END-IF.
003110     IF MNT-NAME NOT = SPACES AND FLIB-NAME NOT = MNT-NAME THEN
003120          MOVE "Y" TO WS-FUNCLIB-EOF-SW
003130          GO TO LIST-LIBRARY-NEXT-EXIT
003140     END-IF.
003150     ADD 1 TO WS-LIST-COUNT.
003160     MOVE SPACES TO WS-DTL-ACTION.
003170     PERFORM PRINT-VERSION THRU PRINT-VERSION-EXIT.
003180     LIST-LIBRARY-NEXT-EXIT.
003190     EXIT.
003200
003210*---------------------------------------------------------------
003220* PROPOSE-VERSION - A NEW VERSION OF A FUNCTION, NUMBERED ONE
003230* PAST THE NAME'S HIGHEST VERSION AND HELD AT STATUS P UNTIL A
003240* SECOND USER APPROVES IT.  THE NAME FOLLOWS THE "def" RULES
003250* (ONE TO THREE CHARACTERS, STARTING WITH A LETTER, NOT A VERB
003260* OR OPERATOR THE EVALUATOR ALREADY KNOWS) AND THE BODY IS A
003270* ONE-DEEP EXPRESSION, E.G. (* %1 1.20), AS ON A "def".  A
003280* BLANK TO DATE LEAVES THE VERSION OPEN-ENDED.
003290*---------------------------------------------------------------
003300     PROPOSE-VERSION.
003310     IF MNT-USER = SPACES THEN
003320          MOVE "PROPOSE - NO USER ID FOR: " TO WS-MSG-TEXT
003330          MOVE MNT-NAME TO WS-MSG-NAME
003340          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003350          GO TO PROPOSE-VERSION-EXIT
003360     END-IF.
003370     IF MNT-NAME = SPACES OR
003380        MNT-NAME(1:1) IS NOT ALPHABETIC OR
003390        MNT-NAME = "if" OR MNT-NAME = "let" OR
003400        MNT-NAME = "def" OR MNT-NAME = "and" OR
003410        MNT-NAME = "or" OR MNT-NAME = "HDR" OR
003420        MNT-NAME = "TRL" THEN
003430          MOVE "PROPOSE - BAD FUNCTION NAME: " TO WS-MSG-TEXT
003440          MOVE MNT-NAME TO WS-MSG-NAME
003450          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003460          GO TO PROPOSE-VERSION-EXIT
003470     END-IF.
003480     MOVE MNT-DATE-1 TO WS-CHK-DATE.
003490     PERFORM CHECK-DATE THRU CHECK-DATE-EXIT.
003500     IF NOT WS-DATE-OK THEN
003510          MOVE "PROPOSE - EFFECTIVE FROM NOT A DATE: "
003520              TO WS-MSG-TEXT
003530          MOVE MNT-DATE-1 TO WS-MSG-NAME
003540          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003550          GO TO PROPOSE-VERSION-EXIT
003560     END-IF.
003570     MOVE WS-CHK-DATE-N TO WS-EFF-FROM.
003580     IF WS-EFF-FROM < WS-RUN-DATE8 THEN
003590          MOVE "PROPOSE - FROM BEFORE BUSINESS DATE: "
003600              TO WS-MSG-TEXT
003610          MOVE MNT-DATE-1 TO WS-MSG-NAME
003620          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003630          GO TO PROPOSE-VERSION-EXIT
003640     END-IF.
003650     IF MNT-DATE-2 = SPACES THEN
003660          MOVE 99999999 TO WS-EFF-TO
003670     ELSE
003680          MOVE MNT-DATE-2 TO WS-CHK-DATE
003690          PERFORM CHECK-DATE THRU CHECK-DATE-EXIT
003700          IF NOT WS-DATE-OK THEN
003710               MOVE "PROPOSE - EFFECTIVE TO NOT A DATE: "
003720                   TO WS-MSG-TEXT
003730               MOVE MNT-DATE-2 TO WS-MSG-NAME
003740               PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003750               GO TO PROPOSE-VERSION-EXIT
003760          END-IF
003770          MOVE WS-CHK-DATE-N TO WS-EFF-TO
003780     END-IF.
003790     IF WS-EFF-TO < WS-EFF-FROM THEN
003800          MOVE "PROPOSE - TO DATE BEFORE FROM DATE: "
003810              TO WS-MSG-TEXT
003820          MOVE MNT-DATE-2 TO WS-MSG-NAME
003830          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003840          GO TO PROPOSE-VERSION-EXIT
003850     END-IF.
003860     PERFORM CHECK-BODY THRU CHECK-BODY-EXIT.
003870     IF NOT WS-OP-FOUND THEN
003880          MOVE "PROPOSE - BAD FUNCTION BODY: " TO WS-MSG-TEXT
003890          MOVE MNT-BODY TO WS-MSG-NAME
003900          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003910          GO TO PROPOSE-VERSION-EXIT
003920     END-IF.
003930     PERFORM FIND-LAST-VERSION THRU FIND-LAST-VERSION-EXIT.
003940     IF WS-LAST-VERSION = 9999 THEN
003950          MOVE "PROPOSE - NO VERSION NUMBERS LEFT: "
003960              TO WS-MSG-TEXT
003970          MOVE MNT-NAME TO WS-MSG-NAME
003980          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003990          GO TO PROPOSE-VERSION-EXIT
004000     END-IF.
004010     MOVE SPACES TO FLIB-RECORD.
004020     MOVE MNT-NAME TO FLIB-NAME.
004030     ADD 1 TO WS-LAST-VERSION GIVING FLIB-VERSION.
004040     MOVE WS-BODY-SYM TO FLIB-SYM.
004050     MOVE WS-BODY-OP1 TO FLIB-OPERAND-1.
004060     MOVE WS-BODY-OP2 TO FLIB-OPERAND-2.
004070     MOVE WS-EFF-FROM TO FLIB-EFF-FROM.
004080     MOVE WS-EFF-TO TO FLIB-EFF-TO.
004090     MOVE "P" TO FLIB-STATUS.
004100     MOVE MNT-USER TO FLIB-PROPOSED-BY.
004110     MOVE WS-RUN-DATE8 TO FLIB-PROPOSED-DATE.
004120     MOVE ZERO TO FLIB-APPROVED-DATE.
004130     MOVE ZERO TO FLIB-END-TO.
004140     WRITE FLIB-RECORD
004150         INVALID KEY
004160             MOVE "PROPOSE - WRITE FAILED FOR: " TO WS-MSG-TEXT
004170             MOVE MNT-NAME TO WS-MSG-NAME
004180             PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004190             GO TO PROPOSE-VERSION-EXIT
004200     END-WRITE.
004210     MOVE "PROPOSED" TO WS-DTL-ACTION.
004220     PERFORM PRINT-VERSION THRU PRINT-VERSION-EXIT.
004230     PROPOSE-VERSION-EXIT.
004240     EXIT.
004250
004260*---------------------------------------------------------------
004270* APPROVE-VERSION - A PROPOSED VERSION, OR A PROPOSED END OF AN
004280* APPROVED ONE, TAKES EFFECT.  THE APPROVER MUST NOT BE THE
004290* USER WHO PROPOSED IT, AND THE DATE IT TAKES EFFECT MUST NOT
004300* HAVE PASSED - A STALE PROPOSAL IS REJECTED AND PROPOSED
004310* AGAIN, SO NO APPROVAL EVER CHANGES WHAT A PAST DATE USED.
004320*---------------------------------------------------------------
004330     APPROVE-VERSION.
004340     IF MNT-USER = SPACES THEN
004350          MOVE "APPROVE - NO USER ID FOR: " TO WS-MSG-TEXT
004360          MOVE MNT-NAME TO WS-MSG-NAME
004370          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004380          GO TO APPROVE-VERSION-EXIT
004390     END-IF.
004400     PERFORM FETCH-VERSION THRU FETCH-VERSION-EXIT.
004410     IF NOT WS-VERS-FOUND THEN
004420          GO TO APPROVE-VERSION-EXIT
004430     END-IF.
004440     IF FLIB-PROPOSED THEN
004450          IF MNT-USER = FLIB-PROPOSED-BY THEN
004460               MOVE "APPROVE - PROPOSER MAY NOT APPROVE: "
004470                   TO WS-MSG-TEXT
004480               MOVE MNT-USER TO WS-MSG-NAME
004490               PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004500               GO TO APPROVE-VERSION-EXIT
004510          END-IF
004520          IF FLIB-EFF-FROM < WS-RUN-DATE8 THEN
004530               MOVE "APPROVE - FROM DATE HAS PASSED: "
004540                   TO WS-MSG-TEXT
004550               MOVE FLIB-EFF-FROM TO WS-MSG-NAME
004560               PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004570               GO TO APPROVE-VERSION-EXIT
004580          END-IF
004590          MOVE "WAS" TO WS-DTL-ACTION
004600          PERFORM PRINT-VERSION THRU PRINT-VERSION-EXIT
004610          MOVE "A" TO FLIB-STATUS
004620          MOVE MNT-USER TO FLIB-APPROVED-BY
004630          MOVE WS-RUN-DATE8 TO FLIB-APPROVED-DATE
004640          MOVE "APPROVED" TO WS-NOW-ACTION
004650          PERFORM SAVE-VERSION THRU SAVE-VERSION-EXIT
004660          GO TO APPROVE-VERSION-EXIT
004670     END-IF.
004680     IF FLIB-APPROVED AND FLIB-END-BY NOT = SPACES AND
004690        FLIB-END-APPROVED-BY = SPACES THEN
004700          IF MNT-USER = FLIB-END-BY THEN
004710               MOVE "APPROVE - PROPOSER MAY NOT APPROVE: "
004720                   TO WS-MSG-TEXT
004730               MOVE MNT-USER TO WS-MSG-NAME
004740               PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004750               GO TO APPROVE-VERSION-EXIT
004760          END-IF
004770          IF FLIB-END-TO < WS-RUN-DATE8 THEN
004780               MOVE "APPROVE - END DATE HAS PASSED: "
004790                   TO WS-MSG-TEXT
004800               MOVE FLIB-END-TO TO WS-MSG-NAME
004810               PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004820               GO TO APPROVE-VERSION-EXIT
004830          END-IF
004840          MOVE "WAS" TO WS-DTL-ACTION
004850          PERFORM PRINT-VERSION THRU PRINT-VERSION-EXIT
004860          MOVE FLIB-END-TO TO FLIB-EFF-TO
004870          MOVE MNT-USER TO FLIB-END-APPROVED-BY
004880          MOVE "ENDED" TO WS-NOW-ACTION
004890          PERFORM SAVE-VERSION THRU SAVE-VERSION-EXIT
004900          GO TO APPROVE-VERSION-EXIT
004910     END-IF.
004920     MOVE "APPROVE - NOTHING AWAITING APPROVAL: " TO WS-MSG-TEXT.
004930     MOVE MNT-NAME TO WS-MSG-NAME.
004940     PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT.
004950     APPROVE-VERSION-EXIT.
004960     EXIT.
004970
004980*---------------------------------------------------------------
004990* REJECT-VERSION - A PROPOSED VERSION IS MARKED REJECTED (IT
005000* STAYS ON THE LIBRARY, NEVER USED, SO ITS NUMBER IS NOT
005010* REISSUED), OR A PROPOSED END OF AN APPROVED VERSION IS
005020* DROPPED.  THE PROPOSER MAY WITHDRAW THEIR OWN PROPOSAL.
005030*---------------------------------------------------------------
005040     REJECT-VERSION.
005050     IF MNT-USER = SPACES THEN
005060          MOVE "REJECT - NO USER ID FOR: " TO WS-MSG-TEXT
005070          MOVE MNT-NAME TO WS-MSG-NAME
005080          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
005090          GO TO REJECT-VERSION-EXIT
005100     END-IF.
005110     PERFORM FETCH-VERSION THRU FETCH-VERSION-EXIT.
005120     IF NOT WS-VERS-FOUND THEN
005130          GO TO REJECT-VERSION-EXIT
005140     END-IF.
005150     IF FLIB-PROPOSED THEN
005160          MOVE "WAS" TO WS-DTL-ACTION
005170          PERFORM PRINT-VERSION THRU PRINT-VERSION-EXIT
005180          MOVE "R" TO FLIB-STATUS
005190          MOVE MNT-USER TO FLIB-APPROVED-BY
005200          MOVE WS-RUN-DATE8 TO FLIB-APPROVED-DATE
005210          MOVE "REJECTED" TO WS-NOW-ACTION
005220          PERFORM SAVE-VERSION THRU SAVE-VERSION-EXIT
005230          GO TO REJECT-VERSION-EXIT
005240     END-IF.
005250     IF FLIB-APPROVED AND FLIB-END-BY NOT = SPACES AND
005260        FLIB-END-APPROVED-BY = SPACES THEN
005270          MOVE "WAS" TO WS-DTL-ACTION
005280          PERFORM PRINT-VERSION THRU PRINT-VERSION-EXIT
005290          MOVE ZERO TO FLIB-END-TO
005300          MOVE SPACES TO FLIB-END-BY
005310          MOVE "NOT ENDED" TO WS-NOW-ACTION
005320          PERFORM SAVE-VERSION THRU SAVE-VERSION-EXIT
005330          GO TO REJECT-VERSION-EXIT
005340     END-IF.
005350     MOVE "REJECT - NOTHING AWAITING APPROVAL: " TO WS-MSG-TEXT.
005360     MOVE MNT-NAME TO WS-MSG-NAME.
005370     PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT.
005380     REJECT-VERSION-EXIT.
005390     EXIT.
005400
005410*---------------------------------------------------------------
005420* RETIRE-VERSION - PROPOSES ENDING AN APPROVED VERSION ON THE
005430* DATE IN COLUMN 27 (THE LAST DAY IT APPLIES).  THE END TAKES
005440* EFFECT ONLY WHEN A SECOND USER APPROVES IT.  A DATE BEFORE
005450* THE VERSION'S FROM DATE WITHDRAWS A VERSION NOT YET IN FORCE.
005460*---------------------------------------------------------------
005470     RETIRE-VERSION.
005480     IF MNT-USER = SPACES THEN
005490          MOVE "RETIRE - NO USER ID FOR: " TO WS-MSG-TEXT
005500          MOVE MNT-NAME TO WS-MSG-NAME
005510          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
005520          GO TO RETIRE-VERSION-EXIT
005530     END-IF.
005540     MOVE MNT-DATE-1 TO WS-CHK-DATE.
005550     PERFORM CHECK-DATE THRU CHECK-DATE-EXIT.
005560     IF NOT WS-DATE-OK THEN
005570          MOVE "RETIRE - END DATE NOT A DATE: " TO WS-MSG-TEXT
005580          MOVE MNT-DATE-1 TO WS-MSG-NAME
005590          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
005600          GO TO RETIRE-VERSION-EXIT
005610     END-IF.
005620     IF WS-CHK-DATE-N < WS-RUN-DATE8 THEN
005630          MOVE "RETIRE - END BEFORE BUSINESS DATE: "
005640              TO WS-MSG-TEXT
005650          MOVE MNT-DATE-1 TO WS-MSG-NAME
005660          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
005670          GO TO RETIRE-VERSION-EXIT
005680     END-IF.
005690     PERFORM FETCH-VERSION THRU FETCH-VERSION-EXIT.
005700     IF NOT WS-VERS-FOUND THEN
005710          GO TO RETIRE-VERSION-EXIT
005720     END-IF.
005730     IF NOT FLIB-APPROVED THEN
005740          MOVE "RETIRE - VERSION IS NOT APPROVED: " TO WS-MSG-TEXT
005750          MOVE MNT-NAME TO WS-MSG-NAME
005760          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
005770          GO TO RETIRE-VERSION-EXIT
005780     END-IF.
005790     IF FLIB-END-BY NOT = SPACES AND
005800        FLIB-END-APPROVED-BY = SPACES THEN
005810          MOVE "RETIRE - AN END AWAITS APPROVAL: " TO WS-MSG-TEXT
005820          MOVE MNT-NAME TO WS-MSG-NAME
005830          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
005840          GO TO RETIRE-VERSION-EXIT
005850     END-IF.
005860     IF WS-CHK-DATE-N NOT < FLIB-EFF-TO THEN
005870          MOVE "RETIRE - NOT BEFORE THE CURRENT END: "
005880              TO WS-MSG-TEXT
005890          MOVE MNT-DATE-1 TO WS-MSG-NAME
005900          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
005910          GO TO RETIRE-VERSION-EXIT
005920     END-IF.
005930     MOVE "WAS" TO WS-DTL-ACTION.
005940     PERFORM PRINT-VERSION THRU PRINT-VERSION-EXIT.
005950     MOVE WS-CHK-DATE-N TO FLIB-END-TO.
005960     MOVE MNT-USER TO FLIB-END-BY.
005970     MOVE SPACES TO FLIB-END-APPROVED-BY.
005980     MOVE "ENDING" TO WS-NOW-ACTION.
005990     PERFORM SAVE-VERSION THRU SAVE-VERSION-EXIT.
006000     RETIRE-VERSION-EXIT.
006010     EXIT.
006020
006030*---------------------------------------------------------------
006040* CHECK-BODY - THE BODY IN COLUMNS 45-64 IS "(" OPERATOR
006050* OPERAND OPERAND ")" WITH ONE OF THE BINARY OPERATORS AND TWO
006060* SIMPLE OPERANDS (%1, %2, A LITERAL OR A VARIABLE NAME - NO
006070* NESTING).  WS-OP-FOUND IS LEFT "Y" WHEN IT IS GOOD.
006080*---------------------------------------------------------------
006090     CHECK-BODY.
006100     MOVE "N" TO WS-OP-FOUND-SW.
006110     IF MNT-BODY(1:1) NOT = "(" THEN
006120          GO TO CHECK-BODY-EXIT
006130     END-IF.
006140     MOVE MNT-BODY(2:19) TO WS-BODY-TEXT.
006150     MOVE SPACES TO WS-BODY-SYM WS-BODY-OP1 WS-BODY-OP2.
006160     UNSTRING WS-BODY-TEXT DELIMITED BY SPACE OR ")"
006170         INTO WS-BODY-SYM WS-BODY-OP1 WS-BODY-OP2
006180     END-UNSTRING.
006190     IF WS-BODY-OP1 = SPACES OR WS-BODY-OP2 = SPACES OR
006200        WS-BODY-OP1(1:1) = "(" OR WS-BODY-OP2(1:1) = "(" THEN
006210          GO TO CHECK-BODY-EXIT
006220     END-IF.
006230     PERFORM CHECK-BODY-SCAN THRU CHECK-BODY-SCAN-EXIT
006240         VARYING WS-OP-SUB FROM 1 BY 1
006250         UNTIL WS-OP-FOUND OR WS-OP-SUB > 12.
006260     CHECK-BODY-EXIT.
006270     EXIT.
006280
006290     CHECK-BODY-SCAN.
006300     IF WS-OP-SYM (WS-OP-SUB) = WS-BODY-SYM THEN
006310          MOVE "Y" TO WS-OP-FOUND-SW
006320     END-IF.
006330     CHECK-BODY-SCAN-EXIT.
006340     EXIT.
006350
006360*---------------------------------------------------------------
006370* CHECK-DATE - WS-CHK-DATE MUST BE AN EIGHT-DIGIT CCYYMMDD DATE
006380* WITH A REAL MONTH AND A DAY THAT MONTH CAN HAVE IN THAT YEAR.
006390*---------------------------------------------------------------
006400     CHECK-DATE.
006410     MOVE "N" TO WS-DATE-OK-SW.
006420     IF WS-CHK-DATE IS NOT NUMERIC THEN
006430          GO TO CHECK-DATE-EXIT
006440     END-IF.
006450     IF WS-CHK-CCYY < 1900 OR
006460        WS-CHK-MM < 1 OR WS-CHK-MM > 12 OR
006470        WS-CHK-DD < 1 OR WS-CHK-DD > 31 THEN
006480          GO TO CHECK-DATE-EXIT
006490     END-IF.
006500     IF WS-CHK-DD > 30 AND
006510        (WS-CHK-MM = 4 OR WS-CHK-MM = 6 OR
006520         WS-CHK-MM = 9 OR WS-CHK-MM = 11) THEN
006530          GO TO CHECK-DATE-EXIT
006540     END-IF.
006550     IF WS-CHK-MM = 2 AND WS-CHK-DD > 29 THEN
006560          GO TO CHECK-DATE-EXIT
006570     END-IF.
006580     IF WS-CHK-MM = 2 AND WS-CHK-DD = 29 THEN
006590          PERFORM CHECK-LEAP-YEAR THRU CHECK-LEAP-YEAR-EXIT
006600          IF WS-LEAP-REM-4 NOT = ZERO OR
006610             (WS-LEAP-REM-100 = ZERO AND
006620              WS-LEAP-REM-400 NOT = ZERO) THEN
006630               GO TO CHECK-DATE-EXIT
006640          END-IF
006650     END-IF.
006660     MOVE "Y" TO WS-DATE-OK-SW.
006670     CHECK-DATE-EXIT.
006680     EXIT.
006690
006700*---------------------------------------------------------------
006710* CHECK-LEAP-YEAR - THE YEAR'S REMAINDERS BY 4, 100 AND 400.  A
006720* LEAP YEAR DIVIDES BY 4, AND BY 400 AS WELL IF IT DIVIDES BY 100.
006730*---------------------------------------------------------------
006740     CHECK-LEAP-YEAR.
006750     DIVIDE WS-CHK-CCYY BY 4 GIVING WS-LEAP-QUOT
006760         REMAINDER WS-LEAP-REM-4.
006770     DIVIDE WS-CHK-CCYY BY 100 GIVING WS-LEAP-QUOT
006780         REMAINDER WS-LEAP-REM-100.
006790     DIVIDE WS-CHK-CCYY BY 400 GIVING WS-LEAP-QUOT
006800         REMAINDER WS-LEAP-REM-400.
006810     CHECK-LEAP-YEAR-EXIT.
006820     EXIT.
006830
006840*---------------------------------------------------------------
006850* FIND-LAST-VERSION - THE HIGHEST VERSION NUMBER ON THE LIBRARY
006860* FOR THE CARD'S NAME, ZERO WHEN THE NAME IS NEW.  REJECTED
006870* VERSIONS COUNT, SO A NUMBER IS NEVER USED TWICE.
006880*---------------------------------------------------------------
006890     FIND-LAST-VERSION.
006900     MOVE ZERO TO WS-LAST-VERSION.
006910     MOVE MNT-NAME TO FLIB-NAME.
006920     MOVE ZERO TO FLIB-VERSION.
006930     PERFORM START-LIBRARY THRU START-LIBRARY-EXIT.
006940     PERFORM FIND-LAST-NEXT THRU FIND-LAST-NEXT-EXIT
006950         UNTIL WS-FUNCLIB-EOF.
006960     FIND-LAST-VERSION-EXIT.
006970     EXIT.
006980
006990     FIND-LAST-NEXT.
007000     PERFORM READ-LIBRARY-NEXT THRU READ-LIBRARY-NEXT-EXIT.
007010     IF WS-FUNCLIB-EOF THEN
007020          GO TO FIND-LAST-NEXT-EXIT
007030     END-IF.
007040     IF FLIB-NAME NOT = MNT-NAME THEN
007050          MOVE "Y" TO WS-FUNCLIB-EOF-SW
007060     ELSE
007070          MOVE FLIB-VERSION TO WS-LAST-VERSION
007080     END-IF.
007090     FIND-LAST-NEXT-EXIT.
007100     EXIT.
007110
007120*---------------------------------------------------------------
007130* FETCH-VERSION - READS THE CARD'S NAME AND VERSION.  ONE NOT
007140* ON THE LIBRARY IS REPORTED AND COUNTED AGAINST THE RETURN
007150* CODE.
007160*---------------------------------------------------------------
007170     FETCH-VERSION.
007180     MOVE "N" TO WS-VERS-FOUND-SW.
007190     IF MNT-VERSION IS NOT NUMERIC THEN
007200          MOVE SPACES TO WS-MSG-TEXT
007210          STRING MNT-COMMAND DELIMITED BY SPACE
007220                 " - VERSION NOT FOUR DIGITS: " DELIMITED BY SIZE
007230              INTO WS-MSG-TEXT
007240          END-STRING
007250          MOVE MNT-VERSION TO WS-MSG-NAME
007260          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
007270          GO TO FETCH-VERSION-EXIT
007280     END-IF.
007290     MOVE MNT-NAME TO FLIB-NAME.
007300     MOVE MNT-VERSION-N TO FLIB-VERSION.
007310     READ LIB-FILE
007320         INVALID KEY
007330             MOVE SPACES TO WS-MSG-TEXT
007340             STRING MNT-COMMAND DELIMITED BY SPACE
007350                    " - NOT ON LIBRARY: " DELIMITED BY SIZE
007360                 INTO WS-MSG-TEXT
007370             END-STRING
007380             MOVE FLIB-KEY TO WS-MSG-NAME
007390             PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
007400             GO TO FETCH-VERSION-EXIT
007410     END-READ.
007420     MOVE "Y" TO WS-VERS-FOUND-SW.
007430     FETCH-VERSION-EXIT.
007440     EXIT.
007450
007460*---------------------------------------------------------------
007470* SAVE-VERSION - REWRITES THE VERSION AND PRINTS THE AFTER
007480* IMAGE.
007490*---------------------------------------------------------------
007500     SAVE-VERSION.
007510     REWRITE FLIB-RECORD
007520         INVALID KEY
007530             MOVE "REWRITE FAILED FOR: " TO WS-MSG-TEXT
007540             MOVE FLIB-KEY TO WS-MSG-NAME
007550             PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
007560             GO TO SAVE-VERSION-EXIT
007570     END-REWRITE.
007580     MOVE WS-NOW-ACTION TO WS-DTL-ACTION.
007590     PERFORM PRINT-VERSION THRU PRINT-VERSION-EXIT.
007600     SAVE-VERSION-EXIT.
007610     EXIT.
007620
007630     REFUSE-CARD.
007640     ADD 1 TO WS-ERROR-COUNT.
007650     MOVE WS-MSG-LINE TO WS-RPT-LINE.
007660     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
007670     REFUSE-CARD-EXIT.
007680     EXIT.
007690
007700*---------------------------------------------------------------
007710* LIBRARY SEQUENTIAL ACCESS - START AT THE KEY THE CALLER SET
007720* AND DELIVER ONE RECORD PER CALL, AS ASS6PROF DOES FOR SRCPROF.
007730*---------------------------------------------------------------
007740     START-LIBRARY.
007750     MOVE "N" TO WS-FUNCLIB-EOF-SW.
007760     START LIB-FILE KEY NOT < FLIB-KEY
007770         INVALID KEY
007780             MOVE "Y" TO WS-FUNCLIB-EOF-SW
007790     END-START.
007800     IF WS-FUNCLIB-STATUS NOT = "00" THEN
007810          MOVE "Y" TO WS-FUNCLIB-EOF-SW
007820     END-IF.
007830     START-LIBRARY-EXIT.
007840     EXIT.
007850
007860     READ-LIBRARY-NEXT.
007870     READ LIB-FILE NEXT RECORD
007880         AT END
007890             MOVE "Y" TO WS-FUNCLIB-EOF-SW
007900     END-READ.
007910     IF WS-FUNCLIB-STATUS NOT = "00" THEN
007920          MOVE "Y" TO WS-FUNCLIB-EOF-SW
007930     END-IF.
007940     READ-LIBRARY-NEXT-EXIT.
007950     EXIT.
007960
007970*---------------------------------------------------------------
007980* PRINT-VERSION - THE VERSION'S BODY, STATUS AND DATES, WHO
007990* PROPOSED AND WHO DECIDED IT, AND ANY END PROPOSED OR APPLIED.
008000*---------------------------------------------------------------
008010     PRINT-VERSION.
008020     MOVE FLIB-NAME TO WS-DTL-NAME.
008030     MOVE FLIB-VERSION TO WS-DTL-VERSION.
008040     IF FLIB-APPROVED THEN
008050          MOVE "APPROVED" TO WS-DTL-STATUS
008060     ELSE IF FLIB-REJECTED THEN
008070          MOVE "REJECTED" TO WS-DTL-STATUS
008080     ELSE
008090          MOVE "PROPOSED" TO WS-DTL-STATUS
008100     END-IF.
008110     MOVE SPACES TO WS-DTL-BODY.
008120     STRING "(" DELIMITED BY SIZE
008130            FLIB-SYM DELIMITED BY SPACE
008140            " " DELIMITED BY SIZE
008150            FLIB-OPERAND-1 DELIMITED BY SPACE
008160            " " DELIMITED BY SIZE
008170            FLIB-OPERAND-2 DELIMITED BY SPACE
008180            ")" DELIMITED BY SIZE
008190         INTO WS-DTL-BODY
008200     END-STRING.
008210     MOVE FLIB-EFF-FROM TO WS-DTL-FROM.
008220     IF FLIB-EFF-TO = 99999999 THEN
008230          MOVE "OPEN" TO WS-DTL-TO-X
008240     ELSE
008250          MOVE FLIB-EFF-TO TO WS-DTL-TO
008260     END-IF.
008270     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
008280     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008290     MOVE FLIB-PROPOSED-BY TO WS-WHO-PROP-BY.
008300     MOVE FLIB-PROPOSED-DATE TO WS-WHO-PROP-DATE.
008310     IF FLIB-PROPOSED THEN
008320          MOVE SPACES TO WS-WHO-DECIDED WS-WHO-DEC-BY
008330                         WS-WHO-DEC-DATE
008340     ELSE
008350          IF FLIB-APPROVED THEN
008360               MOVE "APPROVED BY" TO WS-WHO-DECIDED
008370          ELSE
008380               MOVE "REJECTED BY" TO WS-WHO-DECIDED
008390          END-IF
008400          MOVE FLIB-APPROVED-BY TO WS-WHO-DEC-BY
008410          MOVE FLIB-APPROVED-DATE TO WS-WHO-DEC-DATE
008420     END-IF.
008430     MOVE WS-WHO-LINE TO WS-RPT-LINE.
008440     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008450     IF FLIB-END-BY = SPACES THEN
008460          GO TO PRINT-VERSION-EXIT
008470     END-IF.
008480     MOVE "END PROP BY" TO WS-END-LABEL.
008490     MOVE FLIB-END-BY TO WS-END-BY.
008500     MOVE FLIB-END-TO TO WS-END-TO.
008510     IF FLIB-END-APPROVED-BY = SPACES THEN
008520          MOVE "(AWAITING)" TO WS-END-APPR-LABEL
008530          MOVE SPACES TO WS-END-APPR-BY
008540     ELSE
008550          MOVE "APPROVED BY" TO WS-END-APPR-LABEL
008560          MOVE FLIB-END-APPROVED-BY TO WS-END-APPR-BY
008570     END-IF.
008580     MOVE WS-END-LINE TO WS-RPT-LINE.
008590     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008600     PRINT-VERSION-EXIT.
008610     EXIT.
008620
008630     WRITE-RUN-TOTALS.
008640     MOVE "CARDS PROCESSED" TO WS-TOT-LABEL.
008650     MOVE WS-CARD-COUNT TO WS-TOT-COUNT.
008660     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
008670     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008680     MOVE "CARDS NOT HONORED" TO WS-TOT-LABEL.
008690     MOVE WS-ERROR-COUNT TO WS-TOT-COUNT.
008700     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
008710     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008720     WRITE-RUN-TOTALS-EXIT.
008730     EXIT.
008740
008750     WRITE-RPT-LINE.
008760     IF WS-LINE-COUNT > 55 THEN
008770          ADD 1 TO WS-PAGE-COUNT
008780          MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE
008790          WRITE RPT-RECORD FROM WS-HEAD-LINE
008800              AFTER ADVANCING PAGE
008810          MOVE 1 TO WS-LINE-COUNT
008820     END-IF.
008830     WRITE RPT-RECORD FROM WS-RPT-LINE
008840         AFTER ADVANCING 1 LINE.
008850     ADD 1 TO WS-LINE-COUNT.
008860     WRITE-RPT-LINE-EXIT.
008870     EXIT.
008880
008890*---------------------------------------------------------------
008900* READ-BUSINESS-DATE - PROPOSALS AND APPROVALS ARE STAMPED WITH
008910* THE BUSINESS DATE ON THE BDATECTL CONTROL RECORD, AND NOTHING
008920* MAY BE MADE EFFECTIVE BEFORE IT.  NO USABLE CONTROL RECORD -
008930* NO RUN (RC=16).
008940*---------------------------------------------------------------
008950     READ-BUSINESS-DATE.
008960     OPEN INPUT BDATE-FILE.
008970     READ BDATE-FILE
008980         AT END
008990             MOVE ZERO TO BDAT-BUSINESS-DATE
009000     END-READ.
009010     CLOSE BDATE-FILE.
009020     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
009030        BDAT-BUSINESS-DATE = ZERO THEN
009040          DISPLAY "ASS6FLIB: BUSINESS DATE CONTROL "
009050                  "RECORD MISSING OR INVALID - RUN REFUSED"
009060          MOVE 16 TO RETURN-CODE
009070          STOP RUN
009080     END-IF.
009090     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
009100     READ-BUSINESS-DATE-EXIT.
009110     EXIT.
