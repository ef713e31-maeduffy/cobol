000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    Ass6Prof.
000030 AUTHOR.        D L HARTMAN.
000040 INSTALLATION.  BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DLH   ORIGINAL VERSION.  MAINTENANCE AND LISTING
000110*                    FOR THE SRCPROF SOURCE-SYSTEM PROFILE
000120*                    MASTER THAT ASS6MRG AND ASS6EDIT ENFORCE.
000130*                    ONE CARD PER REQUEST ON MAINTIN, COMMAND
000140*                    IN COLUMNS 1-6, SOURCE IN 8-15, OPERANDS
000150*                    FROM COLUMN 17:
000160*                      LIST   [SOURCE]      PRINT ONE OR EVERY
000170*                                           PROFILE
000180*                      ADD    SOURCE DESC   NEW ACTIVE PROFILE,
000190*                                           NOTHING ALLOWED YET
000200*                      DELETE SOURCE        REMOVE THE PROFILE
000210*                      ALLOW  SOURCE OPS    ALLOW UP TO EIGHT
000220*                      DENY   SOURCE OPS    OPERATORS OR VERBS
000230*                                           (+ - * / eq? <= >=
000240*                                           < > <> and or if let
000250*                                           def fn), OR "ALL"
000260*                      MAXOPN SOURCE NNNNNNN LARGEST OPERAND, IN
000270*                                           WHOLE UNITS (ZERO IS
000280*                                           NO LIMIT)
000290*                      VOLUME SOURCE MIN MAX DETAIL COUNT RANGE
000300*                                           (SIX DIGITS EACH)
000310*                      MAXAGE SOURCE NNN    OLDEST EXTRACT, IN
000320*                                           DAYS BEFORE THE
000330*                                           BUSINESS DATE
000340*                      HOLD   SOURCE        SUSPEND THE PROFILE
000350*                      ACTIVE SOURCE        REINSTATE IT
000360*                      DESC   SOURCE DESC   NEW DESCRIPTION
000370*                    EVERY CHANGE PRINTS THE BEFORE AND AFTER
000380*                    IMAGES ON PROFRPT.  RC=4 WHEN ANY CARD
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
000490     SELECT OPTIONAL PROF-FILE ASSIGN TO SRCPROF
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS SRCP-SOURCE-SYSTEM
000530         FILE STATUS IS WS-SRCPROF-STATUS.
000540     SELECT REPORT-FILE    ASSIGN TO PROFRPT
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
000680     05  MNT-OPERANDS               PIC X(64).
000690     05  MNT-DESC-R REDEFINES MNT-OPERANDS.
000700         10  MNT-DESC               PIC X(30).
000710         10  FILLER                 PIC X(34).
000720     05  MNT-MAXOPN-R REDEFINES MNT-OPERANDS.
000730         10  MNT-MAX-OPERAND        PIC X(07).
000740         10  FILLER                 PIC X(57).
000750     05  MNT-VOLUME-R REDEFINES MNT-OPERANDS.
000760         10  MNT-MIN-DETAILS        PIC X(06).
000770         10  FILLER                 PIC X(01).
000780         10  MNT-MAX-DETAILS        PIC X(06).
000790         10  FILLER                 PIC X(51).
000800     05  MNT-MAXAGE-R REDEFINES MNT-OPERANDS.
000810         10  MNT-AGE-DAYS           PIC X(03).
000820         10  FILLER                 PIC X(61).
000830
000840 FD  PROF-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY SRCPREC.
000870
000880 FD  REPORT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  RPT-RECORD                     PIC X(80).
000910
000920 FD  BDATE-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 COPY BDATREC.
000950
000960 WORKING-STORAGE SECTION.
000970 77  WS-CARD-COUNT                  PIC 9(05) COMP VALUE ZERO.
000980 77  WS-ERROR-COUNT                 PIC 9(05) COMP VALUE ZERO.
000990 77  WS-LIST-COUNT                  PIC 9(06) COMP VALUE ZERO.
001000 77  WS-OP-SUB                      PIC 9(02) COMP VALUE ZERO.
001010 77  WS-TOKEN-SUB                   PIC 9(02) COMP VALUE ZERO.
001020 77  WS-TOKEN-COUNT                 PIC 9(02) COMP VALUE ZERO.
001030 77  WS-ALW-PTR                     PIC 9(03) COMP VALUE ZERO.
001040 77  WS-LINE-COUNT                  PIC 9(03) COMP VALUE 99.
001050 77  WS-PAGE-COUNT                  PIC 9(03) COMP VALUE ZERO.
001060
001070 01  WS-SWITCHES.
001080     05  WS-EOF-SW                  PIC X(01) VALUE "N".
001090         88  WS-EOF                           VALUE "Y".
001100     05  WS-SRCPROF-EOF-SW          PIC X(01) VALUE "N".
001110         88  WS-SRCPROF-EOF                   VALUE "Y".
001120     05  WS-PROF-FOUND-SW           PIC X(01) VALUE "N".
001130         88  WS-PROF-FOUND                    VALUE "Y".
001140     05  WS-TOKENS-OK-SW            PIC X(01) VALUE "Y".
001150         88  WS-TOKENS-OK                     VALUE "Y".
001160     05  WS-OP-FOUND-SW             PIC X(01) VALUE "N".
001170         88  WS-OP-FOUND                      VALUE "Y".
001180
001190 01  WS-SRCPROF-STATUS              PIC X(02) VALUE "00".
001200 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
001210 01  WS-FLAG-VALUE                  PIC X(01) VALUE "N".
001220 01  WS-NOW-ACTION                  PIC X(10) VALUE SPACES.
001230
001240*---------------------------------------------------------------
001250* OPERATORS AND VERBS IN SRCPROF ALLOW-FLAG ORDER - THE SAME
001260* TABLE ASS6EDIT MATCHES EACH DETAIL AGAINST.
001270*---------------------------------------------------------------
001280 COPY SRCPOPS.
001290
001300 01  WS-TOKEN-TABLE.
001310     05  WS-TOKEN OCCURS 8 TIMES    PIC X(08).
001320 01  WS-TOKEN-OP-TABLE.
001330     05  WS-TOKEN-OP OCCURS 8 TIMES PIC 9(02) COMP.
001340
001350 01  WS-HEAD-LINE.
001360     05  FILLER                     PIC X(35)
001370         VALUE "ASS6PROF SOURCE PROFILE REPORT".
001380     05  FILLER                     PIC X(33) VALUE SPACES.
001390     05  FILLER                     PIC X(05) VALUE "PAGE ".
001400     05  WS-HEAD-PAGE               PIC ZZ9.
001410     05  FILLER                     PIC X(04) VALUE SPACES.
001420 01  WS-COL-LINE.
001430     05  FILLER                     PIC X(02) VALUE SPACES.
001440     05  FILLER                     PIC X(10) VALUE "SOURCE".
001450     05  FILLER                     PIC X(32) VALUE "DESCRIPTION".
001460     05  FILLER                     PIC X(10) VALUE "STATUS".
001470     05  FILLER                     PIC X(10) VALUE "CHANGED".
001480     05  FILLER                     PIC X(16) VALUE SPACES.
001490 01  WS-DETAIL-LINE.
001500     05  FILLER                     PIC X(02) VALUE SPACES.
001510     05  WS-DTL-SOURCE              PIC X(08).
001520     05  FILLER                     PIC X(02) VALUE SPACES.
001530     05  WS-DTL-DESC                PIC X(30).
001540     05  FILLER                     PIC X(02) VALUE SPACES.
001550     05  WS-DTL-STATUS              PIC X(09).
001560     05  FILLER                     PIC X(01) VALUE SPACES.
001570     05  WS-DTL-DATE                PIC 9(08).
001580     05  FILLER                     PIC X(02) VALUE SPACES.
001590     05  WS-DTL-ACTION              PIC X(10).
001600     05  FILLER                     PIC X(06) VALUE SPACES.
001610 01  WS-LIMIT-LINE.
001620     05  FILLER                     PIC X(12) VALUE SPACES.
001630     05  FILLER                     PIC X(12) VALUE "MAX OPERAND".
001640     05  WS-LIM-MAXOPN              PIC Z(06)9.99.
001650     05  WS-LIM-MAXOPN-X REDEFINES WS-LIM-MAXOPN
001660                                    PIC X(10).
001670     05  FILLER                     PIC X(02) VALUE SPACES.
001680     05  FILLER                     PIC X(07) VALUE "VOLUME".
001690     05  WS-LIM-MIN                 PIC Z(05)9.
001700     05  FILLER                     PIC X(01) VALUE "-".
001710     05  WS-LIM-MAX                 PIC Z(05)9.
001720     05  FILLER                     PIC X(02) VALUE SPACES.
001730     05  FILLER                     PIC X(08) VALUE "MAX AGE".
001740     05  WS-LIM-AGE                 PIC ZZ9.
001750     05  FILLER                     PIC X(05) VALUE " DAYS".
001760     05  FILLER                     PIC X(06) VALUE SPACES.
001770 01  WS-ALLOW-LINE.
001780     05  FILLER                     PIC X(12) VALUE SPACES.
001790     05  FILLER                     PIC X(09) VALUE "ALLOWED:".
001800     05  WS-ALW-LIST                PIC X(59).
001810 01  WS-MSG-LINE.
001820     05  FILLER                     PIC X(02) VALUE SPACES.
001830     05  WS-MSG-TEXT                PIC X(40).
001840     05  WS-MSG-NAME                PIC X(20).
001850     05  FILLER                     PIC X(18) VALUE SPACES.
001860 01  WS-TOTAL-LINE.
001870     05  FILLER                     PIC X(02) VALUE SPACES.
001880     05  WS-TOT-LABEL               PIC X(30).
001890     05  WS-TOT-COUNT               PIC Z(05)9.
001900     05  FILLER                     PIC X(42) VALUE SPACES.
001910 01  WS-RPT-LINE                    PIC X(80).
001920
001930 PROCEDURE DIVISION.
001940*===============================================================
001950* MAIN - ONE PASS OVER THE MAINTIN CARDS.  EACH CARD IS ACTED
001960* ON AND REPORTED IN THE ORDER SUBMITTED, SO A NEW FEED CAN BE
001970* ADDED, GIVEN ITS RULES, AND LISTED IN ONE JOB.
001980*===============================================================
001990     MAIN.
002000     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
002010     OPEN INPUT MAINT-FILE.
002020     OPEN I-O   PROF-FILE.
002030     OPEN OUTPUT REPORT-FILE.
002040     PERFORM READ-MAINT-CARD THRU READ-MAINT-CARD-EXIT.
002050     PERFORM PROCESS-CARD THRU PROCESS-CARD-EXIT
002060         UNTIL WS-EOF.
002070     PERFORM WRITE-RUN-TOTALS THRU WRITE-RUN-TOTALS-EXIT.
002080     CLOSE MAINT-FILE PROF-FILE REPORT-FILE.
002090     DISPLAY "ASS6PROF: " WS-CARD-COUNT " CARDS, "
002100             WS-ERROR-COUNT " NOT HONORED".
002110     IF WS-ERROR-COUNT > ZERO THEN
002120          MOVE 4 TO RETURN-CODE
002130     END-IF.
002140     STOP RUN.
002150
002160     READ-MAINT-CARD.
002170     READ MAINT-FILE
002180         AT END
002190             MOVE "Y" TO WS-EOF-SW
002200     END-READ.
002210     READ-MAINT-CARD-EXIT.
002220     EXIT.
002230
002240     PROCESS-CARD.
002250     ADD 1 TO WS-CARD-COUNT.
002260     IF MNT-COMMAND = "LIST" THEN
002270          PERFORM LIST-PROFILES THRU LIST-PROFILES-EXIT
002280     ELSE IF MNT-COMMAND = "ADD" THEN
002290          PERFORM ADD-PROFILE THRU ADD-PROFILE-EXIT
002300     ELSE IF MNT-COMMAND = "DELETE" THEN
002310          PERFORM DELETE-PROFILE THRU DELETE-PROFILE-EXIT
002320     ELSE IF MNT-COMMAND = "ALLOW" THEN
002330          MOVE "Y" TO WS-FLAG-VALUE
002340          MOVE "ALLOWED" TO WS-NOW-ACTION
002350          PERFORM SET-OPERATORS THRU SET-OPERATORS-EXIT
002360     ELSE IF MNT-COMMAND = "DENY" THEN
002370          MOVE "N" TO WS-FLAG-VALUE
002380          MOVE "DENIED" TO WS-NOW-ACTION
002390          PERFORM SET-OPERATORS THRU SET-OPERATORS-EXIT
002400     ELSE IF MNT-COMMAND = "MAXOPN" THEN
002410          PERFORM SET-MAX-OPERAND THRU SET-MAX-OPERAND-EXIT
002420     ELSE IF MNT-COMMAND = "VOLUME" THEN
002430          PERFORM SET-VOLUME THRU SET-VOLUME-EXIT
002440     ELSE IF MNT-COMMAND = "MAXAGE" THEN
002450          PERFORM SET-MAX-AGE THRU SET-MAX-AGE-EXIT
002460     ELSE IF MNT-COMMAND = "HOLD" THEN
002470          MOVE "S" TO WS-FLAG-VALUE
002480          MOVE "HELD" TO WS-NOW-ACTION
002490          PERFORM SET-STATUS THRU SET-STATUS-EXIT
002500     ELSE IF MNT-COMMAND = "ACTIVE" THEN
002510          MOVE "A" TO WS-FLAG-VALUE
002520          MOVE "ACTIVATED" TO WS-NOW-ACTION
002530          PERFORM SET-STATUS THRU SET-STATUS-EXIT
002540     ELSE IF MNT-COMMAND = "DESC" THEN
002550          PERFORM SET-DESCRIPTION THRU SET-DESCRIPTION-EXIT
002560     ELSE
002570          MOVE "UNRECOGNIZED CARD: " TO WS-MSG-TEXT
002580          MOVE MNT-COMMAND TO WS-MSG-NAME
002590          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
002600     END-IF.
002610     PERFORM READ-MAINT-CARD THRU READ-MAINT-CARD-EXIT.
002620     PROCESS-CARD-EXIT.
002630     EXIT.
002640
002650*---------------------------------------------------------------
002660* LIST-PROFILES - PRINTS THE PROFILE NAMED ON THE CARD, OR
002670* EVERY PROFILE IN SOURCE ORDER WHEN NONE IS NAMED: STATUS,
002680* LIMITS, AND THE OPERATORS AND VERBS THE SOURCE MAY SEND.
002690*---------------------------------------------------------------
002700     LIST-PROFILES.
002710     MOVE "SOURCE PROFILE LISTING" TO WS-RPT-LINE.
002720     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002730     MOVE WS-COL-LINE TO WS-RPT-LINE.
002740     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002750     MOVE ZERO TO WS-LIST-COUNT.
002760     IF MNT-SOURCE NOT = SPACES THEN
002770          PERFORM FETCH-PROFILE THRU FETCH-PROFILE-EXIT
002780          IF WS-PROF-FOUND THEN
002790               ADD 1 TO WS-LIST-COUNT
002800               MOVE SPACES TO WS-DTL-ACTION
002810               PERFORM PRINT-PROFILE THRU PRINT-PROFILE-EXIT
002820          END-IF
002830          GO TO LIST-PROFILES-TOTAL
002840     END-IF.
002850     PERFORM START-MASTER THRU START-MASTER-EXIT.
002860     PERFORM LIST-PROFILES-NEXT THRU LIST-PROFILES-NEXT-EXIT
002870         UNTIL WS-SRCPROF-EOF.
002880     IF WS-LIST-COUNT = ZERO THEN
002890          MOVE "  (MASTER IS EMPTY)" TO WS-RPT-LINE
002900          PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT
002910     END-IF.
002920
002930     LIST-PROFILES-TOTAL.
002940     MOVE "PROFILES LISTED" TO WS-TOT-LABEL.
002950     MOVE WS-LIST-COUNT TO WS-TOT-COUNT.
002960     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
002970     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
002980     MOVE SPACES TO WS-RPT-LINE.
002990     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003000     LIST-PROFILES-EXIT.
003010     EXIT.
003020
003030     LIST-PROFILES-NEXT.
003040     PERFORM READ-MASTER-NEXT THRU READ-MASTER-NEXT-EXIT.
003050     IF WS-SRCPROF-EOF THEN
003060          GO TO LIST-PROFILES-NEXT-EXIT
003070     END-IF.
003080     ADD 1 TO WS-LIST-COUNT.
003090     MOVE SPACES TO WS-DTL-ACTION.
003100     PERFORM PRINT-PROFILE THRU PRINT-PROFILE-EXIT.
003110     LIST-PROFILES-NEXT-EXIT.
003120     EXIT.
003130
003140*---------------------------------------------------------------
003150* ADD-PROFILE - A NEW SOURCE STARTS ACTIVE BUT MAY SEND NOTHING
003160* UNTIL ALLOW CARDS SAY WHAT IT MAY SEND.  VOLUME DEFAULTS TO
003170* 1-999999 DETAILS, AGE TO 5 DAYS, AND NO OPERAND LIMIT.
003180*---------------------------------------------------------------
003190     ADD-PROFILE.
003200     IF MNT-SOURCE = SPACES THEN
003210          MOVE "ADD - NO SOURCE NAMED" TO WS-MSG-TEXT
003220          MOVE SPACES TO WS-MSG-NAME
003230          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003240          GO TO ADD-PROFILE-EXIT
003250     END-IF.
003260     MOVE SPACES TO SRCP-RECORD.
003270     MOVE MNT-SOURCE TO SRCP-SOURCE-SYSTEM.
003280     MOVE MNT-DESC TO SRCP-DESCRIPTION.
003290     MOVE "A" TO SRCP-STATUS.
003300     MOVE ALL "N" TO SRCP-ALLOW-FLAGS.
003310     MOVE ZERO TO SRCP-MAX-OPERAND.
003320     MOVE 1 TO SRCP-MIN-DETAILS.
003330     MOVE 999999 TO SRCP-MAX-DETAILS.
003340     MOVE 5 TO SRCP-MAX-AGE-DAYS.
003350     MOVE WS-RUN-DATE8 TO SRCP-ADDED-DATE.
003360     MOVE WS-RUN-DATE8 TO SRCP-CHANGED-DATE.
003370     WRITE SRCP-RECORD
003380         INVALID KEY
003390             MOVE "ADD - ALREADY ON MASTER: " TO WS-MSG-TEXT
003400             MOVE MNT-SOURCE TO WS-MSG-NAME
003410             PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003420             GO TO ADD-PROFILE-EXIT
003430     END-WRITE.
003440     MOVE "ADDED" TO WS-DTL-ACTION.
003450     PERFORM PRINT-PROFILE THRU PRINT-PROFILE-EXIT.
003460     ADD-PROFILE-EXIT.
003470     EXIT.
003480
003490*---------------------------------------------------------------
003500* DELETE-PROFILE - REMOVES THE PROFILE, PRINTING ITS BEFORE
003510* IMAGE.  THE SOURCE IS HELD BY THE MERGE FROM THEN ON.
003520*---------------------------------------------------------------
003530     DELETE-PROFILE.
003540     PERFORM FETCH-PROFILE THRU FETCH-PROFILE-EXIT.
003550     IF NOT WS-PROF-FOUND THEN
003560          GO TO DELETE-PROFILE-EXIT
003570     END-IF.
003580     MOVE "DELETED" TO WS-DTL-ACTION.
003590     PERFORM PRINT-PROFILE THRU PRINT-PROFILE-EXIT.
003600     DELETE PROF-FILE RECORD
003610         INVALID KEY
003620             CONTINUE
003630     END-DELETE.
003640     DELETE-PROFILE-EXIT.
003650     EXIT.
003660
003670*---------------------------------------------------------------
003680* SET-OPERATORS - ALLOW OR DENY EACH OPERATOR OR VERB NAMED ON
003690* THE CARD ("ALL" FOR EVERY ONE).  EVERY TOKEN IS CHECKED
003700* BEFORE ANY FLAG CHANGES, SO A CARD WITH ONE BAD TOKEN
003710* CHANGES NOTHING.
003720*---------------------------------------------------------------
003730     SET-OPERATORS.
003740     MOVE SPACES TO WS-TOKEN-TABLE.
003750     UNSTRING MNT-OPERANDS DELIMITED BY ALL SPACE
003760         INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
003770              WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
003780              WS-TOKEN (7) WS-TOKEN (8)
003790     END-UNSTRING.
003800     MOVE "Y" TO WS-TOKENS-OK-SW.
003810     MOVE ZERO TO WS-TOKEN-COUNT.
003820     PERFORM CHECK-TOKEN THRU CHECK-TOKEN-EXIT
003830         VARYING WS-TOKEN-SUB FROM 1 BY 1
003840         UNTIL WS-TOKEN-SUB > 8 OR NOT WS-TOKENS-OK.
003850     IF NOT WS-TOKENS-OK THEN
003860          GO TO SET-OPERATORS-EXIT
003870     END-IF.
003880     IF WS-TOKEN-COUNT = ZERO THEN
003890          MOVE "NO OPERATORS NAMED FOR: " TO WS-MSG-TEXT
003900          MOVE MNT-SOURCE TO WS-MSG-NAME
003910          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
003920          GO TO SET-OPERATORS-EXIT
003930     END-IF.
003940     PERFORM FETCH-PROFILE THRU FETCH-PROFILE-EXIT.
003950     IF NOT WS-PROF-FOUND THEN
003960          GO TO SET-OPERATORS-EXIT
003970     END-IF.
003980     MOVE "WAS" TO WS-DTL-ACTION.
003990     PERFORM PRINT-PROFILE THRU PRINT-PROFILE-EXIT.
004000     PERFORM APPLY-TOKEN THRU APPLY-TOKEN-EXIT
004010         VARYING WS-TOKEN-SUB FROM 1 BY 1
004020         UNTIL WS-TOKEN-SUB > 8.
004030     PERFORM SAVE-PROFILE THRU SAVE-PROFILE-EXIT.
004040     SET-OPERATORS-EXIT.
004050     EXIT.
004060
004070     CHECK-TOKEN.
004080     MOVE ZERO TO WS-TOKEN-OP (WS-TOKEN-SUB).
004090     IF WS-TOKEN (WS-TOKEN-SUB) = SPACES THEN
004100          GO TO CHECK-TOKEN-EXIT
004110     END-IF.
004120     ADD 1 TO WS-TOKEN-COUNT.
004130     IF WS-TOKEN (WS-TOKEN-SUB) = "ALL" THEN
004140          MOVE 99 TO WS-TOKEN-OP (WS-TOKEN-SUB)
004150          GO TO CHECK-TOKEN-EXIT
004160     END-IF.
004170     MOVE "N" TO WS-OP-FOUND-SW.
004180     IF WS-TOKEN (WS-TOKEN-SUB)(4:5) = SPACES THEN
004190          PERFORM CHECK-TOKEN-SCAN THRU CHECK-TOKEN-SCAN-EXIT
004200              VARYING WS-OP-SUB FROM 1 BY 1
004210              UNTIL WS-OP-FOUND OR WS-OP-SUB > 16
004220     END-IF.
004230     IF WS-OP-FOUND THEN
004240          SUBTRACT 1 FROM WS-OP-SUB
004250          MOVE WS-OP-SUB TO WS-TOKEN-OP (WS-TOKEN-SUB)
004260     ELSE
004270          MOVE "N" TO WS-TOKENS-OK-SW
004280          MOVE "UNKNOWN OPERATOR OR VERB: " TO WS-MSG-TEXT
004290          MOVE WS-TOKEN (WS-TOKEN-SUB) TO WS-MSG-NAME
004300          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004310     END-IF.
004320     CHECK-TOKEN-EXIT.
004330     EXIT.
004340
004350     CHECK-TOKEN-SCAN.
004360     IF SRCP-OP-SYM (WS-OP-SUB) =
004370        WS-TOKEN (WS-TOKEN-SUB)(1:3) THEN
004380          MOVE "Y" TO WS-OP-FOUND-SW
004390     END-IF.
004400     CHECK-TOKEN-SCAN-EXIT.
004410     EXIT.
004420
004430     APPLY-TOKEN.
004440     IF WS-TOKEN-OP (WS-TOKEN-SUB) = 99 THEN
004450          PERFORM SET-ONE-FLAG THRU SET-ONE-FLAG-EXIT
004460              VARYING WS-OP-SUB FROM 1 BY 1
004470              UNTIL WS-OP-SUB > 16
004480     ELSE IF WS-TOKEN-OP (WS-TOKEN-SUB) > ZERO THEN
004490          MOVE WS-TOKEN-OP (WS-TOKEN-SUB) TO WS-OP-SUB
004500          PERFORM SET-ONE-FLAG THRU SET-ONE-FLAG-EXIT
004510     END-IF.
004520     APPLY-TOKEN-EXIT.
004530     EXIT.
004540
004550     SET-ONE-FLAG.
004560     MOVE WS-FLAG-VALUE TO SRCP-ALLOW (WS-OP-SUB).
004570     SET-ONE-FLAG-EXIT.
004580     EXIT.
004590
004600*---------------------------------------------------------------
004610* SET-MAX-OPERAND - THE LARGEST NUMERIC OPERAND, EITHER SIGN,
004620* THE SOURCE MAY SEND.  SEVEN DIGITS OF WHOLE UNITS; ZERO
004630* REMOVES THE LIMIT.
004640*---------------------------------------------------------------
004650     SET-MAX-OPERAND.
004660     IF MNT-MAX-OPERAND IS NOT NUMERIC THEN
004670          MOVE "MAXOPN - NOT SEVEN DIGITS: " TO WS-MSG-TEXT
004680          MOVE MNT-MAX-OPERAND TO WS-MSG-NAME
004690          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004700          GO TO SET-MAX-OPERAND-EXIT
004710     END-IF.
004720     PERFORM FETCH-PROFILE THRU FETCH-PROFILE-EXIT.
004730     IF NOT WS-PROF-FOUND THEN
004740          GO TO SET-MAX-OPERAND-EXIT
004750     END-IF.
004760     MOVE "WAS" TO WS-DTL-ACTION.
004770     PERFORM PRINT-PROFILE THRU PRINT-PROFILE-EXIT.
004780     MOVE MNT-MAX-OPERAND TO SRCP-MAX-OPERAND.
004790     MOVE "LIMITED" TO WS-NOW-ACTION.
004800     PERFORM SAVE-PROFILE THRU SAVE-PROFILE-EXIT.
004810     SET-MAX-OPERAND-EXIT.
004820     EXIT.
004830
004840*---------------------------------------------------------------
004850* SET-VOLUME - THE RANGE OF DETAIL COUNTS THE MERGE WILL POST
004860* FOR THE SOURCE.  A NIGHT OUTSIDE IT IS HELD FOR A LOOK.
004870*---------------------------------------------------------------
004880     SET-VOLUME.
004890     IF MNT-MIN-DETAILS IS NOT NUMERIC OR
004900        MNT-MAX-DETAILS IS NOT NUMERIC THEN
004910          MOVE "VOLUME - COUNTS NOT SIX DIGITS: " TO WS-MSG-TEXT
004920          MOVE MNT-OPERANDS TO WS-MSG-NAME
004930          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
004940          GO TO SET-VOLUME-EXIT
004950     END-IF.
004960     IF MNT-MIN-DETAILS > MNT-MAX-DETAILS OR
004970        MNT-MAX-DETAILS = ZERO THEN
004980          MOVE "VOLUME - RANGE IS EMPTY: " TO WS-MSG-TEXT
004990          MOVE MNT-OPERANDS TO WS-MSG-NAME
005000          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
005010          GO TO SET-VOLUME-EXIT
005020     END-IF.
005030     PERFORM FETCH-PROFILE THRU FETCH-PROFILE-EXIT.
005040     IF NOT WS-PROF-FOUND THEN
005050          GO TO SET-VOLUME-EXIT
005060     END-IF.
005070     MOVE "WAS" TO WS-DTL-ACTION.
005080     PERFORM PRINT-PROFILE THRU PRINT-PROFILE-EXIT.
005090     MOVE MNT-MIN-DETAILS TO SRCP-MIN-DETAILS.
005100     MOVE MNT-MAX-DETAILS TO SRCP-MAX-DETAILS.
005110     MOVE "RESIZED" TO WS-NOW-ACTION.
005120     PERFORM SAVE-PROFILE THRU SAVE-PROFILE-EXIT.
005130     SET-VOLUME-EXIT.
005140     EXIT.
005150
005160*---------------------------------------------------------------
005170* SET-MAX-AGE - HOW MANY CALENDAR DAYS BEFORE THE BUSINESS DATE
005180* THE SOURCE'S EXTRACT DATE MAY FALL.  ZERO ACCEPTS ONLY AN
005190* EXTRACT DATED THE BUSINESS DATE ITSELF.
005200*---------------------------------------------------------------
005210     SET-MAX-AGE.
005220     IF MNT-AGE-DAYS IS NOT NUMERIC THEN
005230          MOVE "MAXAGE - NOT THREE DIGITS: " TO WS-MSG-TEXT
005240          MOVE MNT-AGE-DAYS TO WS-MSG-NAME
005250          PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
005260          GO TO SET-MAX-AGE-EXIT
005270     END-IF.
005280     PERFORM FETCH-PROFILE THRU FETCH-PROFILE-EXIT.
005290     IF NOT WS-PROF-FOUND THEN
005300          GO TO SET-MAX-AGE-EXIT
005310     END-IF.
005320     MOVE "WAS" TO WS-DTL-ACTION.
005330     PERFORM PRINT-PROFILE THRU PRINT-PROFILE-EXIT.
005340     MOVE MNT-AGE-DAYS TO SRCP-MAX-AGE-DAYS.
005350     MOVE "AGED" TO WS-NOW-ACTION.
005360     PERFORM SAVE-PROFILE THRU SAVE-PROFILE-EXIT.
005370     SET-MAX-AGE-EXIT.
005380     EXIT.
005390
005400*---------------------------------------------------------------
005410* SET-STATUS - HOLD SUSPENDS A SOURCE (THE MERGE HOLDS IT AND
005420* THE EDIT REJECTS ITS DETAILS) WITHOUT LOSING ITS RULES;
005430* ACTIVE PUTS IT BACK.
005440*---------------------------------------------------------------
005450     SET-STATUS.
005460     PERFORM FETCH-PROFILE THRU FETCH-PROFILE-EXIT.
005470     IF NOT WS-PROF-FOUND THEN
005480          GO TO SET-STATUS-EXIT
005490     END-IF.
005500     MOVE "WAS" TO WS-DTL-ACTION.
005510     PERFORM PRINT-PROFILE THRU PRINT-PROFILE-EXIT.
005520     MOVE WS-FLAG-VALUE TO SRCP-STATUS.
005530     PERFORM SAVE-PROFILE THRU SAVE-PROFILE-EXIT.
005540     SET-STATUS-EXIT.
005550     EXIT.
005560
005570     SET-DESCRIPTION.
005580     PERFORM FETCH-PROFILE THRU FETCH-PROFILE-EXIT.
005590     IF NOT WS-PROF-FOUND THEN
005600          GO TO SET-DESCRIPTION-EXIT
005610     END-IF.
005620     MOVE "WAS" TO WS-DTL-ACTION.
005630     PERFORM PRINT-PROFILE THRU PRINT-PROFILE-EXIT.
005640     MOVE MNT-DESC TO SRCP-DESCRIPTION.
005650     MOVE "RENAMED" TO WS-NOW-ACTION.
005660     PERFORM SAVE-PROFILE THRU SAVE-PROFILE-EXIT.
005670     SET-DESCRIPTION-EXIT.
005680     EXIT.
005690
005700*---------------------------------------------------------------
005710* FETCH-PROFILE - READS THE CARD'S SOURCE.  ONE NOT ON THE
005720* MASTER IS REPORTED AND COUNTED AGAINST THE RETURN CODE.
005730*---------------------------------------------------------------
005740     FETCH-PROFILE.
005750     MOVE "N" TO WS-PROF-FOUND-SW.
005760     MOVE MNT-SOURCE TO SRCP-SOURCE-SYSTEM.
005770     READ PROF-FILE
005780         INVALID KEY
005790             MOVE SPACES TO WS-MSG-TEXT
005800             STRING MNT-COMMAND DELIMITED BY SPACE
005810                    " - NOT ON MASTER: " DELIMITED BY SIZE
005820                 INTO WS-MSG-TEXT
005830             END-STRING
005840             MOVE MNT-SOURCE TO WS-MSG-NAME
005850             PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
005860             GO TO FETCH-PROFILE-EXIT
005870     END-READ.
005880     MOVE "Y" TO WS-PROF-FOUND-SW.
005890     FETCH-PROFILE-EXIT.
005900     EXIT.
005910
005920*---------------------------------------------------------------
005930* SAVE-PROFILE - STAMPS THE CHANGE WITH THE BUSINESS DATE,
005940* REWRITES THE PROFILE, AND PRINTS THE AFTER IMAGE.
005950*---------------------------------------------------------------
005960     SAVE-PROFILE.
005970     MOVE WS-RUN-DATE8 TO SRCP-CHANGED-DATE.
005980     REWRITE SRCP-RECORD
005990         INVALID KEY
006000             MOVE "REWRITE FAILED FOR: " TO WS-MSG-TEXT
006010             MOVE MNT-SOURCE TO WS-MSG-NAME
006020             PERFORM REFUSE-CARD THRU REFUSE-CARD-EXIT
006030             GO TO SAVE-PROFILE-EXIT
006040     END-REWRITE.
006050     MOVE WS-NOW-ACTION TO WS-DTL-ACTION.
006060     PERFORM PRINT-PROFILE THRU PRINT-PROFILE-EXIT.
006070     SAVE-PROFILE-EXIT.
006080     EXIT.
006090
006100     REFUSE-CARD.
006110     ADD 1 TO WS-ERROR-COUNT.
006120     MOVE WS-MSG-LINE TO WS-RPT-LINE.
006130     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006140     REFUSE-CARD-EXIT.
006150     EXIT.
006160
006170*---------------------------------------------------------------
006180* MASTER SEQUENTIAL ACCESS - START AT THE LOW KEY AND DELIVER
006190* ONE RECORD PER CALL, AS ASS6VARM DOES FOR VARMAST.
006200*---------------------------------------------------------------
006210     START-MASTER.
006220     MOVE "N" TO WS-SRCPROF-EOF-SW.
006230     MOVE LOW-VALUES TO SRCP-SOURCE-SYSTEM.
006240     START PROF-FILE KEY NOT < SRCP-SOURCE-SYSTEM
006250         INVALID KEY
006260             MOVE "Y" TO WS-SRCPROF-EOF-SW
006270     END-START.
006280     IF WS-SRCPROF-STATUS NOT = "00" THEN
006290          MOVE "Y" TO WS-SRCPROF-EOF-SW
006300     END-IF.
006310     START-MASTER-EXIT.
006320     EXIT.
006330
006340     READ-MASTER-NEXT.
006350     READ PROF-FILE NEXT RECORD
006360         AT END
006370             MOVE "Y" TO WS-SRCPROF-EOF-SW
006380     END-READ.
006390     IF WS-SRCPROF-STATUS NOT = "00" THEN
006400          MOVE "Y" TO WS-SRCPROF-EOF-SW
006410     END-IF.
006420     READ-MASTER-NEXT-EXIT.
006430     EXIT.
006440
006450*---------------------------------------------------------------
006460* PRINT-PROFILE - THREE LINES PER PROFILE: IDENTITY AND STATUS,
006470* LIMITS, AND THE OPERATORS AND VERBS ALLOWED.
006480*---------------------------------------------------------------
006490     PRINT-PROFILE.
006500     MOVE SRCP-SOURCE-SYSTEM TO WS-DTL-SOURCE.
006510     MOVE SRCP-DESCRIPTION TO WS-DTL-DESC.
006520     IF SRCP-ACTIVE THEN
006530          MOVE "ACTIVE" TO WS-DTL-STATUS
006540     ELSE
006550          MOVE "SUSPENDED" TO WS-DTL-STATUS
006560     END-IF.
006570     MOVE SRCP-CHANGED-DATE TO WS-DTL-DATE.
006580     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
006590     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006600     IF SRCP-MAX-OPERAND = ZERO THEN
006610          MOVE "  NO LIMIT" TO WS-LIM-MAXOPN-X
006620     ELSE
006630          MOVE SRCP-MAX-OPERAND TO WS-LIM-MAXOPN
006640     END-IF.
006650     MOVE SRCP-MIN-DETAILS TO WS-LIM-MIN.
006660     MOVE SRCP-MAX-DETAILS TO WS-LIM-MAX.
006670     MOVE SRCP-MAX-AGE-DAYS TO WS-LIM-AGE.
006680     MOVE WS-LIMIT-LINE TO WS-RPT-LINE.
006690     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006700     MOVE SPACES TO WS-ALW-LIST.
006710     MOVE 1 TO WS-ALW-PTR.
006720     PERFORM LIST-ONE-ALLOWED THRU LIST-ONE-ALLOWED-EXIT
006730         VARYING WS-OP-SUB FROM 1 BY 1
006740         UNTIL WS-OP-SUB > 16.
006750     IF WS-ALW-LIST = SPACES THEN
006760          MOVE "(NOTHING)" TO WS-ALW-LIST
006770     END-IF.
006780     MOVE WS-ALLOW-LINE TO WS-RPT-LINE.
006790     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006800     PRINT-PROFILE-EXIT.
006810     EXIT.
006820
006830     LIST-ONE-ALLOWED.
006840     IF SRCP-ALLOW (WS-OP-SUB) = "Y" THEN
006850          STRING SRCP-OP-SYM (WS-OP-SUB) DELIMITED BY SPACE
006860                 " " DELIMITED BY SIZE
006870              INTO WS-ALW-LIST
006880              WITH POINTER WS-ALW-PTR
006890          END-STRING
006900     END-IF.
006910     LIST-ONE-ALLOWED-EXIT.
006920     EXIT.
006930
006940     WRITE-RUN-TOTALS.
006950     MOVE "CARDS PROCESSED" TO WS-TOT-LABEL.
006960     MOVE WS-CARD-COUNT TO WS-TOT-COUNT.
006970     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
006980     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
006990     MOVE "CARDS NOT HONORED" TO WS-TOT-LABEL.
007000     MOVE WS-ERROR-COUNT TO WS-TOT-COUNT.
007010     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
007020     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
007030     WRITE-RUN-TOTALS-EXIT.
007040     EXIT.
007050
007060     WRITE-RPT-LINE.
007070     IF WS-LINE-COUNT > 55 THEN
007080          ADD 1 TO WS-PAGE-COUNT
007090          MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE
007100          WRITE RPT-RECORD FROM WS-HEAD-LINE
007110              AFTER ADVANCING PAGE
007120          MOVE 1 TO WS-LINE-COUNT
007130     END-IF.
007140     WRITE RPT-RECORD FROM WS-RPT-LINE
007150         AFTER ADVANCING 1 LINE.
007160     ADD 1 TO WS-LINE-COUNT.
007170     WRITE-RPT-LINE-EXIT.
007180     EXIT.
007190
007200*---------------------------------------------------------------
007210* READ-BUSINESS-DATE - CHANGES ARE STAMPED WITH THE BUSINESS
007220* DATE ON THE BDATECTL CONTROL RECORD, NOT THE MACHINE CLOCK.
007230* NO USABLE CONTROL RECORD - NO RUN (RC=16).
007240*---------------------------------------------------------------
007250     READ-BUSINESS-DATE.
007260     OPEN INPUT BDATE-FILE.
007270     READ BDATE-FILE
007280         AT END
007290             MOVE ZERO TO BDAT-BUSINESS-DATE
007300     END-READ.
007310     CLOSE BDATE-FILE.
007320     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
007330        BDAT-BUSINESS-DATE = ZERO THEN
007340          DISPLAY "ASS6PROF: BUSINESS DATE CONTROL "
007350                  "RECORD MISSING OR INVALID - RUN REFUSED"
007360          MOVE 16 TO RETURN-CODE
007370          STOP RUN
007380     END-IF.
007390     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
007400     READ-BUSINESS-DATE-EXIT.
007410     EXIT.
