000260*                    EVERY CORRECTION AND THE REASON FOR EVERY
000270*                    REFUSAL.  RC=4 WHEN ANY CORRECTION STILL
000280*                    FAILED OR ANY CARD MATCHED NO RECORD.
000281*   10/15/2026 DLH   RUN DATE NOW COMES FROM THE BDATECTL
000282*                    BUSINESS-DATE CONTROL RECORD, NOT THE
000283*                    MACHINE CLOCK.
000284*   10/15/2026 DLH   A FUNCTION NAME WITH NO SAME-DAY FUNCMAST
000285*                    ENTRY IS ALSO GOOD WHEN THE FUNCLIB
000286*                    FUNCTION LIBRARY HAS AN APPROVED VERSION
000287*                    EFFECTIVE ON THE RECORD'S FAIL DATE - THE
000288*                    VERSION THE REWORK RUN WILL APPLY.
000290*---------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS FUNC-NAME
000500         FILE STATUS IS WS-FUNCMAST-STATUS.
000501     SELECT OPTIONAL LIB-FILE ASSIGN TO FUNCLIB
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS FLIB-KEY
000505         FILE STATUS IS WS-FUNCLIB-STATUS.
000506     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000507         ORGANIZATION IS SEQUENTIAL.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000820 FD  FUNC-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY FUNCREC.
000842
000844 FD  LIB-FILE
000846     LABEL RECORDS ARE STANDARD.
000848 COPY FLIBREC.
000850
000852 FD  BDATE-FILE
000854     LABEL RECORDS ARE STANDARD.
000856 COPY BDATREC.
000858
000860 WORKING-STORAGE SECTION.
000870 77  WS-CARD-COUNT                  PIC 9(03) COMP VALUE ZERO.
000880 77  WS-READ-COUNT                  PIC 9(06) COMP VALUE ZERO.
001130         88  WS-POINT-SEEN                    VALUE "Y".
001140     05  WS-END-SEEN-SW             PIC X(01) VALUE "N".
001150         88  WS-END-SEEN                      VALUE "Y".
001152     05  WS-LIB-FOUND-SW            PIC X(01) VALUE "N".
001154         88  WS-LIB-FOUND                     VALUE "Y".
001156     05  WS-FUNCLIB-EOF-SW          PIC X(01) VALUE "N".
001158         88  WS-FUNCLIB-EOF                   VALUE "Y".
001160
001170 01  WS-FUNCMAST-STATUS             PIC X(02) VALUE "00".
001175 01  WS-FUNCLIB-STATUS              PIC X(02) VALUE "00".
001180 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
001182 01  WS-FUNC-DATE                   PIC 9(08) VALUE ZERO.
001184 01  WS-FUNC-DATE-R REDEFINES WS-FUNC-DATE.
001186     05  WS-FUNC-DATE-CC            PIC 9(02).
001188     05  WS-FUNC-DATE-YMD           PIC 9(06).
001190 01  WS-EDT-TEXT                    PIC X(20).
001200 01  WS-EDT-CHAR                    PIC X(01).
001210 01  WS-SIM-TEXT                    PIC X(20).
001870* TWO OUTPUTS TOGETHER ALWAYS ACCOUNT FOR THE WHOLE FILE.
001880*===============================================================
001890     MAIN.
001900     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
001910     OPEN INPUT  SUSP-IN-FILE FUNC-FILE LIB-FILE.
001920     OPEN OUTPUT CORR-OUT-FILE SUSP-REM-FILE LOG-FILE.
001930     MOVE "ASS6CORR SUSPENSE CORRECTION LOG" TO WS-LOG-LINE.
001940     WRITE LOG-RECORD FROM WS-LOG-LINE.
002020         THRU REPORT-UNMATCHED-CARDS-EXIT.
002030     PERFORM WRITE-RUN-TOTALS THRU WRITE-RUN-TOTALS-EXIT.
002040     CLOSE SUSP-IN-FILE FUNC-FILE CORR-OUT-FILE SUSP-REM-FILE
002050           LOG-FILE LIB-FILE.
002060     DISPLAY "ASS6CORR: " WS-READ-COUNT " READ, "
002070             WS-CORR-COUNT " CORRECTED, "
002080             WS-FAILED-COUNT " STILL FAILING, "
005690     CHECK-SYM-EXIT.
005700     EXIT.
005710
005711*---------------------------------------------------------------
005712* CHECK-FUNC-SYM - A FUNCTION NAME IS GOOD WHEN FUNCMAST HOLDS A
005713* "def" OF IT STAMPED WITH TODAY'S DATE, OR WHEN THE FUNCLIB
005714* LIBRARY HAS A VERSION APPROVED FOR THE RECORD'S FAIL DATE.
005715*---------------------------------------------------------------
005720     CHECK-FUNC-SYM.
005730     MOVE "N" TO WS-SYM-OK-SW.
005740     IF WS-CHK-SYM(1:1) = SPACE OR
005780     MOVE WS-CHK-SYM TO FUNC-NAME.
005790     READ FUNC-FILE
005800         INVALID KEY
005810             GO TO CHECK-FUNC-SYM-LIBRARY
005820     END-READ.
005830     IF WS-FUNCMAST-STATUS = "00" AND
005840        FUNC-STORE-DATE IS NUMERIC AND
005850        FUNC-STORE-DATE = WS-RUN-DATE8 THEN
005860          MOVE "Y" TO WS-SYM-OK-SW
005865          GO TO CHECK-FUNC-SYM-EXIT
005870     END-IF.
005872
005874     CHECK-FUNC-SYM-LIBRARY.
005876     PERFORM CHECK-LIBRARY-FUNC THRU CHECK-LIBRARY-FUNC-EXIT.
005880     CHECK-FUNC-SYM-EXIT.
005890     EXIT.
005900
007260     END-IF.
007270     CHECK-VAR-NAME-CHAR-EXIT.
007280     EXIT.
007290
007300*---------------------------------------------------------------
007310* READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
007320* BDATECTL CONTROL RECORD, NOT THE MACHINE CLOCK.  NO USABLE
007330* CONTROL RECORD - NO RUN (RC=16).
007340*---------------------------------------------------------------
007350     READ-BUSINESS-DATE.
007360     OPEN INPUT BDATE-FILE.
007370     READ BDATE-FILE
007380         AT END
007390             MOVE ZERO TO BDAT-BUSINESS-DATE
007400     END-READ.
007410     CLOSE BDATE-FILE.
007420     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
007430        BDAT-BUSINESS-DATE = ZERO THEN
007440          DISPLAY "ASS6CORR: BUSINESS DATE CONTROL "
007450                  "RECORD MISSING OR INVALID - RUN REFUSED"
007460          MOVE 16 TO RETURN-CODE
007470          STOP RUN
007480     END-IF.
007490     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
007500     READ-BUSINESS-DATE-EXIT.
007510     EXIT.
007520
007530*---------------------------------------------------------------
007540* CHECK-LIBRARY-FUNC - NO SAME-DAY "def" OF THE NAME.  IT IS STILL
007550* GOOD WHEN AN APPROVED FUNCLIB VERSION IS EFFECTIVE ON THE
007560* RECORD'S FAIL DATE (TODAY WHEN THE RECORD HAS NONE).
007570*---------------------------------------------------------------
007580     CHECK-LIBRARY-FUNC.
007590     IF SUSP-FAIL-DATE IS NUMERIC AND
007600        SUSP-FAIL-DATE > ZERO THEN
007610          MOVE SUSP-FAIL-DATE TO WS-FUNC-DATE-YMD
007620          IF WS-FUNC-DATE-YMD(1:2) < "70" THEN
007630               MOVE 20 TO WS-FUNC-DATE-CC
007640          ELSE
007650               MOVE 19 TO WS-FUNC-DATE-CC
007660          END-IF
007670     ELSE
007680          MOVE WS-RUN-DATE8 TO WS-FUNC-DATE
007690     END-IF.
007700     PERFORM FIND-LIBRARY-VERSION THRU FIND-LIBRARY-VERSION-EXIT.
007710     IF WS-LIB-FOUND THEN
007720          MOVE "Y" TO WS-SYM-OK-SW
007730     END-IF.
007740     CHECK-LIBRARY-FUNC-EXIT.
007750     EXIT.
007760
007770*---------------------------------------------------------------
007780* FIND-LIBRARY-VERSION - IS ANY APPROVED FUNCLIB VERSION OF
007790* WS-CHK-SYM EFFECTIVE ON WS-FUNC-DATE?  THE SAME TEST THE
007800* EVALUATOR MAKES WHEN IT PICKS THE VERSION TO APPLY.
007810*---------------------------------------------------------------
007820     FIND-LIBRARY-VERSION.
007830     MOVE "N" TO WS-LIB-FOUND-SW.
007840     MOVE "N" TO WS-FUNCLIB-EOF-SW.
007850     MOVE WS-CHK-SYM TO FLIB-NAME.
007860     MOVE ZERO TO FLIB-VERSION.
007870     START LIB-FILE KEY NOT < FLIB-KEY
007880         INVALID KEY
007890             MOVE "Y" TO WS-FUNCLIB-EOF-SW
007900     END-START.
007910     IF WS-FUNCLIB-STATUS NOT = "00" THEN
007920          MOVE "Y" TO WS-FUNCLIB-EOF-SW
007930     END-IF.
007940     PERFORM FIND-LIBRARY-NEXT THRU FIND-LIBRARY-NEXT-EXIT
007950         UNTIL WS-FUNCLIB-EOF OR WS-LIB-FOUND.
007960     FIND-LIBRARY-VERSION-EXIT.
007970     EXIT.
007980
007990     FIND-LIBRARY-NEXT.
008000     READ LIB-FILE NEXT RECORD
008010         AT END
008020             MOVE "Y" TO WS-FUNCLIB-EOF-SW
008030             GO TO FIND-LIBRARY-NEXT-EXIT
008040     END-READ.
008050     IF WS-FUNCLIB-STATUS NOT = "00" OR
008060        FLIB-NAME NOT = WS-CHK-SYM THEN
008070          MOVE "Y" TO WS-FUNCLIB-EOF-SW
008080          GO TO FIND-LIBRARY-NEXT-EXIT
008090     END-IF.
008100     IF FLIB-APPROVED AND
008110        FLIB-EFF-FROM NOT > WS-FUNC-DATE AND
008120        FLIB-EFF-TO NOT < WS-FUNC-DATE THEN
008130          MOVE "Y" TO WS-LIB-FOUND-SW
008140     END-IF.
008150     FIND-LIBRARY-NEXT-EXIT.
008160     EXIT.
