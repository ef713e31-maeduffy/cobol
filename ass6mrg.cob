000220*                    NO LONGER COSTS THE WHOLE NIGHT.  RC=0 ALL
000230*                    SOURCES POSTED, RC=4 SOME HELD, RC=12 NO
000240*                    SOURCE BALANCED.
000241*   10/15/2026 DLH   A BALANCED SOURCE MUST ALSO PASS ITS SRCPROF
000242*                    PROFILE (ACTIVE, VOLUME IN RANGE, A REAL
000243*                    EXTRACT DATE WITHIN ITS AGE) OR IS HELD.
000244*   10/15/2026 DLH   EVERY EXTRACT AND DETAIL READ IS FILED ON
000245*                    ACKSTAT; A POSTED DETAIL CARRIES ITS EXTRACT
000246*                    NUMBER AND POSITION ON TO MRGOUT.
000247*   10/15/2026 DLH   A HELD EXTRACT'S HEADER ON HOLDOUT CARRIES
000248*                    THE BUSINESS DATE IT WAS HELD ON (ASS6CTL).
000250*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000350         ORGANIZATION IS SEQUENTIAL.
000360     SELECT HOLD-FILE      ASSIGN TO HOLDOUT
000370         ORGANIZATION IS SEQUENTIAL.
000371     SELECT OPTIONAL PROF-FILE ASSIGN TO SRCPROF
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS RANDOM
000374         RECORD KEY IS SRCP-SOURCE-SYSTEM
000375         FILE STATUS IS WS-SRCPROF-STATUS.
000380     SELECT REPORT-FILE    ASSIGN TO MRGRPT
000390         ORGANIZATION IS SEQUENTIAL.
000391     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000392         ORGANIZATION IS SEQUENTIAL.
000393     SELECT OPTIONAL ACK-FILE ASSIGN TO ACKSTAT
000394         ORGANIZATION IS INDEXED
000395         ACCESS MODE IS RANDOM
000396         RECORD KEY IS ACKS-KEY
000397         FILE STATUS IS WS-ACKSTAT-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000520     LABEL RECORDS ARE STANDARD.
000530 01  HOLD-RECORD                    PIC X(80).
000540
000542 FD  PROF-FILE
000544     LABEL RECORDS ARE STANDARD.
000546 COPY SRCPREC.
000548
000550 FD  REPORT-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  RPT-RECORD                     PIC X(100).
000580
000581 FD  BDATE-FILE
000582     LABEL RECORDS ARE STANDARD.
000583 COPY BDATREC.
000584
000585 FD  ACK-FILE
000586     LABEL RECORDS ARE STANDARD.
000587 COPY ACKSREC.
000588
000590 WORKING-STORAGE SECTION.
000600 77  WS-SRC-COUNT                   PIC 9(02) COMP VALUE ZERO.
000610 77  WS-SRC-SUB                     PIC 9(02) COMP VALUE ZERO.
000680                                    VALUE ZERO.
000690 77  WS-REC-HASH                    PIC S9(13)V99 COMP-3
000700                                    VALUE ZERO.
000701 77  WS-AGE-DAYS                    PIC S9(07) COMP VALUE ZERO.
000702 77  WS-SRC-SEQ                     PIC 9(06) COMP VALUE ZERO.
000703 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE ZERO.
000704 77  WS-LEAP-REM-4                  PIC 9(03) COMP VALUE ZERO.
000705 77  WS-LEAP-REM-100                PIC 9(03) COMP VALUE ZERO.
000706 77  WS-LEAP-REM-400                PIC 9(03) COMP VALUE ZERO.
000710
000712 01  WS-SRCPROF-STATUS              PIC X(02) VALUE "00".
000714 01  WS-ACKSTAT-STATUS              PIC X(02) VALUE "00".
000716 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
000718
000720 01  WS-SWITCHES.
000730     05  WS-EOF-SW                  PIC X(01) VALUE "N".
000740         88  WS-EOF                           VALUE "Y".
000760         88  WS-OHDR-WRITTEN                  VALUE "Y".
000770     05  WS-SRC-OPEN-SW             PIC X(01) VALUE "N".
000780         88  WS-SRC-OPEN                      VALUE "Y".
000783     05  WS-DATE-OK-SW              PIC X(01) VALUE "N".
000786         88  WS-DATE-OK                       VALUE "Y".
000790
000800 01  WS-HASH-TEXT                   PIC X(20).
000801 01  WS-CHK-DATE                    PIC X(08).
000802 01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
000803     05  WS-CHK-CCYY                PIC 9(04).
000804     05  WS-CHK-MM                  PIC 9(02).
000805     05  WS-CHK-DD                  PIC 9(02).
000810
000820*---------------------------------------------------------------
000830* ONE ENTRY PER SOURCE EXTRACT ON MRGIN, IN ARRIVAL ORDER.  THE
000840* BALANCE PASS FILLS THE COUNTS AND VERDICTS; THE COPY PASS
000846* WALKS THE TABLE AGAIN IN THE SAME ORDER.  ONLY A SOURCE THAT
000852* BALANCES AND PASSES ITS PROFILE IS MARKED POSTED.
000860*---------------------------------------------------------------
000870 01  WS-SRC-TABLE.
000880     05  WS-SRC-ENTRY OCCURS 20 TIMES.
000960             88  WS-SRC-TRL-SEEN              VALUE "Y".
000970         10  WS-SRC-BAL-SW          PIC X(01).
000980             88  WS-SRC-BALANCED              VALUE "Y".
000982         10  WS-SRC-POST-SW         PIC X(01).
000984             88  WS-SRC-POSTED                VALUE "Y".
000986         10  WS-SRC-VERDICT         PIC X(14).
000990
001000 01  WS-OUT-HEADER.
001010     05  FILLER                     PIC X(03) VALUE "HDR".
001400* VERDICT.
001410*===============================================================
001420     MAIN.
001425     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
001430     OPEN OUTPUT MERGE-OUT-FILE HOLD-FILE REPORT-FILE.
001440
001450     MOVE "N" TO WS-EOF-SW.
001480     PERFORM BALANCE-RECORD THRU BALANCE-RECORD-EXIT
001490         UNTIL WS-EOF.
001500     CLOSE MERGE-IN-FILE.
001505     OPEN INPUT PROF-FILE.
001510     PERFORM JUDGE-SOURCES THRU JUDGE-SOURCES-EXIT.
001515     CLOSE PROF-FILE.
001520
001530     MOVE "N" TO WS-EOF-SW.
001540     MOVE ZERO TO WS-SRC-CUR.
001550     MOVE "N" TO WS-SRC-OPEN-SW.
001560     OPEN INPUT MERGE-IN-FILE.
001565     OPEN I-O   ACK-FILE.
001570     PERFORM READ-MERGE-IN THRU READ-MERGE-IN-EXIT.
001580     PERFORM COPY-RECORD THRU COPY-RECORD-EXIT
001590         UNTIL WS-EOF.
001600     CLOSE MERGE-IN-FILE ACK-FILE.
001610
001620     IF NOT WS-OHDR-WRITTEN THEN
001630          WRITE MRG-RECORD FROM WS-OUT-HEADER
001720             WS-PASS-COUNT " POSTED, "
001730             WS-HELD-COUNT " HELD".
001740     IF WS-PASS-COUNT = ZERO THEN
001750          DISPLAY "ASS6MRG: NO SOURCE PASSED - NOTHING POSTED"
001760          MOVE 12 TO RETURN-CODE
001770     ELSE IF WS-HELD-COUNT > ZERO THEN
001780          MOVE 4 TO RETURN-CODE
002480     MOVE ZERO TO WS-SRC-TRL-HASH (WS-SRC-CUR).
002490     MOVE "N" TO WS-SRC-TRL-SEEN-SW (WS-SRC-CUR).
002500     MOVE "N" TO WS-SRC-BAL-SW (WS-SRC-CUR).
002503     MOVE "N" TO WS-SRC-POST-SW (WS-SRC-CUR).
002506     MOVE SPACES TO WS-SRC-VERDICT (WS-SRC-CUR).
002510     OPEN-SOURCE-ENTRY-EXIT.
002520     EXIT.
002530
002840*---------------------------------------------------------------
002850* JUDGE-SOURCES - AFTER THE BALANCE PASS, EVERY SOURCE WITH A
002860* TRAILER WHOSE COUNT AND HASH AGREE WITH WHAT WAS READ IS
002866* MARKED BALANCED.  A BALANCED SOURCE IS THEN JUDGED AGAINST
002872* ITS PROFILE, AND ONLY ONE THAT PASSES IS MARKED POSTED.  THE
002878* CONSOLIDATED HEADER TAKES THE EXTRACT DATE OF THE FIRST
002884* POSTED SOURCE.
002890*---------------------------------------------------------------
002900     JUDGE-SOURCES.
002910     PERFORM JUDGE-ONE-SOURCE THRU JUDGE-ONE-SOURCE-EXIT
003020        WS-SRC-HASH (WS-SRC-SUB) =
003030            WS-SRC-TRL-HASH (WS-SRC-SUB) THEN
003040          MOVE "Y" TO WS-SRC-BAL-SW (WS-SRC-SUB)
003090     ELSE
003096          MOVE "HELD-BALANCE" TO WS-SRC-VERDICT (WS-SRC-SUB)
003102          GO TO JUDGE-ONE-SOURCE-HELD
003110     END-IF.
003111     PERFORM CHECK-PROFILE THRU CHECK-PROFILE-EXIT.
003112     IF WS-SRC-POSTED (WS-SRC-SUB) THEN
003113          GO TO JUDGE-ONE-SOURCE-EXIT
003114     END-IF.
003115
003116     JUDGE-ONE-SOURCE-HELD.
003117     ADD 1 TO WS-HELD-COUNT.
003120     JUDGE-ONE-SOURCE-EXIT.
003130     EXIT.
003140
003180* OPENED A TABLE ENTRY THERE - A HDR, A STRAY DETAIL OUTSIDE A
003190* HDR/TRL PAIR, A STRAY TRL - STEPS TO THE NEXT ENTRY HERE,
003200* AND A TRL CLOSES THE CURRENT ONE, KEEPING THE TWO PASSES IN
003210* STEP EVEN ON A MALFORMED FEED.  A POSTED SOURCE'S DETAILS
003220* ARE STAMPED WITH THEIR SOURCE SYSTEM AND WRITTEN TO MRGOUT;
003222* A HELD SOURCE IS COPIED WHOLE TO HOLDOUT.  EACH ENTRY'S
003224* EXTRACT AND EACH DETAIL ARE ALSO FILED ON ACKSTAT, AND A
003226* POSTED DETAIL IS STAMPED WITH ITS EXTRACT NUMBER AND ITS
003228* POSITION IN ITS OWN EXTRACT.  A HELD DETAIL GOES TO HOLDOUT
003230* UNSTAMPED, AS IT ARRIVED; A HELD HEADER IS DATED WITH THE
003232* BUSINESS DATE SO THE NIGHT'S HOLDS CAN BE PICKED OUT.
003240*---------------------------------------------------------------
003250     COPY-RECORD.
003260     IF TRAN-SYM = "HDR" THEN
003270          ADD 1 TO WS-SRC-CUR
003275          PERFORM WRITE-ACK-EXTRACT THRU WRITE-ACK-EXTRACT-EXIT
003280          MOVE "Y" TO WS-SRC-OPEN-SW
003290          IF WS-SRC-POSTED (WS-SRC-CUR) AND
003300             NOT WS-OHDR-WRITTEN THEN
003310               MOVE "Y" TO WS-OHDR-SW
003320               WRITE MRG-RECORD FROM WS-OUT-HEADER
003330          END-IF
003336          IF NOT WS-SRC-POSTED (WS-SRC-CUR) THEN
003342               MOVE WS-RUN-DATE8 TO TRAN-HDR-HOLD-DATE
003350               WRITE HOLD-RECORD FROM TRAN-RECORD
003360          END-IF
003370          GO TO COPY-RECORD-NEXT
003390     IF TRAN-SYM = "TRL" THEN
003400          IF NOT WS-SRC-OPEN THEN
003410               ADD 1 TO WS-SRC-CUR
003413               PERFORM WRITE-ACK-EXTRACT
003416                   THRU WRITE-ACK-EXTRACT-EXIT
003420          END-IF
003430          IF NOT WS-SRC-POSTED (WS-SRC-CUR) THEN
003440               WRITE HOLD-RECORD FROM TRAN-RECORD
003450          END-IF
003460          MOVE "N" TO WS-SRC-OPEN-SW
003480     END-IF.
003490     IF NOT WS-SRC-OPEN THEN
003500          ADD 1 TO WS-SRC-CUR
003505          PERFORM WRITE-ACK-EXTRACT THRU WRITE-ACK-EXTRACT-EXIT
003510          MOVE "Y" TO WS-SRC-OPEN-SW
003520     END-IF.
003525     ADD 1 TO WS-SRC-SEQ.
003530     PERFORM WRITE-ACK-DETAIL THRU WRITE-ACK-DETAIL-EXIT.
003535     IF WS-SRC-POSTED (WS-SRC-CUR) THEN
003540          MOVE WS-SRC-NAME (WS-SRC-CUR) TO TRAN-SOURCE-SYSTEM
003543          MOVE WS-SRC-CUR TO TRAN-EXTRACT-NO
003546          MOVE WS-SRC-SEQ TO TRAN-SOURCE-SEQ
003550          ADD 1 TO WS-OUT-COUNT
003560          PERFORM HASH-DETAIL THRU HASH-DETAIL-EXIT
003570          ADD WS-REC-HASH TO WS-OUT-HASH-TOTAL
004090     MOVE WS-SRC-TRL-COUNT (WS-SRC-SUB) TO WS-SRL-TRLCNT.
004100     MOVE WS-SRC-HASH (WS-SRC-SUB) TO WS-SRL-HASH.
004110     MOVE WS-SRC-TRL-HASH (WS-SRC-SUB) TO WS-SRL-TRLHASH.
004120     MOVE WS-SRC-VERDICT (WS-SRC-SUB) TO WS-SRL-VERDICT.
004170     WRITE RPT-RECORD FROM WS-SRC-LINE.
004180     WRITE-SOURCE-LINE-EXIT.
004190     EXIT.
004200
004210*---------------------------------------------------------------
004220* READ-BUSINESS-DATE - THE EXTRACT-AGE TEST IS MEASURED FROM THE
004230* BUSINESS DATE ON THE BDATECTL CONTROL RECORD, NOT THE MACHINE
004240* CLOCK.  NO USABLE DATE, NO RUN.
004250*---------------------------------------------------------------
004260     READ-BUSINESS-DATE.
004270     OPEN INPUT BDATE-FILE.
004280     READ BDATE-FILE
004290         AT END
004300             MOVE ZERO TO BDAT-BUSINESS-DATE
004310     END-READ.
004320     CLOSE BDATE-FILE.
004330     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
004340        BDAT-BUSINESS-DATE = ZERO THEN
004350          DISPLAY "ASS6MRG: BUSINESS DATE CONTROL "
004360                  "RECORD MISSING OR INVALID - RUN REFUSED"
004370          MOVE 16 TO RETURN-CODE
004380          STOP RUN
004390     END-IF.
004400     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
004410     READ-BUSINESS-DATE-EXIT.
004420     EXIT.
004430
004440*---------------------------------------------------------------
004450* CHECK-PROFILE - A BALANCED SOURCE MUST HAVE AN ACTIVE SRCPROF
004460* PROFILE, A DETAIL COUNT INSIDE THE PROFILE'S VOLUME RANGE,
004470* AND AN EXTRACT DATE THAT IS A REAL DATE, NO LATER THAN THE
004480* BUSINESS DATE AND NO MORE THAN THE PROFILE'S MAXIMUM AGE IN
004490* CALENDAR DAYS BEFORE IT.  A SOURCE THAT PASSES IS MARKED
004500* POSTED AND COUNTED; ONE THAT FAILS IS LEFT WITH ITS HOLD
004510* REASON IN ITS VERDICT.
004520*---------------------------------------------------------------
004530     CHECK-PROFILE.
004540     MOVE WS-SRC-NAME (WS-SRC-SUB) TO SRCP-SOURCE-SYSTEM.
004550     READ PROF-FILE
004560         INVALID KEY
004570             MOVE "HELD-NO PROF" TO WS-SRC-VERDICT (WS-SRC-SUB)
004580             GO TO CHECK-PROFILE-EXIT
004590     END-READ.
004600     IF WS-SRCPROF-STATUS NOT = "00" OR
004610        NOT SRCP-ACTIVE THEN
004620          MOVE "HELD-NO PROF" TO WS-SRC-VERDICT (WS-SRC-SUB)
004630          GO TO CHECK-PROFILE-EXIT
004640     END-IF.
004650     IF WS-SRC-READ (WS-SRC-SUB) < SRCP-MIN-DETAILS OR
004660        WS-SRC-READ (WS-SRC-SUB) > SRCP-MAX-DETAILS THEN
004670          MOVE "HELD-VOLUME" TO WS-SRC-VERDICT (WS-SRC-SUB)
004680          GO TO CHECK-PROFILE-EXIT
004690     END-IF.
004700     MOVE WS-SRC-DATE (WS-SRC-SUB) TO WS-CHK-DATE.
004710     PERFORM CHECK-EXTRACT-DATE THRU CHECK-EXTRACT-DATE-EXIT.
004720     IF NOT WS-DATE-OK THEN
004730          MOVE "HELD-BADDATE" TO WS-SRC-VERDICT (WS-SRC-SUB)
004740          GO TO CHECK-PROFILE-EXIT
004750     END-IF.
004760     IF WS-SRC-DATE (WS-SRC-SUB) > WS-RUN-DATE8 THEN
004770          MOVE "HELD-FUTURE" TO WS-SRC-VERDICT (WS-SRC-SUB)
004780          GO TO CHECK-PROFILE-EXIT
004790     END-IF.
004800     COMPUTE WS-AGE-DAYS =
004810         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE8) -
004820         FUNCTION INTEGER-OF-DATE(WS-SRC-DATE (WS-SRC-SUB)).
004830     IF WS-AGE-DAYS > SRCP-MAX-AGE-DAYS THEN
004840          MOVE "HELD-STALE" TO WS-SRC-VERDICT (WS-SRC-SUB)
004850          GO TO CHECK-PROFILE-EXIT
004860     END-IF.
004870     MOVE "POSTED" TO WS-SRC-VERDICT (WS-SRC-SUB).
004880     MOVE "Y" TO WS-SRC-POST-SW (WS-SRC-SUB).
004890     ADD 1 TO WS-PASS-COUNT.
004900     IF WS-OUT-HDR-DATE = ZERO THEN
004910          MOVE WS-SRC-DATE (WS-SRC-SUB) TO WS-OUT-HDR-DATE
004920     END-IF.
004930     CHECK-PROFILE-EXIT.
004940     EXIT.
004950
004960*---------------------------------------------------------------
004970* WRITE-ACK-EXTRACT - FILES THE EXTRACT ENTRY (SOURCE SEQUENCE
004980* ZERO) FOR THE TABLE ENTRY JUST STEPPED TO, WITH ITS HEADER
004990* DATE, DETAILS READ, AND VERDICT, AND RESTARTS THE DETAIL
005000* POSITION.  A RERUN OF THE MERGE REPLACES WHAT IT FILED BEFORE.
005010*---------------------------------------------------------------
005020     WRITE-ACK-EXTRACT.
005030     MOVE ZERO TO WS-SRC-SEQ.
005040     MOVE SPACES TO ACKS-RECORD.
005050     MOVE WS-SRC-NAME (WS-SRC-CUR) TO ACKS-SOURCE-SYSTEM.
005060     MOVE WS-RUN-DATE8 TO ACKS-BUSINESS-DATE.
005070     MOVE WS-SRC-CUR TO ACKS-EXTRACT-NO.
005080     MOVE ZERO TO ACKS-SOURCE-SEQ.
005090     MOVE WS-SRC-DATE (WS-SRC-CUR) TO ACKS-EXT-EXTRACT-DATE.
005100     MOVE WS-SRC-READ (WS-SRC-CUR) TO ACKS-EXT-DETAIL-COUNT.
005110     MOVE WS-SRC-VERDICT (WS-SRC-CUR) TO ACKS-EXT-VERDICT.
005120     WRITE ACKS-RECORD.
005130     IF WS-ACKSTAT-STATUS = "22" THEN
005140          REWRITE ACKS-RECORD
005150     END-IF.
005160     WRITE-ACK-EXTRACT-EXIT.
005170     EXIT.
005180
005190*---------------------------------------------------------------
005200* WRITE-ACK-DETAIL - FILES THE DETAIL AT ITS POSITION IN ITS OWN
005210* EXTRACT: HELD WITH ITS EXTRACT, OR RECEIVED AND WAITING FOR
005220* THE EDIT OR THE EVALUATOR TO ANSWER IT.
005230*---------------------------------------------------------------
005240     WRITE-ACK-DETAIL.
005250     MOVE SPACES TO ACKS-RECORD.
005260     MOVE WS-SRC-NAME (WS-SRC-CUR) TO ACKS-SOURCE-SYSTEM.
005270     MOVE WS-RUN-DATE8 TO ACKS-BUSINESS-DATE.
005280     MOVE WS-SRC-CUR TO ACKS-EXTRACT-NO.
005290     MOVE WS-SRC-SEQ TO ACKS-SOURCE-SEQ.
005300     MOVE ZERO TO ACKS-REC-ID.
005310     IF WS-SRC-POSTED (WS-SRC-CUR) THEN
005320          MOVE "U" TO ACKS-STATUS
005330     ELSE
005340          MOVE "H" TO ACKS-STATUS
005350     END-IF.
005360     WRITE ACKS-RECORD.
005370     IF WS-ACKSTAT-STATUS = "22" THEN
005380          REWRITE ACKS-RECORD
005390     END-IF.
005400     WRITE-ACK-DETAIL-EXIT.
005410     EXIT.
005420
005430*---------------------------------------------------------------
005440* CHECK-EXTRACT-DATE - WS-CHK-DATE MUST BE AN EIGHT-DIGIT
005450* CCYYMMDD DATE WITH A REAL MONTH AND A DAY THAT MONTH CAN HAVE
005460* IN THAT YEAR BEFORE ANY AGE IS WORKED OUT FROM IT.
005470*---------------------------------------------------------------
005480     CHECK-EXTRACT-DATE.
005490     MOVE "N" TO WS-DATE-OK-SW.
005500     IF WS-CHK-DATE IS NOT NUMERIC THEN
005510          GO TO CHECK-EXTRACT-DATE-EXIT
005520     END-IF.
005530     IF WS-CHK-CCYY < 1601 OR
005540        WS-CHK-MM < 1 OR WS-CHK-MM > 12 OR
005550        WS-CHK-DD < 1 OR WS-CHK-DD > 31 THEN
005560          GO TO CHECK-EXTRACT-DATE-EXIT
005570     END-IF.
005580     IF WS-CHK-DD > 30 AND
005590        (WS-CHK-MM = 4 OR WS-CHK-MM = 6 OR
005600         WS-CHK-MM = 9 OR WS-CHK-MM = 11) THEN
005610          GO TO CHECK-EXTRACT-DATE-EXIT
005620     END-IF.
005630     IF WS-CHK-MM = 2 AND WS-CHK-DD > 29 THEN
005640          GO TO CHECK-EXTRACT-DATE-EXIT
005650     END-IF.
005660     IF WS-CHK-MM = 2 AND WS-CHK-DD = 29 THEN
005670          PERFORM CHECK-LEAP-YEAR THRU CHECK-LEAP-YEAR-EXIT
005680          IF WS-LEAP-REM-4 NOT = ZERO OR
005690             (WS-LEAP-REM-100 = ZERO AND
005700              WS-LEAP-REM-400 NOT = ZERO) THEN
005710               GO TO CHECK-EXTRACT-DATE-EXIT
005720          END-IF
005730     END-IF.
005740     MOVE "Y" TO WS-DATE-OK-SW.
005750     CHECK-EXTRACT-DATE-EXIT.
005760     EXIT.
005770
005780*---------------------------------------------------------------
005790* CHECK-LEAP-YEAR - THE YEAR'S REMAINDERS BY 4, 100 AND 400.  A
005800* LEAP YEAR DIVIDES BY 4, AND BY 400 AS WELL IF IT DIVIDES BY 100.
005810*---------------------------------------------------------------
005820     CHECK-LEAP-YEAR.
005830     DIVIDE WS-CHK-CCYY BY 4 GIVING WS-LEAP-QUOT
005840         REMAINDER WS-LEAP-REM-4.
005850     DIVIDE WS-CHK-CCYY BY 100 GIVING WS-LEAP-QUOT
005860         REMAINDER WS-LEAP-REM-100.
005870     DIVIDE WS-CHK-CCYY BY 400 GIVING WS-LEAP-QUOT
005880         REMAINDER WS-LEAP-REM-400.
005890     CHECK-LEAP-YEAR-EXIT.
005900     EXIT.
