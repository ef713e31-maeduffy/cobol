000220*                    SENDS GOOD RESULTS ONLY (THE DEFAULT),
000230*                    "A" SENDS EXCEPTIONS AND REJECTED
000240*                    OPERATORS TOO.
000241*   10/15/2026 DLH   HEADER DATE IS NOW THE BDATECTL BUSINESS
000242*                    DATE, NOT THE MACHINE CLOCK.
000243*   10/15/2026 DLH   RESULTS QUEUED ON REVQUEUE BY ASS6RSN ARE
000244*                    HELD OFF THE FEED UNTIL ASS6RVW ANSWERS THEM.
000245*                    A RESULT RELEASED SINCE AN EARLIER CUT GOES
000246*                    OUT AHEAD OF TONIGHT'S AND IS STAMPED SENT; A
000247*                    REJECTED ONE IS NEVER SENT.
000250*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000350         ORGANIZATION IS SEQUENTIAL.
000360     SELECT INTF-FILE      ASSIGN TO INTFOUT
000370         ORGANIZATION IS SEQUENTIAL.
000371     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000372         ORGANIZATION IS SEQUENTIAL.
000373     SELECT OPTIONAL REVQ-FILE ASSIGN TO REVQUEUE
000374         ORGANIZATION IS INDEXED
000375         ACCESS MODE IS DYNAMIC
000376         RECORD KEY IS RVQ-KEY
000377         FILE STATUS IS WS-REVQUEUE-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000520     LABEL RECORDS ARE STANDARD.
000530 01  INTF-RECORD                    PIC X(130).
000540
000541 FD  BDATE-FILE
000542     LABEL RECORDS ARE STANDARD.
000543 COPY BDATREC.
000544
000545 FD  REVQ-FILE
000546     LABEL RECORDS ARE STANDARD.
000547 COPY RVQREC.
000548
000550 WORKING-STORAGE SECTION.
000560 77  WS-READ-COUNT                  PIC 9(06) COMP VALUE ZERO.
000570 77  WS-OUT-COUNT                   PIC 9(06) COMP VALUE ZERO.
000580 77  WS-SKIP-COUNT                  PIC 9(06) COMP VALUE ZERO.
000583 77  WS-HELD-COUNT                  PIC 9(06) COMP VALUE ZERO.
000586 77  WS-RELEASED-COUNT              PIC 9(06) COMP VALUE ZERO.
000590 77  WS-OUT-PTR                     PIC 9(03) COMP VALUE 1.
000600 77  WS-FLD-LEN                     PIC 9(02) COMP VALUE ZERO.
000610 77  WS-HASH-SUB                    PIC 9(02) COMP VALUE 1.
000670         88  WS-EOF                           VALUE "Y".
000680     05  WS-CTL-EOF-SW              PIC X(01) VALUE "N".
000690         88  WS-CTL-EOF                       VALUE "Y".
000692     05  WS-REVQUEUE-EOF-SW         PIC X(01) VALUE "N".
000694         88  WS-REVQUEUE-EOF                  VALUE "Y".
000696     05  WS-HOLD-SW                 PIC X(01) VALUE "N".
000698         88  WS-HOLD-RESULT                   VALUE "Y".
000700
000710 01  WS-OUTCOME-PICK                PIC X(01) VALUE "G".
000720     88  WS-GOOD-ONLY                         VALUE "G".
000730     88  WS-SEND-ALL                          VALUE "A".
000740
000750 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
000755 01  WS-REVQUEUE-STATUS             PIC X(02) VALUE "00".
000760 01  WS-FLD-TEXT                    PIC X(20).
000770 01  WS-ID-TEXT                     PIC X(06).
000780 01  WS-COUNT-NUM                   PIC 9(06) VALUE ZERO.
000850* MAIN - HEADER, ONE PASS OVER THE RESULTS, TRAILER.  THE HASH
000860* TOTAL SUMS EVERY NUMERIC RESULT SENT, THE SAME EXCLUSIONS
000870* THE STATISTICS REPORT USES (TRUE/FALSE/ERROR/BLANK STAY OUT).
000873* RELEASED REVIEW RESULTS FROM EARLIER NIGHTS GO OUT FIRST,
000876* INSIDE THE SAME HEADER AND TRAILER.
000880*===============================================================
000890     MAIN.
000900     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
000910     PERFORM READ-OUTCOME-CARD THRU READ-OUTCOME-CARD-EXIT.
000920     OPEN INPUT  RESULT-FILE.
000930     OPEN OUTPUT INTF-FILE.
000935     OPEN I-O    REVQ-FILE.
000940     MOVE SPACES TO WS-OUT-LINE.
000950     STRING "HDR;" WS-RUN-DATE8 ";ASS6RSLT" DELIMITED BY SIZE
000960         INTO WS-OUT-LINE
000970     END-STRING.
000980     WRITE INTF-RECORD FROM WS-OUT-LINE.
000985     PERFORM SEND-RELEASED THRU SEND-RELEASED-EXIT.
000990     PERFORM READ-RESULT THRU READ-RESULT-EXIT.
001000     PERFORM EXTRACT-RESULT THRU EXTRACT-RESULT-EXIT
001010         UNTIL WS-EOF.
001020     PERFORM WRITE-TRAILER THRU WRITE-TRAILER-EXIT.
001030     CLOSE RESULT-FILE INTF-FILE REVQ-FILE.
001040     DISPLAY "ASS6XTR: " WS-READ-COUNT " READ, "
001050             WS-OUT-COUNT " SENT, "
001055             WS-SKIP-COUNT " SKIPPED, "
001060             WS-HELD-COUNT " HELD FOR REVIEW, "
001065             WS-RELEASED-COUNT " RELEASED FROM REVIEW".
001070     STOP RUN.
001080
001090*---------------------------------------------------------------
001360* EXTRACT-RESULT - ROUTES ONE RESULT.  GOOD MEANS A RESULT THAT
001370* IS NEITHER "ERROR" (AN EXCEPTION) NOR BLANK (A REJECTED
001380* OPERATOR); "A" SENDS THOSE TOO SO A RECEIVING AREA CAN WORK
001386* ITS OWN EXCEPTIONS.  A RESULT ON THE REVIEW QUEUE GOES OUT
001392* ONLY ONCE THE DESK HAS RELEASED IT.
001400*---------------------------------------------------------------
001410     EXTRACT-RESULT.
001420     ADD 1 TO WS-READ-COUNT.
001450          ADD 1 TO WS-SKIP-COUNT
001460          GO TO EXTRACT-RESULT-NEXT
001470     END-IF.
001471     PERFORM CHECK-REVIEW THRU CHECK-REVIEW-EXIT.
001472     IF WS-HOLD-RESULT THEN
001473          ADD 1 TO WS-HELD-COUNT
001474          GO TO EXTRACT-RESULT-NEXT
001475     END-IF.
001480     PERFORM BUILD-INTF-RECORD THRU BUILD-INTF-RECORD-EXIT.
001490     WRITE INTF-RECORD FROM WS-OUT-LINE.
001500     ADD 1 TO WS-OUT-COUNT.
002610     WRITE INTF-RECORD FROM WS-OUT-LINE.
002620     WRITE-TRAILER-EXIT.
002630     EXIT.
002640
002650*---------------------------------------------------------------
002660* READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
002670* BDATECTL CONTROL RECORD, NOT THE MACHINE CLOCK.  NO USABLE
002680* CONTROL RECORD - NO RUN (RC=16).
002690*---------------------------------------------------------------
002700     READ-BUSINESS-DATE.
002710     OPEN INPUT BDATE-FILE.
002720     READ BDATE-FILE
002730         AT END
002740             MOVE ZERO TO BDAT-BUSINESS-DATE
002750     END-READ.
002760     CLOSE BDATE-FILE.
002770     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
002780        BDAT-BUSINESS-DATE = ZERO THEN
002790          DISPLAY "ASS6XTR: BUSINESS DATE CONTROL "
002800                  "RECORD MISSING OR INVALID - RUN REFUSED"
002810          MOVE 16 TO RETURN-CODE
002820          STOP RUN
002830     END-IF.
002840     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
002850     READ-BUSINESS-DATE-EXIT.
002860     EXIT.
002870
002880
002890*---------------------------------------------------------------
002900* CHECK-REVIEW - LOOKS TONIGHT'S RESULT UP ON THE REVIEW QUEUE.
002910* NOT QUEUED - IT GOES OUT AS USUAL.  QUEUED OR REJECTED - IT IS
002920* HELD.  ALREADY RELEASED - IT GOES OUT AND IS STAMPED SENT.
002930*---------------------------------------------------------------
002940     CHECK-REVIEW.
002950     MOVE "N" TO WS-HOLD-SW.
002960     MOVE WS-RUN-DATE8 TO RVQ-RUN-DATE.
002970     MOVE RSLT-REC-ID TO RVQ-REC-ID.
002980     MOVE RSLT-REWORK-FLAG TO RVQ-REWORK-FLAG.
002990     READ REVQ-FILE
003000         INVALID KEY
003010             GO TO CHECK-REVIEW-EXIT
003020     END-READ.
003030     IF WS-REVQUEUE-STATUS NOT = "00" THEN
003040          GO TO CHECK-REVIEW-EXIT
003050     END-IF.
003060     IF NOT RVQ-RELEASED THEN
003070          MOVE "Y" TO WS-HOLD-SW
003080          GO TO CHECK-REVIEW-EXIT
003090     END-IF.
003100     MOVE WS-RUN-DATE8 TO RVQ-SENT-DATE.
003110     REWRITE RVQ-RECORD
003120         INVALID KEY
003130             CONTINUE
003140     END-REWRITE.
003150     CHECK-REVIEW-EXIT.
003160     EXIT.
003170
003180*---------------------------------------------------------------
003190* SEND-RELEASED - EVERY RESULT FROM AN EARLIER NIGHT THAT THE
003200* DESK HAS RELEASED AND NO CUT HAS SENT YET (OR ONLY TONIGHT'S
003210* CUT, BEING RE-RUN) IS REBUILT FROM ITS QUEUE ENTRY, SENT, AND
003220* STAMPED WITH TONIGHT'S DATE.
003230*---------------------------------------------------------------
003240     SEND-RELEASED.
003250     MOVE "N" TO WS-REVQUEUE-EOF-SW.
003260     IF WS-REVQUEUE-STATUS NOT = "00" THEN
003270          GO TO SEND-RELEASED-EXIT
003280     END-IF.
003290     MOVE LOW-VALUES TO RVQ-KEY.
003300     START REVQ-FILE KEY NOT < RVQ-KEY
003310         INVALID KEY
003320             MOVE "Y" TO WS-REVQUEUE-EOF-SW
003330     END-START.
003340     PERFORM SEND-RELEASED-NEXT THRU SEND-RELEASED-NEXT-EXIT
003350         UNTIL WS-REVQUEUE-EOF.
003360     SEND-RELEASED-EXIT.
003370     EXIT.
003380
003390     SEND-RELEASED-NEXT.
003400     READ REVQ-FILE NEXT RECORD
003410         AT END
003420             MOVE "Y" TO WS-REVQUEUE-EOF-SW
003430             GO TO SEND-RELEASED-NEXT-EXIT
003440     END-READ.
003450     IF WS-REVQUEUE-STATUS NOT = "00" OR
003460        RVQ-RUN-DATE NOT < WS-RUN-DATE8 THEN
003470          MOVE "Y" TO WS-REVQUEUE-EOF-SW
003480          GO TO SEND-RELEASED-NEXT-EXIT
003490     END-IF.
003500     IF NOT RVQ-RELEASED THEN
003510          GO TO SEND-RELEASED-NEXT-EXIT
003520     END-IF.
003530     IF RVQ-SENT-DATE NOT = ZERO AND
003540        RVQ-SENT-DATE NOT = WS-RUN-DATE8 THEN
003550          GO TO SEND-RELEASED-NEXT-EXIT
003560     END-IF.
003570     MOVE SPACES TO RSLT-RECORD.
003580     MOVE RVQ-REC-ID TO RSLT-REC-ID.
003590     MOVE RVQ-SYM TO RSLT-SYM.
003600     MOVE RVQ-OPERAND-1 TO RSLT-OPERAND-1.
003610     MOVE RVQ-OPERAND-2 TO RSLT-OPERAND-2.
003620     MOVE RVQ-OPERAND-3 TO RSLT-OPERAND-3.
003630     MOVE RVQ-RESULT TO RSLT-RESULT.
003640     MOVE RVQ-REWORK-FLAG TO RSLT-REWORK-FLAG.
003650     MOVE RVQ-SOURCE-SYSTEM TO RSLT-SOURCE-SYSTEM.
003660     PERFORM BUILD-INTF-RECORD THRU BUILD-INTF-RECORD-EXIT.
003670     WRITE INTF-RECORD FROM WS-OUT-LINE.
003680     ADD 1 TO WS-OUT-COUNT.
003690     ADD 1 TO WS-RELEASED-COUNT.
003700     PERFORM HASH-RESULT THRU HASH-RESULT-EXIT.
003710     MOVE WS-RUN-DATE8 TO RVQ-SENT-DATE.
003720     REWRITE RVQ-RECORD
003730         INVALID KEY
003740             CONTINUE
003750     END-REWRITE.
003760     SEND-RELEASED-NEXT-EXIT.
003770     EXIT.
