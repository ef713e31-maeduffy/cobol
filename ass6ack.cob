000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    Ass6Ack.
000030 AUTHOR.        D L HARTMAN.
000040 INSTALLATION.  BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DLH   ORIGINAL VERSION.  END-OF-NIGHT
000110*                    ACKNOWLEDGMENT FILE FOR ONE UPSTREAM SOURCE
000120*                    SYSTEM, NAMED ON THE SYSIN CARD (COLUMNS
000130*                    1-8).  EVERY DETAIL THE SOURCE SENT ON THE
000140*                    BUSINESS DATE IS ANSWERED FROM THE ACKSTAT
000150*                    STATUS FILE THE NIGHT'S STEPS WROTE -
000160*                    POSTED WITH ITS RESULT, REJECTED OR
000170*                    SUSPENDED WITH ITS REASON CODE, OR HELD
000180*                    WITH ITS EXTRACT - UNDER ITS POSITION IN
000190*                    THE SOURCE'S OWN EXTRACT, ONE HDR/TRL
000200*                    SECTION PER EXTRACT (ACKFREC).  THE
000210*                    SOURCE'S ACKSTAT ENTRIES FROM EARLIER
000220*                    BUSINESS DATES ARE DROPPED ON THE WAY.
000230*                    RC=0 EVERY DETAIL ANSWERED, RC=4 SOME
000240*                    DETAIL UNANSWERED OR NOTHING RECEIVED FROM
000250*                    THE SOURCE, RC=16 BAD CARD OR NO BUSINESS
000260*                    DATE.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PARM-FILE      ASSIGN TO SYSIN
000350         ORGANIZATION IS SEQUENTIAL.
000360     SELECT OPTIONAL ACK-FILE ASSIGN TO ACKSTAT
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS ACKS-KEY
000400         FILE STATUS IS WS-ACKSTAT-STATUS.
000410     SELECT ACK-OUT-FILE   ASSIGN TO ACKOUT
000420         ORGANIZATION IS SEQUENTIAL.
000430     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000440         ORGANIZATION IS SEQUENTIAL.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PARM-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 01  PARM-RECORD.
000510     05  PARM-SOURCE-SYSTEM         PIC X(08).
000520     05  FILLER                     PIC X(72).
000530
000540 FD  ACK-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY ACKSREC.
000570
000580 FD  ACK-OUT-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY ACKFREC.
000610
000620 FD  BDATE-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY BDATREC.
000650
000660 WORKING-STORAGE SECTION.
000670 77  WS-SECTION-COUNT               PIC 9(04) COMP VALUE ZERO.
000680 77  WS-DETAIL-COUNT                PIC 9(08) COMP VALUE ZERO.
000690 77  WS-UNANSWERED-COUNT            PIC 9(08) COMP VALUE ZERO.
000700 77  WS-PURGED-COUNT                PIC 9(08) COMP VALUE ZERO.
000710 77  WS-SEC-RECORDS                 PIC 9(06) COMP VALUE ZERO.
000720 77  WS-SEC-POSTED                  PIC 9(06) COMP VALUE ZERO.
000730 77  WS-SEC-REJECTED                PIC 9(06) COMP VALUE ZERO.
000740 77  WS-SEC-SUSPENDED               PIC 9(06) COMP VALUE ZERO.
000750 77  WS-SEC-HELD                    PIC 9(06) COMP VALUE ZERO.
000760 77  WS-SEC-UNANSWERED              PIC 9(06) COMP VALUE ZERO.
000770
000780 01  WS-ACKSTAT-STATUS              PIC X(02) VALUE "00".
000790 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
000800 01  WS-SOURCE-SYSTEM               PIC X(08) VALUE SPACES.
000810 01  WS-HDR-EXTRACT-DATE            PIC 9(08) VALUE ZERO.
000820 01  WS-HDR-DETAIL-COUNT            PIC 9(06) VALUE ZERO.
000830 01  WS-HDR-VERDICT                 PIC X(14) VALUE SPACES.
000840
000850 01  WS-SWITCHES.
000860     05  WS-EOF-SW                  PIC X(01) VALUE "N".
000870         88  WS-EOF                           VALUE "Y".
000880     05  WS-CTL-EOF-SW              PIC X(01) VALUE "N".
000890         88  WS-CTL-EOF                       VALUE "Y".
000900     05  WS-SECTION-SW              PIC X(01) VALUE "N".
000910         88  WS-SECTION-OPEN                  VALUE "Y".
000920
000930 PROCEDURE DIVISION.
000940*===============================================================
000950* MAIN - POSITIONS ACKSTAT AT THE SOURCE'S FIRST ENTRY AND
000960* READS ITS ENTRIES IN KEY ORDER - BUSINESS DATE, EXTRACT,
000970* POSITION IN THE EXTRACT - SO THE FILE COMES OUT IN THE ORDER
000980* THE SOURCE SENT IT.  EACH EXTRACT ENTRY OPENS A SECTION; THE
000990* NEXT ONE, OR THE END OF THE SOURCE'S ENTRIES, CLOSES IT.
001000*===============================================================
001010     MAIN.
001020     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
001030     PERFORM READ-SOURCE-CARD THRU READ-SOURCE-CARD-EXIT.
001040     OPEN I-O    ACK-FILE.
001050     OPEN OUTPUT ACK-OUT-FILE.
001060     MOVE SPACES TO ACKS-RECORD.
001070     MOVE WS-SOURCE-SYSTEM TO ACKS-SOURCE-SYSTEM.
001080     MOVE ZERO TO ACKS-BUSINESS-DATE ACKS-EXTRACT-NO
001090                  ACKS-SOURCE-SEQ.
001100     START ACK-FILE KEY NOT < ACKS-KEY
001110         INVALID KEY
001120             MOVE "Y" TO WS-EOF-SW
001130     END-START.
001140     IF WS-ACKSTAT-STATUS NOT = "00" THEN
001150          MOVE "Y" TO WS-EOF-SW
001160     END-IF.
001170     PERFORM PROCESS-ENTRY THRU PROCESS-ENTRY-EXIT
001180         UNTIL WS-EOF.
001190     IF WS-SECTION-OPEN THEN
001200          PERFORM CLOSE-SECTION THRU CLOSE-SECTION-EXIT
001210     END-IF.
001220     IF WS-SECTION-COUNT = ZERO THEN
001230          PERFORM WRITE-NOT-RECEIVED THRU WRITE-NOT-RECEIVED-EXIT
001240     END-IF.
001250     CLOSE ACK-FILE ACK-OUT-FILE.
001260     DISPLAY "ASS6ACK: " WS-SOURCE-SYSTEM " - "
001270             WS-SECTION-COUNT " EXTRACTS, "
001280             WS-DETAIL-COUNT " DETAILS ANSWERED, "
001290             WS-UNANSWERED-COUNT " UNANSWERED".
001300     DISPLAY "ASS6ACK: " WS-PURGED-COUNT
001310             " EARLIER ACKSTAT ENTRIES DROPPED".
001320     IF WS-SECTION-COUNT = ZERO THEN
001330          DISPLAY "ASS6ACK: NOTHING RECEIVED FROM "
001340                  WS-SOURCE-SYSTEM " ON " WS-RUN-DATE8
001350          MOVE 4 TO RETURN-CODE
001360     ELSE IF WS-UNANSWERED-COUNT > ZERO THEN
001370          MOVE 4 TO RETURN-CODE
001380     END-IF.
001390     STOP RUN.
001400
001410*---------------------------------------------------------------
001420* READ-SOURCE-CARD - THE SOURCE SYSTEM, AS ON ITS EXTRACT HEADER
001430* AND ITS SRCPROF PROFILE, IN COLUMNS 1-8.  NO CARD OR A BLANK
001440* SOURCE FAILS THE RUN BEFORE ANYTHING IS OPENED.
001450*---------------------------------------------------------------
001460     READ-SOURCE-CARD.
001470     OPEN INPUT PARM-FILE.
001480     READ PARM-FILE
001490         AT END
001500             MOVE "Y" TO WS-CTL-EOF-SW
001510     END-READ.
001520     IF WS-CTL-EOF OR PARM-SOURCE-SYSTEM = SPACES THEN
001530          DISPLAY "ASS6ACK: BAD OR MISSING SOURCE CARD - "
001540                  "RUN ABANDONED"
001550          CLOSE PARM-FILE
001560          MOVE 16 TO RETURN-CODE
001570          STOP RUN
001580     END-IF.
001590     MOVE PARM-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM.
001600     CLOSE PARM-FILE.
001610     READ-SOURCE-CARD-EXIT.
001620     EXIT.
001630
001640*---------------------------------------------------------------
001650* PROCESS-ENTRY - ONE ACKSTAT ENTRY.  THE SOURCE'S ENTRIES FROM
001660* AN EARLIER BUSINESS DATE HAVE BEEN ANSWERED ALREADY AND ARE
001670* DELETED; TODAY'S ARE WRITTEN TO THE ACKNOWLEDGMENT FILE.  THE
001680* RUN STOPS AT THE NEXT SOURCE OR A LATER DATE.
001690*---------------------------------------------------------------
001700     PROCESS-ENTRY.
001710     READ ACK-FILE NEXT RECORD
001720         AT END
001730             MOVE "Y" TO WS-EOF-SW
001740             GO TO PROCESS-ENTRY-EXIT
001750     END-READ.
001760     IF WS-ACKSTAT-STATUS NOT = "00" OR
001770        ACKS-SOURCE-SYSTEM NOT = WS-SOURCE-SYSTEM OR
001780        ACKS-BUSINESS-DATE > WS-RUN-DATE8 THEN
001790          MOVE "Y" TO WS-EOF-SW
001800          GO TO PROCESS-ENTRY-EXIT
001810     END-IF.
001820     IF ACKS-BUSINESS-DATE < WS-RUN-DATE8 THEN
001830          DELETE ACK-FILE RECORD
001840              INVALID KEY
001850                  GO TO PROCESS-ENTRY-EXIT
001860          END-DELETE
001870          ADD 1 TO WS-PURGED-COUNT
001880          GO TO PROCESS-ENTRY-EXIT
001890     END-IF.
001900     IF ACKS-EXTRACT-ENTRY THEN
001910          IF WS-SECTION-OPEN THEN
001920               PERFORM CLOSE-SECTION THRU CLOSE-SECTION-EXIT
001930          END-IF
001940          MOVE ACKS-EXT-EXTRACT-DATE TO WS-HDR-EXTRACT-DATE
001950          MOVE ACKS-EXT-DETAIL-COUNT TO WS-HDR-DETAIL-COUNT
001960          MOVE ACKS-EXT-VERDICT TO WS-HDR-VERDICT
001970          PERFORM OPEN-SECTION THRU OPEN-SECTION-EXIT
001980          GO TO PROCESS-ENTRY-EXIT
001990     END-IF.
002000     IF NOT WS-SECTION-OPEN THEN
002010          MOVE ZERO TO WS-HDR-EXTRACT-DATE WS-HDR-DETAIL-COUNT
002020          MOVE SPACES TO WS-HDR-VERDICT
002030          PERFORM OPEN-SECTION THRU OPEN-SECTION-EXIT
002040     END-IF.
002050     PERFORM WRITE-DETAIL-STATUS THRU WRITE-DETAIL-STATUS-EXIT.
002060     PROCESS-ENTRY-EXIT.
002070     EXIT.
002080
002090*---------------------------------------------------------------
002100* OPEN-SECTION - THE HEADER FOR ONE EXTRACT, AS TAKEN FROM ITS
002110* EXTRACT ENTRY: THE EXTRACT'S OWN DATE, THE DETAILS WE READ
002120* FROM IT, AND THE MERGE VERDICT (POSTED, OR WHY IT WAS HELD).
002130*---------------------------------------------------------------
002140     OPEN-SECTION.
002150     MOVE "Y" TO WS-SECTION-SW.
002160     ADD 1 TO WS-SECTION-COUNT.
002170     MOVE ZERO TO WS-SEC-RECORDS WS-SEC-POSTED WS-SEC-REJECTED
002180                  WS-SEC-SUSPENDED WS-SEC-HELD WS-SEC-UNANSWERED.
002190     MOVE SPACES TO ACKF-HEADER-RECORD.
002200     MOVE "HDR" TO ACKF-HDR-ID.
002210     MOVE WS-SOURCE-SYSTEM TO ACKF-HDR-SOURCE-SYSTEM.
002220     MOVE WS-HDR-EXTRACT-DATE TO ACKF-HDR-EXTRACT-DATE.
002230     MOVE WS-RUN-DATE8 TO ACKF-HDR-BUSINESS-DATE.
002240     MOVE WS-HDR-DETAIL-COUNT TO ACKF-HDR-DETAIL-COUNT.
002250     MOVE WS-HDR-VERDICT TO ACKF-HDR-VERDICT.
002260     WRITE ACKF-HEADER-RECORD.
002270     OPEN-SECTION-EXIT.
002280     EXIT.
002290
002300*---------------------------------------------------------------
002310* WRITE-DETAIL-STATUS - ONE STATUS RECORD, UNDER THE DETAIL'S
002320* POSITION IN THE SOURCE'S EXTRACT.  A DETAIL STILL MARKED
002330* RECEIVED WAS ACCEPTED BUT NEVER EVALUATED (THE EVALUATION WAS
002340* HELD OR REFUSED) AND GOES BACK UNANSWERED.
002350*---------------------------------------------------------------
002360     WRITE-DETAIL-STATUS.
002370     MOVE SPACES TO ACKF-RECORD.
002380     MOVE "DTL" TO ACKF-REC-TYPE.
002390     MOVE ACKS-SOURCE-SEQ TO ACKF-SOURCE-SEQ.
002400     MOVE ACKS-STATUS TO ACKF-STATUS.
002410     MOVE ACKS-REASON-CODE TO ACKF-REASON-CODE.
002420     MOVE ACKS-RESULT TO ACKF-RESULT.
002430     IF ACKS-REC-ID IS NUMERIC THEN
002440          MOVE ACKS-REC-ID TO ACKF-REC-ID
002450     ELSE
002460          MOVE ZERO TO ACKF-REC-ID
002470     END-IF.
002480     IF ACKS-POSTED THEN
002490          ADD 1 TO WS-SEC-POSTED
002500     ELSE IF ACKS-REJECTED THEN
002510          ADD 1 TO WS-SEC-REJECTED
002520     ELSE IF ACKS-SUSPENDED THEN
002530          ADD 1 TO WS-SEC-SUSPENDED
002540     ELSE IF ACKS-HELD THEN
002550          ADD 1 TO WS-SEC-HELD
002560     ELSE
002570          MOVE "U" TO ACKF-STATUS
002580          ADD 1 TO WS-SEC-UNANSWERED
002590          ADD 1 TO WS-UNANSWERED-COUNT
002600     END-IF.
002610     ADD 1 TO WS-SEC-RECORDS.
002620     ADD 1 TO WS-DETAIL-COUNT.
002630     WRITE ACKF-RECORD.
002640     WRITE-DETAIL-STATUS-EXIT.
002650     EXIT.
002660
002670     CLOSE-SECTION.
002680     MOVE SPACES TO ACKF-TRAILER-RECORD.
002690     MOVE "TRL" TO ACKF-TRL-ID.
002700     MOVE WS-SEC-RECORDS TO ACKF-TRL-REC-COUNT.
002710     MOVE WS-SEC-POSTED TO ACKF-TRL-POSTED.
002720     MOVE WS-SEC-REJECTED TO ACKF-TRL-REJECTED.
002730     MOVE WS-SEC-SUSPENDED TO ACKF-TRL-SUSPENDED.
002740     MOVE WS-SEC-HELD TO ACKF-TRL-HELD.
002750     MOVE WS-SEC-UNANSWERED TO ACKF-TRL-UNANSWERED.
002760     WRITE ACKF-TRAILER-RECORD.
002770     MOVE "N" TO WS-SECTION-SW.
002780     CLOSE-SECTION-EXIT.
002790     EXIT.
002800
002810*---------------------------------------------------------------
002820* WRITE-NOT-RECEIVED - THE SOURCE SENT NOTHING TONIGHT (OR ITS
002830* EXTRACT NEVER REACHED THE MERGE).  IT STILL GETS A FILE, SO
002840* SILENCE IS NEVER MISTAKEN FOR AN ANSWER.
002850*---------------------------------------------------------------
002860     WRITE-NOT-RECEIVED.
002870     MOVE ZERO TO WS-HDR-EXTRACT-DATE WS-HDR-DETAIL-COUNT.
002880     MOVE "NOT RECEIVED" TO WS-HDR-VERDICT.
002890     PERFORM OPEN-SECTION THRU OPEN-SECTION-EXIT.
002900     PERFORM CLOSE-SECTION THRU CLOSE-SECTION-EXIT.
002910     MOVE ZERO TO WS-SECTION-COUNT.
002920     WRITE-NOT-RECEIVED-EXIT.
002930     EXIT.
002940
002950*---------------------------------------------------------------
002960* READ-BUSINESS-DATE - THE NIGHT BEING ANSWERED IS THE BUSINESS
002970* DATE ON THE BDATECTL CONTROL RECORD, NOT THE MACHINE CLOCK.
002980* NO USABLE CONTROL RECORD - NO RUN (RC=16).
002990*---------------------------------------------------------------
003000     READ-BUSINESS-DATE.
003010     OPEN INPUT BDATE-FILE.
003020     READ BDATE-FILE
003030         AT END
003040             MOVE ZERO TO BDAT-BUSINESS-DATE
003050     END-READ.
003060     CLOSE BDATE-FILE.
003070     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
003080        BDAT-BUSINESS-DATE = ZERO THEN
003090          DISPLAY "ASS6ACK: BUSINESS DATE CONTROL "
003100                  "RECORD MISSING OR INVALID - RUN REFUSED"
003110          MOVE 16 TO RETURN-CODE
003120          STOP RUN
003130     END-IF.
003140     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
003150     READ-BUSINESS-DATE-EXIT.
003160     EXIT.
