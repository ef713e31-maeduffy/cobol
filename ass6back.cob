000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    Ass6Back.
000030 AUTHOR.        D L HARTMAN.
000040 INSTALLATION.  BATCH PROCESSING GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DLH   ORIGINAL VERSION.  BACKS OUT EVERYTHING ONE
000110*                    POSTED RUN PUT ON FILE, SO A BAD EXTRACT
000120*                    (E.G. UPSTREAM SENT THE WRONG DAY) CAN BE
000130*                    REVERSED AND THE CORRECTED ONE POSTED.  THE
000140*                    SYSIN CARD NAMES THE RUN BY ITS RUNLOG KEY
000150*                    - EXTRACT DATE (CCYYMMDD) IN COLUMNS 1-8,
000160*                    SOURCE IN 10-17.  THE RUN'S POSTJRNL
000170*                    POSTING JOURNAL DRIVES THE BACKOUT:
000180*                    RSLTMAST, VARMAST AND FUNCMAST ENTRIES THE
000190*                    RUN ADDED ARE DELETED, ENTRIES IT REPLACED
000200*                    GO BACK TO THEIR BEFORE IMAGE, AND THE
000210*                    SUSPENSE RECORDS IT WROTE ARE DROPPED FROM
000220*                    THE SUSPREM COPY OF THE SUSPENSE FILE.  AN
000230*                    ENTRY CHANGED AGAIN SINCE THE RUN IS LEFT
000240*                    AS IT STANDS AND LISTED.  THE RUNLOG ENTRY
000250*                    IS MARKED BACKED OUT SO ASS6 WILL POST THE
000260*                    CORRECTED EXTRACT UNDER THE SAME KEY, AND
000270*                    BACKRPT BALANCES WHAT WAS REMOVED AGAINST
000280*                    THE RUNLOG COUNTS.
000290*---------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PARM-FILE      ASSIGN TO SYSIN
000370         ORGANIZATION IS SEQUENTIAL.
000380     SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS RUNL-KEY
000420         FILE STATUS IS WS-RUNLOG-STATUS.
000430     SELECT OPTIONAL JRNL-FILE ASSIGN TO POSTJRNL
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS PJRN-KEY
000470         FILE STATUS IS WS-POSTJRNL-STATUS.
000480     SELECT OPTIONAL VAR-FILE ASSIGN TO VARMAST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS VARM-NAME
000520         FILE STATUS IS WS-VARMAST-STATUS.
000530     SELECT OPTIONAL FUNC-FILE ASSIGN TO FUNCMAST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS FUNC-NAME
000570         FILE STATUS IS WS-FUNCMAST-STATUS.
000580     SELECT OPTIONAL RSLT-MASTER ASSIGN TO RSLTMAST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS RSLM-KEY
000620         FILE STATUS IS WS-RSLTMAST-STATUS.
000630     SELECT SUSP-IN-FILE   ASSIGN TO SUSPIN
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT SUSP-REM-FILE  ASSIGN TO SUSPREM
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT REPORT-FILE    ASSIGN TO BACKRPT
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT OPTIONAL BDATE-FILE ASSIGN TO BDATECTL
000700         ORGANIZATION IS SEQUENTIAL.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  PARM-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  PARM-RECORD.
000770     05  PARM-EXTRACT-DATE          PIC X(08).
000780     05  FILLER                     PIC X(01).
000790     05  PARM-SOURCE-SYSTEM         PIC X(08).
000800     05  FILLER                     PIC X(63).
000810
000820 FD  RUNLOG-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY RUNLREC.
000850
000860 FD  JRNL-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY PJRNREC.
000890
000900 FD  VAR-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY VARMREC.
000930
000940 FD  FUNC-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY FUNCREC.
000970
000980 FD  RSLT-MASTER
000990     LABEL RECORDS ARE STANDARD.
001000 COPY RSLTMST.
001010
001020 FD  SUSP-IN-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY SUSPREC.
001050
001060 FD  SUSP-REM-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY SUSPREC REPLACING LEADING ==SUSP== BY ==REM==.
001090
001100 FD  REPORT-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  RPT-RECORD                     PIC X(100).
001130
001140 FD  BDATE-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY BDATREC.
001170
001180 WORKING-STORAGE SECTION.
001190 77  WS-JRNL-COUNT                  PIC 9(08) COMP VALUE ZERO.
001200 77  WS-JRNL-PURGED                 PIC 9(08) COMP VALUE ZERO.
001210 77  WS-SUSP-READ                   PIC 9(08) COMP VALUE ZERO.
001220 77  WS-SUSP-REMOVED                PIC 9(08) COMP VALUE ZERO.
001230 77  WS-SUSP-KEPT                   PIC 9(08) COMP VALUE ZERO.
001240 77  WS-SUSP-MISSING                PIC 9(08) COMP VALUE ZERO.
001250 77  WS-RSLT-BACKED                 PIC 9(08) COMP VALUE ZERO.
001260 77  WS-SI-COUNT                    PIC 9(04) COMP VALUE ZERO.
001270 77  WS-SI-SUB                      PIC 9(04) COMP VALUE ZERO.
001280 77  WS-TYPE-SUB                    PIC 9(01) COMP VALUE ZERO.
001290 77  WS-LINE-COUNT                  PIC 9(03) COMP VALUE 99.
001300 77  WS-PAGE-COUNT                  PIC 9(03) COMP VALUE ZERO.
001310 77  WS-RETURN-CODE                 PIC 9(02) COMP VALUE ZERO.
001320
001330 01  WS-SWITCHES.
001340     05  WS-EOF-SW                  PIC X(01) VALUE "N".
001350         88  WS-EOF                           VALUE "Y".
001360     05  WS-CTL-EOF-SW              PIC X(01) VALUE "N".
001370         88  WS-CTL-EOF                       VALUE "Y".
001380     05  WS-JRNL-EOF-SW             PIC X(01) VALUE "N".
001390         88  WS-JRNL-EOF                      VALUE "Y".
001400     05  WS-GRP-ACTIVE-SW           PIC X(01) VALUE "N".
001410         88  WS-GRP-ACTIVE                    VALUE "Y".
001420     05  WS-GRP-EXISTED-SW          PIC X(01) VALUE "N".
001430         88  WS-GRP-EXISTED                   VALUE "Y".
001440     05  WS-CUR-FOUND-SW            PIC X(01) VALUE "N".
001450         88  WS-CUR-FOUND                     VALUE "Y".
001460     05  WS-SI-FOUND-SW             PIC X(01) VALUE "N".
001470         88  WS-SI-FOUND                      VALUE "Y".
001480     05  WS-SI-FULL-SW              PIC X(01) VALUE "N".
001490         88  WS-SI-FULL                       VALUE "Y".
001500     05  WS-WAS-MARKED-SW           PIC X(01) VALUE "N".
001510         88  WS-WAS-MARKED                    VALUE "Y".
001520     05  WS-RUNL-MARKED-SW          PIC X(01) VALUE "N".
001530         88  WS-RUNL-MARKED                   VALUE "Y".
001540
001550 01  WS-RUNLOG-STATUS               PIC X(02) VALUE "00".
001560 01  WS-POSTJRNL-STATUS             PIC X(02) VALUE "00".
001570 01  WS-VARMAST-STATUS              PIC X(02) VALUE "00".
001580 01  WS-FUNCMAST-STATUS             PIC X(02) VALUE "00".
001590 01  WS-RSLTMAST-STATUS             PIC X(02) VALUE "00".
001600 01  WS-IO-STATUS                   PIC X(02) VALUE "00".
001610 01  WS-RUN-DATE8                   PIC 9(08) VALUE ZERO.
001620 01  WS-RUN-KEY.
001630     05  WS-RUN-EXTRACT-DATE        PIC 9(08) VALUE ZERO.
001640     05  WS-RUN-SOURCE-SYSTEM       PIC X(08) VALUE SPACES.
001650
001660*---------------------------------------------------------------
001670* THE MASTER ENTRY BEING BACKED OUT.  ALL THE JOURNAL ENTRIES
001680* FOR ONE MASTER KEY ARE TAKEN TOGETHER: THE FIRST ONE'S BEFORE
001690* IMAGE IS WHAT THE ENTRY LOOKED LIKE BEFORE THE RUN, THE LAST
001700* ONE'S AFTER IMAGE IS WHAT THE RUN LEFT ON FILE.
001710*---------------------------------------------------------------
001720 01  WS-GRP-TYPE                    PIC X(01) VALUE SPACE.
001730 01  WS-GRP-KEY                     PIC X(20) VALUE SPACES.
001740 01  WS-GRP-BEFORE                  PIC X(120) VALUE SPACES.
001750 01  WS-GRP-AFTER                   PIC X(120) VALUE SPACES.
001760 01  WS-CUR-IMAGE                   PIC X(120) VALUE SPACES.
001770 01  WS-ACTION                      PIC X(01) VALUE SPACE.
001780     88  WS-ACT-DELETE                        VALUE "D".
001790     88  WS-ACT-RESTORE                       VALUE "R".
001800     88  WS-ACT-PREVIOUS                      VALUE "P".
001810     88  WS-ACT-CHANGED                       VALUE "C".
001820
001830*---------------------------------------------------------------
001840* PER-MASTER TOTALS - 1 FUNCMAST, 2 RSLTMAST, 3 VARMAST (THE
001850* ORDER THE JOURNAL TYPES F, R AND V COME BACK IN).
001860*---------------------------------------------------------------
001870 01  WS-TYPE-NAME-LIST.
001880     05  FILLER                     PIC X(08) VALUE "FUNCMAST".
001890     05  FILLER                     PIC X(08) VALUE "RSLTMAST".
001900     05  FILLER                     PIC X(08) VALUE "VARMAST".
001910 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAME-LIST.
001920     05  WS-TYPE-NAME               PIC X(08) OCCURS 3 TIMES.
001930 01  WS-TYPE-TOTALS.
001940     05  WS-TT-ENTRY OCCURS 3 TIMES.
001950         10  WS-TT-DELETED          PIC 9(08) COMP.
001960         10  WS-TT-RESTORED         PIC 9(08) COMP.
001970         10  WS-TT-PREVIOUS         PIC 9(08) COMP.
001980         10  WS-TT-CHANGED          PIC 9(08) COMP.
001990
002000*---------------------------------------------------------------
002010* THE SUSPENSE RECORDS THE RUN WROTE, LOADED FROM THE JOURNAL
002020* BEFORE ANYTHING IS TOUCHED.  EACH ONE REMOVES AT MOST ONE
002030* MATCHING RECORD FROM THE SUSPENSE FILE.
002040*---------------------------------------------------------------
002050 01  WS-SI-TABLE.
002060     05  WS-SI-ENTRY OCCURS 9999 TIMES.
002070         10  WS-SI-IMAGE            PIC X(88).
002080         10  WS-SI-USED-SW          PIC X(01).
002090             88  WS-SI-USED                   VALUE "Y".
002100
002110 01  WS-HEAD-LINE.
002120     05  FILLER                     PIC X(26)
002130         VALUE "ASS6BACK EXTRACT BACKOUT".
002140     05  FILLER                     PIC X(08) VALUE "EXTRACT ".
002150     05  WS-HEAD-EXTRACT            PIC 9(08).
002160     05  FILLER                     PIC X(08) VALUE "  SOURCE".
002170     05  FILLER                     PIC X(01) VALUE SPACE.
002180     05  WS-HEAD-SOURCE             PIC X(08).
002190     05  FILLER                     PIC X(17)
002200         VALUE "  BUSINESS DATE ".
002210     05  WS-HEAD-BUS-DATE           PIC 9(08).
002220     05  FILLER                     PIC X(08) VALUE SPACES.
002230     05  FILLER                     PIC X(05) VALUE "PAGE ".
002240     05  WS-HEAD-PAGE               PIC ZZ9.
002250 01  WS-RUN-LINE.
002260     05  FILLER                     PIC X(02) VALUE SPACES.
002270     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
002280     05  WS-RUN-LINE-DATE           PIC 9(08).
002290     05  FILLER                     PIC X(07) VALUE "  MODE ".
002300     05  WS-RUN-LINE-MODE           PIC X(01).
002310     05  FILLER                     PIC X(05) VALUE "  RC ".
002320     05  WS-RUN-LINE-RC             PIC 9(02).
002330     05  FILLER                     PIC X(66) VALUE SPACES.
002340 01  WS-COL-LINE.
002350     05  FILLER                     PIC X(02) VALUE SPACES.
002360     05  FILLER                     PIC X(10) VALUE "MASTER".
002370     05  FILLER                     PIC X(22) VALUE "KEY".
002380     05  FILLER                     PIC X(08) VALUE "REC-ID".
002390     05  FILLER                     PIC X(58) VALUE "ACTION".
002400 01  WS-DETAIL-LINE.
002410     05  FILLER                     PIC X(02) VALUE SPACES.
002420     05  WS-DTL-MASTER              PIC X(08).
002430     05  FILLER                     PIC X(02) VALUE SPACES.
002440     05  WS-DTL-KEY                 PIC X(20).
002450     05  FILLER                     PIC X(02) VALUE SPACES.
002460     05  WS-DTL-REC-ID              PIC 9(06).
002470     05  FILLER                     PIC X(02) VALUE SPACES.
002480     05  WS-DTL-ACTION              PIC X(40).
002490     05  FILLER                     PIC X(18) VALUE SPACES.
002500 01  WS-TOTAL-LINE.
002510     05  FILLER                     PIC X(02) VALUE SPACES.
002520     05  WS-TOT-MASTER              PIC X(10).
002530     05  WS-TOT-LABEL               PIC X(30).
002540     05  WS-TOT-COUNT               PIC Z(07)9.
002550     05  FILLER                     PIC X(50) VALUE SPACES.
002560 01  WS-BAL-LINE.
002570     05  FILLER                     PIC X(02) VALUE SPACES.
002580     05  WS-BAL-LABEL               PIC X(10).
002590     05  FILLER                     PIC X(07) VALUE "RUNLOG ".
002600     05  WS-BAL-RUNLOG              PIC Z(05)9.
002610     05  FILLER                     PIC X(14)
002620         VALUE "   BACKED OUT ".
002630     05  WS-BAL-BACKED              PIC Z(07)9.
002640     05  FILLER                     PIC X(03) VALUE SPACES.
002650     05  WS-BAL-VERDICT             PIC X(14).
002660     05  FILLER                     PIC X(36) VALUE SPACES.
002670 01  WS-RPT-LINE                    PIC X(100).
002680
002690 PROCEDURE DIVISION.
002700*===============================================================
002710* MAIN - THE RUN IS CHECKED AND ITS JOURNAL LOADED BEFORE A
002720* SINGLE MASTER IS TOUCHED; ANY REFUSAL ENDS RC=12 (RC=16 FOR
002730* A BAD CARD OR NO BUSINESS DATE) WITH EVERYTHING AS IT WAS.
002740* THE MASTERS ARE BACKED OUT FROM THE JOURNAL, THE SUSPENSE
002750* FILE IS COPIED WITHOUT THE RUN'S RECORDS, AND ONLY THEN IS
002760* ITS RUNLOG ENTRY MARKED AND, ONCE THE MARK IS ON FILE, ITS
002770* JOURNAL ENTRIES PURGED - A MARK THAT FAILS LEAVES THE JOURNAL
002780* IN PLACE.  A BACKOUT CUT SHORT AT ANY POINT CAN SIMPLY BE
002790* RERUN: A RUN ALREADY MARKED BUT STILL JOURNALED IS TAKEN AS
002800* AN UNFINISHED BACKOUT, AND AN ENTRY ALREADY PUT BACK IS
002810* RECOGNIZED AND COUNTED AS SUCH.
002820*===============================================================
002830     MAIN.
002840     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
002850     PERFORM READ-RUN-CARD THRU READ-RUN-CARD-EXIT.
002860     MOVE WS-RUN-EXTRACT-DATE TO WS-HEAD-EXTRACT.
002870     MOVE WS-RUN-SOURCE-SYSTEM TO WS-HEAD-SOURCE.
002880     MOVE WS-RUN-DATE8 TO WS-HEAD-BUS-DATE.
002890     OPEN OUTPUT REPORT-FILE.
002900     OPEN I-O    RUNLOG-FILE.
002910     OPEN I-O    JRNL-FILE.
002920     PERFORM CHECK-RUN THRU CHECK-RUN-EXIT.
002930     PERFORM LOAD-RUN-JOURNAL THRU LOAD-RUN-JOURNAL-EXIT.
002940     IF WS-JRNL-COUNT = ZERO THEN
002950          IF WS-WAS-MARKED THEN
002960               MOVE "  RUN WAS ALREADY BACKED OUT - "
002970                   TO WS-RPT-LINE
002980          ELSE
002990               MOVE "  NO POSTING JOURNAL ENTRIES FOR THIS RUN - "
003000                   TO WS-RPT-LINE
003010          END-IF
003020          PERFORM REFUSE-RUN THRU REFUSE-RUN-EXIT
003030     END-IF.
003040     IF WS-SI-FULL THEN
003050          MOVE "  MORE THAN 9999 SUSPENSE RECORDS ON THE RUN - "
003060              TO WS-RPT-LINE
003070          PERFORM REFUSE-RUN THRU REFUSE-RUN-EXIT
003080     END-IF.
003090
003100     OPEN I-O    VAR-FILE FUNC-FILE RSLT-MASTER.
003110     MOVE WS-COL-LINE TO WS-RPT-LINE.
003120     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003130     PERFORM START-RUN-JOURNAL THRU START-RUN-JOURNAL-EXIT.
003140     PERFORM BACK-OUT-ENTRY THRU BACK-OUT-ENTRY-EXIT
003150         UNTIL WS-JRNL-EOF.
003160     IF WS-GRP-ACTIVE THEN
003170          PERFORM APPLY-GROUP THRU APPLY-GROUP-EXIT
003180     END-IF.
003190     CLOSE VAR-FILE FUNC-FILE RSLT-MASTER.
003200
003210     OPEN INPUT  SUSP-IN-FILE.
003220     OPEN OUTPUT SUSP-REM-FILE.
003230     PERFORM COPY-SUSPENSE THRU COPY-SUSPENSE-EXIT
003240         UNTIL WS-EOF.
003250     CLOSE SUSP-IN-FILE SUSP-REM-FILE.
003260     PERFORM LIST-MISSING-SUSPENSE
003270         THRU LIST-MISSING-SUSPENSE-EXIT
003280         VARYING WS-SI-SUB FROM 1 BY 1
003290         UNTIL WS-SI-SUB > WS-SI-COUNT.
003300
003310     PERFORM MARK-RUN-BACKED-OUT THRU MARK-RUN-BACKED-OUT-EXIT.
003320     IF WS-RUNL-MARKED THEN
003330          PERFORM START-RUN-JOURNAL THRU START-RUN-JOURNAL-EXIT
003340          PERFORM PURGE-JOURNAL THRU PURGE-JOURNAL-EXIT
003350              UNTIL WS-JRNL-EOF
003360     END-IF.
003370     PERFORM WRITE-BALANCE-REPORT THRU WRITE-BALANCE-REPORT-EXIT.
003380     CLOSE RUNLOG-FILE JRNL-FILE REPORT-FILE.
003390     DISPLAY "ASS6BACK: EXTRACT " WS-RUN-EXTRACT-DATE " FROM "
003400             WS-RUN-SOURCE-SYSTEM " BACKED OUT - "
003410             WS-JRNL-PURGED " JOURNAL ENTRIES".
003420     MOVE WS-RETURN-CODE TO RETURN-CODE.
003430     STOP RUN.
003440
003450*---------------------------------------------------------------
003460* READ-RUN-CARD - EXTRACT DATE IN COLUMNS 1-8, SOURCE IN 10-17,
003470* EXACTLY AS THEY APPEAR ON THE RUNLOG ENTRY (ASS6RLOG LISTS
003480* THEM; A REWORK PASS IS ITS RUN DATE AND SOURCE "REWORK").  A
003490* MISSING CARD, A NON-NUMERIC DATE, OR A BLANK SOURCE FAILS THE
003500* RUN BEFORE ANYTHING IS OPENED.
003510*---------------------------------------------------------------
003520     READ-RUN-CARD.
003530     OPEN INPUT PARM-FILE.
003540     READ PARM-FILE
003550         AT END
003560             MOVE "Y" TO WS-CTL-EOF-SW
003570     END-READ.
003580     IF WS-CTL-EOF OR PARM-EXTRACT-DATE IS NOT NUMERIC OR
003590        PARM-SOURCE-SYSTEM = SPACES THEN
003600          DISPLAY "ASS6BACK: BAD OR MISSING RUN CARD - "
003610                  "RUN ABANDONED"
003620          CLOSE PARM-FILE
003630          MOVE 16 TO RETURN-CODE
003640          STOP RUN
003650     END-IF.
003660     MOVE PARM-EXTRACT-DATE TO WS-RUN-EXTRACT-DATE.
003670     MOVE PARM-SOURCE-SYSTEM TO WS-RUN-SOURCE-SYSTEM.
003680     CLOSE PARM-FILE.
003690     READ-RUN-CARD-EXIT.
003700     EXIT.
003710
003720*---------------------------------------------------------------
003730* CHECK-RUN - THE RUN MUST BE ON THE RUNLOG MASTER.  ONE
003740* ALREADY MARKED BACKED OUT IS ONLY TAKEN UP AGAIN WHILE ITS
003750* JOURNAL ENTRIES REMAIN (A BACKOUT CUT SHORT AFTER THE MARK) -
003760* MAIN REFUSES IT ONCE THEY ARE GONE.
003770*---------------------------------------------------------------
003780     CHECK-RUN.
003790     MOVE WS-RUN-KEY TO RUNL-KEY.
003800     READ RUNLOG-FILE
003810         INVALID KEY
003820             MOVE "  NO RUNLOG ENTRY FOR THIS EXTRACT - "
003830                 TO WS-RPT-LINE
003840             PERFORM REFUSE-RUN THRU REFUSE-RUN-EXIT
003850     END-READ.
003860     IF WS-RUNLOG-STATUS NOT = "00" THEN
003870          MOVE "  RUNLOG ENTRY COULD NOT BE READ - "
003880              TO WS-RPT-LINE
003890          PERFORM REFUSE-RUN THRU REFUSE-RUN-EXIT
003900     END-IF.
003910     MOVE RUNL-RUN-DATE TO WS-RUN-LINE-DATE.
003920     MOVE RUNL-RUN-MODE TO WS-RUN-LINE-MODE.
003930     MOVE RUNL-RETURN-CODE TO WS-RUN-LINE-RC.
003940     MOVE WS-RUN-LINE TO WS-RPT-LINE.
003950     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003960     MOVE SPACES TO WS-RPT-LINE.
003970     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
003980     IF RUNL-BACKED-OUT THEN
003990          MOVE "Y" TO WS-WAS-MARKED-SW
004000     END-IF.
004010     CHECK-RUN-EXIT.
004020     EXIT.
004030
004040*---------------------------------------------------------------
004050* REFUSE-RUN - THE CALLER HAS PUT THE REASON IN WS-RPT-LINE.
004060* NOTHING HAS BEEN CHANGED YET; THE RUN ENDS RC=12.
004070*---------------------------------------------------------------
004080     REFUSE-RUN.
004090     MOVE "BACKOUT REFUSED" TO WS-RPT-LINE(50:15).
004100     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
004110     DISPLAY "ASS6BACK:" WS-RPT-LINE(1:64).
004120     CLOSE RUNLOG-FILE JRNL-FILE REPORT-FILE.
004130     MOVE 12 TO RETURN-CODE.
004140     STOP RUN.
004150     REFUSE-RUN-EXIT.
004160     EXIT.
004170
004180*---------------------------------------------------------------
004190* START-RUN-JOURNAL - POSITIONS THE JOURNAL AT THE RUN'S FIRST
004200* ENTRY.  THE ENTRIES COME BACK BY TYPE, THEN MASTER KEY, THEN
004210* THE ORDER THEY WERE POSTED.
004220*---------------------------------------------------------------
004230     START-RUN-JOURNAL.
004240     MOVE "N" TO WS-JRNL-EOF-SW.
004250     MOVE LOW-VALUES TO PJRN-KEY.
004260     MOVE WS-RUN-KEY TO PJRN-RUN-KEY.
004270     START JRNL-FILE KEY NOT < PJRN-KEY
004280         INVALID KEY
004290             MOVE "Y" TO WS-JRNL-EOF-SW
004300     END-START.
004310     IF WS-POSTJRNL-STATUS NOT = "00" THEN
004320          MOVE "Y" TO WS-JRNL-EOF-SW
004330     END-IF.
004340     START-RUN-JOURNAL-EXIT.
004350     EXIT.
004360
004370*---------------------------------------------------------------
004380* READ-RUN-JOURNAL - NEXT JOURNAL ENTRY, END OF RUN WHEN THE
004390* RUN KEY CHANGES.
004400*---------------------------------------------------------------
004410     READ-RUN-JOURNAL.
004420     READ JRNL-FILE NEXT RECORD
004430         AT END
004440             MOVE "Y" TO WS-JRNL-EOF-SW
004450             GO TO READ-RUN-JOURNAL-EXIT
004460     END-READ.
004470     IF WS-POSTJRNL-STATUS NOT = "00" OR
004480        PJRN-RUN-KEY NOT = WS-RUN-KEY THEN
004490          MOVE "Y" TO WS-JRNL-EOF-SW
004500     END-IF.
004510     READ-RUN-JOURNAL-EXIT.
004520     EXIT.
004530
004540*---------------------------------------------------------------
004550* LOAD-RUN-JOURNAL - FIRST PASS OVER THE RUN'S ENTRIES: COUNTS
004560* THEM AND LOADS THE SUSPENSE IMAGES, SO A RUN WITH NO JOURNAL
004570* (POSTED BEFORE JOURNALING) OR TOO MUCH SUSPENSE IS REFUSED
004580* UNTOUCHED.
004590*---------------------------------------------------------------
004600     LOAD-RUN-JOURNAL.
004610     PERFORM START-RUN-JOURNAL THRU START-RUN-JOURNAL-EXIT.
004620     PERFORM LOAD-RUN-ENTRY THRU LOAD-RUN-ENTRY-EXIT
004630         UNTIL WS-JRNL-EOF.
004640     LOAD-RUN-JOURNAL-EXIT.
004650     EXIT.
004660
004670     LOAD-RUN-ENTRY.
004680     PERFORM READ-RUN-JOURNAL THRU READ-RUN-JOURNAL-EXIT.
004690     IF WS-JRNL-EOF THEN
004700          GO TO LOAD-RUN-ENTRY-EXIT
004710     END-IF.
004720     ADD 1 TO WS-JRNL-COUNT.
004730     IF NOT PJRN-SUSPENSE THEN
004740          GO TO LOAD-RUN-ENTRY-EXIT
004750     END-IF.
004760     IF WS-SI-COUNT NOT < 9999 THEN
004770          MOVE "Y" TO WS-SI-FULL-SW
004780          GO TO LOAD-RUN-ENTRY-EXIT
004790     END-IF.
004800     ADD 1 TO WS-SI-COUNT.
004810     MOVE PJRN-AFTER-IMAGE TO WS-SI-IMAGE (WS-SI-COUNT).
004820     MOVE "N" TO WS-SI-USED-SW (WS-SI-COUNT).
004830     LOAD-RUN-ENTRY-EXIT.
004840     EXIT.
004850
004860*---------------------------------------------------------------
004870* BACK-OUT-ENTRY - SECOND PASS, MASTER ENTRIES ONLY (SUSPENSE
004880* IS HANDLED BY COPY-SUSPENSE).  A CHANGE OF TYPE OR MASTER KEY
004890* CLOSES THE ENTRY BEFORE; THE FIRST JOURNAL ENTRY OF A KEY
004900* GIVES ITS BEFORE IMAGE, EVERY ONE AFTER MOVES THE AFTER IMAGE
004910* ON.
004920*---------------------------------------------------------------
004930     BACK-OUT-ENTRY.
004940     PERFORM READ-RUN-JOURNAL THRU READ-RUN-JOURNAL-EXIT.
004950     IF WS-JRNL-EOF OR PJRN-SUSPENSE THEN
004960          GO TO BACK-OUT-ENTRY-EXIT
004970     END-IF.
004980     IF WS-GRP-ACTIVE AND
004990        (PJRN-TYPE NOT = WS-GRP-TYPE OR
005000         PJRN-MASTER-KEY NOT = WS-GRP-KEY) THEN
005010          PERFORM APPLY-GROUP THRU APPLY-GROUP-EXIT
005020     END-IF.
005030     IF NOT WS-GRP-ACTIVE THEN
005040          MOVE "Y" TO WS-GRP-ACTIVE-SW
005050          MOVE PJRN-TYPE TO WS-GRP-TYPE
005060          MOVE PJRN-MASTER-KEY TO WS-GRP-KEY
005070          MOVE PJRN-EXISTED-SW TO WS-GRP-EXISTED-SW
005080          MOVE PJRN-BEFORE-IMAGE TO WS-GRP-BEFORE
005090          MOVE PJRN-REC-ID TO WS-DTL-REC-ID
005100     END-IF.
005110     MOVE PJRN-AFTER-IMAGE TO WS-GRP-AFTER.
005120     BACK-OUT-ENTRY-EXIT.
005130     EXIT.
005140
005150*---------------------------------------------------------------
005160* APPLY-GROUP - PUTS ONE MASTER ENTRY BACK THE WAY THE RUN FOUND
005170* IT, BUT ONLY IF IT STILL HOLDS WHAT THE RUN LEFT THERE:
005180*   AS THE RUN LEFT IT, RUN ADDED IT     - DELETED
005190*   AS THE RUN LEFT IT, RUN REPLACED IT  - BEFORE IMAGE RESTORED
005200*   ALREADY BACK AS BEFORE THE RUN       - COUNTED, NOT TOUCHED
005210*   ANYTHING ELSE (CHANGED SINCE BY A    - LEFT AS IT STANDS,
005220*   LATER RUN, ASS6VARM, THE ARCHIVE)      LISTED, RC=4
005230* EVERY VARMAST AND FUNCMAST ENTRY IS LISTED; RSLTMAST ENTRIES
005240* ARE ONLY LISTED WHEN LEFT AS THEY STAND.
005250*---------------------------------------------------------------
005260     APPLY-GROUP.
005270     MOVE "N" TO WS-GRP-ACTIVE-SW.
005280     IF WS-GRP-TYPE = "F" THEN
005290          MOVE 1 TO WS-TYPE-SUB
005300     ELSE IF WS-GRP-TYPE = "R" THEN
005310          MOVE 2 TO WS-TYPE-SUB
005320     ELSE
005330          MOVE 3 TO WS-TYPE-SUB
005340     END-IF.
005350     PERFORM READ-CURRENT THRU READ-CURRENT-EXIT.
005360     IF WS-CUR-FOUND AND WS-CUR-IMAGE = WS-GRP-AFTER THEN
005370          IF WS-GRP-EXISTED THEN
005380               MOVE "R" TO WS-ACTION
005390          ELSE
005400               MOVE "D" TO WS-ACTION
005410          END-IF
005420     ELSE IF WS-GRP-EXISTED AND WS-CUR-FOUND AND
005430             WS-CUR-IMAGE = WS-GRP-BEFORE THEN
005440          MOVE "P" TO WS-ACTION
005450     ELSE IF NOT WS-GRP-EXISTED AND NOT WS-CUR-FOUND THEN
005460          MOVE "P" TO WS-ACTION
005470     ELSE
005480          MOVE "C" TO WS-ACTION
005490     END-IF.
005500     IF WS-ACT-DELETE OR WS-ACT-RESTORE THEN
005510          PERFORM UPDATE-CURRENT THRU UPDATE-CURRENT-EXIT
005520     END-IF.
005530     IF WS-ACT-DELETE THEN
005540          ADD 1 TO WS-TT-DELETED (WS-TYPE-SUB)
005550          MOVE "ADDED BY RUN - DELETED" TO WS-DTL-ACTION
005560     ELSE IF WS-ACT-RESTORE THEN
005570          ADD 1 TO WS-TT-RESTORED (WS-TYPE-SUB)
005580          MOVE "REPLACED BY RUN - BEFORE IMAGE RESTORED"
005590              TO WS-DTL-ACTION
005600     ELSE IF WS-ACT-PREVIOUS THEN
005610          ADD 1 TO WS-TT-PREVIOUS (WS-TYPE-SUB)
005620          MOVE "ALREADY AS BEFORE THE RUN" TO WS-DTL-ACTION
005630     ELSE
005640          ADD 1 TO WS-TT-CHANGED (WS-TYPE-SUB)
005650          MOVE 4 TO WS-RETURN-CODE
005660          MOVE "CHANGED SINCE THE RUN - LEFT AS IT STANDS"
005670              TO WS-DTL-ACTION
005680     END-IF.
005690     IF WS-GRP-TYPE = "R" AND NOT WS-ACT-CHANGED THEN
005700          GO TO APPLY-GROUP-EXIT
005710     END-IF.
005720     MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO WS-DTL-MASTER.
005730     MOVE WS-GRP-KEY TO WS-DTL-KEY.
005740     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
005750     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
005760     APPLY-GROUP-EXIT.
005770     EXIT.
005780
005790*---------------------------------------------------------------
005800* READ-CURRENT - THE ENTRY AS IT STANDS ON ITS MASTER NOW, IN
005810* WS-CUR-IMAGE, LAID OUT THE SAME WAY THE JOURNAL HOLDS IT.
005820*---------------------------------------------------------------
005830     READ-CURRENT.
005840     MOVE "N" TO WS-CUR-FOUND-SW.
005850     MOVE SPACES TO WS-CUR-IMAGE.
005860     IF WS-GRP-TYPE = "F" THEN
005870          MOVE WS-GRP-KEY(1:3) TO FUNC-NAME
005880          READ FUNC-FILE
005890              INVALID KEY
005900                  GO TO READ-CURRENT-EXIT
005910          END-READ
005920          IF WS-FUNCMAST-STATUS = "00" THEN
005930               MOVE "Y" TO WS-CUR-FOUND-SW
005940               MOVE FUNC-RECORD TO WS-CUR-IMAGE
005950          END-IF
005960     ELSE IF WS-GRP-TYPE = "R" THEN
005970          MOVE WS-GRP-KEY(1:14) TO RSLM-KEY
005980          READ RSLT-MASTER
005990              INVALID KEY
006000                  GO TO READ-CURRENT-EXIT
006010          END-READ
006020          IF WS-RSLTMAST-STATUS = "00" THEN
006030               MOVE "Y" TO WS-CUR-FOUND-SW
006040               MOVE RSLM-RECORD TO WS-CUR-IMAGE
006050          END-IF
006060     ELSE
006070          MOVE WS-GRP-KEY TO VARM-NAME
006080          READ VAR-FILE
006090              INVALID KEY
006100                  GO TO READ-CURRENT-EXIT
006110          END-READ
006120          IF WS-VARMAST-STATUS = "00" THEN
006130               MOVE "Y" TO WS-CUR-FOUND-SW
006140               MOVE VARM-RECORD TO WS-CUR-IMAGE
006150          END-IF
006160     END-IF.
006170     READ-CURRENT-EXIT.
006180     EXIT.
006190
006200*---------------------------------------------------------------
006210* UPDATE-CURRENT - DELETES THE ENTRY THE RUN ADDED, OR REWRITES
006220* THE ONE IT REPLACED FROM THE BEFORE IMAGE.  A MASTER THAT
006230* REFUSES THE UPDATE TURNS THE ACTION INTO "LEFT AS IT STANDS".
006240*---------------------------------------------------------------
006250     UPDATE-CURRENT.
006260     IF WS-GRP-TYPE = "F" THEN
006270          IF WS-ACT-DELETE THEN
006280               DELETE FUNC-FILE RECORD
006290                   INVALID KEY
006300                       CONTINUE
006310               END-DELETE
006320          ELSE
006330               MOVE WS-GRP-BEFORE TO FUNC-RECORD
006340               REWRITE FUNC-RECORD
006350          END-IF
006360          MOVE WS-FUNCMAST-STATUS TO WS-IO-STATUS
006370     ELSE IF WS-GRP-TYPE = "R" THEN
006380          IF WS-ACT-DELETE THEN
006390               DELETE RSLT-MASTER RECORD
006400                   INVALID KEY
006410                       CONTINUE
006420               END-DELETE
006430          ELSE
006440               MOVE WS-GRP-BEFORE TO RSLM-RECORD
006450               REWRITE RSLM-RECORD
006460          END-IF
006470          MOVE WS-RSLTMAST-STATUS TO WS-IO-STATUS
006480     ELSE
006490          IF WS-ACT-DELETE THEN
006500               DELETE VAR-FILE RECORD
006510                   INVALID KEY
006520                       CONTINUE
006530               END-DELETE
006540          ELSE
006550               MOVE WS-GRP-BEFORE TO VARM-RECORD
006560               REWRITE VARM-RECORD
006570          END-IF
006580          MOVE WS-VARMAST-STATUS TO WS-IO-STATUS
006590     END-IF.
006600     IF WS-IO-STATUS NOT = "00" THEN
006610          DISPLAY "ASS6BACK: " WS-GRP-TYPE " " WS-GRP-KEY
006620                  " UPDATE FAILED, STATUS " WS-IO-STATUS
006630          MOVE "C" TO WS-ACTION
006640     END-IF.
006650     UPDATE-CURRENT-EXIT.
006660     EXIT.
006670
006680*---------------------------------------------------------------
006690* COPY-SUSPENSE - COPIES THE SUSPENSE FILE TO SUSPREM, DROPPING
006700* EACH RECORD THAT MATCHES ONE OF THE RUN'S JOURNALED SUSPENSE
006710* IMAGES NOT YET USED.
006720*---------------------------------------------------------------
006730     COPY-SUSPENSE.
006740     READ SUSP-IN-FILE
006750         AT END
006760             MOVE "Y" TO WS-EOF-SW
006770             GO TO COPY-SUSPENSE-EXIT
006780     END-READ.
006790     ADD 1 TO WS-SUSP-READ.
006800     MOVE "N" TO WS-SI-FOUND-SW.
006810     PERFORM MATCH-SUSPENSE THRU MATCH-SUSPENSE-EXIT
006820         VARYING WS-SI-SUB FROM 1 BY 1
006830         UNTIL WS-SI-FOUND OR WS-SI-SUB > WS-SI-COUNT.
006840     IF WS-SI-FOUND THEN
006850          ADD 1 TO WS-SUSP-REMOVED
006860     ELSE
006870          MOVE SUSP-RECORD TO REM-RECORD
006880          WRITE REM-RECORD
006890          ADD 1 TO WS-SUSP-KEPT
006900     END-IF.
006910     COPY-SUSPENSE-EXIT.
006920     EXIT.
006930
006940     MATCH-SUSPENSE.
006950     IF NOT WS-SI-USED (WS-SI-SUB) AND
006960        WS-SI-IMAGE (WS-SI-SUB) = SUSP-RECORD THEN
006970          MOVE "Y" TO WS-SI-USED-SW (WS-SI-SUB)
006980          MOVE "Y" TO WS-SI-FOUND-SW
006990     END-IF.
007000     MATCH-SUSPENSE-EXIT.
007010     EXIT.
007020
007030*---------------------------------------------------------------
007040* LIST-MISSING-SUSPENSE - A SUSPENSE RECORD THE RUN WROTE THAT
007050* IS NO LONGER ON THE FILE (ALREADY CORRECTED AND CLEARED, SO
007060* ITS REWORK RESULT MAY NEED BACKING OUT TOO) IS LISTED, RC=4.
007070*---------------------------------------------------------------
007080     LIST-MISSING-SUSPENSE.
007090     IF WS-SI-USED (WS-SI-SUB) THEN
007100          GO TO LIST-MISSING-SUSPENSE-EXIT
007110     END-IF.
007120     ADD 1 TO WS-SUSP-MISSING.
007130     MOVE 4 TO WS-RETURN-CODE.
007140     MOVE WS-SI-IMAGE (WS-SI-SUB) TO SUSP-RECORD.
007150     MOVE "SUSPENSE" TO WS-DTL-MASTER.
007160     MOVE SPACES TO WS-DTL-KEY.
007170     MOVE SUSP-FAIL-DATE TO WS-DTL-KEY(1:6).
007180     MOVE SUSP-SOURCE-SYSTEM TO WS-DTL-KEY(8:8).
007190     MOVE SUSP-ORIG-REC-ID TO WS-DTL-REC-ID.
007200     MOVE "NOT ON THE SUSPENSE FILE - NOT REMOVED"
007210         TO WS-DTL-ACTION.
007220     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
007230     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
007240     LIST-MISSING-SUSPENSE-EXIT.
007250     EXIT.
007260
007270*---------------------------------------------------------------
007280* PURGE-JOURNAL - THE RUN'S JOURNAL ENTRIES GO ONCE THE BACKOUT
007290* IS DONE AND MARKED, SO A CORRECTED EXTRACT POSTED UNDER THE
007300* SAME KEY STARTS A CLEAN JOURNAL OF ITS OWN.
007310*---------------------------------------------------------------
007320     PURGE-JOURNAL.
007330     PERFORM READ-RUN-JOURNAL THRU READ-RUN-JOURNAL-EXIT.
007340     IF WS-JRNL-EOF THEN
007350          GO TO PURGE-JOURNAL-EXIT
007360     END-IF.
007370     DELETE JRNL-FILE RECORD
007380         INVALID KEY
007390             GO TO PURGE-JOURNAL-EXIT
007400     END-DELETE.
007410     IF WS-POSTJRNL-STATUS = "00" THEN
007420          ADD 1 TO WS-JRNL-PURGED
007430     END-IF.
007440     PURGE-JOURNAL-EXIT.
007450     EXIT.
007460
007470*---------------------------------------------------------------
007480* MARK-RUN-BACKED-OUT - WITHOUT THE MARK ASS6 REFUSES THE
007490* CORRECTED EXTRACT AS A DUPLICATE, SO A MARK THAT FAILS ENDS
007500* THE RUN RC=12 AND KEEPS THE JOURNAL FOR A RERUN.
007510*---------------------------------------------------------------
007520     MARK-RUN-BACKED-OUT.
007530     MOVE WS-RUN-KEY TO RUNL-KEY.
007540     READ RUNLOG-FILE
007550         INVALID KEY
007560             DISPLAY "ASS6BACK: RUNLOG ENTRY NOT MARKED, "
007570                     "ENTRY NOT FOUND"
007580             MOVE 12 TO WS-RETURN-CODE
007590             GO TO MARK-RUN-BACKED-OUT-EXIT
007600     END-READ.
007610     MOVE "B" TO RUNL-POST-STATUS.
007620     REWRITE RUNL-RECORD.
007630     IF WS-RUNLOG-STATUS NOT = "00" THEN
007640          DISPLAY "ASS6BACK: RUNLOG ENTRY NOT MARKED, STATUS "
007650                  WS-RUNLOG-STATUS
007660          MOVE 12 TO WS-RETURN-CODE
007670     ELSE
007680          MOVE "Y" TO WS-RUNL-MARKED-SW
007690     END-IF.
007700     MARK-RUN-BACKED-OUT-EXIT.
007710     EXIT.
007720
007730*---------------------------------------------------------------
007740* WRITE-BALANCE-REPORT - WHAT EACH MASTER GAVE BACK, THEN THE
007750* BALANCE AGAINST THE RUN'S OWN RUNLOG COUNTS: RESULTS BACKED
007760* OUT (DELETED, RESTORED, OR ALREADY BACK) AGAINST RESULTS
007770* WRITTEN, SUSPENSE REMOVED AGAINST SUSPENSE WRITTEN.  EITHER
007780* ONE OUT OF BALANCE ENDS THE RUN RC=4 (OR WORSE).
007790*---------------------------------------------------------------
007800     WRITE-BALANCE-REPORT.
007810     MOVE SPACES TO WS-RPT-LINE.
007820     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
007830     PERFORM WRITE-TYPE-TOTALS THRU WRITE-TYPE-TOTALS-EXIT
007840         VARYING WS-TYPE-SUB FROM 1 BY 1
007850         UNTIL WS-TYPE-SUB > 3.
007860     MOVE "SUSPENSE" TO WS-TOT-MASTER.
007870     MOVE "RECORDS READ" TO WS-TOT-LABEL.
007880     MOVE WS-SUSP-READ TO WS-TOT-COUNT.
007890     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
007900     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
007910     MOVE SPACES TO WS-TOT-MASTER.
007920     MOVE "RECORDS REMOVED" TO WS-TOT-LABEL.
007930     MOVE WS-SUSP-REMOVED TO WS-TOT-COUNT.
007940     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
007950     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
007960     MOVE "RECORDS KEPT ON SUSPREM" TO WS-TOT-LABEL.
007970     MOVE WS-SUSP-KEPT TO WS-TOT-COUNT.
007980     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
007990     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008000     MOVE "RUN'S RECORDS NOT ON FILE" TO WS-TOT-LABEL.
008010     MOVE WS-SUSP-MISSING TO WS-TOT-COUNT.
008020     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
008030     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008040     MOVE "POSTJRNL" TO WS-TOT-MASTER.
008050     MOVE "JOURNAL ENTRIES PURGED" TO WS-TOT-LABEL.
008060     MOVE WS-JRNL-PURGED TO WS-TOT-COUNT.
008070     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
008080     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008090     MOVE SPACES TO WS-RPT-LINE.
008100     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008110
008120     COMPUTE WS-RSLT-BACKED = WS-TT-DELETED (2) +
008130         WS-TT-RESTORED (2) + WS-TT-PREVIOUS (2).
008140     MOVE "RESULTS" TO WS-BAL-LABEL.
008150     MOVE RUNL-RSLT-COUNT TO WS-BAL-RUNLOG.
008160     MOVE WS-RSLT-BACKED TO WS-BAL-BACKED.
008170     IF WS-RSLT-BACKED = RUNL-RSLT-COUNT THEN
008180          MOVE "IN BALANCE" TO WS-BAL-VERDICT
008190     ELSE
008200          MOVE "OUT OF BALANCE" TO WS-BAL-VERDICT
008210          IF WS-RETURN-CODE < 4 THEN
008220               MOVE 4 TO WS-RETURN-CODE
008230          END-IF
008240     END-IF.
008250     MOVE WS-BAL-LINE TO WS-RPT-LINE.
008260     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008270     MOVE "SUSPENSE" TO WS-BAL-LABEL.
008280     MOVE RUNL-SUSP-COUNT TO WS-BAL-RUNLOG.
008290     MOVE WS-SUSP-REMOVED TO WS-BAL-BACKED.
008300     IF WS-SUSP-REMOVED = RUNL-SUSP-COUNT THEN
008310          MOVE "IN BALANCE" TO WS-BAL-VERDICT
008320     ELSE
008330          MOVE "OUT OF BALANCE" TO WS-BAL-VERDICT
008340          IF WS-RETURN-CODE < 4 THEN
008350               MOVE 4 TO WS-RETURN-CODE
008360          END-IF
008370     END-IF.
008380     MOVE WS-BAL-LINE TO WS-RPT-LINE.
008390     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008400     MOVE SPACES TO WS-RPT-LINE.
008410     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008420     IF WS-RETURN-CODE = ZERO THEN
008430          MOVE "  BACKOUT COMPLETE AND IN BALANCE" TO WS-RPT-LINE
008440     ELSE
008450          MOVE "  BACKOUT COMPLETE WITH EXCEPTIONS - REVIEW THE "
008460              TO WS-RPT-LINE
008470          MOVE "ITEMS LISTED" TO WS-RPT-LINE(50:12)
008480     END-IF.
008490     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008500     IF WS-RUNL-MARKED THEN
008510          MOVE "  RUNLOG ENTRY MARKED BACKED OUT" TO WS-RPT-LINE
008520     ELSE
008530          MOVE "  *** RUNLOG ENTRY NOT MARKED - CORRECTED "
008540              TO WS-RPT-LINE
008550          MOVE "EXTRACT WILL BE REFUSED (RC=20) ***"
008560              TO WS-RPT-LINE(43:35)
008570     END-IF.
008580     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008590     WRITE-BALANCE-REPORT-EXIT.
008600     EXIT.
008610
008620     WRITE-TYPE-TOTALS.
008630     MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO WS-TOT-MASTER.
008640     MOVE "ENTRIES DELETED" TO WS-TOT-LABEL.
008650     MOVE WS-TT-DELETED (WS-TYPE-SUB) TO WS-TOT-COUNT.
008660     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
008670     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008680     MOVE SPACES TO WS-TOT-MASTER.
008690     MOVE "ENTRIES RESTORED" TO WS-TOT-LABEL.
008700     MOVE WS-TT-RESTORED (WS-TYPE-SUB) TO WS-TOT-COUNT.
008710     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
008720     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008730     MOVE "ALREADY AS BEFORE THE RUN" TO WS-TOT-LABEL.
008740     MOVE WS-TT-PREVIOUS (WS-TYPE-SUB) TO WS-TOT-COUNT.
008750     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
008760     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008770     MOVE "CHANGED SINCE - LEFT AS IS" TO WS-TOT-LABEL.
008780     MOVE WS-TT-CHANGED (WS-TYPE-SUB) TO WS-TOT-COUNT.
008790     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
008800     PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
008810     WRITE-TYPE-TOTALS-EXIT.
008820     EXIT.
008830
008840     WRITE-RPT-LINE.
008850     IF WS-LINE-COUNT > 55 THEN
008860          ADD 1 TO WS-PAGE-COUNT
008870          MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE
008880          WRITE RPT-RECORD FROM WS-HEAD-LINE
008890              AFTER ADVANCING PAGE
008900          MOVE 1 TO WS-LINE-COUNT
008910     END-IF.
008920     WRITE RPT-RECORD FROM WS-RPT-LINE
008930         AFTER ADVANCING 1 LINE.
008940     ADD 1 TO WS-LINE-COUNT.
008950     WRITE-RPT-LINE-EXIT.
008960     EXIT.
008970
008980*---------------------------------------------------------------
008990* READ-BUSINESS-DATE - THE REPORT IS DATED WITH THE BUSINESS
009000* DATE ON THE BDATECTL CONTROL RECORD, NOT THE MACHINE CLOCK.
009010* NO USABLE CONTROL RECORD - NO RUN (RC=16).
009020*---------------------------------------------------------------
009030     READ-BUSINESS-DATE.
009040     OPEN INPUT BDATE-FILE.
009050     READ BDATE-FILE
009060         AT END
009070             MOVE ZERO TO BDAT-BUSINESS-DATE
009080     END-READ.
009090     CLOSE BDATE-FILE.
009100     IF BDAT-BUSINESS-DATE IS NOT NUMERIC OR
009110        BDAT-BUSINESS-DATE = ZERO THEN
009120          DISPLAY "ASS6BACK: BUSINESS DATE CONTROL "
009130                  "RECORD MISSING OR INVALID - RUN REFUSED"
009140          MOVE 16 TO RETURN-CODE
009150          STOP RUN
009160     END-IF.
009170     MOVE BDAT-BUSINESS-DATE TO WS-RUN-DATE8.
009180     READ-BUSINESS-DATE-EXIT.
009190     EXIT.
