000100******************************************************************
000200*                                                                *
000300*    VLINREC.CPY                                                 *
000400*                                                                *
000500*    VARIABLE LINEAGE - ONE RECORD FOR EVERY "let" THE ASS6      *
000600*    EVALUATOR STORES (TYPE S) AND FOR EVERY LOOKUP THAT FINDS   *
000700*    A STORED VALUE (TYPE U), KEYED BY THE VARIABLE NAME, THE    *
000800*    BUSINESS DATE OF THE PASS, THE PASS STAMP AND THE SEQUENCE  *
000900*    WITHIN THE PASS, SO ONE NAME'S HISTORY READS BACK IN THE    *
001000*    ORDER IT HAPPENED: EACH STORE FOLLOWED BY THE USES OF THE   *
001100*    VALUE IT STORED, UP TO THE NEXT STORE.  THE ASS6LINE        *
001200*    REPORT TRACES A NAME AND WORKS OUT WHAT A BAD STORE TOUCHED.*
001300*                                                                *
001400*    VLIN-RSLM-KEY IS THE RSLTMAST KEY OF THE STORING OR         *
001500*    CONSUMING RECORD (RUN DATE PLUS RECORD ID, OR THE EXPANDED  *
001600*    FAIL DATE PLUS ORIGINAL ID FOR A REWORK PASS).  A STORE     *
001700*    CARRIES THE VALUE IT REPLACED (VLIN-OLD-SW "N" WHEN THE     *
001800*    NAME HAD NO VALUE IN THE RUN) AND THE VALUE IT STORED; A    *
001900*    USE CARRIES THE VALUE IT PICKED UP IN VLIN-NEW-VALUE.       *
002000*                                                                *
002100******************************************************************
002200 01  VLIN-RECORD.
002300     05  VLIN-KEY.
002400         10  VLIN-NAME              PIC X(20).
002500         10  VLIN-RUN-DATE          PIC 9(08).
002600         10  VLIN-PASS-STAMP.
002700             15  VLIN-PASS-DATE     PIC 9(08).
002800             15  VLIN-PASS-TIME     PIC 9(08).
002900         10  VLIN-SEQ               PIC 9(06).
003000     05  VLIN-TYPE                  PIC X(01).
003100         88  VLIN-STORE                       VALUE "S".
003200         88  VLIN-USE                         VALUE "U".
003300     05  VLIN-RSLM-KEY.
003400         10  VLIN-RSLM-DATE         PIC 9(08).
003500         10  VLIN-REC-ID            PIC 9(06).
003600     05  VLIN-SOURCE-SYSTEM         PIC X(08).
003700     05  VLIN-SYM                   PIC X(03).
003800     05  VLIN-RUN-MODE              PIC X(01).
003900     05  VLIN-OLD-SW                PIC X(01).
004000         88  VLIN-OLD-EXISTED                 VALUE "Y".
004100     05  VLIN-OLD-VALUE             PIC S9(7)V99.
004200     05  VLIN-NEW-VALUE             PIC S9(7)V99.
004300     05  FILLER                     PIC X(24).
