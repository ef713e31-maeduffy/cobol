000100******************************************************************
000200*                                                                *
000300*    PJRNREC.CPY                                                 *
000400*                                                                *
000500*    POSTING JOURNAL - ONE RECORD FOR EVERY ENTRY THE ASS6       *
000600*    EVALUATOR POSTS TO A MASTER OR TO SUSPENSE, FILED UNDER THE *
000700*    RUNLOG KEY OF THE PASS THAT POSTED IT (EXTRACT DATE AND     *
000800*    SOURCE OFF THE TRANSIN HEADER, OR RUN DATE AND "REWORK"     *
000900*    FOR A REWORK PASS).  THE ASS6BACK BACKOUT UTILITY READS A   *
001000*    RUN'S ENTRIES BACK TO UNDO EVERYTHING IT POSTED.            *
001100*                                                                *
001200*    PJRN-TYPE SAYS WHAT WAS POSTED AND PJRN-MASTER-KEY CARRIES  *
001300*    THAT ENTRY'S OWN KEY:                                       *
001400*        F = FUNCMAST ("def")     FUNC-NAME                      *
001500*        R = RSLTMAST             RSLM-KEY (RUN DATE + REC ID)   *
001600*        S = SUSPENSE             SUSP-ORIG-REC-ID + FAIL DATE   *
001700*        V = VARMAST ("let")      VARM-NAME                      *
001800*    PJRN-BEFORE-IMAGE IS THE MASTER RECORD AS IT STOOD BEFORE   *
001900*    THE POST (SPACES, WITH PJRN-EXISTED-SW "N", WHEN THE POST   *
002000*    ADDED THE ENTRY) AND PJRN-AFTER-IMAGE IS THE RECORD AS      *
002100*    POSTED.  A SUSPENSE ENTRY CARRIES ONLY THE AFTER IMAGE.     *
002200*                                                                *
002300*    THE PASS STAMP (MACHINE DATE AND TIME THE PASS STARTED) AND *
002400*    THE SEQUENCE NUMBER WITHIN THE PASS KEEP EVERY POST OF THE  *
002500*    SAME MASTER ENTRY IN THE ORDER IT HAPPENED - A NAME "let"   *
002600*    TWICE, OR RE-POSTED BY A RESTART, READS BACK FIRST POST     *
002700*    FIRST, SO THE BACKOUT TAKES THE FIRST BEFORE IMAGE AND THE  *
002800*    LAST AFTER IMAGE.                                           *
002900*                                                                *
003000******************************************************************
003100 01  PJRN-RECORD.
003200     05  PJRN-KEY.
003300         10  PJRN-RUN-KEY.
003400             15  PJRN-EXTRACT-DATE  PIC 9(08).
003500             15  PJRN-SOURCE-SYSTEM PIC X(08).
003600         10  PJRN-TYPE              PIC X(01).
003700             88  PJRN-FUNCTION                VALUE "F".
003800             88  PJRN-RESULT                  VALUE "R".
003900             88  PJRN-SUSPENSE                VALUE "S".
004000             88  PJRN-VARIABLE                VALUE "V".
004100         10  PJRN-MASTER-KEY        PIC X(20).
004200         10  PJRN-PASS-STAMP.
004300             15  PJRN-PASS-DATE     PIC 9(08).
004400             15  PJRN-PASS-TIME     PIC 9(08).
004500         10  PJRN-SEQ               PIC 9(06).
004600     05  PJRN-RUN-DATE              PIC 9(08).
004700     05  PJRN-RUN-MODE              PIC X(01).
004800     05  PJRN-REC-ID                PIC 9(06).
004900     05  PJRN-EXISTED-SW            PIC X(01).
005000         88  PJRN-EXISTED                     VALUE "Y".
005100         88  PJRN-ADDED                       VALUE "N".
005200     05  PJRN-BEFORE-IMAGE          PIC X(120).
005300     05  PJRN-AFTER-IMAGE           PIC X(120).
005400     05  FILLER                     PIC X(10).
