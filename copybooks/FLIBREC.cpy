000100******************************************************************
000200*                                                                *
000300*    FLIBREC.CPY                                                 *
000400*                                                                *
000500*    FUNCTION LIBRARY - THE PERMANENT, VERSIONED COUNTERPART OF  *
000600*    THE SAME-DAY FUNCMAST "def" MASTER.  ONE RECORD PER         *
000700*    VERSION OF A NAMED FUNCTION, KEYED BY NAME PLUS VERSION     *
000800*    NUMBER, SO A NAME'S VERSIONS READ BACK OLDEST FIRST.  THE   *
000900*    BODY IS HELD THE WAY FUNCREC HOLDS IT (OPERATOR AND TWO     *
001000*    OPERANDS, %1/%2 FOR THE CALLER'S VALUES).                   *
001100*                                                                *
001200*    ENTRIES ARE ADDED AND CHANGED ONLY BY THE ASS6FLIB          *
001300*    UTILITY: A VERSION IS PROPOSED (STATUS P) BY ONE USER AND   *
001400*    APPROVED (A) OR REJECTED (R) BY ANOTHER.  AN APPROVED       *
001500*    VERSION IS NEVER ALTERED EXCEPT TO END IT, AND ENDING IT    *
001600*    IS ITSELF PROPOSED (FLIB-END-TO/FLIB-END-BY) BY ONE USER    *
001700*    AND APPROVED BY ANOTHER (FLIB-END-APPROVED-BY, SPACES       *
001800*    WHILE THE END AWAITS APPROVAL).  NEITHER A VERSION NOR AN   *
001900*    END MAY TAKE EFFECT BEFORE THE BUSINESS DATE IT IS          *
002000*    APPROVED ON, SO THE VERSION IN FORCE ON A PAST DATE NEVER   *
002100*    CHANGES.                                                    *
002200*                                                                *
002300*    ASS6, ASS6EDIT AND ASS6CORR USE THE HIGHEST APPROVED        *
002400*    VERSION WHOSE FLIB-EFF-FROM/FLIB-EFF-TO RANGE HOLDS THE     *
002500*    EXTRACT DATE (THE FAIL DATE FOR A CORRECTION OR REWORK)     *
002600*    WHENEVER NO SAME-DAY "def" OF THE NAME EXISTS ON FUNCMAST.  *
002700*    FLIB-EFF-TO OF 99999999 MEANS OPEN-ENDED.                   *
002800*                                                                *
002900******************************************************************
003000 01  FLIB-RECORD.
003100     05  FLIB-KEY.
003200         10  FLIB-NAME              PIC X(03).
003300         10  FLIB-VERSION           PIC 9(04).
003400     05  FLIB-SYM                   PIC X(03).
003500     05  FLIB-OPERAND-1             PIC X(18).
003600     05  FLIB-OPERAND-2             PIC X(18).
003700     05  FLIB-EFF-FROM              PIC 9(08).
003800     05  FLIB-EFF-TO                PIC 9(08).
003900     05  FLIB-STATUS                PIC X(01).
004000         88  FLIB-PROPOSED                    VALUE "P".
004100         88  FLIB-APPROVED                    VALUE "A".
004200         88  FLIB-REJECTED                    VALUE "R".
004300     05  FLIB-PROPOSED-BY           PIC X(08).
004400     05  FLIB-PROPOSED-DATE         PIC 9(08).
004500     05  FLIB-APPROVED-BY           PIC X(08).
004600     05  FLIB-APPROVED-DATE         PIC 9(08).
004700     05  FLIB-END-TO                PIC 9(08).
004800     05  FLIB-END-BY                PIC X(08).
004900     05  FLIB-END-APPROVED-BY       PIC X(08).
005000     05  FILLER                     PIC X(01).
