000100******************************************************************
000200*                                                                *
000300*    SRCPOPS.CPY                                                 *
000400*                                                                *
000500*    THE OPERATORS AND VERBS IN SRCPROF ALLOW-FLAG ORDER -       *
000600*    SRCP-OP-SYM (N) IS THE SYM WHOSE PERMISSION IS SRCP-ALLOW   *
000700*    (N) ON THE SRCPREC PROFILE RECORD.  THE SIXTEENTH ENTRY,    *
000800*    "fn", STANDS FOR APPLYING A FUNCTION BY ITS "def" NAME.     *
000900*    ASS6EDIT MATCHES EACH DETAIL AGAINST THIS TABLE AND         *
001000*    ASS6PROF NAMES THE FLAGS WITH IT, SO THE TWO CAN NEVER      *
001100*    DISAGREE ON THE ORDER.                                      *
001200*                                                                *
001300******************************************************************
001400 01  SRCP-OP-LIST.
001500     05  FILLER                     PIC X(03) VALUE "+".
001600     05  FILLER                     PIC X(03) VALUE "-".
001700     05  FILLER                     PIC X(03) VALUE "*".
001800     05  FILLER                     PIC X(03) VALUE "/".
001900     05  FILLER                     PIC X(03) VALUE "eq?".
002000     05  FILLER                     PIC X(03) VALUE "<=".
002100     05  FILLER                     PIC X(03) VALUE ">=".
002200     05  FILLER                     PIC X(03) VALUE "<".
002300     05  FILLER                     PIC X(03) VALUE ">".
002400     05  FILLER                     PIC X(03) VALUE "<>".
002500     05  FILLER                     PIC X(03) VALUE "and".
002600     05  FILLER                     PIC X(03) VALUE "or".
002700     05  FILLER                     PIC X(03) VALUE "if".
002800     05  FILLER                     PIC X(03) VALUE "let".
002900     05  FILLER                     PIC X(03) VALUE "def".
003000     05  FILLER                     PIC X(03) VALUE "fn".
003100 01  SRCP-OP-TABLE REDEFINES SRCP-OP-LIST.
003200     05  SRCP-OP-SYM OCCURS 16 TIMES PIC X(03).
