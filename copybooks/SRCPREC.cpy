000100******************************************************************
000200*                                                                *
000300*    SRCPREC.CPY                                                 *
000400*                                                                *
000500*    SOURCE-SYSTEM PROFILE MASTER - ONE RECORD PER UPSTREAM      *
000600*    FEED, KEYED BY THE SOURCE SYSTEM NAME THE FEED PUTS ON ITS  *
000700*    HDR RECORD (TRAN-HDR-SOURCE-SYSTEM).  ASS6MRG HOLDS A       *
000800*    SOURCE THAT HAS NO ACTIVE PROFILE, WHOSE DETAIL COUNT FALLS *
000900*    OUTSIDE SRCP-MIN-DETAILS/SRCP-MAX-DETAILS, OR WHOSE EXTRACT *
001000*    DATE IS MORE THAN SRCP-MAX-AGE-DAYS BEFORE (OR IS AFTER)    *
001100*    THE BUSINESS DATE.  ASS6EDIT REJECTS A DETAIL THAT SENDS AN *
001200*    OPERATOR OR VERB ITS SOURCE IS NOT ALLOWED, OR A NUMERIC    *
001300*    OPERAND LARGER IN MAGNITUDE THAN SRCP-MAX-OPERAND (ZERO     *
001400*    MEANS NO LIMIT).  THE ASS6PROF UTILITY MAINTAINS AND LISTS  *
001500*    THE FILE.                                                   *
001600*                                                                *
001700*    THE SIXTEEN ALLOW FLAGS ("Y" = ALLOWED) ARE IN A FIXED      *
001800*    ORDER THAT ASS6EDIT AND ASS6PROF BOTH RELY ON:              *
001900*        1 +      2 -      3 *      4 /      5 eq?    6 <=       *
002000*        7 >=     8 <      9 >     10 <>    11 and   12 or       *
002100*       13 if    14 let   15 def   16 fn  (APPLYING A FUNCTION   *
002200*                                          BY ITS "def" NAME)    *
002300*                                                                *
002400******************************************************************
002500 01  SRCP-RECORD.
002600     05  SRCP-SOURCE-SYSTEM         PIC X(08).
002700     05  SRCP-DESCRIPTION           PIC X(30).
002800     05  SRCP-STATUS                PIC X(01).
002900         88  SRCP-ACTIVE                      VALUE "A".
003000         88  SRCP-SUSPENDED                   VALUE "S".
003100     05  SRCP-ALLOW-FLAGS.
003200         10  SRCP-ALLOW-ADD         PIC X(01).
003300         10  SRCP-ALLOW-SUBTRACT    PIC X(01).
003400         10  SRCP-ALLOW-MULTIPLY    PIC X(01).
003500         10  SRCP-ALLOW-DIVIDE      PIC X(01).
003600         10  SRCP-ALLOW-EQ          PIC X(01).
003700         10  SRCP-ALLOW-LE          PIC X(01).
003800         10  SRCP-ALLOW-GE          PIC X(01).
003900         10  SRCP-ALLOW-LT          PIC X(01).
004000         10  SRCP-ALLOW-GT          PIC X(01).
004100         10  SRCP-ALLOW-NE          PIC X(01).
004200         10  SRCP-ALLOW-AND         PIC X(01).
004300         10  SRCP-ALLOW-OR          PIC X(01).
004400         10  SRCP-ALLOW-IF          PIC X(01).
004500         10  SRCP-ALLOW-LET         PIC X(01).
004600         10  SRCP-ALLOW-DEF         PIC X(01).
004700         10  SRCP-ALLOW-FN          PIC X(01).
004800     05  SRCP-ALLOW-TABLE REDEFINES SRCP-ALLOW-FLAGS.
004900         10  SRCP-ALLOW             PIC X(01) OCCURS 16 TIMES.
005000     05  SRCP-MAX-OPERAND           PIC 9(07)V99.
005100     05  SRCP-MIN-DETAILS           PIC 9(06).
005200     05  SRCP-MAX-DETAILS           PIC 9(06).
005300     05  SRCP-MAX-AGE-DAYS          PIC 9(03).
005400     05  SRCP-ADDED-DATE            PIC 9(08).
005500     05  SRCP-CHANGED-DATE          PIC 9(08).
005600     05  FILLER                     PIC X(25).
