000100******************************************************************
000200*                                                                *
000300*    RSNRREC.CPY                                                 *
000400*                                                                *
000500*    RESULT REASONABLENESS RULE - ONE RECORD PER SOURCE SYSTEM   *
000600*    AND SYM (AN OPERATOR, A VERB, OR A FUNCTION NAME), KEYED    *
000700*    SOURCE PLUS SYM.  A SOURCE OF "*ALL*" IS THE RULE FOR A     *
000800*    SYM FROM ANY SOURCE WITHOUT A RULE OF ITS OWN.              *
000900*                                                                *
001000*    ASS6RSN TESTS EVERY NUMERIC RESULT OF THE NIGHT AGAINST     *
001100*    ITS RULE AND QUEUES ANY THAT FAIL FOR THE DESK (REVQUEUE):  *
001200*        BELOW RSNR-MIN-RESULT (WHEN RSNR-MIN-SET)               *
001300*        ABOVE RSNR-MAX-RESULT (WHEN RSNR-MAX-SET)               *
001400*        MORE THAN RSNR-MAX-PCT-CHANGE PERCENT AWAY FROM THE     *
001500*        AVERAGE RESULT FOR THE SAME SOURCE AND SYM ON RSLTMAST  *
001600*        OVER THE RSNR-AVG-DAYS CALENDAR DAYS BEFORE THE         *
001700*        BUSINESS DATE.  ZERO PERCENT IS NOT CHECKED, AND THE    *
001800*        TEST IS SKIPPED UNTIL THAT HISTORY HOLDS AT LEAST       *
001900*        RSNR-MIN-SAMPLE RESULTS.                                *
002000*                                                                *
002100*    RULES ARE ADDED AND CHANGED ONLY BY THE ASS6RULE UTILITY    *
002200*    (RULEJOB).                                                  *
002300*                                                                *
002400******************************************************************
002500 01  RSNR-RECORD.
002600     05  RSNR-KEY.
002700         10  RSNR-SOURCE-SYSTEM     PIC X(08).
002800         10  RSNR-SYM               PIC X(03).
002900     05  RSNR-MIN-FLAG              PIC X(01).
003000         88  RSNR-MIN-SET                     VALUE "Y".
003100     05  RSNR-MIN-RESULT            PIC S9(09)V99.
003200     05  RSNR-MAX-FLAG              PIC X(01).
003300         88  RSNR-MAX-SET                     VALUE "Y".
003400     05  RSNR-MAX-RESULT            PIC S9(09)V99.
003500     05  RSNR-MAX-PCT-CHANGE        PIC 9(05)V99.
003600     05  RSNR-AVG-DAYS              PIC 9(03).
003700     05  RSNR-MIN-SAMPLE            PIC 9(04).
003800     05  RSNR-ADDED-DATE            PIC 9(08).
003900     05  RSNR-CHANGED-DATE          PIC 9(08).
004000     05  FILLER                     PIC X(15).
