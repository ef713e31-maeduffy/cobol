000100******************************************************************
000200*                                                                *
000300*    RATEREC.CPY                                                 *
000400*                                                                *
000500*    CHARGEBACK RATE CARD - ONE RECORD PER SOURCE SYSTEM,        *
000600*    OPERATION CLASS AND EFFECTIVE-FROM DATE, SO A SOURCE AND    *
000700*    CLASS'S RATES READ BACK OLDEST FIRST.  A SOURCE OF "*ALL*"  *
000800*    IS THE RATE FOR A CLASS FROM ANY SOURCE WITHOUT A RATE OF   *
000900*    ITS OWN IN FORCE ON THE DAY.  THE CLASSES ARE               *
001000*        ARTH  ARITHMETIC (+ - * /)                              *
001100*        CMPL  COMPARISON AND LOGICAL (eq? <= >= < > <> and or)  *
001200*        IF    THE "if" VERB                                     *
001300*        LET   THE "let" VERB                                    *
001400*        DEF   THE "def" VERB                                    *
001500*        FUNC  FUNCTION APPLICATION (ANY OTHER SYM)              *
001600*        RWRK  REWORK (RSLM-REWORK-FLAG "R"), WHATEVER THE SYM   *
001700*                                                                *
001800*    RATE-PER-RESULT IS CHARGED FOR EVERY RESULT OF THE CLASS    *
001900*    WHOSE DATE FALLS IN RATE-EFF-FROM THRU RATE-EFF-TO (THE     *
002000*    RUN DATE, OR THE REWORK DATE FOR A REWORK RESULT).          *
002100*    RATE-EFF-TO OF 99999999 MEANS OPEN-ENDED.  THE GENERAL      *
002200*    LEDGER JOURNAL DEBITS RATE-DEBIT-ACCOUNT AND CREDITS        *
002300*    RATE-CREDIT-ACCOUNT WITH THE AMOUNT, UNDER THE SOURCE       *
002400*    SYSTEM AS COST CENTER.                                      *
002500*                                                                *
002600*    RATES ARE ADDED AND CHANGED ONLY BY THE ASS6RATE UTILITY    *
002700*    (RATEJOB).  A RATE NEVER TAKES EFFECT BEFORE THE BUSINESS   *
002800*    DATE IT IS ADDED ON, SO THE RATE IN FORCE ON A PAST DATE    *
002900*    NEVER CHANGES; THE ASS6CHG MONTH-END CHARGEBACK PRICES      *
003000*    FROM IT.                                                    *
003100*                                                                *
003200******************************************************************
003300 01  RATE-RECORD.
003400     05  RATE-KEY.
003500         10  RATE-SOURCE-SYSTEM     PIC X(08).
003600         10  RATE-CLASS             PIC X(04).
003700         10  RATE-EFF-FROM          PIC 9(08).
003800     05  RATE-EFF-TO                PIC 9(08).
003900     05  RATE-PER-RESULT            PIC 9(03)V9(04).
004000     05  RATE-DEBIT-ACCOUNT         PIC X(12).
004100     05  RATE-CREDIT-ACCOUNT        PIC X(12).
004200     05  RATE-ADDED-DATE            PIC 9(08).
004300     05  RATE-CHANGED-DATE          PIC 9(08).
004400     05  FILLER                     PIC X(15).
