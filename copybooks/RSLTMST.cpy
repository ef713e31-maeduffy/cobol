001500*    HELP DESK WILL ASK ABOUT AND CANNOT COLLIDE WITH THE SAME   *
001600*    DAY'S PRODUCTION RECORD IDS.                                *
001700*                                                                *
001710*    RSLM-FUNC-SOURCE/RSLM-FUNC-VERSION RECORD WHICH DEFINITION  *
001720*    A FUNCTION APPLICATION USED ("D" SAME-DAY "def", "L" THE    *
001730*    FUNCLIB LIBRARY VERSION SHOWN), AS ON RSLTREC.              *
001740*                                                                *
001800******************************************************************
001900 01  RSLM-RECORD.
002000     05  RSLM-KEY.
002900     05  RSLM-ORIG-DATE                 PIC 9(06).
003000     05  RSLM-SOURCE-SYSTEM             PIC X(08).
003100     05  RSLM-REWORK-DATE               PIC 9(08).
003110     05  RSLM-FUNC-SOURCE               PIC X(01).
003120     05  RSLM-FUNC-VERSION              PIC 9(04).
