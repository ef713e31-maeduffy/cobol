000100******************************************************************
000200*                                                                *
000300*    GLJREC.CPY                                                  *
000400*                                                                *
000500*    GENERAL LEDGER JOURNAL FEED FROM THE ASS6CHG MONTH-END      *
000600*    CHARGEBACK - FIXED 80-BYTE RECORDS:                         *
000700*        H  ONE HEADER - THE PERIOD BILLED AND ITS DATE RANGE    *
000800*        D  TWO DETAILS PER PRICED INVOICE LINE - A DEBIT TO     *
000900*           THE RATE'S DEBIT ACCOUNT AND A CREDIT TO ITS CREDIT  *
001000*           ACCOUNT, BOTH UNDER THE SOURCE SYSTEM AS COST        *
001100*           CENTER, WITH THE CLASS, RESULT COUNT AND RATE        *
001200*        T  ONE TRAILER - DETAIL COUNT, DEBIT AND CREDIT TOTALS  *
001300*           (WHICH MUST AGREE), THE RESULTS ACCOUNTED FOR        *
001400*           (PRICED, UNPRICED, AND PRODUCTION RESULTS SINCE      *
001500*           REPLACED BY A REWORK), AND THE RESULT COUNT THE      *
001600*           MONTH'S RUNLOG ENTRIES CARRY - THE TWO MUST AGREE    *
001700*    GLJ-SEQ NUMBERS EVERY RECORD, THE HEADER BEING 1.  AMOUNTS  *
001800*    ARE ALWAYS POSITIVE; GLJ-DR-CR SAYS WHICH SIDE.             *
001900*                                                                *
002000******************************************************************
002100 01  GLJ-RECORD.
002200     05  GLJ-REC-TYPE               PIC X(01).
002300         88  GLJ-HEADER                       VALUE "H".
002400         88  GLJ-DETAIL                       VALUE "D".
002500         88  GLJ-TRAILER                      VALUE "T".
002600     05  GLJ-JOURNAL-ID             PIC X(08).
002700     05  GLJ-PERIOD                 PIC 9(06).
002800     05  GLJ-SEQ                    PIC 9(06).
002900     05  GLJ-DETAIL-DATA.
003000         10  GLJ-ACCOUNT            PIC X(12).
003100         10  GLJ-COST-CENTER        PIC X(08).
003200         10  GLJ-DR-CR              PIC X(01).
003300             88  GLJ-DEBIT                    VALUE "D".
003400             88  GLJ-CREDIT                   VALUE "C".
003500         10  GLJ-AMOUNT             PIC S9(11)V99
003600                                    SIGN LEADING SEPARATE.
003700         10  GLJ-CLASS              PIC X(04).
003800         10  GLJ-QUANTITY           PIC 9(09).
003900         10  GLJ-RATE               PIC 9(03)V9(04).
004000         10  FILLER                 PIC X(04).
004100     05  GLJ-HEADER-DATA REDEFINES GLJ-DETAIL-DATA.
004200         10  GLJ-HDR-RUN-DATE       PIC 9(08).
004300         10  GLJ-HDR-FROM-DATE      PIC 9(08).
004400         10  GLJ-HDR-TO-DATE        PIC 9(08).
004500         10  FILLER                 PIC X(35).
004600     05  GLJ-TRAILER-DATA REDEFINES GLJ-DETAIL-DATA.
004700         10  GLJ-TRL-DETAIL-COUNT   PIC 9(06).
004800         10  GLJ-TRL-DEBIT-TOTAL    PIC S9(13)V99
004900                                    SIGN LEADING SEPARATE.
005000         10  GLJ-TRL-CREDIT-TOTAL   PIC S9(13)V99
005100                                    SIGN LEADING SEPARATE.
005200         10  GLJ-TRL-RESULT-COUNT   PIC 9(09).
005300         10  GLJ-TRL-RUNLOG-COUNT   PIC 9(09).
005400         10  FILLER                 PIC X(03).
