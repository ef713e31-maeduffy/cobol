000100******************************************************************
000200*                                                                *
000300*    ACKSREC.CPY                                                 *
000400*                                                                *
000500*    ACKNOWLEDGMENT STATUS - ONE RECORD FOR EVERY DETAIL AN      *
000600*    UPSTREAM SOURCE SENT ON A BUSINESS DATE, KEYED BY THE       *
000700*    SOURCE, THE BUSINESS DATE, THE EXTRACT'S POSITION ON THAT   *
000800*    NIGHT'S MRGIN, AND THE DETAIL'S POSITION IN THE SOURCE'S    *
000900*    OWN EXTRACT.  EACH STEP OF THE NIGHT WRITES THE DETAIL'S    *
001000*    STATUS AS IT LEAVES IT, AND THE LAST ONE STANDS:            *
001100*        ASS6MRG   U = RECEIVED, NOT YET ANSWERED                *
001200*                  H = HELD - THE EXTRACT WENT TO HOLDOUT        *
001300*        ASS6EDIT  R = REJECTED, WITH THE REJ-REASON-CODE        *
001400*        ASS6      P = POSTED, WITH ITS RESULT                   *
001500*                  S = SUSPENDED, WITH THE SUSP-REASON-CODE      *
001600*    ACKS-REC-ID IS THE RECORD ID THE STEP KNEW THE DETAIL BY    *
001700*    (THE EDIT'S READ COUNT, THE EVALUATOR'S RSLTMAST ID).       *
001800*                                                                *
001900*    SOURCE SEQUENCE ZERO IS THE EXTRACT ENTRY ASS6MRG WRITES    *
002000*    FOR THE EXTRACT ITSELF - ITS HEADER DATE, THE DETAILS READ, *
002100*    AND THE MERGE VERDICT.  ASS6ACK BUILDS EACH SOURCE'S        *
002200*    ACKNOWLEDGMENT FILE FROM THESE RECORDS AND DROPS THE        *
002300*    SOURCE'S ENTRIES FROM EARLIER BUSINESS DATES.               *
002400*                                                                *
002500******************************************************************
002600 01  ACKS-RECORD.
002700     05  ACKS-KEY.
002800         10  ACKS-SOURCE-SYSTEM     PIC X(08).
002900         10  ACKS-BUSINESS-DATE     PIC 9(08).
003000         10  ACKS-EXTRACT-NO        PIC 9(02).
003100         10  ACKS-SOURCE-SEQ        PIC 9(06).
003200             88  ACKS-EXTRACT-ENTRY           VALUE ZERO.
003300     05  ACKS-STATUS                PIC X(01).
003400         88  ACKS-UNANSWERED                  VALUE "U".
003500         88  ACKS-HELD                        VALUE "H".
003600         88  ACKS-REJECTED                    VALUE "R".
003700         88  ACKS-POSTED                      VALUE "P".
003800         88  ACKS-SUSPENDED                   VALUE "S".
003900     05  ACKS-REASON-CODE           PIC X(04).
004000     05  ACKS-RESULT                PIC X(12).
004100     05  ACKS-REC-ID                PIC 9(06).
004200     05  FILLER                     PIC X(20).
004300
004400 01  ACKS-EXTRACT-RECORD.
004500     05  FILLER                     PIC X(24).
004600     05  ACKS-EXT-EXTRACT-DATE      PIC 9(08).
004700     05  ACKS-EXT-DETAIL-COUNT      PIC 9(06).
004800     05  ACKS-EXT-VERDICT           PIC X(14).
004900     05  FILLER                     PIC X(15).
