000100******************************************************************
000200*                                                                *
000300*    ACKFREC.CPY                                                 *
000400*                                                                *
000500*    ACKNOWLEDGMENT FILE RETURNED TO AN UPSTREAM SOURCE SYSTEM,  *
000600*    WRITTEN BY ASS6ACK AT THE END OF THE NIGHT.  ONE SECTION    *
000700*    PER EXTRACT THE SOURCE SENT: A HEADER ("HDR" - SOURCE,      *
000800*    EXTRACT DATE, BUSINESS DATE, DETAILS RECEIVED, AND THE      *
000900*    MERGE VERDICT), ONE STATUS RECORD ("DTL") PER DETAIL, AND   *
001000*    A TRAILER ("TRL" - STATUS RECORD COUNT AND THE COUNT PER    *
001100*    STATUS).  A SOURCE THAT SENT NOTHING GETS A HEADER WITH A   *
001200*    ZERO EXTRACT DATE AND VERDICT "NOT RECEIVED" AND AN EMPTY   *
001300*    TRAILER.                                                    *
001400*                                                                *
001500*    ACKF-SOURCE-SEQ IS THE DETAIL'S POSITION IN THE SOURCE'S    *
001600*    OWN EXTRACT (THE FIRST DETAIL AFTER ITS HDR IS 1), SO THE   *
001700*    SOURCE CAN MATCH EVERY ANSWER TO WHAT IT SENT:              *
001800*        P = POSTED      ACKF-RESULT CARRIES THE RESULT AND      *
001900*                        ACKF-REC-ID OUR RSLTMAST RECORD ID      *
002000*        R = REJECTED    ACKF-REASON-CODE CARRIES THE EDIT'S     *
002100*                        REJ-REASON-CODE (E001-E011)             *
002200*        S = SUSPENDED   ACKF-REASON-CODE CARRIES THE            *
002300*                        SUSP-REASON-CODE (EX OR OP)             *
002400*        H = HELD        THE EXTRACT DID NOT BALANCE OR PASS     *
002500*                        ITS PROFILE - SEE THE HEADER VERDICT    *
002600*        U = UNANSWERED  ACCEPTED BUT NOT EVALUATED TONIGHT      *
002700*                                                                *
002800******************************************************************
002900 01  ACKF-RECORD.
003000     05  ACKF-REC-TYPE              PIC X(03).
003100         88  ACKF-IS-DETAIL                   VALUE "DTL".
003200     05  ACKF-SOURCE-SEQ            PIC 9(06).
003300     05  ACKF-STATUS                PIC X(01).
003400         88  ACKF-POSTED                      VALUE "P".
003500         88  ACKF-REJECTED                    VALUE "R".
003600         88  ACKF-SUSPENDED                   VALUE "S".
003700         88  ACKF-HELD                        VALUE "H".
003800         88  ACKF-UNANSWERED                  VALUE "U".
003900     05  ACKF-REASON-CODE           PIC X(04).
004000     05  ACKF-RESULT                PIC X(12).
004100     05  ACKF-REC-ID                PIC 9(06).
004200     05  FILLER                     PIC X(48).
004300
004400 01  ACKF-HEADER-RECORD.
004500     05  ACKF-HDR-ID                PIC X(03).
004600         88  ACKF-IS-HEADER                   VALUE "HDR".
004700     05  ACKF-HDR-SOURCE-SYSTEM     PIC X(08).
004800     05  ACKF-HDR-EXTRACT-DATE      PIC 9(08).
004900     05  ACKF-HDR-BUSINESS-DATE     PIC 9(08).
005000     05  ACKF-HDR-DETAIL-COUNT      PIC 9(06).
005100     05  ACKF-HDR-VERDICT           PIC X(14).
005200     05  FILLER                     PIC X(33).
005300
005400 01  ACKF-TRAILER-RECORD.
005500     05  ACKF-TRL-ID                PIC X(03).
005600         88  ACKF-IS-TRAILER                  VALUE "TRL".
005700     05  ACKF-TRL-REC-COUNT         PIC 9(06).
005800     05  ACKF-TRL-POSTED            PIC 9(06).
005900     05  ACKF-TRL-REJECTED          PIC 9(06).
006000     05  ACKF-TRL-SUSPENDED         PIC 9(06).
006100     05  ACKF-TRL-HELD              PIC 9(06).
006200     05  ACKF-TRL-UNANSWERED        PIC 9(06).
006300     05  FILLER                     PIC X(41).
