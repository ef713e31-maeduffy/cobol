000100******************************************************************
000200*                                                                *
000300*    RVQREC.CPY                                                  *
000400*                                                                *
000500*    RESULT REVIEW QUEUE - ONE RECORD PER RESULT THE ASS6RSN     *
000600*    REASONABLENESS CHECK FOUND OUT OF RANGE, KEYED BY THE       *
000700*    BUSINESS DATE OF THE NIGHT THAT PRODUCED IT, THE RESULT     *
000800*    RECORD ID AND THE REWORK FLAG (A REWORK RESULT CARRIES ITS  *
000900*    ORIGINAL ID).  THE RESULT IS HELD AS ASS6XTR SENDS IT, WITH *
001000*    THE RULE THAT FIRED:                                        *
001100*        MIN / MAX  RVQ-RULE-LIMIT IS THE BOUND THAT WAS CROSSED *
001200*        PCT        RVQ-RULE-LIMIT IS THE PERCENTAGE ALLOWED;    *
001300*                   RVQ-AVERAGE AND RVQ-PCT-CHANGE SHOW WHAT THE *
001400*                   RESULT WAS COMPARED WITH                     *
001500*                                                                *
001600*    STATUS Q (QUEUED) KEEPS THE RESULT OFF THE INTERFACE.  THE  *
001700*    DESK ANSWERS EACH WITH A RELEASE CARD TO ASS6RVW (RVWJOB):  *
001800*    L (RELEASED) - ASS6XTR SENDS IT ON ITS NEXT CUT AND STAMPS  *
001900*    RVQ-SENT-DATE; J (REJECTED) - IT IS NEVER SENT AND ASS6RVW  *
002000*    WRITES IT TO SUSPENSE (REASON RV) FOR CORRECTION.           *
002100*                                                                *
002200******************************************************************
002300 01  RVQ-RECORD.
002400     05  RVQ-KEY.
002500         10  RVQ-RUN-DATE           PIC 9(08).
002600         10  RVQ-REC-ID             PIC 9(06).
002700         10  RVQ-REWORK-FLAG        PIC X(01).
002800     05  RVQ-SOURCE-SYSTEM          PIC X(08).
002900     05  RVQ-SYM                    PIC X(03).
003000     05  RVQ-OPERAND-1              PIC X(20).
003100     05  RVQ-OPERAND-2              PIC X(20).
003200     05  RVQ-OPERAND-3              PIC X(20).
003300     05  RVQ-RESULT                 PIC X(12).
003400     05  RVQ-ORIG-DATE              PIC 9(06).
003500     05  RVQ-RULE-FIRED             PIC X(03).
003600     05  RVQ-RULE-SOURCE            PIC X(08).
003700     05  RVQ-RULE-LIMIT             PIC S9(09)V99.
003800     05  RVQ-AVERAGE                PIC S9(09)V99.
003900     05  RVQ-PCT-CHANGE             PIC 9(07)V99.
004000     05  RVQ-STATUS                 PIC X(01).
004100         88  RVQ-QUEUED                       VALUE "Q".
004200         88  RVQ-RELEASED                     VALUE "L".
004300         88  RVQ-REJECTED                     VALUE "J".
004400     05  RVQ-ACTION-BY              PIC X(08).
004500     05  RVQ-ACTION-DATE            PIC 9(08).
004600     05  RVQ-SENT-DATE              PIC 9(08).
004700     05  FILLER                     PIC X(10).
