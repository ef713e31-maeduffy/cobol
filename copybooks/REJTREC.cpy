000100******************************************************************
000200*                                                                *
000300*    REJTREC.CPY                                                 *
000400*                                                                *
000500*    EDIT REJECT RECORD - ONE PER TRANSACTION THE ASS6EDIT       *
000600*    FRONT-END EDIT REFUSED, WRITTEN TO THE REJECTS FILE WITH    *
000700*    THE EDIT'S RECORD COUNT, A REASON CODE AND TEXT, AND THE    *
000800*    TRANSACTION AS IT ARRIVED.                                  *
000900*                                                                *
001000*    REJECTS IS KEPT FROM NIGHT TO NIGHT, SO EVERY REJECT ALSO   *
001100*    CARRIES THE BUSINESS DATE OF THE EDIT THAT WROTE IT AND     *
001200*    THE SOURCE SYSTEM IT CAME FROM (THE MERGE STAMP ON THE      *
001300*    DETAIL, OR THE EXTRACT HEADER'S SOURCE WHEN THE DETAIL WAS  *
001400*    NOT STAMPED).  THE ASS6CTL CONTROL SHEET COUNTS THE NIGHT'S *
001500*    REJECTS BY SOURCE FROM THESE TWO FIELDS.                    *
001600*                                                                *
001700******************************************************************
001800 01  REJ-RECORD.
001900     05  REJ-SEQ                    PIC 9(06).
002000     05  REJ-REASON-CODE            PIC X(04).
002100     05  REJ-REASON-TEXT            PIC X(25).
002200     05  REJ-TRAN-DATA              PIC X(80).
002300     05  REJ-RUN-DATE               PIC 9(08).
002400     05  REJ-SOURCE-SYSTEM          PIC X(08).
