001300*    SAME EXTRACT CANNOT BE POSTED TWICE.  A REWORK PASS HAS NO  *
001400*    HEADER AND LOGS UNDER THE RUN DATE WITH SOURCE "REWORK".    *
001500*    THE ASS6RLOG REPORT PRINTS THE HISTORY OVER A DATE RANGE.   *
001510*                                                                *
001520*    RUNL-POST-STATUS IS "B" ONCE THE ASS6BACK UTILITY HAS       *
001530*    BACKED THE RUN OUT; A BACKED-OUT KEY NO LONGER BLOCKS A     *
001540*    CORRECTED EXTRACT, AND THE NEXT PASS THAT POSTS UNDER THE   *
001550*    KEY CLEARS IT.                                              *
001600*                                                                *
001700******************************************************************
001800 01  RUNL-RECORD.
003000     05  RUNL-HASH-TOTAL            PIC S9(13)V99
003100                                    SIGN LEADING SEPARATE.
003200     05  RUNL-RETURN-CODE           PIC 9(02).
003300     05  RUNL-POST-STATUS           PIC X(01).
003310         88  RUNL-BACKED-OUT                  VALUE "B".
003320     05  FILLER                     PIC X(07).
