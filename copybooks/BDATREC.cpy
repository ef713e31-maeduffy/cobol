000100******************************************************************
000200*                                                                *
000300*    BDATREC.CPY                                                 *
000400*                                                                *
000500*    BUSINESS-DATE CONTROL RECORD - THE ONE-RECORD BDATECTL      *
000600*    FILE EVERY ASS6 PROGRAM READS FOR ITS PROCESSING DATE IN    *
000700*    PLACE OF THE MACHINE CLOCK.  THE SAME-DAY RULES FOR         *
000800*    VARMAST AND FUNCMAST, THE RSLTMAST KEY, THE RUNLOG RUN      *
000900*    DATE, AND THE SUSPENSE FAIL DATE ALL HANG OFF THIS DATE,    *
001000*    SO A CHAIN THAT RUNS PAST MIDNIGHT, OR A RERUN OF FRIDAY'S  *
001100*    WORK ON MONDAY, STILL POSTS UNDER THE BUSINESS DAY IT       *
001200*    BELONGS TO.                                                 *
001300*                                                                *
001400*    THE DATE ONLY MOVES THROUGH THE ASS6DATE UTILITY: "CLOSE"   *
001500*    (LAST STEP OF THE NIGHT'S CHAIN, RUN ONLY WHEN EVERY STEP   *
001600*    BEFORE IT ENDED CLEAN) MARKS THE CHAIN COMPLETE, AND        *
001700*    "ROLL" (THE DATE-ROLL JOB) ADVANCES TO THE NEXT BUSINESS    *
001800*    DAY ON THE HOLCAL HOLIDAY CALENDAR ONLY WHEN IT FINDS THE   *
001900*    CHAIN MARKED COMPLETE FOR THE CURRENT DATE.  PRIOR AND NEXT *
002000*    BUSINESS DATES ARE KEPT HERE FOR THE REPORTS.               *
002100*                                                                *
002200******************************************************************
002300 01  BDAT-RECORD.
002400     05  BDAT-BUSINESS-DATE         PIC 9(08).
002500     05  BDAT-PRIOR-DATE            PIC 9(08).
002600     05  BDAT-NEXT-DATE             PIC 9(08).
002700     05  BDAT-CHAIN-STATUS          PIC X(01).
002800         88  BDAT-CHAIN-OPEN                  VALUE "O".
002900         88  BDAT-CHAIN-COMPLETE              VALUE "C".
003000     05  BDAT-CHAIN-DATE            PIC 9(08).
003100     05  BDAT-LAST-ACTION           PIC X(06).
003200     05  FILLER                     PIC X(41).
