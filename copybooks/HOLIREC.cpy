000100******************************************************************
000200*                                                                *
000300*    HOLIREC.CPY                                                 *
000400*                                                                *
000500*    HOLIDAY CALENDAR - ONE RECORD PER NON-BUSINESS WEEKDAY,     *
000600*    KEYED BY THE DATE (CCYYMMDD).  SATURDAYS AND SUNDAYS ARE    *
000700*    NEVER BUSINESS DAYS AND ARE NOT CARRIED.  THE ASS6DATE      *
000800*    UTILITY MAINTAINS THE FILE AND SKIPS ITS DATES WHEN IT      *
000900*    ROLLS THE BUSINESS DATE; ASS6AGE SKIPS THEM WHEN IT COUNTS  *
001000*    SUSPENSE AGE IN BUSINESS DAYS.                              *
001100*                                                                *
001200******************************************************************
001300 01  HOLI-RECORD.
001400     05  HOLI-DATE                  PIC 9(08).
001500     05  HOLI-NAME                  PIC X(30).
001600     05  FILLER                     PIC X(02).
