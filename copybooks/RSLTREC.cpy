001880*    WITH RSLT-ORIG-DATE IT GIVES THE TIME TO CORRECTION FOR     *
001890*    THE ASS6AGE SUSPENSE LIFECYCLE REPORT.                      *
001895*                                                                *
001896*    RSLT-FUNC-SOURCE SAYS WHERE THE DEFINITION OF A FUNCTION    *
001897*    APPLICATION CAME FROM - "D" A SAME-DAY "def" ON FUNCMAST,   *
001898*    "L" THE FUNCLIB FUNCTION LIBRARY, WITH THE LIBRARY VERSION  *
001899*    IN RSLT-FUNC-VERSION - AND IS SPACE ON ANY OTHER RESULT.    *
001900******************************************************************
002000 01  RSLT-RECORD.
002100     05  RSLT-REC-ID                    PIC 9(06).
002800     05  RSLT-ORIG-DATE                 PIC 9(06).
002900     05  RSLT-SOURCE-SYSTEM             PIC X(08).
003000     05  RSLT-REWORK-DATE               PIC 9(08).
003010     05  RSLT-FUNC-SOURCE               PIC X(01).
003020     05  RSLT-FUNC-VERSION              PIC 9(04).
