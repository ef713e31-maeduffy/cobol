003640*    EXTRACT FED STRAIGHT TO THE EVALUATOR MAY LEAVE IT SPACES - *
003650*    THE EVALUATOR THEN FALLS BACK TO THE HEADER'S SOURCE.       *
003660*                                                                *
003661*    ASS6MRG ALSO STAMPS TRAN-EXTRACT-NO (THE EXTRACT'S POSITION *
003662*    ON MRGIN) AND TRAN-SOURCE-SEQ (THE DETAIL'S POSITION IN ITS *
003663*    OWN EXTRACT, THE FIRST DETAIL BEING 1), SO EVERY STEP CAN   *
003664*    FILE THE DETAIL'S ACKNOWLEDGMENT STATUS UNDER THE POSITION  *
003665*    THE SOURCE SENT IT AT.  BOTH ARE SPACES ON AN UNMERGED      *
003666*    EXTRACT.                                                    *
003667*                                                                *
003668*    TRAN-HDR-HOLD-DATE IS SET ONLY ON THE COPY OF A HEADER THAT *
003669*    ASS6MRG WRITES TO THE HOLDOUT FILE - THE BUSINESS DATE THE  *
003670*    EXTRACT WAS HELD ON - SO THE NIGHT'S HOLDS CAN BE TOLD      *
003671*    FROM EARLIER ONES STILL AWAITING CORRECTION.  IT IS ZERO OR *
003672*    SPACES ON A HEADER AS THE SOURCE SENT IT AND IS IGNORED     *
003673*    WHEN A HELD EXTRACT IS FED BACK THROUGH THE MERGE.          *
003674*                                                                *
003675*    TRAN-HDR-PART-NO, TRAN-HDR-PART-COUNT AND TRAN-HDR-REC-BASE *
003676*    ARE SET ONLY ON THE HEADER OF A PARTITION FILE THAT         *
003677*    ASS6EDIT SPLITS FROM THE CLEAN FILE BY SOURCE SYSTEM        *
003678*    (PARTCTL): THE PARTITION'S NUMBER, HOW MANY PARTITIONS THE  *
003679*    NIGHT WAS SPLIT INTO, AND HOW MANY CLEAN DETAILS WENT TO    *
003680*    THE PARTITIONS AHEAD OF IT.  THE EVALUATOR NUMBERS THE      *
003681*    PARTITION'S RECORD IDS ON FROM THAT BASE, SO THE            *
003682*    PARTITIONS' RESULTS COLLATE BACK INTO ONE GENERATION WITH   *
003683*    NO ID USED TWICE.  ZERO OR SPACES ON ANY OTHER HEADER.      *
003700******************************************************************
003800 01  TRAN-RECORD.
003900     05  TRAN-SYM                       PIC X(03).
004100     05  TRAN-OPERAND-2                 PIC X(20).
004200     05  TRAN-OPERAND-3                 PIC X(20).
004250     05  TRAN-SOURCE-SYSTEM             PIC X(08).
004300     05  TRAN-EXTRACT-NO                PIC 9(02).
004310     05  TRAN-SOURCE-SEQ                PIC 9(06).
004320     05  FILLER                         PIC X(01).
004400
004500 01  TRAN-HEADER-RECORD.
004600     05  TRAN-HDR-ID                    PIC X(03).
004700         88  TRAN-IS-HEADER                       VALUE "HDR".
004800     05  TRAN-HDR-EXTRACT-DATE          PIC 9(08).
004900     05  TRAN-HDR-SOURCE-SYSTEM         PIC X(08).
005000     05  TRAN-HDR-HOLD-DATE             PIC 9(08).
005010     05  TRAN-HDR-PART-NO               PIC 9(02).
005020     05  TRAN-HDR-PART-COUNT            PIC 9(02).
005030     05  TRAN-HDR-REC-BASE              PIC 9(06).
005040     05  FILLER                         PIC X(43).
005100
005200 01  TRAN-TRAILER-RECORD.
005300     05  TRAN-TRL-ID                    PIC X(03).
