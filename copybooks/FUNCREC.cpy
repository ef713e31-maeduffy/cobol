001800*    AN UNRECOGNIZED OPERATOR INSTEAD OF QUIETLY PICKING UP A    *
001900*    STALE DEFINITION.                                           *
002000*                                                                *
002010*    FUNC-PARTITION IS THE NUMBER OF THE PARTITION (SEE TRANREC) *
002020*    WHOSE EVALUATION STEP "def"ED THE NAME, SPACES WHEN AN      *
002030*    UNSPLIT PASS DID.  A PARTITION'S PASS AND ITS EDIT HONOR    *
002040*    ONLY THEIR OWN PARTITION'S ENTRIES, SO A FUNCTION ONE       *
002050*    PARTITION DEFINES IS NEVER APPLIED IN ANOTHER.              *
002060*                                                                *
002100******************************************************************
002200 01  FUNC-RECORD.
002300     05  FUNC-NAME                  PIC X(03).
002500     05  FUNC-OPERAND-1             PIC X(18).
002600     05  FUNC-OPERAND-2             PIC X(18).
002700     05  FUNC-STORE-DATE            PIC 9(08).
002800     05  FUNC-PARTITION             PIC X(02).
002810     05  FILLER                     PIC X(04).
