001100*    HOUSEKEEPING UTILITY, WHICH ALSO LISTS AND PURGES THE       *
001200*    MASTER).                                                    *
001300*                                                                *
001310*    VARM-PARTITION IS THE NUMBER OF THE PARTITION (SEE TRANREC) *
001320*    WHOSE EVALUATION STEP LAST STORED THE NAME, SPACES WHEN AN  *
001330*    UNSPLIT PASS DID.  A PARTITION'S PASS LOADS ONLY ITS OWN    *
001340*    PARTITION'S ENTRIES, SO A VARIABLE ONE PARTITION STORES IS  *
001350*    NEVER SEEN BY ANOTHER.                                      *
001360*                                                                *
001400******************************************************************
001500 01  VARM-RECORD.
001600     05  VARM-NAME                  PIC X(20).
001700     05  VARM-VALUE                 PIC S9(7)V99.
001800     05  VARM-STORE-DATE            PIC 9(08).
001900     05  VARM-PARTITION             PIC X(02).
001910     05  FILLER                     PIC X(01).
