000250*    MODIFICATION HISTORY                                        *
000260*    ------------------------------------------------------      *
000270*    2026-09-02  JA   INITIAL VERSION.                           *
000271*    2026-09-16  JA   ADDED POST-LIMIT - THE LARGEST BASE-       *
000272*                     CURRENCY RESULT (EITHER SIGN) CALC002     *
000273*                     POSTS STRAIGHT THROUGH ON THIS PAIR;      *
000274*                     ANYTHING BIGGER GOES TO THE SUSPENSE      *
000275*                     FILE.  ZERO = NO LIMIT.  RECORD LENGTH    *
000276*                     GROWS FROM 31 TO 42 BYTES.                *
000280******************************************************************
000290 05  :TAG:-ACCT-KEY.
000300     10  :TAG:-GL-ACCOUNT     PIC X(08).
000320 05  :TAG:-ACCT-STATUS        PIC X(01).
000330 05  :TAG:-OPEN-DATE          PIC 9(08).
000340 05  :TAG:-CLOSE-DATE         PIC 9(08).
000350 05  :TAG:-POST-LIMIT         PIC 9(09)V99.
