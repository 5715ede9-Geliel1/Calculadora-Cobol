000100******************************************************************
000110*                                                                *
000120*    SUSPREC.CPY                                                *
000130*    SUSPENSE-FILE RECORD LAYOUT FOR THE KEYED HOLD QUEUE       *
000140*    (VSAM KSDS, KEY = TRANS-ID + TRANS-SEQ).  CALC002 WRITES   *
000150*    ONE RECORD FOR EVERY COMMITTED CALCULATION WHOSE BASE-     *
000160*    CURRENCY RESULT IS OVER ITS ACCOUNT'S POSTING LIMIT,       *
000170*    CARRYING THE FINISHED TRANS-OUT IMAGE THAT WOULD HAVE      *
000180*    GONE TO THE GL.  CALC014 APPROVES OR DENIES THE ITEM AND   *
000190*    STAMPS THE OUTCOME HERE; CALC015 LISTS THE ITEMS STILL     *
000200*    HELD PAST THEIR AGE LIMIT.  RECORDS STAY ON FILE AFTER     *
000210*    RELEASE AS THE RECORD OF WHO LET WHAT THROUGH.             *
000220*    SUSP-STATUS IS H HELD, A APPROVED (RELEASED TO THE GL) OR  *
000230*    D DENIED (SENT TO REJECTS AS SUSD).                        *
000240*                                                                *
000250*    WRITTEN    : J. ALVES, DATA PROCESSING                      *
000260*    DATE-WRITTEN: 2026-09-16                                    *
000270*                                                                *
000280*    MODIFICATION HISTORY                                        *
000290*    ------------------------------------------------------      *
000300*    2026-09-16  JA   INITIAL VERSION.                           *
000310******************************************************************
000320 05  :TAG:-SUSP-KEY.
000330     10  :TAG:-TRANS-ID       PIC X(10).
000340     10  :TAG:-TRANS-SEQ      PIC 9(06).
000350 05  :TAG:-SUSP-STATUS        PIC X(01).
000360 05  :TAG:-HOLD-DATE          PIC 9(08).
000370 05  :TAG:-HOLD-RUN-ID        PIC X(11).
000380 05  :TAG:-POST-LIMIT         PIC 9(09)V99.
000390 05  :TAG:-ACTION-DATE        PIC 9(08).
000400 05  :TAG:-ACTION-USER        PIC X(08).
000410 05  :TAG:-TRANS-IMAGE        PIC X(101).
