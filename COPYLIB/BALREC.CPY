000100******************************************************************
000110*                                                                *
000120*    BALREC.CPY                                                 *
000130*    NIGHTLY BALANCING CONTROL RECORD LAYOUT (VSAM KSDS,        *
000140*    KEY = RUN IDENTITY YYYYMMDD-NN + STAGE).  EACH STEP OF     *
000150*    THE NIGHTLY CHAIN WRITES (ON A RERUN, REWRITES) ITS OWN    *
000160*    STAGE RECORD UNDER THE CALC002 RUN IDENTITY, AND CALC025   *
000170*    WALKS THE FOUR STAGES OF ONE RUN AS ONE ROLL-FORWARD:      *
000180*      1 - CALC012 GATEWAY:  IN = DETAILS RECEIVED, HELD-OUT    *
000190*          = DETAILS OF FEEDS HELD OUT, OUT = DETAILS MERGED.   *
000200*          THE AMOUNTS ARE NUM01 HASH TOTALS - THERE IS NO      *
000210*          RESULT UNTIL CALC002 HAS CALCULATED IT.              *
000220*      2 - CALC002 CALCULATION:  IN = DETAILS READ (AMOUNT =    *
000230*          NUM01 HASH), COMMITTED, REJECTED, HELD (AMOUNT =     *
000240*          BASE HELD ON SUSPENSE), THE RESULTADO AND            *
000250*          BASE-RESULT SUMS OF THE COMMITTED WORK, AND          *
000260*          EXCEPTIONS = ORPHAN 'C' RECORDS.                     *
000270*      3 - CALC003 GL EXTRACT:  IN = TRANS-OUT RECORDS READ,    *
000280*          REJECTED = NOT POSTABLE (NO GL ACCOUNT OR A BAD      *
000290*          AMOUNT), OUT = RECORDS SUMMARIZED, PAIRS = POSTING   *
000300*          PAIRS WITH THEIR NET POSTED (CODED SIDE, DEBIT       *
000310*          POSITIVE).                                           *
000320*      4 - CALC007 RECONCILIATION:  IN = POSTING LINES READ,    *
000330*          PAIRS = PAIRS RECONCILED WITH THEIR NET POSTED,      *
000340*          THEN ACCEPTED, REJECTED AND NOT ACKNOWLEDGED BY THE  *
000350*          GL SIDE, AND EXCEPTIONS = CALC007 PROOF FAILURES.    *
000360*    FIELDS A STAGE DOES NOT USE ARE LEFT ZERO.                 *
000370*                                                                *
000380*    WRITTEN    : J. ALVES, DATA PROCESSING                      *
000390*    DATE-WRITTEN: 2026-10-09                                    *
000400*                                                                *
000410*    MODIFICATION HISTORY                                        *
000420*    ------------------------------------------------------      *
000430*    2026-10-09  JA   INITIAL VERSION.                           *
000440******************************************************************
000450 05  :TAG:-BAL-KEY.
000460     10  :TAG:-RUN-ID         PIC X(11).
000470     10  :TAG:-STAGE          PIC X(01).
000480 05  :TAG:-PROGRAM            PIC X(08).
000490 05  :TAG:-WRITTEN-DATE       PIC 9(08).
000500 05  :TAG:-WRITTEN-TIME       PIC 9(08).
000510 05  :TAG:-RETURN-CODE        PIC 9(02).
000520 05  :TAG:-CNT-IN             PIC 9(08).
000530 05  :TAG:-CNT-HELD-OUT       PIC 9(08).
000540 05  :TAG:-CNT-OUT            PIC 9(08).
000550 05  :TAG:-CNT-COMMITTED      PIC 9(08).
000560 05  :TAG:-CNT-REJECTED       PIC 9(08).
000570 05  :TAG:-CNT-HELD           PIC 9(08).
000580 05  :TAG:-CNT-PAIRS          PIC 9(08).
000590 05  :TAG:-CNT-ACCEPTED       PIC 9(08).
000600 05  :TAG:-CNT-NOT-ACKED      PIC 9(08).
000610 05  :TAG:-CNT-EXCEPTIONS     PIC 9(08).
000620 05  :TAG:-AMT-IN             PIC S9(13)V99
000630     SIGN IS LEADING SEPARATE CHARACTER.
000640 05  :TAG:-AMT-HELD-OUT       PIC S9(13)V99
000650     SIGN IS LEADING SEPARATE CHARACTER.
000660 05  :TAG:-AMT-OUT            PIC S9(13)V99
000670     SIGN IS LEADING SEPARATE CHARACTER.
000680 05  :TAG:-AMT-REJECTED       PIC S9(13)V99
000690     SIGN IS LEADING SEPARATE CHARACTER.
000700 05  :TAG:-AMT-HELD           PIC S9(13)V99
000710     SIGN IS LEADING SEPARATE CHARACTER.
000720 05  :TAG:-SUM-RESULTADO      PIC S9(13)V99
000730     SIGN IS LEADING SEPARATE CHARACTER.
000740 05  :TAG:-SUM-BASE-RESULT    PIC S9(13)V99
000750     SIGN IS LEADING SEPARATE CHARACTER.
000760 05  :TAG:-AMT-POSTED         PIC S9(13)V99
000770     SIGN IS LEADING SEPARATE CHARACTER.
000780 05  :TAG:-AMT-ACCEPTED       PIC S9(13)V99
000790     SIGN IS LEADING SEPARATE CHARACTER.
000800 05  :TAG:-AMT-NOT-ACKED      PIC S9(13)V99
000810     SIGN IS LEADING SEPARATE CHARACTER.
000820 05  FILLER                   PIC X(02).
