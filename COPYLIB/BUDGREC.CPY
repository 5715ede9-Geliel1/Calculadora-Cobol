000100******************************************************************
000110*                                                                *
000120*    BUDGREC.CPY                                                *
000130*    BUDGET MASTER RECORD LAYOUT (VSAM KSDS, KEY = GL-ACCOUNT + *
000140*    COST-CENTER + DEPT-CODE + PERIOD).  ONE RECORD PER LEDGER  *
000150*    BUCKET - THE SAME GL-ACCOUNT / COST-CENTER / DEPARTMENT    *
000160*    BUCKET THE CALC010 CLOSE WRITES TO LEDGREC - FOR EACH      *
000170*    PERIOD (YYYYMM) BUDGETED, HOLDING THE BUDGET AMOUNT FOR    *
000180*    THAT PERIOD ALONE (NOT CUMULATIVE).  CALC020 LOADS THE     *
000190*    MASTER FROM CARDS OR A FLAT-FILE UPLOAD; CALC021 MATCHES   *
000200*    IT AGAINST THE LEDGER FOR THE VARIANCE REPORT.             *
000210*    BUDGET-SOURCE IS C (LAST SET BY A CARD) OR U (LAST SET BY  *
000220*    AN UPLOAD), WITH THE DATE OF THAT RUN.                     *
000230*                                                                *
000240*    WRITTEN    : J. ALVES, DATA PROCESSING                      *
000250*    DATE-WRITTEN: 2026-10-01                                    *
000260*                                                                *
000270*    MODIFICATION HISTORY                                        *
000280*    ------------------------------------------------------      *
000290*    2026-10-01  JA   INITIAL VERSION.                           *
000300******************************************************************
000310 05  :TAG:-BUDGET-KEY.
000320     10  :TAG:-GL-ACCOUNT     PIC X(08).
000330     10  :TAG:-COST-CENTER    PIC X(06).
000340     10  :TAG:-DEPT-CODE      PIC X(03).
000350     10  :TAG:-PERIOD         PIC 9(06).
000360 05  :TAG:-BUDGET-AMOUNT      PIC S9(13)V99
000370     SIGN IS LEADING SEPARATE CHARACTER.
000380 05  :TAG:-BUDGET-SOURCE      PIC X(01).
000390 05  :TAG:-LAST-CHANGED       PIC 9(08).
000400 05  FILLER                   PIC X(02).
