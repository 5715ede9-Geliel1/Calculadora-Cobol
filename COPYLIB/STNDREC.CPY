000100******************************************************************
000110*                                                                *
000120*    STNDREC.CPY                                                *
000130*    STANDING-INSTRUCTION MASTER RECORD LAYOUT (VSAM KSDS, KEY  *
000140*    = INSTR-ID).  ONE RECORD PER RECURRING TRANSACTION - RENT, *
000150*    LEASES, SUBSCRIPTIONS, FIXED MONTHLY ACCRUALS - HOLDING    *
000160*    THE FULL CALCREC CONTENT OF THE TRANSACTION TO BE RAISED   *
000170*    (NUM01, OPERCAO, NUM02 OR RATE-CODE, LEDGER CODING,        *
000180*    DEPARTMENT AND CURRENCY) PLUS ITS SCHEDULE: FREQUENCY D    *
000190*    DAILY, W WEEKLY, M MONTHLY OR Q QUARTERLY, THE NEXT DUE    *
000200*    DATE AND THE END DATE (99991231 = OPEN-ENDED).  DUE-DAY IS *
000210*    THE DAY OF THE MONTH A MONTHLY OR QUARTERLY INSTRUCTION    *
000220*    FALLS ON, KEPT SO A 31ST THAT HAS TO BE TAKEN ON THE 30TH  *
000230*    (OR 28TH) COMES BACK TO THE 31ST IN THE LONGER MONTHS.     *
000240*    GEN-COUNT NUMBERS THE OCCURRENCES RAISED AND MAKES EACH    *
000250*    GENERATED TRANS-ID UNIQUE.  CALC018 MAINTAINS THE MASTER;  *
000260*    CALC019 GENERATES FROM IT.  INSTR-STATUS IS A ACTIVE,      *
000270*    S SUSPENDED OR E ENDED.                                    *
000280*                                                                *
000290*    WRITTEN    : J. ALVES, DATA PROCESSING                      *
000300*    DATE-WRITTEN: 2026-09-28                                    *
000310*                                                                *
000320*    MODIFICATION HISTORY                                        *
000330*    ------------------------------------------------------      *
000340*    2026-09-28  JA   INITIAL VERSION.                           *
000350******************************************************************
000360 05  :TAG:-INSTR-ID           PIC X(04).
000370 05  :TAG:-INSTR-STATUS       PIC X(01).
000380 05  :TAG:-FREQUENCY          PIC X(01).
000390 05  :TAG:-NEXT-DUE-DATE      PIC 9(08).
000400 05  :TAG:-END-DATE           PIC 9(08).
000410 05  :TAG:-DUE-DAY            PIC 9(02).
000420 05  :TAG:-LAST-GEN-DATE      PIC 9(08).
000430 05  :TAG:-GEN-COUNT          PIC 9(04).
000440 05  :TAG:-NUM01              PIC S9(6)V99
000450     SIGN IS LEADING SEPARATE CHARACTER.
000460 05  :TAG:-NUM02              PIC S9(6)V99
000470     SIGN IS LEADING SEPARATE CHARACTER.
000480 05  :TAG:-OPERCAO            PIC X(02).
000490 05  :TAG:-GL-ACCOUNT         PIC X(08).
000500 05  :TAG:-COST-CENTER        PIC X(06).
000510 05  :TAG:-RATE-CODE          PIC X(05).
000520 05  :TAG:-DEPT-CODE          PIC X(03).
000530 05  :TAG:-CURRENCY-CODE      PIC X(03).
000540 05  FILLER                   PIC X(19).
