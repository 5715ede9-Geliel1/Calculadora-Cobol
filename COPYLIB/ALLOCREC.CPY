000100******************************************************************
000110*                                                                *
000120*    ALLOCREC.CPY                                               *
000130*    ALLOCATION-RULES MASTER RECORD LAYOUT (VSAM KSDS, KEY =    *
000140*    RULE-ID + LINE-NO).  EACH RULE IS A GROUP OF RECORDS       *
000150*    UNDER ONE RULE-ID: LINE 00 IS THE RULE HEADER - THE POOL   *
000160*    GL-ACCOUNT/COST-CENTER WHOSE BALANCE IS SPREAD, THE        *
000170*    DEPARTMENT STAMPED ON THE GENERATED RECORDS AND THE        *
000180*    EFFECTIVE/EXPIRY WINDOW (EXPIRY 99991231 = OPEN-ENDED) -   *
000190*    AND LINES 01-99 ARE THE RECEIVERS, EACH TAKING EITHER A    *
000200*    FIXED AMOUNT (BASIS F) OR A PERCENTAGE OF WHAT IS LEFT     *
000210*    AFTER THE FIXED AMOUNTS (BASIS P).  THE LINE-DATA AREA     *
000220*    IS VIEWED AS A HEADER OR A RECEIVER BY LINE NUMBER.        *
000230*    CALC016 MAINTAINS THE RULES; CALC017 APPLIES THEM.         *
000240*    LINE-STATUS IS A ACTIVE, E EXPIRED (HEADER) OR I           *
000250*    INACTIVE (RECEIVER).                                       *
000260*                                                                *
000270*    WRITTEN    : J. ALVES, DATA PROCESSING                      *
000280*    DATE-WRITTEN: 2026-09-21                                    *
000290*                                                                *
000300*    MODIFICATION HISTORY                                        *
000310*    ------------------------------------------------------      *
000320*    2026-09-21  JA   INITIAL VERSION.                           *
000330******************************************************************
000340 05  :TAG:-ALLOC-KEY.
000350     10  :TAG:-RULE-ID        PIC X(04).
000360     10  :TAG:-LINE-NO        PIC 9(02).
000370 05  :TAG:-LINE-STATUS        PIC X(01).
000380 05  :TAG:-LINE-DATA          PIC X(57).
000390 05  :TAG:-RULE-HEADER REDEFINES :TAG:-LINE-DATA.
000400     10  :TAG:-POOL-GL-ACCOUNT PIC X(08).
000410     10  :TAG:-POOL-COST-CENTER PIC X(06).
000420     10  :TAG:-DEPT-CODE      PIC X(03).
000430     10  :TAG:-EFF-DATE       PIC 9(08).
000440     10  :TAG:-EXP-DATE       PIC 9(08).
000450     10  :TAG:-RULE-DESC      PIC X(24).
000460 05  :TAG:-RECEIVER REDEFINES :TAG:-LINE-DATA.
000470     10  :TAG:-RCV-GL-ACCOUNT PIC X(08).
000480     10  :TAG:-RCV-COST-CENTER PIC X(06).
000490     10  :TAG:-RCV-BASIS      PIC X(01).
000500     10  :TAG:-RCV-PERCENT    PIC 9(03)V9(04).
000510     10  :TAG:-RCV-FIXED-AMT  PIC 9(09)V99.
000520     10  FILLER               PIC X(24).
