000100******************************************************************
000110*                                                                *
000120*    PENDREC.CPY                                                *
000130*    PENDING MASTER-CHANGE RECORD LAYOUT (VSAM KSDS, KEY =      *
000140*    REQUEST DATE + TIME + SEQUENCE - THE 20-CHARACTER          *
000150*    REQUEST ID).  CALC006, CALC008 AND CALC013 NO LONGER       *
000160*    TOUCH THEIR MASTERS: EACH ADD/CHANGE/EXPIRE CARD THAT      *
000170*    PASSES ITS EDITS IS QUEUED HERE UNDER THE SUBMITTER'S      *
000180*    USER ID, WITH THE CARD IMAGE UNCHANGED.  CALC023,          *
000190*    SUBMITTED BY A DIFFERENT USER ID, APPLIES OR DECLINES      *
000200*    EACH REQUEST AND STAMPS THE OUTCOME HERE.  RECORDS         *
000210*    STAY ON FILE AFTER THE DECISION.  TABLE-ID IS RATE         *
000220*    (RATEMST), ACCT (ACCTMST) OR CURR (CURRMST).  PEND-        *
000230*    STATUS IS P PENDING, A APPROVED AND APPLIED, D             *
000240*    DECLINED OR F APPROVED BUT THE APPLY FAILED (REASON IN     *
000250*    DECISION-NOTE - RESUBMIT A CORRECTED CARD).                *
000260*                                                                *
000270*    WRITTEN    : J. ALVES, DATA PROCESSING                      *
000280*    DATE-WRITTEN: 2026-10-07                                    *
000290*                                                                *
000300*    MODIFICATION HISTORY                                        *
000310*    ------------------------------------------------------      *
000320*    2026-10-07  JA   INITIAL VERSION.                           *
000330******************************************************************
000340 05  :TAG:-PEND-KEY.
000350     10  :TAG:-REQ-DATE       PIC 9(08).
000360     10  :TAG:-REQ-TIME       PIC 9(08).
000370     10  :TAG:-REQ-SEQ        PIC 9(04).
000380 05  :TAG:-TABLE-ID           PIC X(04).
000390 05  :TAG:-PEND-STATUS        PIC X(01).
000400 05  :TAG:-REQUESTER          PIC X(08).
000410 05  :TAG:-APPROVER           PIC X(08).
000420 05  :TAG:-DECISION-DATE      PIC 9(08).
000430 05  :TAG:-DECISION-TIME      PIC 9(08).
000440 05  :TAG:-CHANGE-CARD        PIC X(80).
000450 05  :TAG:-DECISION-NOTE      PIC X(40).
000460 05  FILLER                   PIC X(03).
