000262*    2026-09-02  JA   ADDED CURRENCY-CODE AND BASE-RESULT TO    *
000264*                     MATCH THE MULTI-CURRENCY CALCREC FIELDS.  *
000266*                     RECORD LENGTH GROWS FROM 91 TO 106 BYTES. *
000267*    2026-09-14  JA   ADDED REVERSED FLAG AND BOTH REVERSAL     *
000268*                     LINKS (REVERSED-BY / REVERSAL-OF) FOR 'R' *
000269*                     REVERSALS.  LENGTH NOW 139 BYTES.         *
000270*    2026-10-05  JA   GL-ACCOUNT, COST-CENTER AND EFFECT-DATE    *
000271*                     GROUPED AS ACCT-DATE-KEY, THE ALTERNATE    *
000272*                     INDEX KEY (22 BYTES AT OFFSET 45) THE      *
000273*                     CALC022 ACCOUNT INQUIRY READS BY.  LENGTH  *
000274*                     UNCHANGED.                                 *
000275******************************************************************
000280 05  :TAG:-HIST-KEY.
000290     10  :TAG:-TRANS-ID       PIC X(10).
000300     10  :TAG:-TRANS-SEQ      PIC 9(06).
000350 05  :TAG:-OPERCAO            PIC X(02).
000360 05  :TAG:-RESULTADO          PIC S9(6)V99
000370     SIGN IS LEADING SEPARATE CHARACTER.
000380 05  :TAG:-ACCT-DATE-KEY.
000390     10  :TAG:-GL-ACCOUNT     PIC X(08).
000400     10  :TAG:-COST-CENTER    PIC X(06).
000405     10  :TAG:-EFFECT-DATE    PIC 9(08).
000410 05  :TAG:-RATE-CODE          PIC X(05).
000420 05  :TAG:-DEPT-CODE          PIC X(03).
000430 05  :TAG:-RUN-ID             PIC X(11).
000436     SIGN IS LEADING SEPARATE CHARACTER.
000440 05  :TAG:-DISPOSITION        PIC X(01).
000450 05  :TAG:-REJECT-REASON      PIC X(04).
000460 05  :TAG:-REVERSED-FLAG      PIC X(01).
000470 05  :TAG:-REVERSED-BY.
000480     10  :TAG:-REV-BY-TRANS-ID  PIC X(10).
000490     10  :TAG:-REV-BY-TRANS-SEQ PIC 9(06).
000500 05  :TAG:-REVERSAL-OF.
000510     10  :TAG:-REV-OF-TRANS-ID  PIC X(10).
000520     10  :TAG:-REV-OF-TRANS-SEQ PIC 9(06).
