000100******************************************************************
000110*                                                                *
000120*    CHGLREC.CPY                                                *
000130*    MASTER-CHANGE LOG RECORD LAYOUT (VSAM KSDS, KEY = LOG      *
000140*    DATE + TIME + SEQUENCE).  CALC023 WRITES ONE RECORD        *
000150*    FOR EVERY CHANGE IT APPLIES TO RATEMST, ACCTMST OR         *
000160*    CURRMST, HOLDING THE MASTER RECORD AS IT WAS BEFORE        *
000170*    THE CHANGE AND AS IT WAS LEFT, WITH THE REQUEST ID,        *
000180*    THE REQUESTER AND THE APPROVER.  THE LOG IS PERMANENT      *
000190*    - NOTHING REWRITES OR DELETES A RECORD.  CALC024           *
000200*    REPORTS IT BY DATE RANGE.  TABLE-ID IS RATE, ACCT OR       *
000210*    CURR; ACTION IS THE CARD ACTION (A ADD, C CHANGE, E        *
000220*    EXPIRE OR CLOSE).  ITEM-KEY IS THE RATE CODE, THE GL       *
000230*    ACCOUNT + COST CENTER OR THE CURRENCY CODE.  THE           *
000240*    IMAGES ARE THE RATEREC / ACCTREC / CURRREC LAYOUTS;        *
000250*    BEFORE-IMAGE IS SPACES FOR AN ADD, AND FOR A RATE OR       *
000260*    CURRENCY CHANGE IT IS THE ENTRY THE NEW ONE                *
000270*    SUPERSEDES.                                                *
000280*                                                                *
000290*    WRITTEN    : J. ALVES, DATA PROCESSING                      *
000300*    DATE-WRITTEN: 2026-10-07                                    *
000310*                                                                *
000320*    MODIFICATION HISTORY                                        *
000330*    ------------------------------------------------------      *
000340*    2026-10-07  JA   INITIAL VERSION.                           *
000350******************************************************************
000360 05  :TAG:-LOG-KEY.
000370     10  :TAG:-LOG-DATE       PIC 9(08).
000380     10  :TAG:-LOG-TIME       PIC 9(08).
000390     10  :TAG:-LOG-SEQ        PIC 9(04).
000400 05  :TAG:-TABLE-ID           PIC X(04).
000410 05  :TAG:-ACTION             PIC X(01).
000420 05  :TAG:-ITEM-KEY           PIC X(14).
000430 05  :TAG:-REQUEST-ID         PIC X(20).
000440 05  :TAG:-REQUESTER          PIC X(08).
000450 05  :TAG:-APPROVER           PIC X(08).
000460 05  :TAG:-BEFORE-IMAGE       PIC X(50).
000470 05  :TAG:-AFTER-IMAGE        PIC X(50).
000480 05  FILLER                   PIC X(25).
