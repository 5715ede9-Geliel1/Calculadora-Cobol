000180*    A SMALL FOUR-FUNCTION CALCULATOR PROGRAM.  RUNS EITHER      *
000190*    INTERACTIVELY AT A TERMINAL OR IN BATCH AGAINST A           *
000200*    SEQUENTIAL TRANSACTION FILE, ONE CALCULATION PER RECORD.    *
000201*                                                                *
000202*    CAPTURE MODE (RUN MODE C) IS THE PANEL WITH LEDGER CODING;  *
000203*    EVERY ACCEPTED RESULT GOES TO THE OPERATOR'S STAGED FEED,   *
000204*    WHICH THE NIGHTLY CALC012 GATEWAY TAKES AS FEED 6.  THE     *
000205*    OPERATOR'S CONTROL CARD (SEE DEFPANEL) CARRIES RUN MODE C   *
000206*    AND THE OPERATOR SLOT THAT KEEPS CAPTURE TRANS-IDS UNIQUE.  *
000207*                                                                *
000208*    ALLOCATIONS IN CAPTURE MODE, BESIDES AUDITLOG:              *
000209*      ACCTMST  - PROD.CALC002.ACCTMST                           *
000210*      CURRMST  - PROD.CALC002.CURRMST                           *
000211*      PANELFD  - PROD.CALC012.PANEL.<USER ID>, DISP=MOD         *
000212*      SYSIN    - PROD.CALC002.PANEL.CARD.<USER ID>              *
000213*                                                                *
000220*    MODIFICATION HISTORY                                        *
000230*    ------------------------------------------------------      *
000240*    2023-11-04  JA   INITIAL VERSION - INTERACTIVE ONLY.        *
001760*                     EACH SUBSIDIARY'S FEED BALANCES ON ITS    *
001770*                     OWN.  AN UNUSABLE CURRENCY CODE REJECTS   *
001780*                     THE RECORD WITH REASON CURR.              *
001781*    2026-09-14  JA   REVERSAL TRANSACTIONS - AN 'R' RECORD      *
001782*                     CARRYING ONLY THE TRANS-ID/TRANS-SEQ OF A  *
001783*                     COMMITTED TRANSACTION BACKS IT OUT.  THE   *
001784*                     ORIGINAL IS FOUND ON THE CALCHIST FILE AND *
001785*                     AN EXACT NEGATING TRANS-OUT RECORD IS      *
001786*                     WRITTEN WITH ITS GL ACCOUNT, COST CENTER,  *
001787*                     DEPARTMENT, CURRENCY AND BASE-RESULT; THE  *
001788*                     ORIGINAL'S HISTORY RECORD IS FLAGGED       *
001789*                     REVERSED AND THE TWO HISTORY RECORDS POINT *
001790*                     AT EACH OTHER.  A MISSING, REJECTED OR     *
001791*                     ALREADY-REVERSED ORIGINAL REJECTS THE      *
001792*                     REVERSAL (RVNF / RVRJ / RVDN).             *
001793*    2026-09-16  JA   POSTING LIMITS - A RESULT WHOSE BASE-      *
001794*                     CURRENCY AMOUNT (EITHER SIGN) EXCEEDS THE  *
001795*                     POSTING LIMIT ON ITS ACCOUNT-MASTER ENTRY  *
001796*                     IS NOT WRITTEN TO TRANS-OUT BUT PARKED ON  *
001797*                     THE KEYED SUSPENSE FILE (SUSPREC) AND ITS  *
001798*                     HISTORY RECORD CARRIES DISPOSITION H       *
001799*                     (HELD).  CALC014 RELEASES OR DENIES HELD   *
001800*                     ITEMS BY TRANS-ID.  HELD ITEMS ARE COUNTED *
001801*                     APART FROM THE RESULT TOTALS SO THOSE      *
001802*                     STILL TIE TO TRANS-OUT.  WITH NO SUSPENSE  *
001803*                     FILE AN OVER-LIMIT RESULT IS REJECTED WITH *
001804*                     REASON SUSP.                               *
001805*    2026-10-09  JA   NIGHTLY BALANCING - A BATCH RUN RECORDS    *
001806*                     STAGE 2 ON THE BALANCING CONTROL FILE      *
001807*                     (BALREC, BALCTL KSDS, KEY = RUN IDENTITY + *
001808*                     STAGE): DETAILS READ WITH THEIR NUM01      *
001809*                     HASH, COMMITTED, REJECTED AND HELD, THE    *
001810*                     RESULT SUMS AND ORPHAN CONTINUATIONS, FOR  *
001811*                     THE CALC025 ROLL-FORWARD.  THE BASE-       *
001812*                     CURRENCY RESULT SUM IS NEW AND RIDES ON    *
001813*                     THE CHECKPOINT (RECORD 744 -> 761).  A     *
001814*                     RESUBMIT OF CORRECTED REJECTS (OVERRIDE,   *
001815*                     NOT A RESTART) LEAVES THE NIGHT'S STAGE 2  *
001816*                     AS IT WAS.                                 *
001817*    2026-10-12  JA   TAMPER-EVIDENT AUDIT TRAIL - EVERY AUDIT-  *
001818*                     LOG LINE NOW CARRIES A LOG SEQUENCE NUMBER *
001819*                     AND A CHECK VALUE WORKED OUT OVER THE      *
001820*                     PREVIOUS LINE'S CHECK VALUE AND THIS LINE, *
001821*                     SO AN ALTERED, REMOVED, INSERTED OR        *
001822*                     REORDERED LINE BREAKS THE CHAIN.  THE RUN  *
001823*                     FINDS THE END OF THE CHAIN BY READING THE  *
001824*                     LOG BEFORE APPENDING TO IT.  THE RUN       *
001825*                     SUMMARY SHOWS THE LAST SEQUENCE AND CHECK  *
001826*                     VALUE WRITTEN.  CALC026 VERIFIES THE CHAIN *
001827*                     AND CUTS THE MONTHLY ARCHIVE.  LINE 94 ->  *
001828*                     115 BYTES.                                 *
001829*    2026-10-14  JA   CAPTURE MODE ON THE PANEL - RUN MODE C     *
001830*                     SHOWS THE CAPTURE PANEL, WHICH ADDS GL     *
001831*                     ACCOUNT, COST CENTER, EFFECT DATE,         *
001832*                     DEPARTMENT AND CURRENCY, CHECKED AT ONCE   *
001833*                     AGAINST ACCTMST AND CURRMST BY THE SAME    *
001834*                     LOOKUPS THE BATCH USES.  EACH ACCEPTED     *
001835*                     RESULT IS WRITTEN TO THE OPERATOR'S STAGED *
001836*                     FEED (PANELFD) UNDER A GENERATED TRANS-ID, *
001837*                     A RUNNING-TOTAL CHAIN AS 'C' CONTINUATION  *
001838*                     RECORDS, AND THE SESSION IS CLOSED WITH A  *
001839*                     'T' TRAILER FOR CALC012 FEED 6.  THE       *
001840*                     ACCOUNT READ IS SPLIT OUT OF 2170-LOOKUP-  *
001841*                     ACCOUNT AS 2175-READ-ACCOUNT AND THE       *
001842*                     CURRENCY LOOKUP NOW KEYS FROM WS-CUR-      *
001843*                     CURRENCY SO THE PANEL SHARES BOTH.         *
001844*    2026-10-15  JA   CAPTURE TRANS-IDS MADE UNIQUE ACROSS       *
001845*                     OPERATORS - 'P' + YYDDD + THE OPERATOR'S   *
001846*                     SLOT + A 3-DIGIT NUMBER.  THE SLOT IS      *
001847*                     ASSIGNED AT ENROLMENT AND PUNCHED IN       *
001848*                     COLUMN 24 OF THE OPERATOR'S CONTROL CARD;  *
001849*                     CAPTURE MODE IS REFUSED WITHOUT ONE.       *
001850*    2026-10-15  JA   A REVERSAL OF A REVERSAL IS REJECTED       *
001851*                     (RVRV) - IT WOULD RE-POST THE FIRST        *
001852*                     TRANSACTION UNLINKED.                      *
001853******************************************************************
001854 IDENTIFICATION DIVISION.
001855 PROGRAM-ID. CALC002.
001856 ENVIRONMENT DIVISION.
001857 CONFIGURATION SECTION.
001858 SPECIAL-NAMES.
001859     DECIMAL-POINT IS COMMA
001860     CRT STATUS IS WS-CRT-STATUS.
001870 INPUT-OUTPUT SECTION.
001880 FILE-CONTROL.
002250         ACCESS MODE IS RANDOM
002260         RECORD KEY IS AM-ACCT-KEY
002270         FILE STATUS IS WS-ACCT-STATUS.
002271     SELECT OPTIONAL SUSP-FILE ASSIGN TO SUSPENSE
002272         ORGANIZATION IS INDEXED
002273         ACCESS MODE IS RANDOM
002274         RECORD KEY IS SP-SUSP-KEY
002275         FILE STATUS IS WS-SUSP-STATUS.
002276     SELECT OPTIONAL BAL-FILE ASSIGN TO BALCTL
002277         ORGANIZATION IS INDEXED
002278         ACCESS MODE IS RANDOM
002279         RECORD KEY IS BC-BAL-KEY
002280         FILE STATUS IS WS-BAL-STATUS.
002281     SELECT CONTROL-CARD ASSIGN TO SYSIN
002290         ORGANIZATION IS LINE SEQUENTIAL
002300         FILE STATUS IS WS-SYSIN-STATUS.
002310     SELECT CHECKPOINT-FILE ASSIGN TO CHKPOINT
002320         ORGANIZATION IS LINE SEQUENTIAL
002330         FILE STATUS IS WS-CHKPT-STATUS.
002332     SELECT OPTIONAL PANEL-FEED ASSIGN TO PANELFD
002334         ORGANIZATION IS LINE SEQUENTIAL
002336         FILE STATUS IS WS-PANEL-STATUS.
002340 DATA DIVISION.
002350 FILE SECTION.
002360 FD  TRANS-IN
002630         SIGN IS LEADING SEPARATE CHARACTER.
002640     05  IN-CONT-RATE-CODE   PIC X(05).
002650     05  FILLER              PIC X(84).
002651******************************************************************
002652*    THIRD ALTERNATE VIEW - THE 'R' REVERSAL RECORD.  COLUMNS    *
002653*    2-17 CARRY THE TRANS-ID/TRANS-SEQ OF THE COMMITTED          *
002654*    TRANSACTION TO BE BACKED OUT; THE REVERSAL'S OWN TRANS-ID,  *
002655*    TRANS-SEQ AND (OPTIONAL) EFFECT-DATE SIT IN THEIR USUAL     *
002656*    CALCREC POSITIONS.  'R', LIKE 'T' AND 'C', CAN NEVER        *
002657*    APPEAR IN A DETAIL RECORD'S FIRST BYTE.                     *
002658******************************************************************
002659 01  IN-REV-REC.
002660     05  IN-REV-ID           PIC X(01).
002661     05  IN-REV-ORIG-ID      PIC X(10).
002662     05  IN-REV-ORIG-SEQ     PIC 9(06).
002663     05  FILLER              PIC X(84).
002664 FD  TRANS-OUT
002670     LABEL RECORDS ARE STANDARD.
002680 01  OUT-TRANS-REC.
002690     COPY CALCREC REPLACING ==:TAG:== BY ==OUT==.
002700 FD  AUDIT-LOG
002710     LABEL RECORDS ARE STANDARD.
002720 01  AUDIT-LOG-REC           PIC X(115).
002721 01  AUDIT-LOG-CHAIN.
002722     05  FILLER              PIC X(95).
002723     05  AL-LOG-SEQ          PIC X(09).
002724     05  FILLER              PIC X(01).
002725     05  AL-CHECK            PIC X(10).
002730 FD  REJECT-FILE
002740     LABEL RECORDS ARE STANDARD.
002750 01  REJECT-REC              PIC X(105).
002900     LABEL RECORDS ARE STANDARD.
002910 01  AM-ACCT-REC.
002920     COPY ACCTREC REPLACING ==:TAG:== BY ==AM==.
002922 FD  SUSP-FILE
002924     LABEL RECORDS ARE STANDARD.
002926 01  SP-SUSP-REC.
002928     COPY SUSPREC REPLACING ==:TAG:== BY ==SP==.
002930 FD  HIST-FILE
002940     LABEL RECORDS ARE STANDARD.
002950 01  HX-HIST-REC.
003020     LABEL RECORDS ARE STANDARD.
003030 01  CM-CURR-REC.
003040     COPY CURRREC REPLACING ==:TAG:== BY ==CM==.
003042 FD  BAL-FILE
003044     LABEL RECORDS ARE STANDARD.
003046 01  BC-BAL-REC.
003048     COPY BALREC REPLACING ==:TAG:== BY ==BC==.
003050 FD  CONTROL-CARD
003060     LABEL RECORDS ARE STANDARD.
003070 01  CONTROL-CARD-REC.
003160     05  CC-RUN-SEQ          PIC 9(02).
003170     05  FILLER              PIC X(01).
003180     05  CC-OVERRIDE-SW      PIC X(01).
003190     05  FILLER              PIC X(01).
003193     05  CC-OPER-SLOT        PIC X(01).
003196     05  FILLER              PIC X(56).
003200 FD  CHECKPOINT-FILE
003210     LABEL RECORDS ARE STANDARD.
003220 01  CHECKPOINT-REC              PIC X(761).
003221******************************************************************
003222*    PANEL-FEED - THE OPERATOR'S STAGED FEED WRITTEN IN CAPTURE  *
003223*    MODE, IN THE DEPARTMENT-FEED LAYOUT CALC012 TAKES: DETAIL   *
003224*    RECORDS, 'C' CONTINUATIONS BEHIND THEM, AND A 'T' TRAILER   *
003225*    CLOSING EACH SESSION.  SAME THREE VIEWS AS TRANS-IN.        *
003226******************************************************************
003227 FD  PANEL-FEED
003228     LABEL RECORDS ARE STANDARD.
003229 01  PF-TRANS-REC.
003230     COPY CALCREC REPLACING ==:TAG:== BY ==PF==.
003231 01  PF-TRAILER-REC.
003232     05  PF-TRL-ID           PIC X(01).
003233     05  PF-TRL-REC-COUNT    PIC 9(08).
003234     05  PF-TRL-HASH-NUM01   PIC S9(12)V99
003235         SIGN IS LEADING SEPARATE CHARACTER.
003236     05  FILLER              PIC X(77).
003237 01  PF-CONT-REC.
003238     05  PF-CONT-ID          PIC X(01).
003239     05  PF-CONT-OPERCAO     PIC X(02).
003240     05  PF-CONT-OPERAND     PIC S9(6)V99
003241         SIGN IS LEADING SEPARATE CHARACTER.
003242     05  PF-CONT-RATE-CODE   PIC X(05).
003243     05  FILLER              PIC X(84).
003244 WORKING-STORAGE SECTION.
003245******************************************************************
003250*    RUN-MODE SWITCH - DECIDES WHETHER THIS RUN TALKS TO A       *
003260*    TERMINAL OR TO THE BATCH TRANSACTION FILES.  CAPTURE MODE   *
003263*    IS THE TERMINAL PANEL WITH LEDGER CODING, WRITING ITS       *
003266*    RESULTS TO A STAGED FEED.                                   *
003270******************************************************************
003280 01  WS-RUN-MODE             PIC X(01).
003290     88  WS-MODE-BATCH               VALUE 'B' 'b'.
003300     88  WS-MODE-INTERACTIVE         VALUE 'I' 'i' 'C' 'c'.
003305     88  WS-MODE-CAPTURE             VALUE 'C' 'c'.
003310 01  WS-EOF-SW               PIC X(01).
003320     88  WS-EOF                      VALUE 'Y'.
003330     88  WS-NOT-EOF                  VALUE 'N'.
003610     88  WS-KEY-F2                   VALUE 1002.
003620     88  WS-KEY-F3                   VALUE 1003.
003630     88  WS-KEY-F5                   VALUE 1005.
003635     88  WS-KEY-F6                   VALUE 1006.
003640     88  WS-KEY-F12                  VALUE 1012.
003650     88  WS-KEY-ESCAPE               VALUE 2005.
003660 01  WS-PNL-NUM01            PIC S9(6)V99 VALUE ZERO.
003810     88  WS-TRANS-VALID              VALUE 'Y'.
003820     88  WS-TRANS-INVALID            VALUE 'N'.
003830******************************************************************
003831*    CAPTURE-MODE FIELDS.  THE LEDGER CODING KEYED ON THE PANEL  *
003832*    IS ONE GROUP SO IT CAN BE COMPARED WITH THE CODING OF THE   *
003833*    CHAIN NOW OPEN: A CALCULATION STARTING FROM THAT CHAIN'S    *
003834*    LAST RESULT WITH THE SAME CODING IS ITS NEXT 'C' STEP,      *
003835*    ANYTHING ELSE OPENS A NEW TRANSACTION.  TRANS-IDS ARE 'P'   *
003836*    + YYDDD + THE OPERATOR'S SLOT + A NUMBER THAT CARRIES ON    *
003837*    FROM THE HIGHEST ONE FOR TODAY ALREADY ON THE OPERATOR'S    *
003838*    FEED.  THE SLOT, ONE PER ENROLLED OPERATOR, KEEPS TWO       *
003839*    OPERATORS FROM ISSUING THE SAME TRANS-ID ON THE SAME DAY.   *
003840*    THE TRAILER TOTALS COVER THE DETAILS WRITTEN SINCE THE      *
003841*    FEED'S LAST TRAILER.                                        *
003842******************************************************************
003843 01  WS-PANEL-STATUS         PIC X(02).
003844     88  WS-PANEL-FILE-OK            VALUE '00' '05'.
003845 01  WS-PANEL-EOF-SW         PIC X(01)    VALUE 'N'.
003846     88  WS-PANEL-EOF                VALUE 'Y'.
003847 01  WS-CAPTURE-SW           PIC X(01)    VALUE 'N'.
003848     88  WS-CAPTURE-ON               VALUE 'Y'.
003849 01  WS-PNL-CODING.
003850     05  WS-PNL-GL-ACCOUNT   PIC X(08)    VALUE SPACES.
003851     05  WS-PNL-COST-CENTER  PIC X(06)    VALUE SPACES.
003852     05  WS-PNL-EFFECT-DATE  PIC 9(08)    VALUE ZERO.
003853     05  WS-PNL-EFFECT-PARTS REDEFINES WS-PNL-EFFECT-DATE.
003854         10  WS-PNL-EFFECT-YYYY  PIC 9(04).
003855         10  WS-PNL-EFFECT-MM    PIC 9(02).
003856         10  WS-PNL-EFFECT-DD    PIC 9(02).
003857     05  WS-PNL-DEPT-CODE    PIC X(03)    VALUE SPACES.
003858     05  WS-PNL-CURRENCY     PIC X(03)    VALUE SPACES.
003859 01  WS-PNL-TRANS-ID         PIC X(10)    VALUE SPACES.
003860 01  WS-CAP-CODING           PIC X(28)    VALUE SPACES.
003861 01  WS-CAP-CHAIN-SW         PIC X(01)    VALUE 'N'.
003862     88  WS-CAP-CHAIN-OPEN           VALUE 'Y'.
003863 01  WS-CAP-STEP-SW          PIC X(01)    VALUE 'D'.
003864     88  WS-CAP-NEW-DETAIL           VALUE 'D'.
003865     88  WS-CAP-CONTINUE             VALUE 'C'.
003866 01  WS-CAP-CHAIN-ID         PIC X(10)    VALUE SPACES.
003867 01  WS-CAP-CHAIN-SEQ        PIC 9(06)    VALUE ZERO.
003868 01  WS-CAP-LAST-RESULT      PIC S9(6)V99 VALUE ZERO.
003869 01  WS-CAP-TRANS-ID.
003870     05  WS-CAP-TID-PREFIX   PIC X(01)    VALUE 'P'.
003871     05  WS-CAP-TID-DAY      PIC 9(05)    VALUE ZERO.
003872     05  WS-CAP-TID-SLOT     PIC X(01)    VALUE SPACE.
003873         88  WS-CAP-SLOT-VALID       VALUE 'A' THRU 'Z'
003874                                           '0' THRU '9'.
003875     05  WS-CAP-TID-NUMBER   PIC 9(03)    VALUE ZERO.
003876 01  WS-CAP-SCAN-ID.
003877     05  WS-CAP-SCAN-PREFIX  PIC X(01).
003878     05  WS-CAP-SCAN-DAY     PIC 9(05).
003879     05  WS-CAP-SCAN-SLOT    PIC X(01).
003880     05  WS-CAP-SCAN-NUMBER  PIC 9(03).
003881 01  WS-CAP-LAST-NUMBER      PIC 9(03)    VALUE ZERO.
003882 01  WS-CAP-TRL-COUNT        PIC 9(08)    VALUE ZERO.
003883 01  WS-CAP-TRL-HASH         PIC S9(12)V99 VALUE ZERO.
003884 01  WS-CAP-CNT-TRANS        PIC 9(06)    COMP VALUE ZERO.
003885 01  WS-CAP-CNT-STEPS        PIC 9(06)    COMP VALUE ZERO.
003886******************************************************************
003887*    REJECT-DATASET WORKING FIELDS.  A REJECTED BATCH RECORD IS  *
003888*    WRITTEN OUT UNCHANGED WITH A MACHINE-READABLE REASON CODE   *
003889*    APPENDED, SO THE BAD RECORDS CAN BE CORRECTED AND FED BACK  *
003890*    THROUGH THE CALC2REC RESUBMIT JOB.                          *
003891******************************************************************
003892 01  WS-REJECT-REASON        PIC X(04)    VALUE SPACES.
003900     88  WS-REJ-NON-NUMERIC          VALUE 'NNUM'.
003910     88  WS-REJ-BAD-OPERATOR         VALUE 'BOPR'.
003920     88  WS-REJ-ZERO-DIVISOR         VALUE 'ZDIV'.
003950     88  WS-REJ-BAD-ACCOUNT          VALUE 'ACCT'.
003960     88  WS-REJ-ORPHAN-CONT          VALUE 'CONT'.
003970     88  WS-REJ-BAD-CURRENCY         VALUE 'CURR'.
003971     88  WS-REJ-REV-NOT-FOUND        VALUE 'RVNF'.
003972     88  WS-REJ-REV-REJECTED         VALUE 'RVRJ'.
003973     88  WS-REJ-REV-DONE             VALUE 'RVDN'.
003974     88  WS-REJ-REV-OF-REV           VALUE 'RVRV'.
003975     88  WS-REJ-NO-SUSPENSE          VALUE 'SUSP'.
003980 01  WS-REJECT-LINE.
003990     05  WS-REJ-TRANS-IMAGE  PIC X(101).
004000     05  WS-REJ-REASON-CODE  PIC X(04).
004470     88  WS-ACCT-FOUND               VALUE 'Y'.
004480     88  WS-ACCT-NOT-FOUND           VALUE 'N'.
004490 01  WS-ACCT-CHECK-DATE      PIC 9(08)    VALUE ZERO.
004491 01  WS-ACCT-POST-LIMIT      PIC 9(09)V99 VALUE ZERO.
004492******************************************************************
004493*    SUSPENSE (HOLD QUEUE) WORKING FIELDS.  A RESULT OVER ITS    *
004494*    ACCOUNT'S POSTING LIMIT IS PARKED ON THE SUSPENSE FILE      *
004495*    INSTEAD OF TRANS-OUT.  THE FILE IS OPTIONAL - WHEN IT       *
004496*    CANNOT BE OPENED THE RUN CONTINUES AND ONLY AN OVER-LIMIT   *
004497*    RESULT IS REJECTED (SUSP).  HELD ITEMS ARE COUNTED HERE AND *
004498*    KEPT OUT OF THE RESULT TOTALS, WHICH TIE TO TRANS-OUT.      *
004499******************************************************************
004500 01  WS-SUSP-STATUS          PIC X(02).
004501     88  WS-SUSP-FILE-OK             VALUE '00' '05'.
004502 01  WS-SUSP-AVAIL-SW        PIC X(01)    VALUE 'N'.
004503     88  WS-SUSP-FILE-AVAIL          VALUE 'Y'.
004504 01  WS-HOLD-SW              PIC X(01)    VALUE 'N'.
004505     88  WS-HOLD-ITEM                VALUE 'Y'.
004506 01  WS-HOLD-AMOUNT          PIC 9(09)V99 VALUE ZERO.
004507 01  WS-CNT-HELD             PIC 9(06)    COMP VALUE ZERO.
004508 01  WS-SUM-HELD             PIC S9(11)V99 VALUE ZERO.
004509******************************************************************
004510*    CHAIN (MULTI-STEP CALCULATION) WORKING FIELDS.  THE READ-    *
004520*    AHEAD THAT LOOKS FOR 'C' CONTINUATION RECORDS PARKS THE      *
004530*    FIRST NON-CONTINUATION RECORD IT FINDS IN THE HELD BUFFER    *
004810 01  WS-HIST-DISP            PIC X(01)    VALUE SPACE.
004820     88  WS-HIST-ACCEPTED            VALUE 'A'.
004830     88  WS-HIST-REJECTED            VALUE 'R'.
004835     88  WS-HIST-HELD                VALUE 'H'.
004840 01  WS-HIST-SOURCE-REC.
004850     COPY CALCREC REPLACING ==:TAG:== BY ==HS==.
004851******************************************************************
004852*    REVERSAL WORKING FIELDS.  THE KEY OF THE ORIGINAL AN 'R'    *
004853*    RECORD BACKS OUT IS HELD HERE FOR THE HISTORY LINK (BLANK   *
004854*    FOR EVERY OTHER RECORD), AND THE ORIGINAL'S HISTORY RECORD  *
004855*    IS KEPT WHILE THE NEGATING RECORD IS WRITTEN SO IT CAN BE   *
004856*    FLAGGED REVERSED AFTERWARDS.                                *
004857******************************************************************
004858 01  WS-REV-OF-KEY.
004859     05  WS-REV-OF-TRANS-ID  PIC X(10)    VALUE SPACES.
004860     05  WS-REV-OF-TRANS-SEQ PIC 9(06)    VALUE ZERO.
004861 01  WS-REV-ORIG-REC.
004862     COPY HISTREC REPLACING ==:TAG:== BY ==RO==.
004863 01  WS-CNT-REVERSALS        PIC 9(06)    COMP VALUE ZERO.
004864******************************************************************
004870*    RUN-REGISTER WORKING FIELDS.  THE REGISTER IS THE GUARD     *
004880*    AGAINST A DOUBLE SUBMIT - WHEN IT CANNOT BE OPENED THE RUN  *
004890*    CONTINUES UNGUARDED WITH A WARNING, SO A REGISTER OUTAGE    *
004970     88  WS-REGISTER-OVERRIDE        VALUE 'O'.
004980 01  WS-END-TIME             PIC 9(08)    VALUE ZERO.
004990 01  WS-CNT-ORPHAN-CONT      PIC 9(06)    COMP VALUE ZERO.
004991******************************************************************
004992*    BALANCING CONTROL FILE.  LIKE THE REGISTER, AN OUTAGE IS A  *
004993*    WARNING ONLY - THE STAGE IS SIMPLY MISSING FROM THE NIGHT'S *
004994*    ROLL-FORWARD, WHICH CALC025 THEN FLAGS.                     *
004995******************************************************************
004996 01  WS-BAL-STATUS           PIC X(02).
004997     88  WS-BAL-FILE-OK              VALUE '00' '05'.
005000******************************************************************
005010*    END-OF-RUN CONTROL TOTALS.                                  *
005020******************************************************************
005130     05  WS-CNT-DUPLICATE    PIC 9(6)     COMP VALUE ZERO.
005140     05  WS-CNT-SEQ-GAPS     PIC 9(6)     COMP VALUE ZERO.
005150 01  WS-SUM-RESULTS          PIC S9(11)V99 VALUE ZERO.
005155 01  WS-SUM-BASE-RESULTS     PIC S9(13)V99 VALUE ZERO.
005160 01  WS-MOD-QUOTIENT         PIC S9(8)    COMP.
005170******************************************************************
005180*    AUDIT-TRAIL WORKING FIELDS.                                 *
005480     05  WS-AUDIT-CURRENCY   PIC X(03).
005490     05  FILLER              PIC X       VALUE SPACE.
005500     05  WS-AUDIT-BASE       PIC -(9)9,99.
005501     05  FILLER              PIC X(04)   VALUE SPACES.
005502     05  WS-AUDIT-LOG-SEQ    PIC 9(09).
005503     05  FILLER              PIC X       VALUE SPACE.
005504     05  WS-AUDIT-CHECK      PIC 9(10).
005505******************************************************************
005506*    AUDIT-LOG CHAIN.  EVERY LINE CARRIES THE NEXT LOG SEQUENCE  *
005507*    NUMBER AND A CHECK VALUE WORKED OUT OVER THE PREVIOUS       *
005508*    LINE'S CHECK VALUE FOLLOWED BY THIS LINE UP TO AND          *
005509*    INCLUDING ITS SEQUENCE NUMBER (114 BYTES IN ALL), SO A LINE *
005510*    ALTERED, REMOVED, INSERTED OR MOVED BREAKS THE CHAIN FROM   *
005511*    THAT POINT.  THE CHECK IS THOSE BYTES TAKEN AS ONE BASE-256 *
005512*    NUMBER REDUCED MODULO THE PRIME 9999999967, ONE BYTE AT A   *
005513*    TIME.  CALC026 VERIFIES THE CHAIN AND WRITES THE ARCHIVE    *
005514*    CUT WITH THE SAME ARITHMETIC - CHANGE BOTH TOGETHER.        *
005515******************************************************************
005516 01  WS-AUDIT-LAST-SEQ       PIC 9(09)    VALUE ZERO.
005517 01  WS-AUDIT-LAST-CHECK     PIC 9(10)    VALUE ZERO.
005518 01  WS-AUDIT-EOF-SW         PIC X(01)    VALUE 'N'.
005519     88  WS-AUDIT-EOF                VALUE 'Y'.
005520 01  WS-CHK-INPUT.
005521     05  WS-CHK-PREV         PIC 9(10).
005522     05  WS-CHK-LINE         PIC X(104).
005523 01  WS-CHK-TABLE REDEFINES WS-CHK-INPUT.
005524     05  WS-CHK-CHAR         PIC X(01)    OCCURS 114 TIMES.
005525 01  WS-CHK-IX               PIC 9(03)    COMP.
005526 01  WS-CHK-BYTE-PAIR.
005527     05  FILLER              PIC X(01)    VALUE LOW-VALUE.
005528     05  WS-CHK-BYTE         PIC X(01).
005529 01  WS-CHK-BYTE-VALUE REDEFINES WS-CHK-BYTE-PAIR
005530                             PIC 9(04)    COMP.
005531 01  WS-CHK-ACCUM            PIC 9(15)    COMP.
005532 01  WS-CHK-QUOTIENT         PIC 9(15)    COMP.
005533 01  WS-CHK-REMAINDER        PIC 9(10)    COMP.
005534 01  WS-CHK-MODULUS          PIC 9(10)    COMP VALUE 9999999967.
005535******************************************************************
005536*    CURRENT RECORD IDENTITY.  LOADED FROM THE BATCH RECORD IN   *
005537*    2100-READ-TRANSACTION; AN INTERACTIVE SESSION CARRIES NO    *
005540*    RECORD IDENTITY SO ITS AUDIT LINES LOG BLANK/ZERO HERE.     *
005550******************************************************************
005560 01  WS-CUR-TRANS-ID         PIC X(10)    VALUE SPACES.
006110*    DOES FOR THE LOG.                                           *
006120******************************************************************
006130 01  WS-DISPLAY-SUM-RESULTS  PIC -(10)9,99.
006135 01  WS-DISPLAY-SUM-BASE     PIC -(12)9,99.
006140 01  WS-DISPLAY-HASH         PIC -(12)9,99.
006150******************************************************************
006160*    TRAILER-BALANCING FIELDS.  THE EXPECTED VALUES COME OFF THE *
007220         10  FILLER               PIC X.
007230         10  WS-CKPT-CURR-BASE    PIC S9(13)V99
007240             SIGN IS LEADING SEPARATE CHARACTER.
007241     05  FILLER               PIC X       VALUE SPACE.
007242     05  WS-CKPT-CNT-REVS     PIC 9(06).
007243     05  FILLER               PIC X       VALUE SPACE.
007244     05  WS-CKPT-CNT-HELD     PIC 9(06).
007245     05  FILLER               PIC X       VALUE SPACE.
007246     05  WS-CKPT-SUM-HELD     PIC S9(11)V99
007247         SIGN IS LEADING SEPARATE CHARACTER.
007248     05  FILLER               PIC X       VALUE SPACE.
007249     05  WS-CKPT-SUM-BASE     PIC S9(13)V99
007250         SIGN IS LEADING SEPARATE CHARACTER.
007251 SCREEN SECTION.
007260******************************************************************
007270*    CALC-PANEL - THE ONE-SCREEN ENTRY PANEL FOR INTERACTIVE    *
007280*    MODE.  BOTH NUMBERS AND THE OPERATOR ARE ENTERED TOGETHER; *
007550     05  LINE 18 COL 05 PIC X(50) FROM WS-PNL-MESSAGE.
007560     05  LINE 20 COL 05 VALUE
007570         'F1=M+  F2=MR  F3=MC  F5=RECUPERA ULTIMO  F12=SAIR'.
007571******************************************************************
007572*    CAPTURE-PANEL - CALC-PANEL WITH THE LEDGER CODING ADDED,    *
007573*    FOR CAPTURE MODE.  THE TRANS-ID OF THE TRANSACTION BEING    *
007574*    BUILT AND THE COUNT WRITTEN THIS SESSION ARE ON SHOW.       *
007575******************************************************************
007576 01  CAPTURE-PANEL.
007577     05  BLANK SCREEN.
007578     05  LINE 01 COL 15 VALUE
007579         'CALC002 - CALCULADORA - PAINEL DE CAPTURA'.
007580     05  LINE 03 COL 05 VALUE 'NUMERO 1......:'.
007581     05  LINE 03 COL 22 PIC S9(6)V99 USING WS-PNL-NUM01.
007582     05  LINE 04 COL 05 VALUE 'OPERACAO......:'.
007583     05  LINE 04 COL 22 PIC X(02) USING WS-PNL-OPERCAO.
007584     05  LINE 04 COL 28 VALUE '(+ - * / M E P OU X P/ SAIR)'.
007585     05  LINE 05 COL 05 VALUE 'NUMERO 2......:'.
007586     05  LINE 05 COL 22 PIC S9(6)V99 USING WS-PNL-NUM02.
007587     05  LINE 07 COL 05 VALUE 'RESULTADO.....:'.
007588     05  LINE 07 COL 22 PIC X(11) FROM WS-PNL-RESULT-ED.
007589     05  LINE 07 COL 40 VALUE 'TRANSACAO.....:'.
007590     05  LINE 07 COL 56 PIC X(10) FROM WS-PNL-TRANS-ID.
007591     05  LINE 08 COL 05 VALUE 'MEMORIA.......:'.
007592     05  LINE 08 COL 22 PIC X(11) FROM WS-PNL-MEMORY-ED.
007593     05  LINE 08 COL 40 VALUE 'GRAVADAS......:'.
007594     05  LINE 08 COL 56 PIC Z(5)9 FROM WS-CAP-CNT-TRANS.
007595     05  LINE 09 COL 05 VALUE 'TOTAL CORRENTE:'.
007596     05  LINE 09 COL 22 PIC X(11) FROM WS-PNL-TOTAL-ED.
007597     05  LINE 11 COL 05 VALUE 'ULTIMOS RESULTADOS:'.
007598     05  LINE 11 COL 30 VALUE 'CODIFICACAO CONTABIL:'.
007599     05  LINE 12 COL 07 PIC X(11) FROM WS-PNL-RCT1-ED.
007600     05  LINE 12 COL 30 VALUE 'CONTA GL......:'.
007601     05  LINE 12 COL 46 PIC X(08) USING WS-PNL-GL-ACCOUNT.
007602     05  LINE 13 COL 07 PIC X(11) FROM WS-PNL-RCT2-ED.
007603     05  LINE 13 COL 30 VALUE 'CENTRO CUSTO..:'.
007604     05  LINE 13 COL 46 PIC X(06) USING WS-PNL-COST-CENTER.
007605     05  LINE 14 COL 07 PIC X(11) FROM WS-PNL-RCT3-ED.
007606     05  LINE 14 COL 30 VALUE 'DATA EFEITO...:'.
007607     05  LINE 14 COL 46 PIC 9(08) USING WS-PNL-EFFECT-DATE.
007608     05  LINE 14 COL 56 VALUE '(AAAAMMDD)'.
007609     05  LINE 15 COL 07 PIC X(11) FROM WS-PNL-RCT4-ED.
007610     05  LINE 15 COL 30 VALUE 'DEPARTAMENTO..:'.
007611     05  LINE 15 COL 46 PIC X(03) USING WS-PNL-DEPT-CODE.
007612     05  LINE 16 COL 07 PIC X(11) FROM WS-PNL-RCT5-ED.
007613     05  LINE 16 COL 30 VALUE 'MOEDA.........:'.
007614     05  LINE 16 COL 46 PIC X(03) USING WS-PNL-CURRENCY.
007615     05  LINE 16 COL 56 VALUE '(BRANCO = LOCAL)'.
007616     05  LINE 18 COL 05 PIC X(50) FROM WS-PNL-MESSAGE.
007617     05  LINE 20 COL 05 VALUE
007618         'F1=M+  F2=MR  F3=MC  F5=RECUPERA ULTIMO  F12=SAIR'.
007619     05  LINE 21 COL 05 VALUE
007620         'F6=NOVA TRANSACAO'.
007621 PROCEDURE DIVISION.
007622******************************************************************
007623*    0000-MAINLINE                                               *
007624******************************************************************
007625 0000-MAINLINE.
007630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007640     EVALUATE TRUE
007650         WHEN WS-MODE-BATCH
008000                 IF CC-OVERRIDE-SW = 'O'
008010                     MOVE CC-OVERRIDE-SW TO WS-OVERRIDE-SW
008020                 END-IF
008025                 MOVE CC-OPER-SLOT TO WS-CAP-TID-SLOT
008030         END-READ
008040         CLOSE CONTROL-CARD
008050     ELSE
008060         DISPLAY 'RUN MODE - (I)NTERACTIVE, (C)APTURE OR (B)ATCH '
008065             'FILE: '
008070         ACCEPT WS-RUN-MODE
008080     END-IF.
008090     IF WS-RESTART-COUNT > ZERO
008490                 'OPENED (STATUS=' WS-CURR-STATUS ') - RECORDS '
008500                 'CARRYING A CURRENCY CODE WILL BE REJECTED.'
008510         END-IF
008511         OPEN I-O SUSP-FILE
008512         IF WS-SUSP-FILE-OK
008513             SET WS-SUSP-FILE-AVAIL TO TRUE
008514         ELSE
008515             DISPLAY 'WARNING - SUSPENSE FILE COULD NOT BE '
008516                 'OPENED (STATUS=' WS-SUSP-STATUS ') - RESULTS '
008517                 'OVER AN ACCOUNT POSTING LIMIT WILL BE REJECTED.'
008518         END-IF
008520         IF WS-IS-RESTART
008530             OPEN EXTEND TRANS-OUT
008540             IF WS-SPLIT-OUTPUT
008810             END-IF
008820         END-IF
008830     END-IF.
008832     IF WS-MODE-CAPTURE
008834         PERFORM 1200-OPEN-CAPTURE THRU 1200-EXIT
008836     END-IF.
008838     PERFORM 1050-FIND-AUDIT-CHAIN-END THRU 1050-EXIT.
008840     OPEN EXTEND AUDIT-LOG.
008850 1000-EXIT.
008851     EXIT.
008852******************************************************************
008853*    1050-FIND-AUDIT-CHAIN-END - READ THE AUDIT LOG THROUGH      *
008854*    BEFORE IT IS OPENED FOR APPEND AND KEEP THE SEQUENCE        *
008855*    NUMBER AND CHECK VALUE OF ITS LAST CHAINED LINE, WHICH      *
008856*    THIS RUN'S FIRST LINE FOLLOWS ON FROM.  EVERY CUT LEAVES    *
008857*    AN OPENING LINE ON THE NEW LOG, SO A LOG WITH NO CHAINED    *
008858*    LINE AT ALL IS ONLY EXPECTED BEFORE THE FIRST CUT; THE      *
008859*    CHAIN THEN STARTS AT SEQUENCE 1 AND THE OPERATOR IS         *
008860*    WARNED.                                                     *
008861******************************************************************
008862 1050-FIND-AUDIT-CHAIN-END.
008863     MOVE ZERO TO WS-AUDIT-LAST-SEQ.
008864     MOVE ZERO TO WS-AUDIT-LAST-CHECK.
008865     MOVE 'N' TO WS-AUDIT-EOF-SW.
008866     OPEN INPUT AUDIT-LOG.
008867     PERFORM 1060-READ-AUDIT-LINE THRU 1060-EXIT
008868         UNTIL WS-AUDIT-EOF.
008869     CLOSE AUDIT-LOG.
008870     IF WS-AUDIT-LAST-SEQ = ZERO
008871         DISPLAY 'WARNING - NO CHAINED LINE ON THE AUDIT LOG - '
008872             'THE CHAIN STARTS AT LOG SEQUENCE 1.  RUN THE '
008873             'CALC2ARC CUT IF THE LOG SHOULD ALREADY BE CHAINED.'
008874     END-IF.
008875 1050-EXIT.
008876     EXIT.
008877 1060-READ-AUDIT-LINE.
008878     READ AUDIT-LOG
008879         AT END
008880             MOVE 'Y' TO WS-AUDIT-EOF-SW
008881             GO TO 1060-EXIT
008882     END-READ.
008883     IF AL-LOG-SEQ IS NUMERIC AND AL-CHECK IS NUMERIC
008884         MOVE AL-LOG-SEQ TO WS-AUDIT-LAST-SEQ
008885         MOVE AL-CHECK   TO WS-AUDIT-LAST-CHECK
008886     END-IF.
008887 1060-EXIT.
008888     EXIT.
008889******************************************************************
008890*    1100-CHECK-RUN-REGISTER - THE DOUBLE-SUBMIT GUARD.  LOOK    *
008891*    THIS RUN'S IDENTITY UP ON THE RUN REGISTER BEFORE TOUCHING  *
008900*    ANY OTHER BATCH FILE: A COMPLETED ENTRY MEANS THE INPUT     *
008910*    WAS ALREADY PROCESSED AND THE RUN ENDS RC=12; AN OPEN       *
008920*    ENTRY MEANS ANOTHER RUN IS IN FLIGHT (OR DIED WITHOUT      *
009610 1150-EXIT.
009620     EXIT.
009630******************************************************************
009631*    1200-OPEN-CAPTURE - GET CAPTURE MODE READY.  THE OPERATOR   *
009632*    SLOT FROM THE CONTROL CARD IS REQUIRED - WITHOUT IT THE     *
009633*    TRANS-IDS COULD CLASH WITH ANOTHER OPERATOR'S, SO THE       *
009634*    PANEL RUNS WITHOUT CAPTURE.  SO IS THE ACCOUNT MASTER -     *
009635*    WITHOUT IT NO CODING COULD BE ACCEPTED.  THE CURRENCY       *
009636*    TABLE IS HANDLED AS IN BATCH: WITHOUT IT ONLY LOCAL-        *
009637*    CURRENCY WORK CAN BE CAPTURED.  THE OPERATOR'S FEED IS      *
009638*    READ THROUGH FIRST (1250) AND THEN OPENED FOR APPEND;       *
009639*    DETAILS LEFT WITHOUT A TRAILER BY A SESSION THAT NEVER      *
009640*    CLOSED ARE CLOSED OFF WITH A TRAILER OF THEIR OWN BEFORE    *
009641*    THIS SESSION WRITES ANYTHING, SO THE GATEWAY CAN STILL      *
009642*    BALANCE THE FEED.                                           *
009643******************************************************************
009644 1200-OPEN-CAPTURE.
009645     IF NOT WS-CAP-SLOT-VALID
009646         DISPLAY 'WARNING - NO OPERATOR SLOT ON THE CONTROL CARD '
009647             '(COLUMN 24) - CAPTURE MODE IS OFF, THE PANEL RUNS '
009648             'WITHOUT IT.'
009649         GO TO 1200-EXIT
009650     END-IF.
009651     OPEN INPUT  ACCT-FILE.
009652     IF WS-ACCT-FILE-OK
009653         SET WS-ACCT-FILE-AVAIL TO TRUE
009654     ELSE
009655         DISPLAY 'WARNING - ACCOUNT MASTER COULD NOT BE OPENED '
009656             '(STATUS=' WS-ACCT-STATUS ') - CAPTURE MODE IS OFF, '
009657             'THE PANEL RUNS WITHOUT IT.'
009658         GO TO 1200-EXIT
009659     END-IF.
009660     OPEN INPUT  CURR-FILE.
009661     IF WS-CURR-FILE-OK
009662         SET WS-CURR-FILE-AVAIL TO TRUE
009663     ELSE
009664         DISPLAY 'WARNING - CURRENCY TABLE COULD NOT BE OPENED '
009665             '(STATUS=' WS-CURR-STATUS ') - ONLY LOCAL-CURRENCY '
009666             'WORK CAN BE CAPTURED.'
009667     END-IF.
009668     ACCEPT WS-CAP-TID-DAY FROM DAY.
009669     PERFORM 1250-SCAN-PANEL-FEED THRU 1250-EXIT.
009670     OPEN EXTEND PANEL-FEED.
009671     IF NOT WS-PANEL-FILE-OK
009672         DISPLAY 'WARNING - STAGED FEED (PANELFD) COULD NOT BE '
009673             'OPENED (STATUS=' WS-PANEL-STATUS ') - CAPTURE MODE '
009674             'IS OFF, THE PANEL RUNS WITHOUT IT.'
009675         CLOSE ACCT-FILE
009676         MOVE 'N' TO WS-ACCT-AVAIL-SW
009677         IF WS-CURR-FILE-AVAIL
009678             CLOSE CURR-FILE
009679             MOVE 'N' TO WS-CURR-AVAIL-SW
009680         END-IF
009681         GO TO 1200-EXIT
009682     END-IF.
009683     IF WS-CAP-TRL-COUNT > ZERO
009684         DISPLAY 'WARNING - THE LAST CAPTURE SESSION ON THIS '
009685             'FEED ENDED WITHOUT ITS TRAILER - ' WS-CAP-TRL-COUNT
009686             ' DETAIL(S) CLOSED OFF NOW.'
009687         PERFORM 3760-WRITE-CAPTURE-TRAILER THRU 3760-EXIT
009688     END-IF.
009689     SET WS-CAPTURE-ON TO TRUE.
009690     MOVE WS-RUN-DATE TO WS-PNL-EFFECT-DATE.
009691     DISPLAY 'CAPTURE MODE - ACCEPTED RESULTS GO TO THE STAGED '
009692         'FEED FOR THE NIGHTLY GATEWAY.'.
009693 1200-EXIT.
009694     EXIT.
009695******************************************************************
009696*    1250-SCAN-PANEL-FEED - READ THE OPERATOR'S FEED THROUGH,    *
009697*    KEEPING THE HIGHEST TRANS-ID NUMBER ALREADY USED TODAY AND  *
009698*    THE COUNT AND NUM01 HASH OF THE DETAILS SINCE THE LAST      *
009699*    TRAILER.  A FEED NOT YET CREATED, OR EMPTIED BY THE         *
009700*    GATEWAY RUN, HAS NEITHER.                                   *
009701******************************************************************
009702 1250-SCAN-PANEL-FEED.
009703     MOVE ZERO TO WS-CAP-LAST-NUMBER.
009704     MOVE ZERO TO WS-CAP-TRL-COUNT.
009705     MOVE ZERO TO WS-CAP-TRL-HASH.
009706     MOVE 'N' TO WS-PANEL-EOF-SW.
009707     OPEN INPUT PANEL-FEED.
009708     IF NOT WS-PANEL-FILE-OK
009709         GO TO 1250-EXIT
009710     END-IF.
009711     PERFORM 1260-READ-PANEL-FEED THRU 1260-EXIT
009712         UNTIL WS-PANEL-EOF.
009713     CLOSE PANEL-FEED.
009714 1250-EXIT.
009715     EXIT.
009716 1260-READ-PANEL-FEED.
009717     READ PANEL-FEED
009718         AT END
009719             MOVE 'Y' TO WS-PANEL-EOF-SW
009720             GO TO 1260-EXIT
009721     END-READ.
009722     IF PF-TRL-ID = 'T'
009723         MOVE ZERO TO WS-CAP-TRL-COUNT
009724         MOVE ZERO TO WS-CAP-TRL-HASH
009725         GO TO 1260-EXIT
009726     END-IF.
009727     IF PF-CONT-ID = 'C'
009728         GO TO 1260-EXIT
009729     END-IF.
009730     ADD 1 TO WS-CAP-TRL-COUNT.
009731     IF PF-NUM01 IS NUMERIC
009732         ADD PF-NUM01 TO WS-CAP-TRL-HASH
009733     END-IF.
009734     MOVE PF-TRANS-ID TO WS-CAP-SCAN-ID.
009735     IF WS-CAP-SCAN-PREFIX = 'P'
009736         AND WS-CAP-SCAN-DAY IS NUMERIC
009737         AND WS-CAP-SCAN-NUMBER IS NUMERIC
009738         IF WS-CAP-SCAN-DAY = WS-CAP-TID-DAY
009739             AND WS-CAP-SCAN-SLOT = WS-CAP-TID-SLOT
009740             AND WS-CAP-SCAN-NUMBER > WS-CAP-LAST-NUMBER
009741             MOVE WS-CAP-SCAN-NUMBER TO WS-CAP-LAST-NUMBER
009742         END-IF
009743     END-IF.
009744 1260-EXIT.
009745     EXIT.
009746******************************************************************
009747*    2000-PROCESS-BATCH - DRIVE THE TRANSACTION FILES UNTIL      *
009748*    END OF INPUT.  ONE CALCULATION PER DETAIL RECORD, EXTENDED  *
009749*    BY ANY 'C' CONTINUATION RECORDS BEHIND IT INTO A MULTI-STEP *
009750*    CHAIN WITH ONE FINAL TRANS-OUT RECORD.  A CHECKPOINT        *
009751*    RECORD IS WRITTEN ONLY AFTER A WHOLE CHAIN COMMITS TO       *
009752*    TRANS-OUT AND AUDIT-LOG, AND AFTER EVERY REJECT WRITTEN TO  *
009753*    THE REJECTS DATASET, SO A RESTART CAN SKIP EXACTLY THE      *
009754*    TRANS-IN RECORDS ALREADY CONSUMED, NEVER RESUMES MID-       *
009755*    FORMULA, AND DUPLICATES NOTHING.                            *
009756******************************************************************
009757 2000-PROCESS-BATCH.
009758     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
009760     PERFORM UNTIL WS-EOF
009770         MOVE 'N' TO WS-CHAIN-FAILED-SW
009780         PERFORM 2150-VALIDATE-TRANSACTION THRU 2150-EXIT
009870             PERFORM 2190-CONVERT-TO-BASE THRU 2190-EXIT
009880         END-IF
009890         IF WS-TRANS-VALID
009892             PERFORM 2800-CHECK-POST-LIMIT THRU 2800-EXIT
009894         END-IF
009896         IF WS-TRANS-VALID
009900             PERFORM 4000-WRITE-AUDIT-LOG THRU 4000-EXIT
009910             PERFORM 2850-COMMIT-OR-HOLD THRU 2850-EXIT
009920             MOVE IN-TRANS-REC TO WS-HIST-SOURCE-REC
009940             PERFORM 4200-WRITE-HISTORY THRU 4200-EXIT
009945             MOVE 'N' TO WS-HOLD-SW
009950             ADD 1 TO WS-REC-COUNT
009960             PERFORM 4100-WRITE-CHECKPOINT THRU 4100-EXIT
009970             PERFORM 2400-CHECKPOINT-IF-DUE THRU 2400-EXIT
010270     END-IF
010280     IF WS-CURR-FILE-AVAIL
010290         CLOSE CURR-FILE
010292     END-IF
010294     IF WS-SUSP-FILE-AVAIL
010296         CLOSE SUSP-FILE
010300     END-IF
010310     CLOSE TRANS-OUT
010320     IF WS-SPLIT-OUTPUT
011380         END-IF
011390         IF WS-CKPT-CNT-ORPH IS NUMERIC
011400             MOVE WS-CKPT-CNT-ORPH TO WS-CNT-ORPHAN-CONT
011401         END-IF
011402         IF WS-CKPT-CNT-REVS IS NUMERIC
011403             MOVE WS-CKPT-CNT-REVS TO WS-CNT-REVERSALS
011404         END-IF
011405         IF WS-CKPT-CNT-HELD IS NUMERIC
011406             MOVE WS-CKPT-CNT-HELD TO WS-CNT-HELD
011407             MOVE WS-CKPT-SUM-HELD TO WS-SUM-HELD
011408         END-IF
011409         IF WS-CKPT-SUM-BASE IS NUMERIC
011410             MOVE WS-CKPT-SUM-BASE TO WS-SUM-BASE-RESULTS
011411         END-IF
011420         IF WS-CKPT-DEPT-COUNT IS NUMERIC
011430             MOVE WS-CKPT-DEPT-COUNT TO WS-DEPT-COUNT
011440             PERFORM 2090-RESTORE-DEPT-ENTRY THRU 2090-EXIT
012580     PERFORM 4160-SAVE-CURR-ENTRY THRU 4160-EXIT
012590         VARYING WS-CURR-IX FROM 1 BY 1
012600         UNTIL WS-CURR-IX > WS-CURR-LIMIT
012602     MOVE WS-CNT-REVERSALS    TO WS-CKPT-CNT-REVS
012604     MOVE WS-CNT-HELD         TO WS-CKPT-CNT-HELD
012606     MOVE WS-SUM-HELD         TO WS-CKPT-SUM-HELD
012608     MOVE WS-SUM-BASE-RESULTS TO WS-CKPT-SUM-BASE
012610     MOVE WS-CHECKPOINT-LINE TO CHECKPOINT-REC
012620     WRITE CHECKPOINT-REC.
012630     IF NOT WS-CHKPT-OK
013150     EXIT.
013160******************************************************************
013170*    4200-WRITE-HISTORY - ONE KEYED HISTORY RECORD PER BATCH     *
013180*    TRANSACTION, COMMITTED, HELD OR REJECTED.  THE CALCREC      *
013190*    IMAGE TO RECORD WAS PLACED IN WS-HIST-SOURCE-REC AND THE    *
013200*    DISPOSITION IN WS-HIST-DISP BY THE CALLER.  A RECORD        *
013210*    ALREADY ON FILE UNDER THE SAME KEY (A RESTART LEG OR A      *
013220*    CALC2REC RESUBMIT) IS OVERLAID SO THE HISTORY SHOWS THE     *
013230*    LATEST DISPOSITION.  RECORDS WITH NO TRANSACTION            *
013240*    IDENTITY (THE OLDER FILE FORMAT) CANNOT BE KEYED AND ARE    *
013242*    LEFT OFF THE HISTORY.  A NEW RECORD STARTS OUT NOT          *
013244*    REVERSED; A REVERSAL'S OWN RECORD ALSO CARRIES THE KEY      *
013246*    IT REVERSED (WS-REV-OF-KEY).  A HELD RECORD CARRIES ITS     *
013248*    AMOUNTS LIKE A COMMITTED ONE.                               *
013250******************************************************************
013260 4200-WRITE-HISTORY.
013270     IF NOT WS-HIST-FILE-AVAIL
013320     END-IF.
013330     MOVE WS-CUR-TRANS-ID  TO HX-TRANS-ID.
013340     MOVE WS-CUR-TRANS-SEQ TO HX-TRANS-SEQ.
013350     IF NOT WS-HIST-REJECTED
013360         MOVE NUM01     TO HX-NUM01
013370         MOVE NUM02     TO HX-NUM02
013380         MOVE OPERCAO   TO HX-OPERCAO
013620     MOVE HS-DEPT-CODE   TO HX-DEPT-CODE.
013630     MOVE WS-RUN-ID      TO HX-RUN-ID.
013640     MOVE HS-CURRENCY-CODE TO HX-CURRENCY-CODE.
013650     IF NOT WS-HIST-REJECTED
013660         MOVE WS-BASE-RESULT TO HX-BASE-RESULT
013670     ELSE
013680         MOVE ZERO TO HX-BASE-RESULT
013730     ELSE
013740         MOVE SPACES TO HX-REJECT-REASON
013750     END-IF.
013751     MOVE 'N'                 TO HX-REVERSED-FLAG.
013752     MOVE SPACES              TO HX-REV-BY-TRANS-ID.
013753     MOVE ZERO                TO HX-REV-BY-TRANS-SEQ.
013754     MOVE WS-REV-OF-TRANS-ID  TO HX-REV-OF-TRANS-ID.
013755     MOVE WS-REV-OF-TRANS-SEQ TO HX-REV-OF-TRANS-SEQ.
013760     WRITE HX-HIST-REC
013770         INVALID KEY
013780             PERFORM 4250-REWRITE-HISTORY THRU 4250-EXIT
014070*    THE NEXT ONE OFF THE FILE.  THE OPERATOR CODE IS UPPERCASED *
014080*    SO A LOWERCASE CODE IN THE BATCH FILE IS ACCEPTED THE SAME  *
014090*    AS ITS UPPERCASE FORM.  A 'C' CONTINUATION ARRIVING HERE    *
014100*    HAS NO DETAIL IN FRONT OF IT AND IS REJECTED AS AN ORPHAN;  *
014103*    AN 'R' REVERSAL IS PROCESSED WHOLE BY 2700 AND THE READ     *
014106*    MOVES ON TO THE NEXT RECORD.                                *
014110******************************************************************
014120 2100-READ-TRANSACTION.
014130     IF WS-EOF
014290     END-IF.
014300     IF IN-CONT-ID = 'C'
014310         PERFORM 2180-REJECT-ORPHAN-CONT THRU 2180-EXIT
014312         GO TO 2100-READ-TRANSACTION
014314     END-IF.
014316     IF IN-REV-ID = 'R'
014318         PERFORM 2700-PROCESS-REVERSAL THRU 2700-EXIT
014320         GO TO 2100-READ-TRANSACTION
014330     END-IF.
014340     ADD 1 TO WS-ACT-REC-COUNT.
014620         PERFORM 2130-LOOKUP-RATE THRU 2130-EXIT
014630     END-IF.
014640     SET WS-ACCT-FOUND TO TRUE.
014645     MOVE ZERO TO WS-ACCT-POST-LIMIT.
014650     IF IN-GL-ACCOUNT NOT = SPACES
014660         PERFORM 2170-LOOKUP-ACCOUNT THRU 2170-EXIT
014670     END-IF.
015710*    PAIR MUST BE ON THE MASTER, ACTIVE, AND OPEN ON THE         *
015720*    TRANSACTION'S OWN EFFECTIVE DATE (THE RUN DATE STANDS IN    *
015730*    WHEN NO EFFECTIVE DATE IS CODED), OTHERWISE THE RECORD IS   *
015740*    LEFT FLAGGED FOR 2150-VALIDATE-TRANSACTION TO REJECT.  AN   *
015742*    ACCOUNT THAT PASSES ALSO LEAVES ITS POSTING LIMIT IN WS-    *
015744*    ACCT-POST-LIMIT FOR 2800-CHECK-POST-LIMIT.  THE READ AND    *
015746*    THE TESTS ARE IN 2175-READ-ACCOUNT, WHICH THE CAPTURE       *
015748*    PANEL SHARES.                                               *
015750******************************************************************
015760 2170-LOOKUP-ACCOUNT.
015770     SET WS-ACCT-NOT-FOUND TO TRUE.
015850     END-IF.
015860     MOVE IN-GL-ACCOUNT  TO AM-GL-ACCOUNT.
015870     MOVE IN-COST-CENTER TO AM-COST-CENTER.
015871     PERFORM 2175-READ-ACCOUNT THRU 2175-EXIT.
015872 2170-EXIT.
015873     EXIT.
015874******************************************************************
015875*    2175-READ-ACCOUNT - READ THE PAIR NOW IN THE MASTER KEY AND *
015876*    APPLY THE ACTIVE AND OPEN/CLOSE-WINDOW TESTS AS OF          *
015877*    WS-ACCT-CHECK-DATE.  THE CALLER HAS ALREADY SET THE         *
015878*    ACCOUNT NOT FOUND.                                          *
015879******************************************************************
015880 2175-READ-ACCOUNT.
015881     READ ACCT-FILE
015890         INVALID KEY
015900             GO TO 2175-EXIT
015910     END-READ.
015920     IF AM-ACCT-STATUS = 'A'
015930         AND WS-ACCT-CHECK-DATE NOT < AM-OPEN-DATE
015940         AND WS-ACCT-CHECK-DATE NOT > AM-CLOSE-DATE
015950         SET WS-ACCT-FOUND TO TRUE
015952         IF AM-POST-LIMIT IS NUMERIC
015954             MOVE AM-POST-LIMIT TO WS-ACCT-POST-LIMIT
015956         END-IF
015960     END-IF.
015970 2175-EXIT.
015980     EXIT.
015990******************************************************************
016000*    2185-LOOKUP-CURRENCY - WALK THE DATED HISTORY FOR THE       *
016010*    CURRENCY CODE IN WS-CUR-CURRENCY (THE RECORD'S, SET IN THE  *
016020*    READ, OR THE CAPTURE PANEL'S) AND KEEP THE LATEST ACTIVE    *
016030*    ENTRY WHOSE EFFECTIVE/EXPIRY WINDOW COVERS THE              *
016040*    TRANSACTION'S EFFECTIVE DATE (WS-RATE-CHECK-DATE) - THE     *
016050*    SAME SELECTION RULE THE DATED RATE LOOKUP USES.  NO USABLE  *
016060*    ENTRY LEAVES THE RECORD FLAGGED FOR 2150-VALIDATE-          *
016065*    TRANSACTION TO REJECT.                                      *
016070******************************************************************
016080 2185-LOOKUP-CURRENCY.
016090     SET WS-CURR-NOT-FOUND TO TRUE.
016110         GO TO 2185-EXIT
016120     END-IF.
016130     MOVE 'N' TO WS-CURR-SCAN-DONE-SW.
016140     MOVE WS-CUR-CURRENCY TO CM-CURRENCY-CODE.
016150     MOVE ZERO TO CM-EFF-DATE.
016160     START CURR-FILE KEY NOT LESS THAN CM-CURR-KEY
016170         INVALID KEY
017720*    OUTPUT DATASET.                                             *
017730******************************************************************
017740 2300-WRITE-TRANSACTION.
017750     PERFORM 2310-BUILD-OUT-RECORD THRU 2310-EXIT.
017890     IF NOT WS-SPLIT-OUTPUT
017900         WRITE OUT-TRANS-REC
017910     ELSE
018040         END-EVALUATE
018050     END-IF.
018060 2300-EXIT.
018061     EXIT.
018062******************************************************************
018063*    2310-BUILD-OUT-RECORD - FORMAT THE TRANS-OUT IMAGE FROM THE *
018064*    FINAL RESULT.  SHARED BY 2300 AND BY THE SUSPENSE WRITE,    *
018065*    SO A HELD ITEM IS PARKED EXACTLY AS IT WOULD HAVE POSTED.   *
018066******************************************************************
018067 2310-BUILD-OUT-RECORD.
018068     MOVE NUM01     TO OUT-NUM01
018069     MOVE NUM02     TO OUT-NUM02
018070     MOVE OPERCAO   TO OUT-OPERCAO
018071     MOVE RESULTADO TO OUT-RESULTADO
018072     MOVE IN-GL-ACCOUNT  TO OUT-GL-ACCOUNT
018073     MOVE IN-COST-CENTER TO OUT-COST-CENTER
018074     MOVE IN-EFFECT-DATE TO OUT-EFFECT-DATE
018075     MOVE IN-RATE-CODE   TO OUT-RATE-CODE
018076     MOVE IN-TRANS-ID    TO OUT-TRANS-ID
018077     MOVE WS-CUR-TRANS-SEQ TO OUT-TRANS-SEQ
018078     MOVE IN-DEPT-CODE   TO OUT-DEPT-CODE
018079     MOVE WS-RUN-ID      TO OUT-RUN-ID
018080     MOVE IN-CURRENCY-CODE TO OUT-CURRENCY-CODE
018081     MOVE WS-BASE-RESULT TO OUT-BASE-RESULT.
018082 2310-EXIT.
018083     EXIT.
018084******************************************************************
018090*    2500-EXTEND-CHAIN - READ AHEAD FOR 'C' CONTINUATION         *
018100*    RECORDS BEHIND THE DETAIL JUST COMPUTED.  EACH ONE LOGS     *
018110*    THE STEP SO FAR TO THE AUDIT TRAIL (SAME TRANS-ID), FEEDS   *
019910 2600-EXIT.
019920     EXIT.
019930******************************************************************
019931*    2700-PROCESS-REVERSAL - BACK OUT A COMMITTED TRANSACTION.   *
019932*    THE ORIGINAL NAMED IN COLUMNS 2-17 IS LOOKED UP ON THE      *
019933*    HISTORY FILE AND AN EXACT NEGATING TRANS-OUT RECORD IS      *
019934*    WRITTEN - SAME GL ACCOUNT, COST CENTER, DEPARTMENT AND      *
019935*    CURRENCY, WITH RESULTADO AND BASE-RESULT SIGN-TURNED - AS   *
019936*    0 - ORIGINAL RESULT, SO THE AUDIT LINE AND CONTROL TOTALS   *
019937*    READ LIKE ANY OTHER SUBTRACTION.  THE BASE AMOUNT IS THE    *
019938*    ORIGINAL'S OWN, NEVER RECONVERTED, SO THE PAIR NETS TO      *
019939*    ZERO IN BOTH CURRENCIES.  THE ORIGINAL'S HISTORY RECORD IS  *
019940*    THEN FLAGGED REVERSED.  A REVERSAL IS A DETAIL FOR TRAILER  *
019941*    AND RESTART PURPOSES AND IS COMMITTED (OR REJECTED) AND     *
019942*    CHECKPOINTED RIGHT HERE.                                    *
019943******************************************************************
019944 2700-PROCESS-REVERSAL.
019945     ADD 1 TO WS-ACT-REC-COUNT.
019946     MOVE IN-TRANS-ID TO WS-CUR-TRANS-ID.
019947     MOVE IN-DEPT-CODE TO WS-CUR-DEPT-CODE.
019948     MOVE IN-CURRENCY-CODE TO WS-CUR-CURRENCY.
019949     IF IN-TRANS-SEQ IS NUMERIC
019950         MOVE IN-TRANS-SEQ TO WS-CUR-TRANS-SEQ
019951     ELSE
019952         MOVE ZERO TO WS-CUR-TRANS-SEQ
019953     END-IF.
019954     MOVE IN-REV-ORIG-ID TO WS-REV-OF-TRANS-ID.
019955     IF IN-REV-ORIG-SEQ IS NUMERIC
019956         MOVE IN-REV-ORIG-SEQ TO WS-REV-OF-TRANS-SEQ
019957     ELSE
019958         MOVE ZERO TO WS-REV-OF-TRANS-SEQ
019959     END-IF.
019960     SET WS-TRANS-VALID TO TRUE.
019961     MOVE SPACES TO WS-REJECT-REASON.
019962     PERFORM 2160-CHECK-SEQUENCE THRU 2160-EXIT.
019963     IF WS-TRANS-VALID
019964         PERFORM 2710-FIND-ORIGINAL THRU 2710-EXIT
019965     END-IF.
019966     IF WS-TRANS-INVALID
019967         ADD 1 TO WS-CNT-REJECTED
019968         PERFORM 6200-COUNT-DEPT-REJECT THRU 6200-EXIT
019969         PERFORM 2200-WRITE-REJECT THRU 2200-EXIT
019970         MOVE IN-TRANS-REC TO WS-HIST-SOURCE-REC
019971         SET WS-HIST-REJECTED TO TRUE
019972         PERFORM 4200-WRITE-HISTORY THRU 4200-EXIT
019973         PERFORM 4100-WRITE-CHECKPOINT THRU 4100-EXIT
019974         GO TO 2700-CLEAR-LINK
019975     END-IF.
019976     MOVE ZERO         TO NUM01.
019977     MOVE RO-RESULTADO TO NUM02.
019978     MOVE '- '         TO OPERCAO.
019979     COMPUTE RESULTADO      = ZERO - RO-RESULTADO.
019980     COMPUTE WS-BASE-RESULT = ZERO - RO-BASE-RESULT.
019981     MOVE RO-DEPT-CODE     TO WS-CUR-DEPT-CODE.
019982     MOVE RO-CURRENCY-CODE TO WS-CUR-CURRENCY.
019983*    THE NEGATING RECORD IS BUILT IN THE INPUT BUFFER FROM THE
019984*    ORIGINAL'S CODING SO THE ORDINARY WRITE AND HISTORY PATHS
019985*    TAKE IT FROM THERE.  AN EFFECTIVE DATE PUNCHED ON THE
019986*    REVERSAL ITSELF WINS; OTHERWISE THE ORIGINAL'S DATE STANDS.
019987     MOVE RO-GL-ACCOUNT    TO IN-GL-ACCOUNT.
019988     MOVE RO-COST-CENTER   TO IN-COST-CENTER.
019989     IF IN-EFFECT-DATE IS NUMERIC AND IN-EFFECT-DATE > ZERO
019990         CONTINUE
019991     ELSE
019992         MOVE RO-EFFECT-DATE TO IN-EFFECT-DATE
019993     END-IF.
019994     MOVE SPACES           TO IN-RATE-CODE.
019995     MOVE RO-DEPT-CODE     TO IN-DEPT-CODE.
019996     MOVE RO-CURRENCY-CODE TO IN-CURRENCY-CODE.
019997     PERFORM 4000-WRITE-AUDIT-LOG THRU 4000-EXIT.
019998     PERFORM 2300-WRITE-TRANSACTION THRU 2300-EXIT.
019999     MOVE IN-TRANS-REC TO WS-HIST-SOURCE-REC.
020000     SET WS-HIST-ACCEPTED TO TRUE.
020001     PERFORM 4200-WRITE-HISTORY THRU 4200-EXIT.
020002     PERFORM 2720-MARK-ORIGINAL THRU 2720-EXIT.
020003     ADD 1 TO WS-CNT-REVERSALS.
020004     ADD 1 TO WS-REC-COUNT.
020005     PERFORM 4100-WRITE-CHECKPOINT THRU 4100-EXIT.
020006     PERFORM 2400-CHECKPOINT-IF-DUE THRU 2400-EXIT.
020007 2700-CLEAR-LINK.
020008     MOVE SPACES TO WS-REV-OF-TRANS-ID.
020009     MOVE ZERO   TO WS-REV-OF-TRANS-SEQ.
020010 2700-EXIT.
020011     EXIT.
020012******************************************************************
020013*    2710-FIND-ORIGINAL - READ THE ORIGINAL'S HISTORY RECORD     *
020014*    AND PROVE IT CAN BE REVERSED: IT MUST BE ON FILE (RVNF),    *
020015*    MUST HAVE BEEN COMMITTED RATHER THAN REJECTED (RVRJ), MUST  *
020016*    NOT ALREADY BE REVERSED (RVDN) AND MUST NOT ITSELF BE A     *
020017*    REVERSAL (RVRV) - REVERSING A REVERSAL WOULD RE-POST THE    *
020018*    FIRST TRANSACTION'S AMOUNT WITH NOTHING LINKING THE NEW     *
020019*    POSTING BACK TO IT.  A REVERSAL CARRYING THE ORIGINAL'S     *
020020*    OWN KEY WOULD OVERLAY THE ORIGINAL ON THE HISTORY AND IS    *
020021*    REJECTED AS A DUPLICATE.  WITH NO HISTORY FILE THERE IS     *
020022*    NOTHING TO REVERSE AGAINST.  THE RECORD FOUND IS KEPT IN    *
020023*    WS-REV-ORIG-REC.  AN ORIGINAL STILL HELD ON SUSPENSE        *
020024*    (DISPOSITION H) HAS NOT POSTED AND IS REFUSED AS RVRJ - IT  *
020025*    IS DENIED THROUGH CALC014 INSTEAD.                          *
020026******************************************************************
020027 2710-FIND-ORIGINAL.
020028     IF WS-REV-OF-TRANS-ID = WS-CUR-TRANS-ID
020029         AND WS-REV-OF-TRANS-SEQ = WS-CUR-TRANS-SEQ
020030         SET WS-TRANS-INVALID TO TRUE
020031         SET WS-REJ-DUPLICATE TO TRUE
020032         DISPLAY 'REJECTED REVERSAL - CARRIES THE KEY OF THE '
020033             'TRANSACTION IT REVERSES: ' WS-CUR-TRANS-ID '-'
020034             WS-CUR-TRANS-SEQ
020035         GO TO 2710-EXIT
020036     END-IF.
020037     IF NOT WS-HIST-FILE-AVAIL
020038         SET WS-TRANS-INVALID TO TRUE
020039         SET WS-REJ-REV-NOT-FOUND TO TRUE
020040         DISPLAY 'REJECTED REVERSAL - NO HISTORY FILE TO FIND '
020041             WS-REV-OF-TRANS-ID '-' WS-REV-OF-TRANS-SEQ
020042         GO TO 2710-EXIT
020043     END-IF.
020044     MOVE WS-REV-OF-TRANS-ID  TO HX-TRANS-ID.
020045     MOVE WS-REV-OF-TRANS-SEQ TO HX-TRANS-SEQ.
020046     READ HIST-FILE
020047         INVALID KEY
020048             SET WS-TRANS-INVALID TO TRUE
020049             SET WS-REJ-REV-NOT-FOUND TO TRUE
020050             DISPLAY 'REJECTED REVERSAL - ORIGINAL NOT ON '
020051                 'HISTORY: ' WS-REV-OF-TRANS-ID '-'
020052                 WS-REV-OF-TRANS-SEQ
020053             GO TO 2710-EXIT
020054     END-READ.
020055     IF HX-DISPOSITION NOT = 'A'
020056         SET WS-TRANS-INVALID TO TRUE
020057         SET WS-REJ-REV-REJECTED TO TRUE
020058         DISPLAY 'REJECTED REVERSAL - ORIGINAL WAS NEVER '
020059             'COMMITTED: ' WS-REV-OF-TRANS-ID '-'
020060             WS-REV-OF-TRANS-SEQ
020061         GO TO 2710-EXIT
020062     END-IF.
020063     IF HX-REVERSED-FLAG = 'Y'
020064         SET WS-TRANS-INVALID TO TRUE
020065         SET WS-REJ-REV-DONE TO TRUE
020066         DISPLAY 'REJECTED REVERSAL - ORIGINAL '
020067             WS-REV-OF-TRANS-ID '-' WS-REV-OF-TRANS-SEQ
020068             ' ALREADY REVERSED BY ' HX-REV-BY-TRANS-ID '-'
020069             HX-REV-BY-TRANS-SEQ
020070         GO TO 2710-EXIT
020071     END-IF.
020072     IF HX-REV-OF-TRANS-ID NOT = SPACES
020073         SET WS-TRANS-INVALID TO TRUE
020074         SET WS-REJ-REV-OF-REV TO TRUE
020075         DISPLAY 'REJECTED REVERSAL - '
020076             WS-REV-OF-TRANS-ID '-' WS-REV-OF-TRANS-SEQ
020077             ' IS ITSELF A REVERSAL OF ' HX-REV-OF-TRANS-ID '-'
020078             HX-REV-OF-TRANS-SEQ
020079         GO TO 2710-EXIT
020080     END-IF.
020081     MOVE HX-HIST-REC TO WS-REV-ORIG-REC.
020082 2710-EXIT.
020083     EXIT.
020084******************************************************************
020085*    2720-MARK-ORIGINAL - FLAG THE ORIGINAL'S HISTORY RECORD     *
020086*    REVERSED AND POINT IT AT THE REVERSAL.  LIKE 4250, A        *
020087*    FAILURE IS REPORTED BUT DOES NOT STOP THE RUN - THE         *
020088*    NEGATING TRANS-OUT RECORD IS ALREADY COMMITTED.             *
020089******************************************************************
020090 2720-MARK-ORIGINAL.
020091     MOVE WS-REV-ORIG-REC  TO HX-HIST-REC.
020092     MOVE 'Y'              TO HX-REVERSED-FLAG.
020093     MOVE WS-CUR-TRANS-ID  TO HX-REV-BY-TRANS-ID.
020094     MOVE WS-CUR-TRANS-SEQ TO HX-REV-BY-TRANS-SEQ.
020095     REWRITE HX-HIST-REC
020096         INVALID KEY
020097             DISPLAY 'WARNING - ORIGINAL ' WS-REV-OF-TRANS-ID '-'
020098                 WS-REV-OF-TRANS-SEQ ' NOT FLAGGED REVERSED, '
020099                 'STATUS=' WS-HIST-STATUS
020100     END-REWRITE.
020101 2720-EXIT.
020102     EXIT.
020103******************************************************************
020104*    2800-CHECK-POST-LIMIT - COMPARE THE FINAL BASE-CURRENCY     *
020105*    RESULT, EITHER SIGN, AGAINST THE POSTING LIMIT OF THE       *
020106*    ACCOUNT IT IS CODED TO.  ZERO (OR NO GL ACCOUNT) MEANS NO   *
020107*    LIMIT.  AN OVER-LIMIT RESULT IS FLAGGED FOR THE SUSPENSE    *
020108*    FILE, OR REJECTED (SUSP) WHEN THAT FILE IS NOT OPEN.        *
020109*    REVERSALS NEVER COME THROUGH HERE - BACKING OUT A POSTED    *
020110*    AMOUNT IS NOT HELD, WHATEVER ITS SIZE.                      *
020111******************************************************************
020112 2800-CHECK-POST-LIMIT.
020113     MOVE 'N' TO WS-HOLD-SW.
020114     IF IN-GL-ACCOUNT = SPACES OR WS-ACCT-POST-LIMIT = ZERO
020115         GO TO 2800-EXIT
020116     END-IF.
020117     IF WS-BASE-RESULT < ZERO
020118         COMPUTE WS-HOLD-AMOUNT = ZERO - WS-BASE-RESULT
020119     ELSE
020120         MOVE WS-BASE-RESULT TO WS-HOLD-AMOUNT
020121     END-IF.
020122     IF WS-HOLD-AMOUNT NOT > WS-ACCT-POST-LIMIT
020123         GO TO 2800-EXIT
020124     END-IF.
020125     IF WS-SUSP-FILE-AVAIL
020126         SET WS-HOLD-ITEM TO TRUE
020127     ELSE
020128         SET WS-TRANS-INVALID TO TRUE
020129         SET WS-REJ-NO-SUSPENSE TO TRUE
020130         DISPLAY 'REJECTED RECORD - OVER POSTING LIMIT AND NO '
020131             'SUSPENSE FILE: ' WS-CUR-TRANS-ID '-'
020132             WS-CUR-TRANS-SEQ
020133     END-IF.
020134 2800-EXIT.
020135     EXIT.
020136******************************************************************
020137*    2850-COMMIT-OR-HOLD - SEND THE FINAL RESULT TO TRANS-OUT,   *
020138*    OR, WHEN 2800 FLAGGED IT, PARK THE SAME IMAGE ON THE        *
020139*    SUSPENSE FILE UNDER ITS TRANS-ID/TRANS-SEQ WITH STATUS H.   *
020140*    A RECORD ALREADY THERE UNDER THE KEY (A RESTART LEG OR A    *
020141*    CALC2REC RESUBMIT) IS OVERLAID.  SETS THE HISTORY           *
020142*    DISPOSITION TO MATCH.                                       *
020143******************************************************************
020144 2850-COMMIT-OR-HOLD.
020145     IF NOT WS-HOLD-ITEM
020146         PERFORM 2300-WRITE-TRANSACTION THRU 2300-EXIT
020147         SET WS-HIST-ACCEPTED TO TRUE
020148         GO TO 2850-EXIT
020149     END-IF.
020150     PERFORM 2310-BUILD-OUT-RECORD THRU 2310-EXIT.
020151     MOVE WS-CUR-TRANS-ID    TO SP-TRANS-ID.
020152     MOVE WS-CUR-TRANS-SEQ   TO SP-TRANS-SEQ.
020153     MOVE 'H'                TO SP-SUSP-STATUS.
020154     MOVE WS-RUN-DATE        TO SP-HOLD-DATE.
020155     MOVE WS-RUN-ID          TO SP-HOLD-RUN-ID.
020156     MOVE WS-ACCT-POST-LIMIT TO SP-POST-LIMIT.
020157     MOVE ZERO               TO SP-ACTION-DATE.
020158     MOVE SPACES             TO SP-ACTION-USER.
020159     MOVE OUT-TRANS-REC      TO SP-TRANS-IMAGE.
020160     WRITE SP-SUSP-REC
020161         INVALID KEY
020162             REWRITE SP-SUSP-REC
020163                 INVALID KEY
020164                     DISPLAY 'WARNING - SUSPENSE RECORD NOT '
020165                         'WRITTEN FOR ' WS-CUR-TRANS-ID '-'
020166                         WS-CUR-TRANS-SEQ
020167                         ', STATUS=' WS-SUSP-STATUS
020168             END-REWRITE
020169     END-WRITE.
020170     SET WS-HIST-HELD TO TRUE.
020171     DISPLAY 'HELD IN SUSPENSE - OVER POSTING LIMIT: '
020172         WS-CUR-TRANS-ID '-' WS-CUR-TRANS-SEQ.
020173 2850-EXIT.
020174     EXIT.
020175******************************************************************
020176*    3000-PROCESS-INTERACTIVE - FULL-SCREEN ENTRY PANEL.  BOTH   *
020177*    NUMBERS AND THE OPERATOR ARE TAKEN IN ONE SCREEN ROUND      *
020178*    TRIP; THE MEMORY REGISTER, THE RUNNING TOTAL AND THE LAST   *
020179*    FIVE RESULTS STAY VISIBLE, AND THE M+/MR/MC COMMANDS AND    *
020180*    EXIT RIDE THE PF KEYS.  RESULTADO STILL CARRIES FORWARD AS  *
020181*    NUMERO 1 SO A CHAIN OF OPERATIONS RUNS IN ONE SITTING.  IN  *
020182*    CAPTURE MODE THE SESSION ENDS BY CLOSING THE STAGED FEED    *
020183*    WITH ITS TRAILER.                                           *
020184******************************************************************
020185 3000-PROCESS-INTERACTIVE.
020186     MOVE 'Y' TO WS-CONTINUE-SW.
020187     MOVE ZEROS TO WS-RECENT-TABLE.
020188     MOVE 'PREENCHA OS CAMPOS E TECLE ENTER.' TO WS-PNL-MESSAGE.
020189     PERFORM 3500-PANEL-CYCLE THRU 3500-EXIT
020190         UNTIL WS-END-LOOP.
020191     IF WS-CAPTURE-ON
020192         PERFORM 3700-CLOSE-CAPTURE THRU 3700-EXIT
020193     END-IF.
020194     DISPLAY 'ENCERRANDO A SESSAO. ATE A PROXIMA.'.
020195 3000-EXIT.
020196     EXIT.
020197******************************************************************
020198*    3500-PANEL-CYCLE - ONE DISPLAY/ACCEPT ROUND TRIP ON THE    *
020199*    CALC-PANEL SCREEN, THEN ONE ACTION: A PF-KEY COMMAND OR    *
020200*    THE CALCULATION ON THE ENTERED FIELDS.                     *
020201******************************************************************
020202 3500-PANEL-CYCLE.
020203     PERFORM 3510-REFRESH-PANEL-FIELDS THRU 3510-EXIT.
020204     IF WS-CAPTURE-ON
020205         DISPLAY CAPTURE-PANEL
020206         ACCEPT CAPTURE-PANEL
020207     ELSE
020208         DISPLAY CALC-PANEL
020209         ACCEPT CALC-PANEL
020210     END-IF.
020211     MOVE SPACES TO WS-PNL-MESSAGE.
020212     EVALUATE TRUE
020213         WHEN WS-KEY-F12 OR WS-KEY-ESCAPE
020220             MOVE 'N' TO WS-CONTINUE-SW
020230         WHEN WS-KEY-F1
020240             PERFORM 3550-PANEL-MEM-ADD THRU 3550-EXIT
020290         WHEN WS-KEY-F5
020300             MOVE WS-RECENT-VAL (1) TO WS-PNL-NUM01
020310             MOVE 'ULTIMO RESULTADO RECUPERADO.' TO WS-PNL-MESSAGE
020313         WHEN WS-KEY-F6 AND WS-CAPTURE-ON
020316             PERFORM 3580-PANEL-NEW-TRANS THRU 3580-EXIT
020320         WHEN OTHER
020330             PERFORM 3520-PANEL-CALCULATE THRU 3520-EXIT
020340     END-EVALUATE.
020500 3510-EXIT.
020510     EXIT.
020520******************************************************************
020530*    3520-PANEL-CALCULATE - VALIDATE THE ENTERED FIELDS AND RUN  *
020540*    THE COMMON ARITHMETIC.  A BAD ENTRY PUTS A MESSAGE ON THE   *
020550*    PANEL AND LEAVES THE FIELDS ON SCREEN FOR CORRECTION - NO   *
020560*    RE-PROMPT LOOP TO RIDE AROUND.  IN CAPTURE MODE THE CODING  *
020563*    IS CHECKED BEFORE THE ARITHMETIC AND AN ACCEPTED RESULT IS  *
020566*    WRITTEN TO THE STAGED FEED.                                 *
020570******************************************************************
020580 3520-PANEL-CALCULATE.
020590     MOVE WS-PNL-OPERCAO TO OPERCAO.
020850             TO WS-PNL-MESSAGE
020860         GO TO 3520-EXIT
020870     END-IF.
020871     IF WS-CAPTURE-ON
020872         PERFORM 3600-CHECK-CAPTURE THRU 3600-EXIT
020873         IF WS-TRANS-INVALID
020874             GO TO 3520-EXIT
020875         END-IF
020876     END-IF.
020880     MOVE WS-PNL-NUM01 TO NUM01.
020890     MOVE WS-PNL-NUM02 TO NUM02.
020900     PERFORM 5000-EVALUATE-OPERATION THRU 5000-EXIT.
020950         MOVE RESULTADO TO WS-PNL-RESULT-ED
020960         MOVE 'CALCULO EFETUADO - RESULTADO ACIMA.'
020970             TO WS-PNL-MESSAGE
020972         IF WS-CAPTURE-ON
020974             PERFORM 3650-WRITE-CAPTURE-RECORD THRU 3650-EXIT
020976         END-IF
020980     ELSE
020990         ADD 1 TO WS-CNT-REJECTED
021000         MOVE 'RESULTADO FORA DA FAIXA PERMITIDA, REPITA.'
021510     MOVE ZERO TO WS-ACCUMULATOR.
021520     MOVE 'MEMORIA LIMPA.' TO WS-PNL-MESSAGE.
021530 3570-EXIT.
021531     EXIT.
021532******************************************************************
021533*    3580-PANEL-NEW-TRANS - PF6 CLOSES THE OPEN CHAIN, SO THE    *
021534*    NEXT CALCULATION OPENS A NEW TRANSACTION EVEN WHEN IT       *
021535*    STARTS FROM THE LAST RESULT WITH THE SAME CODING.           *
021536******************************************************************
021537 3580-PANEL-NEW-TRANS.
021538     MOVE 'N' TO WS-CAP-CHAIN-SW.
021539     MOVE SPACES TO WS-PNL-TRANS-ID.
021540     MOVE 'O PROXIMO CALCULO ABRE UMA NOVA TRANSACAO.'
021541         TO WS-PNL-MESSAGE.
021542 3580-EXIT.
021543     EXIT.
021544******************************************************************
021545*    3600-CHECK-CAPTURE - CHECK THE PANEL'S LEDGER CODING AT     *
021546*    ONCE, WITH THE SAME ACCOUNT-MASTER AND CURRENCY-TABLE       *
021547*    LOOKUPS THE BATCH APPLIES, SO NOTHING GOES TO THE FEED      *
021548*    THAT THE NIGHT RUN WOULD REJECT FOR ITS CODING.  THEN       *
021549*    DECIDE WHAT THE CALCULATION BECOMES: THE NEXT 'C' STEP OF   *
021550*    THE OPEN CHAIN WHEN IT STARTS FROM THAT CHAIN'S LAST        *
021551*    RESULT WITH THE SAME CODING, OTHERWISE A NEW DETAIL UNDER   *
021552*    THE NEXT TRANS-ID.  THE RECORD IDENTITY IS SET HERE FOR     *
021553*    THE AUDIT LINE; THE TRANS-ID NUMBER IS ONLY TAKEN WHEN THE  *
021554*    RECORD IS WRITTEN.                                          *
021555******************************************************************
021556 3600-CHECK-CAPTURE.
021557     SET WS-TRANS-VALID TO TRUE.
021558     INSPECT WS-PNL-CODING CONVERTING
021559         'abcdefghijklmnopqrstuvwxyz' TO
021560         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
021561     IF WS-PNL-GL-ACCOUNT = SPACES OR WS-PNL-COST-CENTER = SPACES
021562         SET WS-TRANS-INVALID TO TRUE
021563         MOVE 'INFORME A CONTA GL E O CENTRO DE CUSTO.'
021564             TO WS-PNL-MESSAGE
021565         GO TO 3600-EXIT
021566     END-IF.
021567     IF WS-PNL-EFFECT-DATE IS NOT NUMERIC
021568         OR WS-PNL-EFFECT-MM < 1 OR WS-PNL-EFFECT-MM > 12
021569         OR WS-PNL-EFFECT-DD < 1 OR WS-PNL-EFFECT-DD > 31
021570         SET WS-TRANS-INVALID TO TRUE
021571         MOVE 'DATA DE EFEITO INVALIDA, USE AAAAMMDD.'
021572             TO WS-PNL-MESSAGE
021573         GO TO 3600-EXIT
021574     END-IF.
021575     IF WS-PNL-DEPT-CODE = SPACES
021576         SET WS-TRANS-INVALID TO TRUE
021577         MOVE 'INFORME O DEPARTAMENTO.' TO WS-PNL-MESSAGE
021578         GO TO 3600-EXIT
021579     END-IF.
021580     SET WS-ACCT-NOT-FOUND TO TRUE.
021581     MOVE WS-PNL-EFFECT-DATE TO WS-ACCT-CHECK-DATE.
021582     MOVE WS-PNL-GL-ACCOUNT  TO AM-GL-ACCOUNT.
021583     MOVE WS-PNL-COST-CENTER TO AM-COST-CENTER.
021584     PERFORM 2175-READ-ACCOUNT THRU 2175-EXIT.
021585     IF WS-ACCT-NOT-FOUND
021586         SET WS-TRANS-INVALID TO TRUE
021587         MOVE 'CONTA/CENTRO DE CUSTO NAO ACEITOS PELO MESTRE.'
021588             TO WS-PNL-MESSAGE
021589         GO TO 3600-EXIT
021590     END-IF.
021591     MOVE WS-PNL-CURRENCY TO WS-CUR-CURRENCY.
021592     SET WS-CURR-FOUND TO TRUE.
021593     IF WS-PNL-CURRENCY NOT = SPACES
021594         MOVE WS-PNL-EFFECT-DATE TO WS-RATE-CHECK-DATE
021595         PERFORM 2185-LOOKUP-CURRENCY THRU 2185-EXIT
021596     END-IF.
021597     IF WS-CURR-NOT-FOUND
021598         SET WS-TRANS-INVALID TO TRUE
021599         MOVE 'MOEDA SEM COTACAO EM VIGOR NA DATA DE EFEITO.'
021600             TO WS-PNL-MESSAGE
021601         GO TO 3600-EXIT
021602     END-IF.
021603     MOVE WS-PNL-DEPT-CODE TO WS-CUR-DEPT-CODE.
021604     IF WS-CAP-CHAIN-OPEN
021605         AND WS-PNL-NUM01 = WS-CAP-LAST-RESULT
021606         AND WS-PNL-CODING = WS-CAP-CODING
021607         SET WS-CAP-CONTINUE TO TRUE
021608         MOVE WS-CAP-CHAIN-ID  TO WS-CUR-TRANS-ID
021609         MOVE WS-CAP-CHAIN-SEQ TO WS-CUR-TRANS-SEQ
021610         GO TO 3600-EXIT
021611     END-IF.
021612     IF WS-CAP-LAST-NUMBER = 999
021613         SET WS-TRANS-INVALID TO TRUE
021614         MOVE 'LIMITE DE 999 TRANSACOES NO DIA ATINGIDO.'
021615             TO WS-PNL-MESSAGE
021616         GO TO 3600-EXIT
021617     END-IF.
021618     SET WS-CAP-NEW-DETAIL TO TRUE.
021619     COMPUTE WS-CAP-TID-NUMBER = WS-CAP-LAST-NUMBER + 1.
021620     MOVE WS-CAP-TRANS-ID   TO WS-CUR-TRANS-ID.
021621     MOVE WS-CAP-TID-NUMBER TO WS-CUR-TRANS-SEQ.
021622 3600-EXIT.
021623     EXIT.
021624******************************************************************
021625*    3650-WRITE-CAPTURE-RECORD - WRITE THE ACCEPTED RESULT TO    *
021626*    THE STAGED FEED.  A NEW TRANSACTION IS A FULL DETAIL        *
021627*    RECORD WITH ITS CODING, TRANS-ID AND (PROVISIONAL - THE     *
021628*    GATEWAY RENUMBERS IT) TRANS-SEQ, AND BECOMES THE OPEN       *
021629*    CHAIN; A NEXT STEP IS A 'C' RECORD CARRYING ONLY THE        *
021630*    OPERATOR AND NUMERO 2, EXACTLY WHAT THE BATCH CHAIN LOGIC   *
021631*    REPLAYS.  ONLY DETAILS ENTER THE TRAILER TOTALS.  A FAILED  *
021632*    WRITE CHANGES NOTHING AND IS REPORTED ON THE PANEL.         *
021633******************************************************************
021634 3650-WRITE-CAPTURE-RECORD.
021635     IF WS-CAP-CONTINUE
021636         MOVE SPACES  TO PF-CONT-REC
021637         MOVE 'C'     TO PF-CONT-ID
021638         MOVE OPERCAO TO PF-CONT-OPERCAO
021639         MOVE NUM02   TO PF-CONT-OPERAND
021640         WRITE PF-CONT-REC
021641         IF NOT WS-PANEL-FILE-OK
021642             GO TO 3650-WRITE-FAILED
021643         END-IF
021644         ADD 1 TO WS-CAP-CNT-STEPS
021645         MOVE RESULTADO TO WS-CAP-LAST-RESULT
021646         MOVE 'PASSO GRAVADO NA TRANSACAO EM CURSO.'
021647             TO WS-PNL-MESSAGE
021648         GO TO 3650-EXIT
021649     END-IF.
021650     MOVE SPACES             TO PF-TRANS-REC.
021651     MOVE NUM01              TO PF-NUM01.
021652     MOVE NUM02              TO PF-NUM02.
021653     MOVE OPERCAO            TO PF-OPERCAO.
021654     MOVE RESULTADO          TO PF-RESULTADO.
021655     MOVE WS-PNL-GL-ACCOUNT  TO PF-GL-ACCOUNT.
021656     MOVE WS-PNL-COST-CENTER TO PF-COST-CENTER.
021657     MOVE WS-PNL-EFFECT-DATE TO PF-EFFECT-DATE.
021658     MOVE WS-CAP-TRANS-ID    TO PF-TRANS-ID.
021659     MOVE WS-CAP-TID-NUMBER  TO PF-TRANS-SEQ.
021660     MOVE WS-PNL-DEPT-CODE   TO PF-DEPT-CODE.
021661     MOVE WS-PNL-CURRENCY    TO PF-CURRENCY-CODE.
021662     MOVE ZERO               TO PF-BASE-RESULT.
021663     WRITE PF-TRANS-REC.
021664     IF NOT WS-PANEL-FILE-OK
021665         GO TO 3650-WRITE-FAILED
021666     END-IF.
021667     ADD 1 TO WS-CAP-CNT-TRANS.
021668     ADD 1 TO WS-CAP-TRL-COUNT.
021669     ADD NUM01 TO WS-CAP-TRL-HASH.
021670     MOVE WS-CAP-TID-NUMBER TO WS-CAP-LAST-NUMBER.
021671     MOVE WS-CAP-TRANS-ID   TO WS-CAP-CHAIN-ID.
021672     MOVE WS-CAP-TID-NUMBER TO WS-CAP-CHAIN-SEQ.
021673     MOVE WS-PNL-CODING     TO WS-CAP-CODING.
021674     MOVE RESULTADO         TO WS-CAP-LAST-RESULT.
021675     MOVE 'Y' TO WS-CAP-CHAIN-SW.
021676     MOVE WS-CAP-TRANS-ID   TO WS-PNL-TRANS-ID.
021677     MOVE 'CALCULO GRAVADO - NOVA TRANSACAO ACIMA.'
021678         TO WS-PNL-MESSAGE.
021679     GO TO 3650-EXIT.
021680 3650-WRITE-FAILED.
021681     DISPLAY 'WARNING - STAGED FEED WRITE FAILED, STATUS='
021682         WS-PANEL-STATUS ' - ' WS-CUR-TRANS-ID ' NOT CAPTURED.'.
021683     MOVE 'FEED NAO GRAVADO - AVISE O SUPORTE.' TO WS-PNL-MESSAGE.
021684 3650-EXIT.
021685     EXIT.
021686******************************************************************
021687*    3700-CLOSE-CAPTURE - END OF A CAPTURE SESSION: THE DETAILS  *
021688*    WRITTEN THIS SESSION ARE CLOSED OFF WITH THEIR TRAILER      *
021689*    (NONE WHEN NOTHING WAS CAPTURED) AND THE FEED AND MASTERS   *
021690*    ARE CLOSED.                                                 *
021691******************************************************************
021692 3700-CLOSE-CAPTURE.
021693     IF WS-CAP-TRL-COUNT > ZERO
021694         PERFORM 3760-WRITE-CAPTURE-TRAILER THRU 3760-EXIT
021695     END-IF.
021696     CLOSE PANEL-FEED.
021697     CLOSE ACCT-FILE.
021698     IF WS-CURR-FILE-AVAIL
021699         CLOSE CURR-FILE
021700     END-IF.
021701 3700-EXIT.
021702     EXIT.
021703******************************************************************
021704*    3760-WRITE-CAPTURE-TRAILER - THE 'T' TRAILER OVER THE       *
021705*    DETAILS SINCE THE FEED'S LAST ONE, IN THE SHAPE THE         *
021706*    GATEWAY AND THE BATCH TRAILER BALANCING READ.               *
021707******************************************************************
021708 3760-WRITE-CAPTURE-TRAILER.
021709     MOVE SPACES           TO PF-TRAILER-REC.
021710     MOVE 'T'              TO PF-TRL-ID.
021711     MOVE WS-CAP-TRL-COUNT TO PF-TRL-REC-COUNT.
021712     MOVE WS-CAP-TRL-HASH  TO PF-TRL-HASH-NUM01.
021713     WRITE PF-TRAILER-REC.
021714     IF NOT WS-PANEL-FILE-OK
021715         DISPLAY 'WARNING - STAGED FEED TRAILER NOT WRITTEN, '
021716             'STATUS=' WS-PANEL-STATUS ' - THE GATEWAY WILL HOLD '
021717             'THE FEED OUT.'
021718     END-IF.
021719     MOVE ZERO TO WS-CAP-TRL-COUNT.
021720     MOVE ZERO TO WS-CAP-TRL-HASH.
021721 3760-EXIT.
021722     EXIT.
021723******************************************************************
021724*    5000-EVALUATE-OPERATION - COMMON ARITHMETIC USED BY BOTH    *
021725*    THE BATCH AND INTERACTIVE PATHS.  EXPONENTIATION AND        *
021726*    PERCENTAGE CAN OVERFLOW RESULTADO'S PIC S9(6)V99 WHERE THE  *
021727*    ORIGINAL FOUR OPERATORS PRACTICALLY CANNOT, SO THOSE TWO ARE*
021728*    GUARDED WITH ON SIZE ERROR AND FLAGGED INVALID RATHER THAN  *
021729*    LEFT TO STORE A SILENTLY TRUNCATED RESULT.                  *
021730******************************************************************
021731 5000-EVALUATE-OPERATION.
021732     SET WS-TRANS-VALID TO TRUE.
021733     EVALUATE OPERCAO
021734         WHEN '+'
021735             COMPUTE RESULTADO = NUM01 + NUM02
021736         WHEN '-'
021737             COMPUTE RESULTADO = NUM01 - NUM02
021738         WHEN '*'
021739             COMPUTE RESULTADO = NUM01 * NUM02
021740         WHEN '/'
021741             PERFORM 5100-DIVIDE THRU 5100-EXIT
021742         WHEN 'M'
021750             PERFORM 5300-MODULUS THRU 5300-EXIT
021760         WHEN 'E'
021770             COMPUTE RESULTADO = NUM01 ** NUM02
022590     IF WS-MODE-BATCH
022600         PERFORM 9300-SET-RETURN-CODE THRU 9300-EXIT
022610         PERFORM 9400-COMPLETE-RUN-REGISTER THRU 9400-EXIT
022615         PERFORM 9500-RECORD-BALANCE-STAGE THRU 9500-EXIT
022620     END-IF.
022630     CLOSE AUDIT-LOG.
022640 9000-EXIT.
022880     DISPLAY '  SEQUENCE GAPS......: ', WS-CNT-SEQ-GAPS.
022890     DISPLAY '  CHAIN STEPS........: ', WS-CNT-CHAIN-STEPS.
022900     DISPLAY '  ORPHAN CONTINUATION: ', WS-CNT-ORPHAN-CONT.
022902     DISPLAY '  REVERSALS POSTED...: ', WS-CNT-REVERSALS.
022904     DISPLAY '  HELD IN SUSPENSE...: ', WS-CNT-HELD.
022906     MOVE WS-SUM-HELD TO WS-DISPLAY-SUM-RESULTS
022908     DISPLAY '  HELD BASE AMOUNT...: ', WS-DISPLAY-SUM-RESULTS.
022910     MOVE WS-SUM-RESULTS TO WS-DISPLAY-SUM-RESULTS
022920     DISPLAY '  SUM OF RESULTS.....: ', WS-DISPLAY-SUM-RESULTS.
022921*    THE LAST AUDIT-LOG SEQUENCE AND CHECK VALUE GO ON THE JOB LOG
022922*    AS WELL, SO LINES REMOVED FROM THE END OF THE LOG CAN BE SEEN
022923*    AGAINST THE CHAIN CALC026 FINDS.
022924     DISPLAY '  AUDIT LOG SEQUENCE.: ', WS-AUDIT-LAST-SEQ.
022925     DISPLAY '  AUDIT LOG CHECK....: ', WS-AUDIT-LAST-CHECK.
022926     IF WS-CAPTURE-ON
022927         DISPLAY '  CAPTURED TRANS.....: ', WS-CAP-CNT-TRANS
022928         DISPLAY '  CAPTURED STEPS.....: ', WS-CAP-CNT-STEPS
022929     END-IF.
022930     IF WS-MODE-BATCH
022931         MOVE WS-SUM-BASE-RESULTS TO WS-DISPLAY-SUM-BASE
022932         DISPLAY '  SUM OF BASE RESULTS: ', WS-DISPLAY-SUM-BASE
022933     END-IF.
022934     IF WS-MODE-BATCH AND WS-DEPT-COUNT > ZERO
022940         PERFORM 9150-PRINT-DEPT-TOTALS THRU 9150-EXIT
022950     END-IF.
022960     IF WS-MODE-BATCH AND WS-CURRT-COUNT > ZERO
024390 9400-EXIT.
024400     EXIT.
024410******************************************************************
024411*    9500-RECORD-BALANCE-STAGE - WRITE (OR REPLACE) STAGE 2 ON   *
024412*    THE BALANCING CONTROL FILE FOR THIS RUN IDENTITY.  THE      *
024413*    TOTALS ARE THE RUN'S CUMULATIVE ONES, SO A RESTART RECORDS  *
024414*    THE WHOLE NIGHT.  A RESUBMIT OF CORRECTED REJECTS UNDER     *
024415*    THE SAME RUN IDENTITY (OVERRIDE WITHOUT A RESTART COUNT)    *
024416*    COUNTS ONLY THE RESUBMITTED RECORDS AND WOULD OVERLAY THE   *
024417*    NIGHT'S FIGURES, SO IT LEAVES THE STAGE ALONE.              *
024418******************************************************************
024419 9500-RECORD-BALANCE-STAGE.
024420     IF WS-REGISTER-OVERRIDE AND NOT WS-IS-RESTART
024421         DISPLAY 'BALANCING STAGE 2 FOR ' WS-RUN-ID
024422             ' LEFT AS THE ORIGINAL RUN RECORDED IT (RESUBMIT).'
024423         GO TO 9500-EXIT
024424     END-IF.
024425     OPEN I-O BAL-FILE.
024426     IF NOT WS-BAL-FILE-OK
024427         DISPLAY 'WARNING - BALANCING CONTROL FILE COULD NOT BE '
024428             'OPENED, STATUS=' WS-BAL-STATUS
024429             ' - STAGE 2 NOT RECORDED.'
024430         GO TO 9500-EXIT
024431     END-IF.
024432     MOVE SPACES TO BC-BAL-REC.
024433     MOVE ZERO TO BC-CNT-IN.
024434     MOVE ZERO TO BC-CNT-HELD-OUT.
024435     MOVE ZERO TO BC-CNT-OUT.
024436     MOVE ZERO TO BC-CNT-COMMITTED.
024437     MOVE ZERO TO BC-CNT-REJECTED.
024438     MOVE ZERO TO BC-CNT-HELD.
024439     MOVE ZERO TO BC-CNT-PAIRS.
024440     MOVE ZERO TO BC-CNT-ACCEPTED.
024441     MOVE ZERO TO BC-CNT-NOT-ACKED.
024442     MOVE ZERO TO BC-CNT-EXCEPTIONS.
024443     MOVE ZERO TO BC-AMT-IN.
024444     MOVE ZERO TO BC-AMT-HELD-OUT.
024445     MOVE ZERO TO BC-AMT-OUT.
024446     MOVE ZERO TO BC-AMT-REJECTED.
024447     MOVE ZERO TO BC-AMT-HELD.
024448     MOVE ZERO TO BC-SUM-RESULTADO.
024449     MOVE ZERO TO BC-SUM-BASE-RESULT.
024450     MOVE ZERO TO BC-AMT-POSTED.
024451     MOVE ZERO TO BC-AMT-ACCEPTED.
024452     MOVE ZERO TO BC-AMT-NOT-ACKED.
024453     MOVE WS-RUN-ID           TO BC-RUN-ID.
024454     MOVE '2'                 TO BC-STAGE.
024455     MOVE 'CALC002'           TO BC-PROGRAM.
024456     MOVE WS-RUN-DATE         TO BC-WRITTEN-DATE.
024457     ACCEPT WS-END-TIME FROM TIME.
024458     MOVE WS-END-TIME         TO BC-WRITTEN-TIME.
024459     MOVE RETURN-CODE         TO BC-RETURN-CODE.
024460     MOVE WS-ACT-REC-COUNT    TO BC-CNT-IN.
024461     MOVE WS-ACT-HASH-NUM01   TO BC-AMT-IN.
024462     MOVE WS-CNT-TOTAL        TO BC-CNT-COMMITTED.
024463     MOVE WS-CNT-REJECTED     TO BC-CNT-REJECTED.
024464     MOVE WS-CNT-HELD         TO BC-CNT-HELD.
024465     MOVE WS-SUM-HELD         TO BC-AMT-HELD.
024466     MOVE WS-SUM-RESULTS      TO BC-SUM-RESULTADO.
024467     MOVE WS-SUM-BASE-RESULTS TO BC-SUM-BASE-RESULT.
024468     MOVE WS-CNT-ORPHAN-CONT  TO BC-CNT-EXCEPTIONS.
024469     WRITE BC-BAL-REC
024470         INVALID KEY
024471             REWRITE BC-BAL-REC
024472                 INVALID KEY
024473                     DISPLAY 'WARNING - BALANCING STAGE 2 NOT '
024474                         'WRITTEN, STATUS=' WS-BAL-STATUS
024475             END-REWRITE
024476     END-WRITE.
024477     CLOSE BAL-FILE.
024478 9500-EXIT.
024479     EXIT.
024480******************************************************************
024481*    4000-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE DURABLE       *
024482*    AUDIT TRAIL FOR THIS CALCULATION.                           *
024483******************************************************************
024484 4000-WRITE-AUDIT-LOG.
024485     MOVE WS-RUN-DATE TO WS-AUDIT-DATE
024486     MOVE WS-RUN-TIME TO WS-AUDIT-TIME
024487     MOVE NUM01       TO WS-AUDIT-NUM01
024490     MOVE OPERCAO     TO WS-AUDIT-OPERCAO
024500     MOVE NUM02       TO WS-AUDIT-NUM02
024510     MOVE RESULTADO   TO WS-AUDIT-RESULT
024600     ELSE
024610         MOVE RESULTADO TO WS-AUDIT-BASE
024620     END-IF
024625     PERFORM 4050-CHAIN-AUDIT-LINE THRU 4050-EXIT
024630     MOVE WS-AUDIT-LINE TO AUDIT-LOG-REC
024640     WRITE AUDIT-LOG-REC.
024650     PERFORM 6000-UPDATE-TOTALS THRU 6000-EXIT.
024660 4000-EXIT.
024661     EXIT.
024662******************************************************************
024663*    4050-CHAIN-AUDIT-LINE - GIVE THE AUDIT LINE THE NEXT LOG    *
024664*    SEQUENCE NUMBER AND ITS CHECK VALUE, AND REMEMBER BOTH FOR  *
024665*    THE NEXT LINE.  THE ACCUMULATOR NEVER EXCEEDS 256 TIMES     *
024666*    THE MODULUS PLUS 255, WELL INSIDE 15 DIGITS.                *
024667******************************************************************
024668 4050-CHAIN-AUDIT-LINE.
024669     ADD 1 TO WS-AUDIT-LAST-SEQ.
024670     MOVE WS-AUDIT-LAST-SEQ   TO WS-AUDIT-LOG-SEQ.
024671     MOVE WS-AUDIT-LAST-CHECK TO WS-CHK-PREV.
024672     MOVE WS-AUDIT-LINE       TO WS-CHK-LINE.
024673     MOVE ZERO TO WS-CHK-ACCUM.
024674     PERFORM 4060-CHECK-ONE-BYTE THRU 4060-EXIT
024675         VARYING WS-CHK-IX FROM 1 BY 1
024676         UNTIL WS-CHK-IX > 114.
024677     MOVE WS-CHK-ACCUM TO WS-AUDIT-CHECK.
024678     MOVE WS-CHK-ACCUM TO WS-AUDIT-LAST-CHECK.
024679 4050-EXIT.
024680     EXIT.
024681 4060-CHECK-ONE-BYTE.
024682     MOVE WS-CHK-CHAR (WS-CHK-IX) TO WS-CHK-BYTE.
024683     COMPUTE WS-CHK-ACCUM = WS-CHK-ACCUM * 256
024684                          + WS-CHK-BYTE-VALUE.
024685     DIVIDE WS-CHK-ACCUM BY WS-CHK-MODULUS
024686         GIVING WS-CHK-QUOTIENT REMAINDER WS-CHK-REMAINDER.
024687     MOVE WS-CHK-REMAINDER TO WS-CHK-ACCUM.
024688 4060-EXIT.
024689     EXIT.
024690******************************************************************
024691*    6000-UPDATE-TOTALS - ROLL THIS TRANSACTION INTO THE         *
024700*    END-OF-RUN CONTROL TOTALS.                                  *
024710******************************************************************
024720 6000-UPDATE-TOTALS.
024940         ADD 1 TO WS-CNT-CHAIN-STEPS
024950         GO TO 6000-EXIT
024960     END-IF.
024961*    A RESULT HELD ON SUSPENSE NEVER REACHES TRANS-OUT, SO IT IS
024962*    COUNTED APART AND LEFT OUT OF THE RESULT TOTALS.
024963     IF WS-HOLD-ITEM
024964         ADD 1 TO WS-CNT-HELD
024965         ADD WS-BASE-RESULT TO WS-SUM-HELD
024966         GO TO 6000-EXIT
024967     END-IF.
024970     ADD 1 TO WS-CNT-TOTAL.
024980     ADD RESULTADO TO WS-SUM-RESULTS.
024985     ADD WS-BASE-RESULT TO WS-SUM-BASE-RESULTS.
024990     IF WS-MODE-BATCH
025000         PERFORM 6100-UPDATE-DEPT-TOTALS THRU 6100-EXIT
025010         PERFORM 6300-UPDATE-CURR-TOTALS THRU 6300-EXIT
