000100******************************************************************
000110*                                                                *
000120*    PROGRAM   : CALC016                                        *
000130*    AUTHOR    : J. ALVES, DATA PROCESSING                      *
000140*    INSTALL.  : GENERAL LEDGER SUPPORT - SITE 02                *
000150*    DATE-WRITTEN : 2026-09-21                                   *
000160*    DATE-COMPILED:                                              *
000170*                                                                *
000180*    ALLOCATION-RULES MAINTENANCE.  APPLIES ADD/CHANGE/EXPIRE/   *
000190*    LIST CARDS FROM SYSIN TO THE KEYED ALLOCATION-RULES MASTER  *
000200*    (ALLOCMST KSDS, KEY = RULE-ID + LINE-NO) THAT THE CALC017   *
000210*    MONTHLY COST ALLOCATION APPLIES.  A RULE IS A HEADER LINE   *
000220*    (LINE 00 - THE POOL BEING SPREAD) PLUS ONE LINE PER         *
000230*    RECEIVING COST CENTER (LINES 01-99).  ONE CARD PER ACTION,  *
000240*    SAME PATTERN AS THE CALC006/CALC008 MAINTENANCE:            *
000250*                                                                *
000260*      COL 1     ACTION - A ADD, C CHANGE, E EXPIRE, L LIST      *
000270*      COL 3-6   RULE ID (BLANK ON L = LIST EVERY RULE)          *
000280*      COL 8-9   LINE NUMBER - 00 HEADER, 01-99 RECEIVER         *
000290*                                                                *
000300*      HEADER (LINE 00):                                         *
000310*      COL 11-18 POOL GL ACCOUNT                                 *
000320*      COL 20-25 POOL COST CENTER                                *
000330*      COL 27-29 DEPARTMENT STAMPED ON THE GENERATED RECORDS     *
000340*      COL 31-38 EFFECTIVE DATE YYYYMMDD                         *
000350*      COL 40-47 EXPIRY DATE YYYYMMDD (99991231 = OPEN-ENDED;    *
000360*                FOR E THIS IS THE LAST DATE THE RULE APPLIES,   *
000370*                AND A PAST OR ZERO DATE STOPS IT AT ONCE)       *
000380*      COL 49-72 DESCRIPTION                                     *
000390*                                                                *
000400*      RECEIVER (LINES 01-99):                                   *
000410*      COL 11-18 RECEIVING GL ACCOUNT (BLANK = THE POOL ACCOUNT) *
000420*      COL 20-25 RECEIVING COST CENTER                           *
000430*      COL 27    BASIS - F FIXED AMOUNT, P PERCENTAGE            *
000440*      COL 29-35 PERCENTAGE, 3 DIGITS + 4 DECIMALS WITH NO       *
000450*                POINT (BASIS P - SHARE OF WHAT IS LEFT OF THE   *
000460*                POOL AFTER THE FIXED AMOUNTS)                   *
000470*      COL 37-47 FIXED AMOUNT, 9 DIGITS + 2 DECIMALS WITH NO     *
000480*                POINT (BASIS F)                                 *
000490*      AN E CARD ON A RECEIVER LINE DROPS THAT RECEIVER FROM     *
000500*      THE RULE AT ONCE; THE COLUMNS AFTER THE LINE NUMBER ARE   *
000510*      IGNORED.  A C CARD ON A DROPPED RECEIVER RESTORES IT.     *
000520*                                                                *
000530*    A RECEIVER CAN ONLY BE ADDED UNDER AN EXISTING HEADER, AND  *
000540*    MAY NOT NAME THE POOL ITSELF.  THE PERCENTAGES OF A RULE    *
000550*    ARE NOT TOTALLED HERE - CALC017 REFUSES A RULE WHOSE        *
000560*    ACTIVE PERCENTAGES COME TO MORE THAN 100.                   *
000570*                                                                *
000580*    MODIFICATION HISTORY                                        *
000590*    ------------------------------------------------------      *
000600*    2026-09-21  JA   INITIAL VERSION.                           *
000610******************************************************************
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID. CALC016.
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SPECIAL-NAMES.
000670     DECIMAL-POINT IS COMMA.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT OPTIONAL ALLOC-FILE ASSIGN TO ALLOCMST
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS AR-ALLOC-KEY
000740         FILE STATUS IS WS-ALLOC-STATUS.
000750     SELECT MAINT-CARDS ASSIGN TO SYSIN
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-SYSIN-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  ALLOC-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  AR-ALLOC-REC.
000830     COPY ALLOCREC REPLACING ==:TAG:== BY ==AR==.
000840 FD  MAINT-CARDS
000850     LABEL RECORDS ARE STANDARD.
000860 01  MAINT-CARD-REC.
000870     05  MC-ACTION           PIC X(01).
000880         88  MC-ACTION-ADD           VALUE 'A'.
000890         88  MC-ACTION-CHANGE        VALUE 'C'.
000900         88  MC-ACTION-EXPIRE        VALUE 'E'.
000910         88  MC-ACTION-LIST          VALUE 'L'.
000920     05  FILLER              PIC X(01).
000930     05  MC-RULE-ID          PIC X(04).
000940     05  FILLER              PIC X(01).
000950     05  MC-LINE-NO          PIC 9(02).
000960         88  MC-HEADER-LINE          VALUE ZERO.
000970     05  FILLER              PIC X(01).
000980     05  MC-LINE-DATA        PIC X(70).
000990     05  MC-HEADER-DATA REDEFINES MC-LINE-DATA.
001000         10  MC-POOL-GL-ACCOUNT  PIC X(08).
001010         10  FILLER              PIC X(01).
001020         10  MC-POOL-COST-CENTER PIC X(06).
001030         10  FILLER              PIC X(01).
001040         10  MC-DEPT-CODE        PIC X(03).
001050         10  FILLER              PIC X(01).
001060         10  MC-EFF-DATE         PIC 9(08).
001070         10  FILLER              PIC X(01).
001080         10  MC-EXP-DATE         PIC 9(08).
001090         10  FILLER              PIC X(01).
001100         10  MC-RULE-DESC        PIC X(24).
001110         10  FILLER              PIC X(08).
001120     05  MC-RECEIVER-DATA REDEFINES MC-LINE-DATA.
001130         10  MC-RCV-GL-ACCOUNT   PIC X(08).
001140         10  FILLER              PIC X(01).
001150         10  MC-RCV-COST-CENTER  PIC X(06).
001160         10  FILLER              PIC X(01).
001170         10  MC-RCV-BASIS        PIC X(01).
001180             88  MC-RCV-FIXED            VALUE 'F'.
001190             88  MC-RCV-PERCENT-BASIS    VALUE 'P'.
001200         10  FILLER              PIC X(01).
001210         10  MC-RCV-PERCENT      PIC 9(03)V9(04).
001220         10  FILLER              PIC X(01).
001230         10  MC-RCV-FIXED-AMT    PIC 9(09)V99.
001240         10  FILLER              PIC X(33).
001250 WORKING-STORAGE SECTION.
001260 01  WS-ALLOC-STATUS         PIC X(02).
001270     88  WS-ALLOC-FILE-OK            VALUE '00' '05'.
001280 01  WS-SYSIN-STATUS         PIC X(02).
001290     88  WS-SYSIN-AVAILABLE          VALUE '00'.
001300 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
001310     88  WS-EOF                      VALUE 'Y'.
001320     88  WS-NOT-EOF                  VALUE 'N'.
001330 01  WS-CARD-OK-SW           PIC X(01)    VALUE 'Y'.
001340     88  WS-CARD-OK                  VALUE 'Y'.
001350     88  WS-CARD-FAILED              VALUE 'N'.
001360******************************************************************
001370*    RUN COUNTERS.                                               *
001380******************************************************************
001390 01  WS-CNT-ADDED            PIC 9(06)    COMP VALUE ZERO.
001400 01  WS-CNT-CHANGED          PIC 9(06)    COMP VALUE ZERO.
001410 01  WS-CNT-EXPIRED          PIC 9(06)    COMP VALUE ZERO.
001420 01  WS-CNT-FAILED           PIC 9(06)    COMP VALUE ZERO.
001430 01  WS-CNT-LISTED           PIC 9(06)    COMP VALUE ZERO.
001440 01  WS-RUN-DATE             PIC 9(08)    VALUE ZERO.
001450******************************************************************
001460*    RULE-HEADER FIELDS SAVED BY 7000-READ-HEADER SO A RECEIVER  *
001470*    CARD CAN BE CHECKED AGAINST ITS POOL AFTER THE RECORD AREA  *
001480*    HAS BEEN REUSED.                                            *
001490******************************************************************
001500 01  WS-HDR-FOUND-SW         PIC X(01)    VALUE 'N'.
001510     88  WS-HDR-FOUND                VALUE 'Y'.
001520 01  WS-HDR-POOL-GL-ACCOUNT  PIC X(08)    VALUE SPACES.
001530 01  WS-HDR-POOL-COST-CENTER PIC X(06)    VALUE SPACES.
001540 01  WS-CHK-GL-ACCOUNT       PIC X(08)    VALUE SPACES.
001550******************************************************************
001560*    LISTING WORK FIELDS.                                        *
001570******************************************************************
001580 01  WS-SCAN-DONE-SW         PIC X(01)    VALUE 'N'.
001590     88  WS-SCAN-DONE                VALUE 'Y'.
001600 01  WS-ENTRY-FOUND-SW       PIC X(01)    VALUE 'N'.
001610     88  WS-ENTRY-FOUND              VALUE 'Y'.
001620 01  WS-LIST-RULE-ID         PIC X(04)    VALUE SPACES.
001630 01  WS-DISPLAY-PERCENT      PIC ZZ9,9999.
001640 01  WS-DISPLAY-AMOUNT       PIC Z(8)9,99.
001650 PROCEDURE DIVISION.
001660******************************************************************
001670*    0000-MAINLINE                                               *
001680******************************************************************
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
001720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001730     STOP RUN.
001740 0000-EXIT.
001750     EXIT.
001760******************************************************************
001770*    1000-INITIALIZE - OPEN THE RULES MASTER FOR UPDATE AND THE  *
001780*    MAINTENANCE CARDS.  THE MASTER IS OPTIONAL SO THE VERY      *
001790*    FIRST MAINTENANCE RUN CAN LOAD AN EMPTY CLUSTER.            *
001800******************************************************************
001810 1000-INITIALIZE.
001820     DISPLAY 'CALC016 - ALLOCATION-RULES MAINTENANCE'.
001830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001840     OPEN I-O ALLOC-FILE.
001850     IF NOT WS-ALLOC-FILE-OK
001860         DISPLAY 'CALC016 - RULES MASTER COULD NOT BE OPENED, '
001870             'STATUS=' WS-ALLOC-STATUS ' - RUN ABANDONED.'
001880         MOVE 12 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001910     OPEN INPUT MAINT-CARDS.
001920     IF NOT WS-SYSIN-AVAILABLE
001930         DISPLAY 'CALC016 - NO MAINTENANCE CARDS, STATUS='
001940             WS-SYSIN-STATUS ' - RUN ABANDONED.'
001950         MOVE 12 TO RETURN-CODE
001960         STOP RUN
001970     END-IF.
001980 1000-EXIT.
001990     EXIT.
002000******************************************************************
002010*    2000-PROCESS-CARDS - APPLY EVERY MAINTENANCE CARD.          *
002020******************************************************************
002030 2000-PROCESS-CARDS.
002040     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002050     PERFORM 2200-APPLY-CARD THRU 2200-EXIT
002060         UNTIL WS-EOF.
002070     CLOSE MAINT-CARDS
002080     CLOSE ALLOC-FILE.
002090 2000-EXIT.
002100     EXIT.
002110******************************************************************
002120*    2100-READ-CARD - GET THE NEXT MAINTENANCE CARD.             *
002130******************************************************************
002140 2100-READ-CARD.
002150     READ MAINT-CARDS
002160         AT END
002170             MOVE 'Y' TO WS-EOF-SW
002180     END-READ.
002190 2100-EXIT.
002200     EXIT.
002210******************************************************************
002220*    2200-APPLY-CARD - DISPATCH ONE CARD ON ITS ACTION CODE.     *
002230*    EVERY ACTION BUT A WHOLE-MASTER LIST NEEDS A RULE ID AND A  *
002240*    NUMERIC LINE NUMBER.                                        *
002250******************************************************************
002260 2200-APPLY-CARD.
002270     SET WS-CARD-OK TO TRUE.
002280     IF MC-ACTION-LIST
002290         PERFORM 6000-LIST-RULES THRU 6000-EXIT
002300         GO TO 2200-NEXT
002310     END-IF.
002320     IF MC-RULE-ID = SPACES
002330         OR MC-LINE-NO IS NOT NUMERIC
002340         SET WS-CARD-FAILED TO TRUE
002350         DISPLAY 'CALC016 - RULE ID OR LINE NUMBER MISSING ON "'
002360             MC-ACTION '" CARD - CARD IGNORED.'
002370         GO TO 2200-NEXT
002380     END-IF.
002390     EVALUATE TRUE
002400         WHEN MC-ACTION-ADD
002410             PERFORM 3000-ADD-LINE THRU 3000-EXIT
002420         WHEN MC-ACTION-CHANGE
002430             PERFORM 4000-CHANGE-LINE THRU 4000-EXIT
002440         WHEN MC-ACTION-EXPIRE
002450             PERFORM 5000-EXPIRE-LINE THRU 5000-EXIT
002460         WHEN OTHER
002470             SET WS-CARD-FAILED TO TRUE
002480             DISPLAY 'CALC016 - UNRECOGNIZED ACTION "' MC-ACTION
002490                 '" FOR RULE ' MC-RULE-ID '-' MC-LINE-NO
002500                 ' - CARD IGNORED.'
002510     END-EVALUATE.
002520 2200-NEXT.
002530     IF WS-CARD-FAILED
002540         ADD 1 TO WS-CNT-FAILED
002550     END-IF.
002560     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002570 2200-EXIT.
002580     EXIT.
002590******************************************************************
002600*    3000-ADD-LINE - WRITE A NEW ACTIVE HEADER OR RECEIVER LINE. *
002610*    A DUPLICATE KEY FAILS THE CARD - USE A CHANGE CARD INSTEAD. *
002620******************************************************************
002630 3000-ADD-LINE.
002640     PERFORM 3100-EDIT-CARD THRU 3100-EXIT.
002650     IF WS-CARD-FAILED
002660         GO TO 3000-EXIT
002670     END-IF.
002680     PERFORM 3400-BUILD-LINE THRU 3400-EXIT.
002690     WRITE AR-ALLOC-REC
002700         INVALID KEY
002710             SET WS-CARD-FAILED TO TRUE
002720             DISPLAY 'CALC016 - RULE ' MC-RULE-ID '-' MC-LINE-NO
002730                 ' ALREADY ON MASTER - ADD IGNORED.'
002740     END-WRITE.
002750     IF WS-CARD-OK
002760         ADD 1 TO WS-CNT-ADDED
002770         DISPLAY 'CALC016 - ADDED RULE ' MC-RULE-ID '-' MC-LINE-NO
002780     END-IF.
002790 3000-EXIT.
002800     EXIT.
002810******************************************************************
002820*    3100-EDIT-CARD - FIELD CHECKS SHARED BY ADD AND CHANGE,     *
002830*    ROUTED ON WHETHER THE CARD IS A HEADER OR A RECEIVER LINE.  *
002840******************************************************************
002850 3100-EDIT-CARD.
002860     IF MC-HEADER-LINE
002870         PERFORM 3200-EDIT-HEADER THRU 3200-EXIT
002880     ELSE
002890         PERFORM 3300-EDIT-RECEIVER THRU 3300-EXIT
002900     END-IF.
002910 3100-EXIT.
002920     EXIT.
002930******************************************************************
002940*    3200-EDIT-HEADER - THE POOL PAIR AND DEPARTMENT MUST BE     *
002950*    PRESENT AND THE DATE WINDOW NUMERIC AND IN ORDER.           *
002960******************************************************************
002970 3200-EDIT-HEADER.
002980     IF MC-POOL-GL-ACCOUNT = SPACES
002990         OR MC-POOL-COST-CENTER = SPACES
003000         OR MC-DEPT-CODE = SPACES
003010         SET WS-CARD-FAILED TO TRUE
003020         DISPLAY 'CALC016 - POOL ACCOUNT, COST CENTER OR DEPT '
003030             'MISSING FOR RULE ' MC-RULE-ID ' - CARD IGNORED.'
003040         GO TO 3200-EXIT
003050     END-IF.
003060     IF MC-EFF-DATE IS NOT NUMERIC
003070         OR MC-EXP-DATE IS NOT NUMERIC
003080         SET WS-CARD-FAILED TO TRUE
003090         DISPLAY 'CALC016 - NON-NUMERIC DATE FOR RULE '
003100             MC-RULE-ID ' - CARD IGNORED.'
003110         GO TO 3200-EXIT
003120     END-IF.
003130     IF MC-EXP-DATE < MC-EFF-DATE
003140         SET WS-CARD-FAILED TO TRUE
003150         DISPLAY 'CALC016 - EXPIRY BEFORE EFFECTIVE DATE FOR '
003160             'RULE ' MC-RULE-ID ' - CARD IGNORED.'
003170     END-IF.
003180 3200-EXIT.
003190     EXIT.
003200******************************************************************
003210*    3300-EDIT-RECEIVER - THE RULE HEADER MUST ALREADY BE ON     *
003220*    FILE, THE RECEIVING PAIR MUST NOT BE THE POOL ITSELF, AND   *
003230*    THE BASIS DECIDES WHICH AMOUNT COLUMNS ARE CHECKED.         *
003240******************************************************************
003250 3300-EDIT-RECEIVER.
003260     IF MC-RCV-COST-CENTER = SPACES
003270         SET WS-CARD-FAILED TO TRUE
003280         DISPLAY 'CALC016 - RECEIVING COST CENTER MISSING FOR '
003290             'RULE ' MC-RULE-ID '-' MC-LINE-NO ' - CARD IGNORED.'
003300         GO TO 3300-EXIT
003310     END-IF.
003320     EVALUATE TRUE
003330         WHEN MC-RCV-PERCENT-BASIS
003340             IF MC-RCV-PERCENT IS NOT NUMERIC
003350                 OR MC-RCV-PERCENT = ZERO
003360                 OR MC-RCV-PERCENT > 100
003370                 SET WS-CARD-FAILED TO TRUE
003380                 DISPLAY 'CALC016 - PERCENTAGE NOT 0-100 FOR '
003390                     'RULE ' MC-RULE-ID '-' MC-LINE-NO
003400                     ' - CARD IGNORED.'
003410             END-IF
003420         WHEN MC-RCV-FIXED
003430             IF MC-RCV-FIXED-AMT IS NOT NUMERIC
003440                 OR MC-RCV-FIXED-AMT = ZERO
003450                 SET WS-CARD-FAILED TO TRUE
003460                 DISPLAY 'CALC016 - FIXED AMOUNT MISSING FOR '
003470                     'RULE ' MC-RULE-ID '-' MC-LINE-NO
003480                     ' - CARD IGNORED.'
003490             END-IF
003500         WHEN OTHER
003510             SET WS-CARD-FAILED TO TRUE
003520             DISPLAY 'CALC016 - BASIS "' MC-RCV-BASIS
003530                 '" NOT F OR P FOR RULE ' MC-RULE-ID '-'
003540                 MC-LINE-NO ' - CARD IGNORED.'
003550     END-EVALUATE.
003560     IF WS-CARD-FAILED
003570         GO TO 3300-EXIT
003580     END-IF.
003590     PERFORM 7000-READ-HEADER THRU 7000-EXIT.
003600     IF NOT WS-HDR-FOUND
003610         SET WS-CARD-FAILED TO TRUE
003620         DISPLAY 'CALC016 - RULE ' MC-RULE-ID
003630             ' HAS NO HEADER LINE - ADD LINE 00 FIRST.'
003640         GO TO 3300-EXIT
003650     END-IF.
003660     IF MC-RCV-GL-ACCOUNT = SPACES
003670         MOVE WS-HDR-POOL-GL-ACCOUNT TO WS-CHK-GL-ACCOUNT
003680     ELSE
003690         MOVE MC-RCV-GL-ACCOUNT      TO WS-CHK-GL-ACCOUNT
003700     END-IF.
003710     IF WS-CHK-GL-ACCOUNT = WS-HDR-POOL-GL-ACCOUNT
003720         AND MC-RCV-COST-CENTER = WS-HDR-POOL-COST-CENTER
003730         SET WS-CARD-FAILED TO TRUE
003740         DISPLAY 'CALC016 - RECEIVER ' MC-RULE-ID '-' MC-LINE-NO
003750             ' IS THE POOL ITSELF - CARD IGNORED.'
003760     END-IF.
003770 3300-EXIT.
003780     EXIT.
003790******************************************************************
003800*    3400-BUILD-LINE - LOAD THE RECORD AREA FROM THE CARD, AS A  *
003810*    HEADER OR A RECEIVER, ACTIVE.  THE AMOUNT COLUMN THE BASIS  *
003820*    DOES NOT USE IS STORED AS ZERO.                             *
003830******************************************************************
003840 3400-BUILD-LINE.
003850     MOVE SPACES         TO AR-ALLOC-REC.
003860     MOVE MC-RULE-ID     TO AR-RULE-ID.
003870     MOVE MC-LINE-NO     TO AR-LINE-NO.
003880     MOVE 'A'            TO AR-LINE-STATUS.
003890     IF MC-HEADER-LINE
003900         MOVE MC-POOL-GL-ACCOUNT  TO AR-POOL-GL-ACCOUNT
003910         MOVE MC-POOL-COST-CENTER TO AR-POOL-COST-CENTER
003920         MOVE MC-DEPT-CODE        TO AR-DEPT-CODE
003930         MOVE MC-EFF-DATE         TO AR-EFF-DATE
003940         MOVE MC-EXP-DATE         TO AR-EXP-DATE
003950         MOVE MC-RULE-DESC        TO AR-RULE-DESC
003960     ELSE
003970         MOVE MC-RCV-GL-ACCOUNT   TO AR-RCV-GL-ACCOUNT
003980         MOVE MC-RCV-COST-CENTER  TO AR-RCV-COST-CENTER
003990         MOVE MC-RCV-BASIS        TO AR-RCV-BASIS
004000         MOVE ZERO                TO AR-RCV-PERCENT
004010         MOVE ZERO                TO AR-RCV-FIXED-AMT
004020         IF MC-RCV-PERCENT-BASIS
004030             MOVE MC-RCV-PERCENT   TO AR-RCV-PERCENT
004040         ELSE
004050             MOVE MC-RCV-FIXED-AMT TO AR-RCV-FIXED-AMT
004060         END-IF
004070     END-IF.
004080 3400-EXIT.
004090     EXIT.
004100******************************************************************
004110*    4000-CHANGE-LINE - REWRITE AN EXISTING LINE WITH THE CARD'S *
004120*    VALUES, RE-ACTIVATING IT IF IT HAD BEEN EXPIRED OR DROPPED. *
004130******************************************************************
004140 4000-CHANGE-LINE.
004150     PERFORM 3100-EDIT-CARD THRU 3100-EXIT.
004160     IF WS-CARD-FAILED
004170         GO TO 4000-EXIT
004180     END-IF.
004190     MOVE MC-RULE-ID TO AR-RULE-ID.
004200     MOVE MC-LINE-NO TO AR-LINE-NO.
004210     READ ALLOC-FILE
004220         INVALID KEY
004230             SET WS-CARD-FAILED TO TRUE
004240             DISPLAY 'CALC016 - RULE ' MC-RULE-ID '-' MC-LINE-NO
004250                 ' NOT ON MASTER - CHANGE IGNORED.'
004260     END-READ.
004270     IF WS-CARD-FAILED
004280         GO TO 4000-EXIT
004290     END-IF.
004300     PERFORM 3400-BUILD-LINE THRU 3400-EXIT.
004310     REWRITE AR-ALLOC-REC
004320         INVALID KEY
004330             SET WS-CARD-FAILED TO TRUE
004340             DISPLAY 'CALC016 - REWRITE FAILED FOR RULE '
004350                 MC-RULE-ID '-' MC-LINE-NO
004360                 ', STATUS=' WS-ALLOC-STATUS
004370     END-REWRITE.
004380     IF WS-CARD-OK
004390         ADD 1 TO WS-CNT-CHANGED
004400         DISPLAY 'CALC016 - CHANGED RULE ' MC-RULE-ID '-'
004410             MC-LINE-NO
004420     END-IF.
004430 4000-EXIT.
004440     EXIT.
004450******************************************************************
004460*    5000-EXPIRE-LINE - ON A HEADER, CLOSE THE RULE AS OF THE    *
004470*    CARD'S EXPIRY DATE: THE RULE STAYS ACTIVE AND THE DATE      *
004480*    WINDOW IN CALC017 DOES THE CLOSING, SO IT STILL APPLIES UP  *
004490*    TO AND INCLUDING THAT DATE; A DATE ALREADY PAST (OR ZERO)   *
004500*    MARKS THE HEADER 'E' AND STOPS IT AT ONCE.  ON A RECEIVER,  *
004510*    MARK THE LINE 'I' SO THE NEXT ALLOCATION LEAVES IT OUT.     *
004520******************************************************************
004530 5000-EXPIRE-LINE.
004540     IF MC-HEADER-LINE
004550         AND MC-EXP-DATE IS NOT NUMERIC
004560         SET WS-CARD-FAILED TO TRUE
004570         DISPLAY 'CALC016 - NON-NUMERIC EXPIRY DATE FOR RULE '
004580             MC-RULE-ID ' - CARD IGNORED.'
004590         GO TO 5000-EXIT
004600     END-IF.
004610     MOVE MC-RULE-ID TO AR-RULE-ID.
004620     MOVE MC-LINE-NO TO AR-LINE-NO.
004630     READ ALLOC-FILE
004640         INVALID KEY
004650             SET WS-CARD-FAILED TO TRUE
004660             DISPLAY 'CALC016 - RULE ' MC-RULE-ID '-' MC-LINE-NO
004670                 ' NOT ON MASTER - EXPIRE IGNORED.'
004680     END-READ.
004690     IF WS-CARD-FAILED
004700         GO TO 5000-EXIT
004710     END-IF.
004720     IF MC-HEADER-LINE
004730         MOVE MC-EXP-DATE TO AR-EXP-DATE
004740         IF MC-EXP-DATE < WS-RUN-DATE
004750             MOVE 'E' TO AR-LINE-STATUS
004760         END-IF
004770     ELSE
004780         MOVE 'I' TO AR-LINE-STATUS
004790     END-IF.
004800     REWRITE AR-ALLOC-REC
004810         INVALID KEY
004820             SET WS-CARD-FAILED TO TRUE
004830             DISPLAY 'CALC016 - REWRITE FAILED FOR RULE '
004840                 MC-RULE-ID '-' MC-LINE-NO
004850                 ', STATUS=' WS-ALLOC-STATUS
004860     END-REWRITE.
004870     IF WS-CARD-OK
004880         ADD 1 TO WS-CNT-EXPIRED
004890         DISPLAY 'CALC016 - EXPIRED RULE ' MC-RULE-ID '-'
004900             MC-LINE-NO
004910     END-IF.
004920 5000-EXIT.
004930     EXIT.
004940******************************************************************
004950*    6000-LIST-RULES - PRINT EVERY LINE OF THE CARD'S RULE, OR   *
004960*    OF EVERY RULE WHEN THE RULE-ID COLUMNS ARE BLANK.           *
004970******************************************************************
004980 6000-LIST-RULES.
004990     MOVE MC-RULE-ID TO WS-LIST-RULE-ID.
005000     MOVE 'N' TO WS-SCAN-DONE-SW.
005010     MOVE 'N' TO WS-ENTRY-FOUND-SW.
005020     IF WS-LIST-RULE-ID = SPACES
005030         MOVE LOW-VALUES TO AR-RULE-ID
005040     ELSE
005050         MOVE WS-LIST-RULE-ID TO AR-RULE-ID
005060     END-IF.
005070     MOVE ZERO TO AR-LINE-NO.
005080     DISPLAY 'CALC016 - ALLOCATION RULES LISTING'.
005090     START ALLOC-FILE KEY NOT LESS THAN AR-ALLOC-KEY
005100         INVALID KEY
005110             MOVE 'Y' TO WS-SCAN-DONE-SW
005120     END-START.
005130     PERFORM 6100-LIST-ONE-LINE THRU 6100-EXIT
005140         UNTIL WS-SCAN-DONE.
005150     IF NOT WS-ENTRY-FOUND
005160         DISPLAY 'CALC016 - NO LINES ON MASTER FOR RULE '
005170             WS-LIST-RULE-ID
005180     END-IF.
005190 6000-EXIT.
005200     EXIT.
005210******************************************************************
005220*    6100-LIST-ONE-LINE - ONE LINE OF THE LISTING, IN THE HEADER *
005230*    OR THE RECEIVER SHAPE.                                      *
005240******************************************************************
005250 6100-LIST-ONE-LINE.
005260     READ ALLOC-FILE NEXT RECORD
005270         AT END
005280             MOVE 'Y' TO WS-SCAN-DONE-SW
005290             GO TO 6100-EXIT
005300     END-READ.
005310     IF WS-LIST-RULE-ID NOT = SPACES
005320         AND AR-RULE-ID NOT = WS-LIST-RULE-ID
005330         MOVE 'Y' TO WS-SCAN-DONE-SW
005340         GO TO 6100-EXIT
005350     END-IF.
005360     SET WS-ENTRY-FOUND TO TRUE.
005370     ADD 1 TO WS-CNT-LISTED.
005380     IF AR-LINE-NO = ZERO
005390         DISPLAY '  ' AR-RULE-ID '-' AR-LINE-NO
005400             ' POOL ' AR-POOL-GL-ACCOUNT '/' AR-POOL-COST-CENTER
005410             ' DEPT ' AR-DEPT-CODE
005420             ' ' AR-EFF-DATE '-' AR-EXP-DATE
005430             ' STATUS ' AR-LINE-STATUS ' ' AR-RULE-DESC
005440     ELSE
005450         MOVE AR-RCV-PERCENT   TO WS-DISPLAY-PERCENT
005460         MOVE AR-RCV-FIXED-AMT TO WS-DISPLAY-AMOUNT
005470         DISPLAY '  ' AR-RULE-ID '-' AR-LINE-NO
005480             ' TO   ' AR-RCV-GL-ACCOUNT '/' AR-RCV-COST-CENTER
005490             ' BASIS ' AR-RCV-BASIS
005500             ' PCT ' WS-DISPLAY-PERCENT
005510             ' FIXED ' WS-DISPLAY-AMOUNT
005520             ' STATUS ' AR-LINE-STATUS
005530     END-IF.
005540 6100-EXIT.
005550     EXIT.
005560******************************************************************
005570*    7000-READ-HEADER - READ THE CARD RULE'S LINE 00 AND SAVE ITS*
005580*    POOL PAIR.  LEAVES WS-HDR-FOUND OFF WHEN THERE IS NO HEADER.*
005590******************************************************************
005600 7000-READ-HEADER.
005610     MOVE 'N' TO WS-HDR-FOUND-SW.
005620     MOVE MC-RULE-ID TO AR-RULE-ID.
005630     MOVE ZERO       TO AR-LINE-NO.
005640     READ ALLOC-FILE
005650         INVALID KEY
005660             GO TO 7000-EXIT
005670     END-READ.
005680     SET WS-HDR-FOUND TO TRUE.
005690     MOVE AR-POOL-GL-ACCOUNT  TO WS-HDR-POOL-GL-ACCOUNT.
005700     MOVE AR-POOL-COST-CENTER TO WS-HDR-POOL-COST-CENTER.
005710 7000-EXIT.
005720     EXIT.
005730******************************************************************
005740*    9000-TERMINATE - END-OF-RUN SUMMARY.  ANY FAILED CARD ENDS  *
005750*    THE JOB WITH A NONZERO RETURN CODE SO THE OPERATOR SEES     *
005760*    THE MASTER IS NOT FULLY UP TO DATE.                         *
005770******************************************************************
005780 9000-TERMINATE.
005790     DISPLAY ' '.
005800     DISPLAY '=================================================='.
005810     DISPLAY '  CALC016 - END OF RUN SUMMARY'.
005820     DISPLAY '=================================================='.
005830     DISPLAY '  LINES ADDED........: ', WS-CNT-ADDED.
005840     DISPLAY '  LINES CHANGED......: ', WS-CNT-CHANGED.
005850     DISPLAY '  LINES EXPIRED......: ', WS-CNT-EXPIRED.
005860     DISPLAY '  LINES LISTED.......: ', WS-CNT-LISTED.
005870     DISPLAY '  CARDS FAILED.......: ', WS-CNT-FAILED.
005880     DISPLAY '=================================================='.
005890     IF WS-CNT-FAILED > ZERO
005900         MOVE 8 TO RETURN-CODE
005910     END-IF.
005920 9000-EXIT.
005930     EXIT.
