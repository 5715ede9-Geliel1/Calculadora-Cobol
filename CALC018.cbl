000100******************************************************************
000110*                                                                *
000120*    PROGRAM   : CALC018                                        *
000130*    AUTHOR    : J. ALVES, DATA PROCESSING                      *
000140*    INSTALL.  : GENERAL LEDGER SUPPORT - SITE 02                *
000150*    DATE-WRITTEN : 2026-09-28                                   *
000160*    DATE-COMPILED:                                              *
000170*                                                                *
000180*    STANDING-INSTRUCTION MAINTENANCE.  APPLIES ADD/CHANGE/      *
000190*    SUSPEND/RESUME/END/LIST CARDS FROM SYSIN TO THE KEYED       *
000200*    STANDING-INSTRUCTION MASTER (STNDMST KSDS, KEY = INSTR-ID)  *
000210*    FROM WHICH THE NIGHTLY CALC019 RUN RAISES RECURRING         *
000220*    TRANSACTIONS ON THEIR DUE DATES.  ONE CARD PER ACTION, SAME *
000230*    PATTERN AS THE CALC006/CALC008 MAINTENANCE:                 *
000240*                                                                *
000250*      COL 1     ACTION - A ADD, C CHANGE, S SUSPEND, R RESUME,  *
000260*                E END, L LIST                                   *
000270*      COL 3-6   INSTRUCTION ID (BLANK ON L = LIST EVERY ONE)    *
000280*      COL 8     FREQUENCY - D DAILY, W WEEKLY, M MONTHLY,       *
000290*                Q QUARTERLY                                     *
000300*      COL 10-17 NEXT DUE DATE YYYYMMDD (THE FIRST DATE ON AN    *
000310*                ADD; A MONTHLY OR QUARTERLY INSTRUCTION KEEPS   *
000320*                THIS DATE'S DAY OF THE MONTH)                   *
000330*      COL 19-26 END DATE YYYYMMDD (99991231 = OPEN-ENDED; FOR E *
000340*                THIS IS THE LAST DATE AN OCCURRENCE MAY FALL ON,*
000350*                AND A PAST OR ZERO DATE ENDS IT AT ONCE)        *
000360*      COL 28-36 NUM01, SIGN + 6 DIGITS + 2 DECIMALS, NO POINT   *
000370*      COL 38-39 OPERCAO (ARITHMETIC OPERATORS ONLY)             *
000380*      COL 41-49 NUM02, SAME FORM (MAY BE BLANK WITH A RATE CODE)*
000390*      COL 51-55 RATE CODE (OPTIONAL - NUM02 FROM RATES TABLE)   *
000400*      COL 57-64 GL ACCOUNT                                      *
000410*      COL 66-71 COST CENTER                                     *
000420*      COL 73-75 DEPARTMENT CODE                                 *
000430*      COL 77-79 CURRENCY CODE (BLANK = LOCAL)                   *
000440*                                                                *
000450*    S, R AND E NEED ONLY THE ID (AND E ITS END DATE).  A CHANGE *
000460*    REPLACES THE WHOLE INSTRUCTION BUT KEEPS ITS OCCURRENCE     *
000470*    COUNT, AND BRINGS AN ENDED INSTRUCTION BACK INTO FORCE.     *
000480*    THE CODING IS NOT LOOKED UP HERE - THE ACCOUNT, RATE AND    *
000490*    CURRENCY ARE PROVED AGAINST THEIR MASTERS BY CALC002 ON THE *
000500*    NIGHT EACH OCCURRENCE POSTS, THE SAME AS A DEPARTMENT'S.    *
000510*                                                                *
000520*    MODIFICATION HISTORY                                        *
000530*    ------------------------------------------------------      *
000540*    2026-09-28  JA   INITIAL VERSION.                           *
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. CALC018.
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SPECIAL-NAMES.
000610     DECIMAL-POINT IS COMMA.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT OPTIONAL STAND-FILE ASSIGN TO STNDMST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS SI-INSTR-ID
000680         FILE STATUS IS WS-STAND-STATUS.
000690     SELECT MAINT-CARDS ASSIGN TO SYSIN
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-SYSIN-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  STAND-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  SI-STAND-REC.
000770     COPY STNDREC REPLACING ==:TAG:== BY ==SI==.
000780 FD  MAINT-CARDS
000790     LABEL RECORDS ARE STANDARD.
000800 01  MAINT-CARD-REC.
000810     05  MC-ACTION           PIC X(01).
000820         88  MC-ACTION-ADD           VALUE 'A'.
000830         88  MC-ACTION-CHANGE        VALUE 'C'.
000840         88  MC-ACTION-SUSPEND       VALUE 'S'.
000850         88  MC-ACTION-RESUME        VALUE 'R'.
000860         88  MC-ACTION-END           VALUE 'E'.
000870         88  MC-ACTION-LIST          VALUE 'L'.
000880     05  FILLER              PIC X(01).
000890     05  MC-INSTR-ID         PIC X(04).
000900     05  FILLER              PIC X(01).
000910     05  MC-FREQUENCY        PIC X(01).
000920         88  MC-VALID-FREQUENCY      VALUE 'D' 'W' 'M' 'Q'.
000930     05  FILLER              PIC X(01).
000940     05  MC-NEXT-DUE-DATE    PIC 9(08).
000950     05  MC-NEXT-DUE-PARTS REDEFINES MC-NEXT-DUE-DATE.
000960         10  MC-DUE-YYYY         PIC 9(04).
000970         10  MC-DUE-MM           PIC 9(02).
000980         10  MC-DUE-DD           PIC 9(02).
000990     05  FILLER              PIC X(01).
001000     05  MC-END-DATE         PIC 9(08).
001010     05  FILLER              PIC X(01).
001020     05  MC-NUM01            PIC S9(6)V99
001030         SIGN IS LEADING SEPARATE CHARACTER.
001040     05  FILLER              PIC X(01).
001050     05  MC-OPERCAO          PIC X(02).
001060         88  MC-VALID-ARITH-OP       VALUE '+ ' '- ' '* ' '/ '
001070                                           'M ' 'E ' 'P '.
001080     05  FILLER              PIC X(01).
001090     05  MC-NUM02            PIC S9(6)V99
001100         SIGN IS LEADING SEPARATE CHARACTER.
001110     05  MC-NUM02-X REDEFINES MC-NUM02
001120                             PIC X(09).
001130     05  FILLER              PIC X(01).
001140     05  MC-RATE-CODE        PIC X(05).
001150     05  FILLER              PIC X(01).
001160     05  MC-GL-ACCOUNT       PIC X(08).
001170     05  FILLER              PIC X(01).
001180     05  MC-COST-CENTER      PIC X(06).
001190     05  FILLER              PIC X(01).
001200     05  MC-DEPT-CODE        PIC X(03).
001210     05  FILLER              PIC X(01).
001220     05  MC-CURRENCY-CODE    PIC X(03).
001230     05  FILLER              PIC X(01).
001240 WORKING-STORAGE SECTION.
001250 01  WS-STAND-STATUS         PIC X(02).
001260     88  WS-STAND-FILE-OK            VALUE '00' '05'.
001270 01  WS-SYSIN-STATUS         PIC X(02).
001280     88  WS-SYSIN-AVAILABLE          VALUE '00'.
001290 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
001300     88  WS-EOF                      VALUE 'Y'.
001310     88  WS-NOT-EOF                  VALUE 'N'.
001320 01  WS-CARD-OK-SW           PIC X(01)    VALUE 'Y'.
001330     88  WS-CARD-OK                  VALUE 'Y'.
001340     88  WS-CARD-FAILED              VALUE 'N'.
001350******************************************************************
001360*    RUN COUNTERS.                                               *
001370******************************************************************
001380 01  WS-CNT-ADDED            PIC 9(06)    COMP VALUE ZERO.
001390 01  WS-CNT-CHANGED          PIC 9(06)    COMP VALUE ZERO.
001400 01  WS-CNT-SUSPENDED        PIC 9(06)    COMP VALUE ZERO.
001410 01  WS-CNT-RESUMED          PIC 9(06)    COMP VALUE ZERO.
001420 01  WS-CNT-ENDED            PIC 9(06)    COMP VALUE ZERO.
001430 01  WS-CNT-FAILED           PIC 9(06)    COMP VALUE ZERO.
001440 01  WS-CNT-LISTED           PIC 9(06)    COMP VALUE ZERO.
001450 01  WS-RUN-DATE             PIC 9(08)    VALUE ZERO.
001460******************************************************************
001470*    FIELDS A CHANGE CARRIES OVER FROM THE RECORD IT REPLACES.   *
001480******************************************************************
001490 01  WS-KEEP-STATUS          PIC X(01)    VALUE SPACE.
001500 01  WS-KEEP-LAST-GEN-DATE   PIC 9(08)    VALUE ZERO.
001510 01  WS-KEEP-GEN-COUNT       PIC 9(04)    VALUE ZERO.
001520******************************************************************
001530*    LISTING WORK FIELDS.                                        *
001540******************************************************************
001550 01  WS-SCAN-DONE-SW         PIC X(01)    VALUE 'N'.
001560     88  WS-SCAN-DONE                VALUE 'Y'.
001570 01  WS-ENTRY-FOUND-SW       PIC X(01)    VALUE 'N'.
001580     88  WS-ENTRY-FOUND              VALUE 'Y'.
001590 01  WS-LIST-INSTR-ID        PIC X(04)    VALUE SPACES.
001600 01  WS-DISPLAY-NUM01        PIC -(6)9,99.
001610 01  WS-DISPLAY-NUM02        PIC -(6)9,99.
001620 PROCEDURE DIVISION.
001630******************************************************************
001640*    0000-MAINLINE                                               *
001650******************************************************************
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
001690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001700     STOP RUN.
001710 0000-EXIT.
001720     EXIT.
001730******************************************************************
001740*    1000-INITIALIZE - OPEN THE INSTRUCTION MASTER FOR UPDATE    *
001750*    AND THE MAINTENANCE CARDS.  THE MASTER IS OPTIONAL SO THE   *
001760*    VERY FIRST MAINTENANCE RUN CAN LOAD AN EMPTY CLUSTER.       *
001770******************************************************************
001780 1000-INITIALIZE.
001790     DISPLAY 'CALC018 - STANDING-INSTRUCTION MAINTENANCE'.
001800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001810     OPEN I-O STAND-FILE.
001820     IF NOT WS-STAND-FILE-OK
001830         DISPLAY 'CALC018 - INSTRUCTION MASTER COULD NOT BE '
001840             'OPENED, STATUS=' WS-STAND-STATUS
001850             ' - RUN ABANDONED.'
001860         MOVE 12 TO RETURN-CODE
001870         STOP RUN
001880     END-IF.
001890     OPEN INPUT MAINT-CARDS.
001900     IF NOT WS-SYSIN-AVAILABLE
001910         DISPLAY 'CALC018 - NO MAINTENANCE CARDS, STATUS='
001920             WS-SYSIN-STATUS ' - RUN ABANDONED.'
001930         MOVE 12 TO RETURN-CODE
001940         STOP RUN
001950     END-IF.
001960 1000-EXIT.
001970     EXIT.
001980******************************************************************
001990*    2000-PROCESS-CARDS - APPLY EVERY MAINTENANCE CARD.          *
002000******************************************************************
002010 2000-PROCESS-CARDS.
002020     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002030     PERFORM 2200-APPLY-CARD THRU 2200-EXIT
002040         UNTIL WS-EOF.
002050     CLOSE MAINT-CARDS
002060     CLOSE STAND-FILE.
002070 2000-EXIT.
002080     EXIT.
002090******************************************************************
002100*    2100-READ-CARD - GET THE NEXT MAINTENANCE CARD.             *
002110******************************************************************
002120 2100-READ-CARD.
002130     READ MAINT-CARDS
002140         AT END
002150             MOVE 'Y' TO WS-EOF-SW
002160     END-READ.
002170 2100-EXIT.
002180     EXIT.
002190******************************************************************
002200*    2200-APPLY-CARD - DISPATCH ONE CARD ON ITS ACTION CODE.     *
002210*    EVERY ACTION BUT A WHOLE-MASTER LIST NEEDS AN INSTRUCTION   *
002220*    ID.                                                         *
002230******************************************************************
002240 2200-APPLY-CARD.
002250     SET WS-CARD-OK TO TRUE.
002260     IF MC-ACTION-LIST
002270         PERFORM 7000-LIST-INSTRUCTIONS THRU 7000-EXIT
002280         GO TO 2200-NEXT
002290     END-IF.
002300     IF MC-INSTR-ID = SPACES
002310         SET WS-CARD-FAILED TO TRUE
002320         DISPLAY 'CALC018 - INSTRUCTION ID MISSING ON "'
002330             MC-ACTION '" CARD - CARD IGNORED.'
002340         GO TO 2200-NEXT
002350     END-IF.
002360     EVALUATE TRUE
002370         WHEN MC-ACTION-ADD
002380             PERFORM 3000-ADD-INSTRUCTION THRU 3000-EXIT
002390         WHEN MC-ACTION-CHANGE
002400             PERFORM 4000-CHANGE-INSTRUCTION THRU 4000-EXIT
002410         WHEN MC-ACTION-SUSPEND
002420             PERFORM 5000-SUSPEND-INSTRUCTION THRU 5000-EXIT
002430         WHEN MC-ACTION-RESUME
002440             PERFORM 5100-RESUME-INSTRUCTION THRU 5100-EXIT
002450         WHEN MC-ACTION-END
002460             PERFORM 6000-END-INSTRUCTION THRU 6000-EXIT
002470         WHEN OTHER
002480             SET WS-CARD-FAILED TO TRUE
002490             DISPLAY 'CALC018 - UNRECOGNIZED ACTION "' MC-ACTION
002500                 '" FOR INSTRUCTION ' MC-INSTR-ID
002510                 ' - CARD IGNORED.'
002520     END-EVALUATE.
002530 2200-NEXT.
002540     IF WS-CARD-FAILED
002550         ADD 1 TO WS-CNT-FAILED
002560     END-IF.
002570     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002580 2200-EXIT.
002590     EXIT.
002600******************************************************************
002610*    3000-ADD-INSTRUCTION - WRITE A NEW ACTIVE INSTRUCTION WITH  *
002620*    NO OCCURRENCES RAISED YET.  A DUPLICATE KEY FAILS THE CARD  *
002630*    - USE A CHANGE CARD INSTEAD.                                *
002640******************************************************************
002650 3000-ADD-INSTRUCTION.
002660     PERFORM 3100-EDIT-CARD THRU 3100-EXIT.
002670     IF WS-CARD-FAILED
002680         GO TO 3000-EXIT
002690     END-IF.
002700     MOVE 'A'  TO WS-KEEP-STATUS.
002710     MOVE ZERO TO WS-KEEP-LAST-GEN-DATE.
002720     MOVE ZERO TO WS-KEEP-GEN-COUNT.
002730     PERFORM 3200-BUILD-INSTRUCTION THRU 3200-EXIT.
002740     WRITE SI-STAND-REC
002750         INVALID KEY
002760             SET WS-CARD-FAILED TO TRUE
002770             DISPLAY 'CALC018 - INSTRUCTION ' MC-INSTR-ID
002780                 ' ALREADY ON MASTER - ADD IGNORED.'
002790     END-WRITE.
002800     IF WS-CARD-OK
002810         ADD 1 TO WS-CNT-ADDED
002820         DISPLAY 'CALC018 - ADDED INSTRUCTION ' MC-INSTR-ID
002830             ' FIRST DUE ' MC-NEXT-DUE-DATE
002840     END-IF.
002850 3000-EXIT.
002860     EXIT.
002870******************************************************************
002880*    3100-EDIT-CARD - FIELD CHECKS SHARED BY ADD AND CHANGE: A   *
002890*    KNOWN FREQUENCY, A PLAUSIBLE DUE DATE NO LATER THAN THE END *
002900*    DATE, A CALCULATION CALC002 CAN CARRY OUT, AND FULL LEDGER  *
002910*    CODING.                                                     *
002920******************************************************************
002930 3100-EDIT-CARD.
002940     IF NOT MC-VALID-FREQUENCY
002950         SET WS-CARD-FAILED TO TRUE
002960         DISPLAY 'CALC018 - FREQUENCY "' MC-FREQUENCY
002970             '" NOT D, W, M OR Q FOR INSTRUCTION ' MC-INSTR-ID
002980             ' - CARD IGNORED.'
002990         GO TO 3100-EXIT
003000     END-IF.
003010     IF MC-NEXT-DUE-DATE IS NOT NUMERIC
003020         OR MC-END-DATE IS NOT NUMERIC
003030         SET WS-CARD-FAILED TO TRUE
003040         DISPLAY 'CALC018 - NON-NUMERIC DATE FOR INSTRUCTION '
003050             MC-INSTR-ID ' - CARD IGNORED.'
003060         GO TO 3100-EXIT
003070     END-IF.
003080     IF MC-DUE-MM < 1 OR MC-DUE-MM > 12
003090         OR MC-DUE-DD < 1 OR MC-DUE-DD > 31
003100         SET WS-CARD-FAILED TO TRUE
003110         DISPLAY 'CALC018 - NEXT DUE DATE ' MC-NEXT-DUE-DATE
003120             ' IS NOT A DATE FOR INSTRUCTION ' MC-INSTR-ID
003130             ' - CARD IGNORED.'
003140         GO TO 3100-EXIT
003150     END-IF.
003160     IF MC-END-DATE < MC-NEXT-DUE-DATE
003170         SET WS-CARD-FAILED TO TRUE
003180         DISPLAY 'CALC018 - END DATE BEFORE NEXT DUE DATE FOR '
003190             'INSTRUCTION ' MC-INSTR-ID ' - CARD IGNORED.'
003200         GO TO 3100-EXIT
003210     END-IF.
003220     IF MC-NUM01 IS NOT NUMERIC
003230         OR NOT MC-VALID-ARITH-OP
003240         SET WS-CARD-FAILED TO TRUE
003250         DISPLAY 'CALC018 - NUM01 OR OPERATOR "' MC-OPERCAO
003260             '" NOT USABLE FOR INSTRUCTION ' MC-INSTR-ID
003270             ' - CARD IGNORED.'
003280         GO TO 3100-EXIT
003290     END-IF.
003300     IF MC-RATE-CODE NOT = SPACES AND MC-NUM02-X = SPACES
003310         CONTINUE
003320     ELSE
003330         IF MC-NUM02 IS NOT NUMERIC
003340             SET WS-CARD-FAILED TO TRUE
003350             DISPLAY 'CALC018 - NUM02 NOT NUMERIC AND NO RATE '
003360                 'CODE FOR INSTRUCTION ' MC-INSTR-ID
003370                 ' - CARD IGNORED.'
003380             GO TO 3100-EXIT
003390         END-IF
003400         IF MC-RATE-CODE = SPACES
003410             AND (MC-OPERCAO = '/ ' OR MC-OPERCAO = 'M ')
003420             AND MC-NUM02 = ZERO
003430             SET WS-CARD-FAILED TO TRUE
003440             DISPLAY 'CALC018 - ZERO DIVISOR FOR INSTRUCTION '
003450                 MC-INSTR-ID ' - CARD IGNORED.'
003460             GO TO 3100-EXIT
003470         END-IF
003480     END-IF.
003490     IF MC-GL-ACCOUNT = SPACES
003500         OR MC-COST-CENTER = SPACES
003510         OR MC-DEPT-CODE = SPACES
003520         SET WS-CARD-FAILED TO TRUE
003530         DISPLAY 'CALC018 - ACCOUNT, COST CENTER OR DEPT '
003540             'MISSING FOR INSTRUCTION ' MC-INSTR-ID
003550             ' - CARD IGNORED.'
003560     END-IF.
003570 3100-EXIT.
003580     EXIT.
003590******************************************************************
003600*    3200-BUILD-INSTRUCTION - LOAD THE RECORD AREA FROM THE CARD *
003610*    AND THE CARRIED-OVER STATUS AND OCCURRENCE HISTORY.  A      *
003620*    BLANK NUM02 BEHIND A RATE CODE IS STORED AS ZERO.           *
003630******************************************************************
003640 3200-BUILD-INSTRUCTION.
003650     MOVE SPACES               TO SI-STAND-REC.
003660     MOVE MC-INSTR-ID          TO SI-INSTR-ID.
003670     MOVE WS-KEEP-STATUS       TO SI-INSTR-STATUS.
003680     MOVE MC-FREQUENCY         TO SI-FREQUENCY.
003690     MOVE MC-NEXT-DUE-DATE     TO SI-NEXT-DUE-DATE.
003700     MOVE MC-END-DATE          TO SI-END-DATE.
003710     MOVE MC-DUE-DD            TO SI-DUE-DAY.
003720     MOVE WS-KEEP-LAST-GEN-DATE TO SI-LAST-GEN-DATE.
003730     MOVE WS-KEEP-GEN-COUNT    TO SI-GEN-COUNT.
003740     MOVE MC-NUM01             TO SI-NUM01.
003750     IF MC-NUM02-X = SPACES
003760         MOVE ZERO             TO SI-NUM02
003770     ELSE
003780         MOVE MC-NUM02         TO SI-NUM02
003790     END-IF.
003800     MOVE MC-OPERCAO           TO SI-OPERCAO.
003810     MOVE MC-GL-ACCOUNT        TO SI-GL-ACCOUNT.
003820     MOVE MC-COST-CENTER       TO SI-COST-CENTER.
003830     MOVE MC-RATE-CODE         TO SI-RATE-CODE.
003840     MOVE MC-DEPT-CODE         TO SI-DEPT-CODE.
003850     MOVE MC-CURRENCY-CODE     TO SI-CURRENCY-CODE.
003860 3200-EXIT.
003870     EXIT.
003880******************************************************************
003890*    4000-CHANGE-INSTRUCTION - REPLACE AN EXISTING INSTRUCTION   *
003900*    WITH THE CARD'S VALUES.  THE OCCURRENCE COUNT AND LAST      *
003910*    GENERATED DATE ARE KEPT; A SUSPENDED INSTRUCTION STAYS      *
003920*    SUSPENDED, AN ENDED ONE COMES BACK INTO FORCE.              *
003930******************************************************************
003940 4000-CHANGE-INSTRUCTION.
003950     PERFORM 3100-EDIT-CARD THRU 3100-EXIT.
003960     IF WS-CARD-FAILED
003970         GO TO 4000-EXIT
003980     END-IF.
003990     PERFORM 8000-READ-INSTRUCTION THRU 8000-EXIT.
004000     IF WS-CARD-FAILED
004010         GO TO 4000-EXIT
004020     END-IF.
004030     IF SI-INSTR-STATUS = 'S'
004040         MOVE 'S' TO WS-KEEP-STATUS
004050     ELSE
004060         MOVE 'A' TO WS-KEEP-STATUS
004070     END-IF.
004080     MOVE SI-LAST-GEN-DATE TO WS-KEEP-LAST-GEN-DATE.
004090     MOVE SI-GEN-COUNT     TO WS-KEEP-GEN-COUNT.
004100     PERFORM 3200-BUILD-INSTRUCTION THRU 3200-EXIT.
004110     PERFORM 8100-REWRITE-INSTRUCTION THRU 8100-EXIT.
004120     IF WS-CARD-OK
004130         ADD 1 TO WS-CNT-CHANGED
004140         DISPLAY 'CALC018 - CHANGED INSTRUCTION ' MC-INSTR-ID
004150             ' NEXT DUE ' MC-NEXT-DUE-DATE
004160     END-IF.
004170 4000-EXIT.
004180     EXIT.
004190******************************************************************
004200*    5000-SUSPEND-INSTRUCTION - STOP AN ACTIVE INSTRUCTION FROM  *
004210*    RAISING ANYTHING.  CALC019 STILL STEPS ITS DUE DATE ON, SO  *
004220*    THE OCCURRENCES MISSED WHILE SUSPENDED ARE SKIPPED, NOT     *
004230*    CAUGHT UP ON RESUME.                                        *
004240******************************************************************
004250 5000-SUSPEND-INSTRUCTION.
004260     PERFORM 8000-READ-INSTRUCTION THRU 8000-EXIT.
004270     IF WS-CARD-FAILED
004280         GO TO 5000-EXIT
004290     END-IF.
004300     IF SI-INSTR-STATUS NOT = 'A'
004310         SET WS-CARD-FAILED TO TRUE
004320         DISPLAY 'CALC018 - INSTRUCTION ' MC-INSTR-ID
004330             ' IS NOT ACTIVE (STATUS ' SI-INSTR-STATUS
004340             ') - SUSPEND IGNORED.'
004350         GO TO 5000-EXIT
004360     END-IF.
004370     MOVE 'S' TO SI-INSTR-STATUS.
004380     PERFORM 8100-REWRITE-INSTRUCTION THRU 8100-EXIT.
004390     IF WS-CARD-OK
004400         ADD 1 TO WS-CNT-SUSPENDED
004410         DISPLAY 'CALC018 - SUSPENDED INSTRUCTION ' MC-INSTR-ID
004420     END-IF.
004430 5000-EXIT.
004440     EXIT.
004450******************************************************************
004460*    5100-RESUME-INSTRUCTION - PUT A SUSPENDED INSTRUCTION BACK  *
004470*    INTO FORCE FROM ITS NEXT DUE DATE.                          *
004480******************************************************************
004490 5100-RESUME-INSTRUCTION.
004500     PERFORM 8000-READ-INSTRUCTION THRU 8000-EXIT.
004510     IF WS-CARD-FAILED
004520         GO TO 5100-EXIT
004530     END-IF.
004540     IF SI-INSTR-STATUS NOT = 'S'
004550         SET WS-CARD-FAILED TO TRUE
004560         DISPLAY 'CALC018 - INSTRUCTION ' MC-INSTR-ID
004570             ' IS NOT SUSPENDED (STATUS ' SI-INSTR-STATUS
004580             ') - RESUME IGNORED.'
004590         GO TO 5100-EXIT
004600     END-IF.
004610     MOVE 'A' TO SI-INSTR-STATUS.
004620     PERFORM 8100-REWRITE-INSTRUCTION THRU 8100-EXIT.
004630     IF WS-CARD-OK
004640         ADD 1 TO WS-CNT-RESUMED
004650         DISPLAY 'CALC018 - RESUMED INSTRUCTION ' MC-INSTR-ID
004660             ' NEXT DUE ' SI-NEXT-DUE-DATE
004670     END-IF.
004680 5100-EXIT.
004690     EXIT.
004700******************************************************************
004710*    6000-END-INSTRUCTION - SET THE LAST DATE AN OCCURRENCE MAY  *
004720*    FALL ON.  THE INSTRUCTION STAYS IN FORCE UP TO THAT DATE    *
004730*    AND CALC019 ENDS IT THERE; A DATE ALREADY PAST (OR ZERO)    *
004740*    MARKS IT 'E' AND STOPS IT AT ONCE.                          *
004750******************************************************************
004760 6000-END-INSTRUCTION.
004770     IF MC-END-DATE IS NOT NUMERIC
004780         SET WS-CARD-FAILED TO TRUE
004790         DISPLAY 'CALC018 - NON-NUMERIC END DATE FOR '
004800             'INSTRUCTION ' MC-INSTR-ID ' - CARD IGNORED.'
004810         GO TO 6000-EXIT
004820     END-IF.
004830     PERFORM 8000-READ-INSTRUCTION THRU 8000-EXIT.
004840     IF WS-CARD-FAILED
004850         GO TO 6000-EXIT
004860     END-IF.
004870     MOVE MC-END-DATE TO SI-END-DATE.
004880     IF MC-END-DATE < WS-RUN-DATE
004890         OR MC-END-DATE < SI-NEXT-DUE-DATE
004900         MOVE 'E' TO SI-INSTR-STATUS
004910     END-IF.
004920     PERFORM 8100-REWRITE-INSTRUCTION THRU 8100-EXIT.
004930     IF WS-CARD-OK
004940         ADD 1 TO WS-CNT-ENDED
004950         DISPLAY 'CALC018 - ENDED INSTRUCTION ' MC-INSTR-ID
004960             ' AS OF ' MC-END-DATE ' STATUS ' SI-INSTR-STATUS
004970     END-IF.
004980 6000-EXIT.
004990     EXIT.
005000******************************************************************
005010*    7000-LIST-INSTRUCTIONS - PRINT THE CARD'S INSTRUCTION, OR   *
005020*    EVERY INSTRUCTION WHEN THE ID COLUMNS ARE BLANK.            *
005030******************************************************************
005040 7000-LIST-INSTRUCTIONS.
005050     MOVE MC-INSTR-ID TO WS-LIST-INSTR-ID.
005060     MOVE 'N' TO WS-SCAN-DONE-SW.
005070     MOVE 'N' TO WS-ENTRY-FOUND-SW.
005080     IF WS-LIST-INSTR-ID = SPACES
005090         MOVE LOW-VALUES TO SI-INSTR-ID
005100     ELSE
005110         MOVE WS-LIST-INSTR-ID TO SI-INSTR-ID
005120     END-IF.
005130     DISPLAY 'CALC018 - STANDING INSTRUCTIONS LISTING'.
005140     START STAND-FILE KEY NOT LESS THAN SI-INSTR-ID
005150         INVALID KEY
005160             MOVE 'Y' TO WS-SCAN-DONE-SW
005170     END-START.
005180     PERFORM 7100-LIST-ONE-INSTRUCTION THRU 7100-EXIT
005190         UNTIL WS-SCAN-DONE.
005200     IF NOT WS-ENTRY-FOUND
005210         DISPLAY 'CALC018 - NO INSTRUCTION ON MASTER FOR '
005220             WS-LIST-INSTR-ID
005230     END-IF.
005240 7000-EXIT.
005250     EXIT.
005260******************************************************************
005270*    7100-LIST-ONE-INSTRUCTION - TWO LINES PER INSTRUCTION: THE  *
005280*    SCHEDULE, THEN THE TRANSACTION IT RAISES.                   *
005290******************************************************************
005300 7100-LIST-ONE-INSTRUCTION.
005310     READ STAND-FILE NEXT RECORD
005320         AT END
005330             MOVE 'Y' TO WS-SCAN-DONE-SW
005340             GO TO 7100-EXIT
005350     END-READ.
005360     IF WS-LIST-INSTR-ID NOT = SPACES
005370         AND SI-INSTR-ID NOT = WS-LIST-INSTR-ID
005380         MOVE 'Y' TO WS-SCAN-DONE-SW
005390         GO TO 7100-EXIT
005400     END-IF.
005410     SET WS-ENTRY-FOUND TO TRUE.
005420     ADD 1 TO WS-CNT-LISTED.
005430     DISPLAY '  ' SI-INSTR-ID ' STATUS ' SI-INSTR-STATUS
005440         ' FREQ ' SI-FREQUENCY
005450         ' NEXT DUE ' SI-NEXT-DUE-DATE
005460         ' END ' SI-END-DATE
005470         ' RAISED ' SI-GEN-COUNT
005480         ' LAST ' SI-LAST-GEN-DATE.
005490     MOVE SI-NUM01 TO WS-DISPLAY-NUM01.
005500     MOVE SI-NUM02 TO WS-DISPLAY-NUM02.
005510     DISPLAY '       ' WS-DISPLAY-NUM01 ' ' SI-OPERCAO
005520         WS-DISPLAY-NUM02 ' RATE ' SI-RATE-CODE
005530         ' ' SI-GL-ACCOUNT '/' SI-COST-CENTER
005540         ' DEPT ' SI-DEPT-CODE ' CURR ' SI-CURRENCY-CODE.
005550 7100-EXIT.
005560     EXIT.
005570******************************************************************
005580*    8000-READ-INSTRUCTION - READ THE CARD'S INSTRUCTION FOR     *
005590*    UPDATE.  FAILS THE CARD WHEN IT IS NOT ON THE MASTER.       *
005600******************************************************************
005610 8000-READ-INSTRUCTION.
005620     MOVE MC-INSTR-ID TO SI-INSTR-ID.
005630     READ STAND-FILE
005640         INVALID KEY
005650             SET WS-CARD-FAILED TO TRUE
005660             DISPLAY 'CALC018 - INSTRUCTION ' MC-INSTR-ID
005670                 ' NOT ON MASTER - "' MC-ACTION
005680                 '" CARD IGNORED.'
005690     END-READ.
005700 8000-EXIT.
005710     EXIT.
005720******************************************************************
005730*    8100-REWRITE-INSTRUCTION - PUT THE UPDATED RECORD BACK.     *
005740******************************************************************
005750 8100-REWRITE-INSTRUCTION.
005760     REWRITE SI-STAND-REC
005770         INVALID KEY
005780             SET WS-CARD-FAILED TO TRUE
005790             DISPLAY 'CALC018 - REWRITE FAILED FOR INSTRUCTION '
005800                 MC-INSTR-ID ', STATUS=' WS-STAND-STATUS
005810     END-REWRITE.
005820 8100-EXIT.
005830     EXIT.
005840******************************************************************
005850*    9000-TERMINATE - END-OF-RUN SUMMARY.  ANY FAILED CARD ENDS  *
005860*    THE JOB WITH A NONZERO RETURN CODE SO THE OPERATOR SEES     *
005870*    THE MASTER IS NOT FULLY UP TO DATE.                         *
005880******************************************************************
005890 9000-TERMINATE.
005900     DISPLAY ' '.
005910     DISPLAY '=================================================='.
005920     DISPLAY '  CALC018 - END OF RUN SUMMARY'.
005930     DISPLAY '=================================================='.
005940     DISPLAY '  ADDED..............: ', WS-CNT-ADDED.
005950     DISPLAY '  CHANGED............: ', WS-CNT-CHANGED.
005960     DISPLAY '  SUSPENDED..........: ', WS-CNT-SUSPENDED.
005970     DISPLAY '  RESUMED............: ', WS-CNT-RESUMED.
005980     DISPLAY '  ENDED..............: ', WS-CNT-ENDED.
005990     DISPLAY '  LISTED.............: ', WS-CNT-LISTED.
006000     DISPLAY '  CARDS FAILED.......: ', WS-CNT-FAILED.
006010     DISPLAY '=================================================='.
006020     IF WS-CNT-FAILED > ZERO
006030         MOVE 8 TO RETURN-CODE
006040     END-IF.
006050 9000-EXIT.
006060     EXIT.
