000100******************************************************************
000110*                                                                *
000120*    PROGRAM   : CALC019                                        *
000130*    AUTHOR    : J. ALVES, DATA PROCESSING                      *
000140*    INSTALL.  : GENERAL LEDGER SUPPORT - SITE 02                *
000150*    DATE-WRITTEN : 2026-09-28                                   *
000160*    DATE-COMPILED:                                              *
000170*                                                                *
000180*    NIGHTLY STANDING-INSTRUCTION GENERATOR.  READS THE          *
000190*    STANDING-INSTRUCTION MASTER (STNDMST, MAINTAINED BY         *
000200*    CALC018) AND RAISES ONE TRANSACTION FOR EVERY OCCURRENCE    *
000210*    FALLING DUE ON OR BEFORE THE PROCESS DATE, THEN STEPS THE   *
000220*    INSTRUCTION'S NEXT DUE DATE ON BY ITS FREQUENCY (DAILY,     *
000230*    WEEKLY, MONTHLY OR QUARTERLY).  A NIGHT THE JOB DID NOT RUN *
000240*    IS CAUGHT UP ON THE NEXT - EACH MISSED OCCURRENCE IS RAISED *
000250*    WITH ITS OWN DUE DATE AS THE EFFECT DATE.  A SUSPENDED      *
000260*    INSTRUCTION'S OCCURRENCES ARE STEPPED OVER AND LISTED AS    *
000270*    SKIPPED; ONE WHOSE END DATE HAS PASSED IS MARKED ENDED.     *
000280*                                                                *
000290*    THE OUTPUT IS A TRANSACTION FEED (STNDOUT) IN THE CALCREC   *
000300*    LAYOUT WITH ITS OWN 'T' TRAILER, PICKED UP BY THE CALC012   *
000310*    GATEWAY AS ITS FIFTH FEED AND POSTED THROUGH CALC002 LIKE   *
000320*    ANY DEPARTMENT'S TRANSACTIONS.  EACH RECORD CARRIES THE     *
000330*    INSTRUCTION'S OWN CALCULATION AND CODING UNDER TRANS-ID     *
000340*    'SI' + INSTR-ID + OCCURRENCE NUMBER.  THE STNDRPT REPORT    *
000350*    LISTS EVERY OCCURRENCE GENERATED, SKIPPED OR HELD OVER.     *
000360*                                                                *
000370*    THE FEED IS NOT REPLACED WHILE IT STILL HOLDS A GENERATION  *
000380*    THE GATEWAY HAS NOT TAKEN - THE DUE DATES OF THOSE          *
000390*    OCCURRENCES HAVE ALREADY BEEN STEPPED ON, SO OVERWRITING    *
000400*    THEM WOULD LOSE THEM.  THE CALC012 JOB EMPTIES THE FEED     *
000410*    ONCE IT HAS BEEN PICKED UP.                                 *
000420*                                                                *
000430*    CONTROL CARD (OPTIONAL):                                    *
000440*      COL 1-8   PROCESS DATE YYYYMMDD - RAISE EVERYTHING DUE UP *
000450*                TO AND INCLUDING THIS DATE (DEFAULT RUN DATE)   *
000460*                                                                *
000470*    RETURN CODES: 4 - AN INSTRUCTION HAD MORE OCCURRENCES DUE   *
000480*    THAN ONE RUN CATCHES UP (THE REST FOLLOW NEXT RUN);         *
000490*    8 - AN INSTRUCTION ON THE MASTER IS UNUSABLE AND WAS LEFT   *
000500*    ALONE; 12 - A FILE WOULD NOT OPEN OR THE FEED HAS NOT BEEN  *
000510*    PICKED UP YET - NOTHING GENERATED.                          *
000520*                                                                *
000530*    MODIFICATION HISTORY                                        *
000540*    ------------------------------------------------------      *
000550*    2026-09-28  JA   INITIAL VERSION.                           *
000553*    2026-10-15  JA   STNDMST IS OPTIONAL - AN EMPTY CLUSTER     *
000556*                     MEANS NOTHING IS DUE.                      *
000560******************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. CALC019.
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SPECIAL-NAMES.
000620     DECIMAL-POINT IS COMMA.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT OPTIONAL STAND-FILE ASSIGN TO STNDMST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS SI-INSTR-ID
000690         FILE STATUS IS WS-STAND-STATUS.
000700     SELECT STAND-OUT ASSIGN TO STNDOUT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-FEED-STATUS.
000730     SELECT REPORT-FILE ASSIGN TO STNDRPT
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750     SELECT CONTROL-CARD ASSIGN TO SYSIN
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-SYSIN-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  STAND-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  SI-STAND-REC.
000830     COPY STNDREC REPLACING ==:TAG:== BY ==SI==.
000840 FD  STAND-OUT
000850     LABEL RECORDS ARE STANDARD.
000860 01  SO-TRANS-REC            PIC X(101).
000870 FD  REPORT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  REPORT-REC              PIC X(132).
000900 FD  CONTROL-CARD
000910     LABEL RECORDS ARE STANDARD.
000920 01  CONTROL-CARD-REC.
000930     05  CC-PROCESS-DATE     PIC 9(08).
000940     05  FILLER              PIC X(72).
000950 WORKING-STORAGE SECTION.
000960 01  WS-STAND-STATUS         PIC X(02).
000970     88  WS-STAND-FILE-OK            VALUE '00' '05'.
000980 01  WS-FEED-STATUS          PIC X(02).
000990     88  WS-FEED-FILE-OK             VALUE '00'.
001000 01  WS-SYSIN-STATUS         PIC X(02).
001010     88  WS-SYSIN-AVAILABLE          VALUE '00'.
001020 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
001030     88  WS-EOF                      VALUE 'Y'.
001040     88  WS-NOT-EOF                  VALUE 'N'.
001050 01  WS-RUN-DATE             PIC 9(08).
001060 01  WS-PROCESS-DATE         PIC 9(08)    VALUE ZERO.
001070******************************************************************
001080*    ONE INSTRUCTION'S WORK FIELDS.  AT MOST WS-CATCHUP-LIMIT    *
001090*    OCCURRENCES ARE TAKEN OFF ONE INSTRUCTION IN ONE RUN.       *
001100******************************************************************
001110 01  WS-CATCHUP-LIMIT        PIC 9(03)    COMP VALUE 31.
001120 01  WS-OCCUR-COUNT          PIC 9(03)    COMP VALUE ZERO.
001130 01  WS-OCCUR-DATE           PIC 9(08)    VALUE ZERO.
001140 01  WS-INSTR-ENDED-SW       PIC X(01)    VALUE 'N'.
001150     88  WS-INSTR-ENDED              VALUE 'Y'.
001160     88  WS-INSTR-RUNNING            VALUE 'N'.
001170 01  WS-CUR-TRANS-ID.
001180     05  WS-TID-PREFIX       PIC X(02)    VALUE 'SI'.
001190     05  WS-TID-INSTR-ID     PIC X(04).
001200     05  WS-TID-OCCURRENCE   PIC 9(04).
001210******************************************************************
001220*    DATE STEPPING.  WS-ROLL-DATE IS MOVED ON A DAY OR A NUMBER  *
001230*    OF MONTHS AT A TIME; A MONTHLY OR QUARTERLY STEP LANDS ON   *
001240*    THE INSTRUCTION'S DUE DAY, OR THE LAST DAY OF A SHORTER     *
001250*    MONTH.                                                      *
001260******************************************************************
001270 01  WS-ROLL-DATE            PIC 9(08)    VALUE ZERO.
001280 01  WS-ROLL-PARTS REDEFINES WS-ROLL-DATE.
001290     05  WS-ROLL-YYYY        PIC 9(04).
001300     05  WS-ROLL-MM          PIC 9(02).
001310     05  WS-ROLL-DD          PIC 9(02).
001320 01  WS-ROLL-DAYS            PIC 9(02)    COMP VALUE ZERO.
001330 01  WS-ROLL-MONTHS          PIC 9(02)    COMP VALUE ZERO.
001340 01  WS-ROLL-MONTH-WK        PIC 9(02)    COMP VALUE ZERO.
001350 01  WS-MONTH-LEN            PIC 9(02)    VALUE ZERO.
001360 01  WS-LEAP-QUOT            PIC 9(04)    COMP VALUE ZERO.
001370 01  WS-LEAP-REM-4           PIC 9(04)    COMP VALUE ZERO.
001380 01  WS-LEAP-REM-100         PIC 9(04)    COMP VALUE ZERO.
001390 01  WS-LEAP-REM-400         PIC 9(04)    COMP VALUE ZERO.
001400 01  WS-MONTH-DAYS-VALUES.
001410     05  FILLER              PIC X(24)
001420         VALUE '312831303130313130313031'.
001430 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001440     05  WS-DAYS-IN-MONTH    PIC 9(02)    OCCURS 12 TIMES.
001450******************************************************************
001460*    FEED RECORD AND TRAILER.                                    *
001470******************************************************************
001480 01  WS-OUT-SEQ              PIC 9(06)    VALUE ZERO.
001490 01  WS-SO-RECORD.
001500     COPY CALCREC REPLACING ==:TAG:== BY ==SO==.
001510 01  WS-OUT-TRAILER.
001520     05  WS-OT-ID            PIC X(01)    VALUE 'T'.
001530     05  WS-OT-REC-COUNT     PIC 9(08).
001540     05  WS-OT-HASH-NUM01    PIC S9(12)V99
001550         SIGN IS LEADING SEPARATE CHARACTER.
001560     05  FILLER              PIC X(77)    VALUE SPACES.
001570******************************************************************
001580*    RUN COUNTERS AND TOTALS.                                    *
001590******************************************************************
001600 01  WS-CNT-READ             PIC 9(06)    COMP VALUE ZERO.
001610 01  WS-CNT-NOT-DUE          PIC 9(06)    COMP VALUE ZERO.
001620 01  WS-CNT-ENDED-BEFORE     PIC 9(06)    COMP VALUE ZERO.
001630 01  WS-CNT-INSTR-DUE        PIC 9(06)    COMP VALUE ZERO.
001640 01  WS-CNT-SKIP-SUSPENDED   PIC 9(06)    COMP VALUE ZERO.
001650 01  WS-CNT-SKIP-EXPIRED     PIC 9(06)    COMP VALUE ZERO.
001660 01  WS-CNT-ENDED-NOW        PIC 9(06)    COMP VALUE ZERO.
001670 01  WS-CNT-DEFERRED         PIC 9(06)    COMP VALUE ZERO.
001680 01  WS-CNT-UNUSABLE         PIC 9(06)    COMP VALUE ZERO.
001690 01  WS-OUT-COUNT            PIC 9(08)    VALUE ZERO.
001700 01  WS-OUT-HASH             PIC S9(12)V99 VALUE ZERO.
001710 01  WS-DISPLAY-HASH         PIC -(12)9,99.
001720******************************************************************
001730*    REPORT PAGE CONTROL AND LINE LAYOUTS, IN THE CALC004        *
001740*    REPORT STYLE.  EVERY LINE GOES OUT THROUGH WS-PRINT-LINE    *
001750*    SO A PAGE CAN BE CUT IN FRONT OF ANY OF THEM.               *
001760******************************************************************
001770 01  WS-LINES-PER-PAGE       PIC 9(02)    COMP VALUE 50.
001780 01  WS-LINE-COUNT           PIC 9(02)    COMP VALUE 99.
001790 01  WS-PAGE-COUNT           PIC 9(04)    COMP VALUE ZERO.
001800 01  WS-PRINT-LINE           PIC X(132)   VALUE SPACES.
001810 01  WS-HEADING-1.
001820     05  FILLER              PIC X(36)
001830         VALUE '  CALC019 - STANDING INSTRUCTIONS   '.
001840     05  FILLER              PIC X(13)    VALUE 'PROCESS DATE '.
001850     05  HDG-PROCESS-DATE    PIC 9(08).
001860     05  FILLER              PIC X(03)    VALUE SPACES.
001870     05  FILLER              PIC X(09)    VALUE 'RUN DATE '.
001880     05  HDG-RUN-DATE        PIC 9(08).
001890     05  FILLER              PIC X(06)    VALUE SPACES.
001900     05  FILLER              PIC X(05)    VALUE 'PAGE '.
001910     05  HDG-PAGE            PIC ZZZ9.
001920 01  WS-HEADING-2.
001930     05  FILLER              PIC X(03)    VALUE SPACES.
001940     05  FILLER              PIC X(04)    VALUE 'INST'.
001950     05  FILLER              PIC X(02)    VALUE SPACES.
001960     05  FILLER              PIC X(01)    VALUE 'F'.
001970     05  FILLER              PIC X(02)    VALUE SPACES.
001980     05  FILLER              PIC X(08)    VALUE 'DUE DATE'.
001990     05  FILLER              PIC X(02)    VALUE SPACES.
002000     05  FILLER              PIC X(10)    VALUE 'TRANS-ID'.
002010     05  FILLER              PIC X(02)    VALUE SPACES.
002020     05  FILLER              PIC X(08)    VALUE 'ACCOUNT'.
002030     05  FILLER              PIC X(01)    VALUE SPACE.
002040     05  FILLER              PIC X(06)    VALUE 'C-CENT'.
002050     05  FILLER              PIC X(02)    VALUE SPACES.
002060     05  FILLER              PIC X(03)    VALUE 'DPT'.
002070     05  FILLER              PIC X(02)    VALUE SPACES.
002080     05  FILLER              PIC X(02)    VALUE 'OP'.
002090     05  FILLER              PIC X(07)    VALUE SPACES.
002100     05  FILLER              PIC X(05)    VALUE 'NUM01'.
002110     05  FILLER              PIC X(02)    VALUE SPACES.
002120     05  FILLER              PIC X(10)    VALUE 'ACTION'.
002130     05  FILLER              PIC X(02)    VALUE SPACES.
002140     05  FILLER              PIC X(08)    VALUE 'NEXT DUE'.
002150     05  FILLER              PIC X(02)    VALUE SPACES.
002160     05  FILLER              PIC X(04)    VALUE 'NOTE'.
002170 01  WS-DETAIL-LINE.
002180     05  FILLER              PIC X(03)    VALUE SPACES.
002190     05  DET-INSTR-ID        PIC X(04).
002200     05  FILLER              PIC X(02)    VALUE SPACES.
002210     05  DET-FREQUENCY       PIC X(01).
002220     05  FILLER              PIC X(02)    VALUE SPACES.
002230     05  DET-DUE-DATE        PIC 9(08).
002240     05  FILLER              PIC X(02)    VALUE SPACES.
002250     05  DET-TRANS-ID        PIC X(10).
002260     05  FILLER              PIC X(02)    VALUE SPACES.
002270     05  DET-ACCOUNT         PIC X(08).
002280     05  FILLER              PIC X(01)    VALUE SPACE.
002290     05  DET-COST-CENTER     PIC X(06).
002300     05  FILLER              PIC X(02)    VALUE SPACES.
002310     05  DET-DEPT-CODE       PIC X(03).
002320     05  FILLER              PIC X(02)    VALUE SPACES.
002330     05  DET-OPERCAO         PIC X(02).
002340     05  FILLER              PIC X(02)    VALUE SPACES.
002350     05  DET-NUM01           PIC -(6)9,99.
002360     05  FILLER              PIC X(02)    VALUE SPACES.
002370     05  DET-ACTION          PIC X(10).
002380     05  FILLER              PIC X(02)    VALUE SPACES.
002390     05  DET-NEXT-DUE        PIC 9(08).
002400     05  FILLER              PIC X(02)    VALUE SPACES.
002410     05  DET-NOTE            PIC X(32).
002420 01  WS-TOTAL-LINE.
002430     05  FILLER              PIC X(01)    VALUE SPACE.
002440     05  TOT-LABEL           PIC X(32).
002450     05  TOT-COUNT           PIC Z(05)9.
002460     05  FILLER              PIC X(03)    VALUE SPACES.
002470     05  TOT-AMOUNT-LABEL    PIC X(12).
002480     05  TOT-AMOUNT          PIC -(12)9,99.
002490 PROCEDURE DIVISION.
002500******************************************************************
002510*    0000-MAINLINE                                               *
002520******************************************************************
002530 0000-MAINLINE.
002540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002550     PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT.
002560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002570     STOP RUN.
002580 0000-EXIT.
002590     EXIT.
002600******************************************************************
002610*    1000-INITIALIZE - PICK UP THE PROCESS DATE, MAKE SURE THE   *
002620*    LAST GENERATION HAS BEEN PICKED UP, AND OPEN EVERYTHING.    *
002630******************************************************************
002640 1000-INITIALIZE.
002650     DISPLAY 'CALC019 - STANDING-INSTRUCTION GENERATOR'.
002660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002670     MOVE WS-RUN-DATE TO WS-PROCESS-DATE.
002680     OPEN INPUT CONTROL-CARD.
002690     IF WS-SYSIN-AVAILABLE
002700         READ CONTROL-CARD
002710             AT END
002720                 CONTINUE
002730             NOT AT END
002740                 IF CC-PROCESS-DATE IS NUMERIC
002750                     AND CC-PROCESS-DATE > ZERO
002760                     MOVE CC-PROCESS-DATE TO WS-PROCESS-DATE
002770                 END-IF
002780         END-READ
002790         CLOSE CONTROL-CARD
002800     END-IF.
002810     PERFORM 1100-CHECK-FEED-TAKEN THRU 1100-EXIT.
002820     OPEN I-O STAND-FILE.
002830     IF NOT WS-STAND-FILE-OK
002840         DISPLAY 'CALC019 - INSTRUCTION MASTER COULD NOT BE '
002850             'OPENED, STATUS=' WS-STAND-STATUS
002860             ' - RUN ABANDONED.'
002870         MOVE 12 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900     OPEN OUTPUT STAND-OUT.
002910     OPEN OUTPUT REPORT-FILE.
002920     DISPLAY 'CALC019 - PROCESS DATE ' WS-PROCESS-DATE.
002930 1000-EXIT.
002940     EXIT.
002950******************************************************************
002960*    1100-CHECK-FEED-TAKEN - THE FEED MUST BE EMPTY (OR NOT YET  *
002970*    WRITTEN AT ALL) BEFORE IT IS REPLACED.  ANY RECORD STILL ON *
002980*    IT IS A GENERATION THE GATEWAY HAS NOT MERGED.              *
002990******************************************************************
003000 1100-CHECK-FEED-TAKEN.
003010     OPEN INPUT STAND-OUT.
003020     IF NOT WS-FEED-FILE-OK
003030         GO TO 1100-EXIT
003040     END-IF.
003050     READ STAND-OUT
003060         AT END
003070             MOVE 'Y' TO WS-EOF-SW
003080     END-READ.
003090     CLOSE STAND-OUT.
003100     IF WS-NOT-EOF
003110         DISPLAY 'CALC019 - FEED STILL HOLDS A GENERATION NOT '
003120             'YET PICKED UP BY CALC012'
003130         DISPLAY 'CALC019 - RUN ABANDONED, NOTHING GENERATED.'
003140         MOVE 12 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     MOVE 'N' TO WS-EOF-SW.
003180 1100-EXIT.
003190     EXIT.
003200******************************************************************
003210*    2000-PROCESS-MASTER - ONE PASS OF THE INSTRUCTION MASTER    *
003220*    IN KEY ORDER.                                               *
003230******************************************************************
003240 2000-PROCESS-MASTER.
003250     PERFORM 2100-READ-INSTRUCTION THRU 2100-EXIT.
003260     PERFORM 2200-PROCESS-INSTRUCTION THRU 2200-EXIT
003270         UNTIL WS-EOF.
003280 2000-EXIT.
003290     EXIT.
003300******************************************************************
003310*    2100-READ-INSTRUCTION - GET THE NEXT INSTRUCTION.           *
003320******************************************************************
003330 2100-READ-INSTRUCTION.
003340     READ STAND-FILE NEXT RECORD
003350         AT END
003360             MOVE 'Y' TO WS-EOF-SW
003370         NOT AT END
003380             ADD 1 TO WS-CNT-READ
003390     END-READ.
003400 2100-EXIT.
003410     EXIT.
003420******************************************************************
003430*    2200-PROCESS-INSTRUCTION - ONE INSTRUCTION.  ENDED AND NOT  *
003440*    YET DUE INSTRUCTIONS ARE PASSED OVER UNTOUCHED; A DUE ONE   *
003450*    HAS EACH OF ITS DUE OCCURRENCES RAISED OR SKIPPED AND IS    *
003460*    REWRITTEN WITH ITS NEW NEXT DUE DATE AND STATUS.            *
003470******************************************************************
003480 2200-PROCESS-INSTRUCTION.
003490     IF SI-INSTR-STATUS = 'E'
003500         ADD 1 TO WS-CNT-ENDED-BEFORE
003510         GO TO 2200-NEXT
003520     END-IF.
003530     IF SI-NEXT-DUE-DATE IS NOT NUMERIC
003540         OR SI-END-DATE IS NOT NUMERIC
003550         OR (SI-FREQUENCY NOT = 'D' AND NOT = 'W'
003560             AND NOT = 'M' AND NOT = 'Q')
003570         ADD 1 TO WS-CNT-UNUSABLE
003580         PERFORM 2300-PRINT-UNUSABLE THRU 2300-EXIT
003590         GO TO 2200-NEXT
003600     END-IF.
003610     IF SI-NEXT-DUE-DATE > WS-PROCESS-DATE
003620         ADD 1 TO WS-CNT-NOT-DUE
003630         GO TO 2200-NEXT
003640     END-IF.
003650     ADD 1 TO WS-CNT-INSTR-DUE.
003660     MOVE ZERO TO WS-OCCUR-COUNT.
003670     SET WS-INSTR-RUNNING TO TRUE.
003680     PERFORM 2400-ONE-OCCURRENCE THRU 2400-EXIT
003690         UNTIL WS-INSTR-ENDED
003700         OR SI-NEXT-DUE-DATE > WS-PROCESS-DATE
003710         OR WS-OCCUR-COUNT NOT < WS-CATCHUP-LIMIT.
003720     IF WS-INSTR-RUNNING
003730         AND SI-NEXT-DUE-DATE NOT > WS-PROCESS-DATE
003740         ADD 1 TO WS-CNT-DEFERRED
003750         MOVE SI-NEXT-DUE-DATE TO WS-OCCUR-DATE
003760         MOVE 'HELD OVER' TO DET-ACTION
003770         MOVE 'CATCH-UP LIMIT - REST NEXT RUN' TO DET-NOTE
003780         PERFORM 2500-PRINT-OCCURRENCE THRU 2500-EXIT
003790     END-IF.
003800     REWRITE SI-STAND-REC
003810         INVALID KEY
003820             DISPLAY 'CALC019 - REWRITE FAILED FOR INSTRUCTION '
003830                 SI-INSTR-ID ', STATUS=' WS-STAND-STATUS
003840     END-REWRITE.
003850 2200-NEXT.
003860     PERFORM 2100-READ-INSTRUCTION THRU 2100-EXIT.
003870 2200-EXIT.
003880     EXIT.
003890******************************************************************
003900*    2300-PRINT-UNUSABLE - AN INSTRUCTION WHOSE DATES OR         *
003910*    FREQUENCY CANNOT BE STEPPED IS LEFT AS IT IS AND LISTED     *
003920*    FOR CALC018 TO PUT RIGHT.                                   *
003930******************************************************************
003940 2300-PRINT-UNUSABLE.
003950     DISPLAY 'CALC019 - INSTRUCTION ' SI-INSTR-ID
003960         ' HAS AN UNUSABLE DATE OR FREQUENCY - LEFT ALONE.'.
003970     MOVE SPACES TO WS-DETAIL-LINE.
003980     MOVE SI-INSTR-ID   TO DET-INSTR-ID.
003990     MOVE SI-FREQUENCY  TO DET-FREQUENCY.
004000     MOVE 'UNUSABLE'    TO DET-ACTION.
004010     MOVE 'BAD DATE OR FREQUENCY' TO DET-NOTE.
004020     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
004030     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004040 2300-EXIT.
004050     EXIT.
004060******************************************************************
004070*    2400-ONE-OCCURRENCE - THE OCCURRENCE DUE ON THE NEXT DUE    *
004080*    DATE: PAST THE END DATE IT ENDS THE INSTRUCTION; OTHERWISE  *
004090*    IT IS RAISED (ACTIVE) OR SKIPPED (SUSPENDED), AND THE DUE   *
004100*    DATE IS STEPPED ON.  AN INSTRUCTION WHOSE NEXT STEP PASSES  *
004110*    ITS END DATE IS ENDED THEN AND THERE.                       *
004120******************************************************************
004130 2400-ONE-OCCURRENCE.
004140     MOVE SI-NEXT-DUE-DATE TO WS-OCCUR-DATE.
004150     IF WS-OCCUR-DATE > SI-END-DATE
004160         SET WS-INSTR-ENDED TO TRUE
004170         MOVE 'E' TO SI-INSTR-STATUS
004180         ADD 1 TO WS-CNT-SKIP-EXPIRED
004190         MOVE 'SKIPPED' TO DET-ACTION
004200         MOVE 'END DATE PASSED - ENDED' TO DET-NOTE
004210         PERFORM 2500-PRINT-OCCURRENCE THRU 2500-EXIT
004220         GO TO 2400-EXIT
004230     END-IF.
004240     ADD 1 TO WS-OCCUR-COUNT.
004250     PERFORM 7000-STEP-DUE-DATE THRU 7000-EXIT.
004260     IF SI-INSTR-STATUS = 'S'
004270         ADD 1 TO WS-CNT-SKIP-SUSPENDED
004280         MOVE 'SKIPPED' TO DET-ACTION
004290         MOVE 'INSTRUCTION SUSPENDED' TO DET-NOTE
004300     ELSE
004310         PERFORM 3000-WRITE-OCCURRENCE THRU 3000-EXIT
004320         MOVE 'GENERATED' TO DET-ACTION
004330         MOVE SPACES TO DET-NOTE
004340     END-IF.
004350     PERFORM 2500-PRINT-OCCURRENCE THRU 2500-EXIT.
004360     IF SI-NEXT-DUE-DATE > SI-END-DATE
004370         SET WS-INSTR-ENDED TO TRUE
004380         MOVE 'E' TO SI-INSTR-STATUS
004390         ADD 1 TO WS-CNT-ENDED-NOW
004400         MOVE 'ENDED' TO DET-ACTION
004410         MOVE 'END DATE REACHED' TO DET-NOTE
004420         PERFORM 2500-PRINT-OCCURRENCE THRU 2500-EXIT
004430     END-IF.
004440 2400-EXIT.
004450     EXIT.
004460******************************************************************
004470*    2500-PRINT-OCCURRENCE - ONE LINE OF THE LISTING FOR THE     *
004480*    OCCURRENCE DUE ON WS-OCCUR-DATE.  THE CALLER HAS SET THE    *
004490*    ACTION AND NOTE; THE TRANS-ID SHOWS ONLY ON A GENERATED     *
004500*    LINE.                                                       *
004510******************************************************************
004520 2500-PRINT-OCCURRENCE.
004530     MOVE SPACES TO WS-PRINT-LINE.
004540     MOVE SI-INSTR-ID      TO DET-INSTR-ID.
004550     MOVE SI-FREQUENCY     TO DET-FREQUENCY.
004560     MOVE WS-OCCUR-DATE    TO DET-DUE-DATE.
004570     IF DET-ACTION = 'GENERATED'
004580         MOVE WS-CUR-TRANS-ID TO DET-TRANS-ID
004590     ELSE
004600         MOVE SPACES          TO DET-TRANS-ID
004610     END-IF.
004620     MOVE SI-GL-ACCOUNT    TO DET-ACCOUNT.
004630     MOVE SI-COST-CENTER   TO DET-COST-CENTER.
004640     MOVE SI-DEPT-CODE     TO DET-DEPT-CODE.
004650     MOVE SI-OPERCAO       TO DET-OPERCAO.
004660     MOVE SI-NUM01         TO DET-NUM01.
004670     MOVE SI-NEXT-DUE-DATE TO DET-NEXT-DUE.
004680     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
004690     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004700 2500-EXIT.
004710     EXIT.
004720******************************************************************
004730*    3000-WRITE-OCCURRENCE - ONE FEED RECORD FOR THE OCCURRENCE  *
004740*    DUE ON WS-OCCUR-DATE, CARRYING THE INSTRUCTION'S OWN        *
004750*    CALCULATION AND CODING.  CALC002 WORKS OUT THE RESULT AND   *
004760*    STAMPS THE RUN-ID, THE SAME AS FOR A DEPARTMENT'S RECORD.   *
004770*    THE OCCURRENCE NUMBER WRAPS AFTER 9999.                     *
004780******************************************************************
004790 3000-WRITE-OCCURRENCE.
004800     IF SI-GEN-COUNT NOT < 9999
004810         MOVE 1 TO SI-GEN-COUNT
004820     ELSE
004830         ADD 1 TO SI-GEN-COUNT
004840     END-IF.
004850     MOVE SI-INSTR-ID  TO WS-TID-INSTR-ID.
004860     MOVE SI-GEN-COUNT TO WS-TID-OCCURRENCE.
004870     ADD 1 TO WS-OUT-SEQ.
004880     MOVE SPACES            TO WS-SO-RECORD.
004890     MOVE SI-NUM01          TO SO-NUM01.
004900     MOVE SI-NUM02          TO SO-NUM02.
004910     MOVE SI-OPERCAO        TO SO-OPERCAO.
004920     MOVE ZERO              TO SO-RESULTADO.
004930     MOVE SI-GL-ACCOUNT     TO SO-GL-ACCOUNT.
004940     MOVE SI-COST-CENTER    TO SO-COST-CENTER.
004950     MOVE WS-OCCUR-DATE     TO SO-EFFECT-DATE.
004960     MOVE SI-RATE-CODE      TO SO-RATE-CODE.
004970     MOVE WS-CUR-TRANS-ID   TO SO-TRANS-ID.
004980     MOVE WS-OUT-SEQ        TO SO-TRANS-SEQ.
004990     MOVE SI-DEPT-CODE      TO SO-DEPT-CODE.
005000     MOVE SI-CURRENCY-CODE  TO SO-CURRENCY-CODE.
005010     MOVE ZERO              TO SO-BASE-RESULT.
005020     MOVE WS-SO-RECORD TO SO-TRANS-REC.
005030     WRITE SO-TRANS-REC.
005040     ADD 1 TO WS-OUT-COUNT.
005050     ADD SI-NUM01 TO WS-OUT-HASH.
005060     MOVE WS-OCCUR-DATE TO SI-LAST-GEN-DATE.
005070 3000-EXIT.
005080     EXIT.
005090******************************************************************
005100*    7000-STEP-DUE-DATE - MOVE SI-NEXT-DUE-DATE ON ONE STEP OF   *
005110*    THE INSTRUCTION'S FREQUENCY.                                *
005120******************************************************************
005130 7000-STEP-DUE-DATE.
005140     MOVE SI-NEXT-DUE-DATE TO WS-ROLL-DATE.
005150     IF SI-DUE-DAY IS NOT NUMERIC OR SI-DUE-DAY = ZERO
005160         MOVE WS-ROLL-DD TO SI-DUE-DAY
005170     END-IF.
005180     EVALUATE SI-FREQUENCY
005190         WHEN 'D'
005200             MOVE 1 TO WS-ROLL-DAYS
005210             PERFORM 7100-ADD-ONE-DAY THRU 7100-EXIT
005220                 WS-ROLL-DAYS TIMES
005230         WHEN 'W'
005240             MOVE 7 TO WS-ROLL-DAYS
005250             PERFORM 7100-ADD-ONE-DAY THRU 7100-EXIT
005260                 WS-ROLL-DAYS TIMES
005270         WHEN 'M'
005280             MOVE 1 TO WS-ROLL-MONTHS
005290             PERFORM 7200-ADD-MONTHS THRU 7200-EXIT
005300         WHEN 'Q'
005310             MOVE 3 TO WS-ROLL-MONTHS
005320             PERFORM 7200-ADD-MONTHS THRU 7200-EXIT
005330     END-EVALUATE.
005340     MOVE WS-ROLL-DATE TO SI-NEXT-DUE-DATE.
005350 7000-EXIT.
005360     EXIT.
005370******************************************************************
005380*    7100-ADD-ONE-DAY - WS-ROLL-DATE PLUS ONE DAY, OVER THE END  *
005390*    OF THE MONTH AND THE YEAR.                                  *
005400******************************************************************
005410 7100-ADD-ONE-DAY.
005420     PERFORM 7300-MONTH-LENGTH THRU 7300-EXIT.
005430     IF WS-ROLL-DD < WS-MONTH-LEN
005440         ADD 1 TO WS-ROLL-DD
005450         GO TO 7100-EXIT
005460     END-IF.
005470     MOVE 1 TO WS-ROLL-DD.
005480     IF WS-ROLL-MM < 12
005490         ADD 1 TO WS-ROLL-MM
005500     ELSE
005510         MOVE 1 TO WS-ROLL-MM
005520         ADD 1 TO WS-ROLL-YYYY
005530     END-IF.
005540 7100-EXIT.
005550     EXIT.
005560******************************************************************
005570*    7200-ADD-MONTHS - WS-ROLL-DATE PLUS WS-ROLL-MONTHS MONTHS,  *
005580*    LANDING ON THE DUE DAY OR THE LAST DAY OF A SHORTER MONTH.  *
005590******************************************************************
005600 7200-ADD-MONTHS.
005610     COMPUTE WS-ROLL-MONTH-WK = WS-ROLL-MM + WS-ROLL-MONTHS.
005620     IF WS-ROLL-MONTH-WK > 12
005630         SUBTRACT 12 FROM WS-ROLL-MONTH-WK
005640         ADD 1 TO WS-ROLL-YYYY
005650     END-IF.
005660     MOVE WS-ROLL-MONTH-WK TO WS-ROLL-MM.
005670     PERFORM 7300-MONTH-LENGTH THRU 7300-EXIT.
005680     IF SI-DUE-DAY > WS-MONTH-LEN
005690         MOVE WS-MONTH-LEN TO WS-ROLL-DD
005700     ELSE
005710         MOVE SI-DUE-DAY   TO WS-ROLL-DD
005720     END-IF.
005730 7200-EXIT.
005740     EXIT.
005750******************************************************************
005760*    7300-MONTH-LENGTH - DAYS IN WS-ROLL-DATE'S MONTH.  FEBRUARY *
005770*    HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT  *
005780*    DIVISIBLE BY 400.                                           *
005790******************************************************************
005800 7300-MONTH-LENGTH.
005810     MOVE WS-DAYS-IN-MONTH (WS-ROLL-MM) TO WS-MONTH-LEN.
005820     IF WS-ROLL-MM NOT = 2
005830         GO TO 7300-EXIT
005840     END-IF.
005850     DIVIDE WS-ROLL-YYYY BY 4   GIVING WS-LEAP-QUOT
005860         REMAINDER WS-LEAP-REM-4.
005870     DIVIDE WS-ROLL-YYYY BY 100 GIVING WS-LEAP-QUOT
005880         REMAINDER WS-LEAP-REM-100.
005890     DIVIDE WS-ROLL-YYYY BY 400 GIVING WS-LEAP-QUOT
005900         REMAINDER WS-LEAP-REM-400.
005910     IF WS-LEAP-REM-4 = ZERO
005920         AND (WS-LEAP-REM-100 NOT = ZERO
005930              OR WS-LEAP-REM-400 = ZERO)
005940         MOVE 29 TO WS-MONTH-LEN
005950     END-IF.
005960 7300-EXIT.
005970     EXIT.
005980******************************************************************
005990*    8000-PRINT-LINE - WRITE WS-PRINT-LINE, CUTTING A NEW PAGE   *
006000*    WHEN THE CURRENT ONE IS FULL.                               *
006010******************************************************************
006020 8000-PRINT-LINE.
006030     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
006040         PERFORM 8100-CUT-PAGE THRU 8100-EXIT
006050     END-IF.
006060     MOVE WS-PRINT-LINE TO REPORT-REC.
006070     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
006080     ADD 1 TO WS-LINE-COUNT.
006090 8000-EXIT.
006100     EXIT.
006110******************************************************************
006120*    8100-CUT-PAGE - NEXT PAGE'S HEADINGS.                       *
006130******************************************************************
006140 8100-CUT-PAGE.
006150     ADD 1 TO WS-PAGE-COUNT.
006160     MOVE WS-PROCESS-DATE TO HDG-PROCESS-DATE.
006170     MOVE WS-RUN-DATE     TO HDG-RUN-DATE.
006180     MOVE WS-PAGE-COUNT   TO HDG-PAGE.
006190     MOVE WS-HEADING-1 TO REPORT-REC.
006200     WRITE REPORT-REC AFTER ADVANCING PAGE.
006210     MOVE WS-HEADING-2 TO REPORT-REC.
006220     WRITE REPORT-REC AFTER ADVANCING 2 LINES.
006230     MOVE SPACES TO REPORT-REC.
006240     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
006250     MOVE ZERO TO WS-LINE-COUNT.
006260 8100-EXIT.
006270     EXIT.
006280******************************************************************
006290*    8200-PRINT-TOTAL - ONE COUNT LINE OF THE CLOSING TOTALS.    *
006300*    THE CALLER HAS FILLED WS-TOTAL-LINE.                        *
006310******************************************************************
006320 8200-PRINT-TOTAL.
006330     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
006340     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
006350     MOVE SPACES TO WS-TOTAL-LINE.
006360 8200-EXIT.
006370     EXIT.
006380******************************************************************
006390*    9000-TERMINATE - THE FEED TRAILER, THE CLOSING TOTALS ON    *
006400*    THE REPORT AND THE RUN SUMMARY.                             *
006410******************************************************************
006420 9000-TERMINATE.
006430     MOVE WS-OUT-COUNT TO WS-OT-REC-COUNT.
006440     MOVE WS-OUT-HASH  TO WS-OT-HASH-NUM01.
006450     MOVE WS-OUT-TRAILER TO SO-TRANS-REC.
006460     WRITE SO-TRANS-REC.
006470     CLOSE STAND-OUT.
006480     CLOSE STAND-FILE.
006490     MOVE SPACES TO WS-PRINT-LINE.
006500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
006510     MOVE SPACES TO WS-TOTAL-LINE.
006520     MOVE 'OCCURRENCES GENERATED...........' TO TOT-LABEL.
006530     MOVE WS-OUT-COUNT TO TOT-COUNT.
006540     MOVE 'NUM01 HASH: '  TO TOT-AMOUNT-LABEL.
006550     MOVE WS-OUT-HASH TO TOT-AMOUNT.
006560     PERFORM 8200-PRINT-TOTAL THRU 8200-EXIT.
006570     MOVE 'OCCURRENCES SKIPPED - SUSPENDED.' TO TOT-LABEL.
006580     MOVE WS-CNT-SKIP-SUSPENDED TO TOT-COUNT.
006590     PERFORM 8200-PRINT-TOTAL THRU 8200-EXIT.
006600     MOVE 'OCCURRENCES SKIPPED - EXPIRED...' TO TOT-LABEL.
006610     MOVE WS-CNT-SKIP-EXPIRED TO TOT-COUNT.
006620     PERFORM 8200-PRINT-TOTAL THRU 8200-EXIT.
006630     MOVE 'INSTRUCTIONS ENDED THIS RUN.....' TO TOT-LABEL.
006640     MOVE WS-CNT-ENDED-NOW TO TOT-COUNT.
006650     PERFORM 8200-PRINT-TOTAL THRU 8200-EXIT.
006660     MOVE 'INSTRUCTIONS HELD OVER..........' TO TOT-LABEL.
006670     MOVE WS-CNT-DEFERRED TO TOT-COUNT.
006680     PERFORM 8200-PRINT-TOTAL THRU 8200-EXIT.
006690     MOVE 'INSTRUCTIONS UNUSABLE...........' TO TOT-LABEL.
006700     MOVE WS-CNT-UNUSABLE TO TOT-COUNT.
006710     PERFORM 8200-PRINT-TOTAL THRU 8200-EXIT.
006720     CLOSE REPORT-FILE.
006730     DISPLAY ' '.
006740     DISPLAY '=================================================='.
006750     DISPLAY '  CALC019 - STANDING-INSTRUCTION SUMMARY'.
006760     DISPLAY '  PROCESS DATE.......: ', WS-PROCESS-DATE.
006770     DISPLAY '=================================================='.
006780     DISPLAY '  INSTRUCTIONS READ..: ', WS-CNT-READ.
006790     DISPLAY '  ALREADY ENDED......: ', WS-CNT-ENDED-BEFORE.
006800     DISPLAY '  NOT YET DUE........: ', WS-CNT-NOT-DUE.
006810     DISPLAY '  DUE THIS RUN.......: ', WS-CNT-INSTR-DUE.
006820     DISPLAY '  SKIPPED SUSPENDED..: ', WS-CNT-SKIP-SUSPENDED.
006830     DISPLAY '  SKIPPED EXPIRED....: ', WS-CNT-SKIP-EXPIRED.
006840     DISPLAY '  ENDED THIS RUN.....: ', WS-CNT-ENDED-NOW.
006850     DISPLAY '  HELD OVER..........: ', WS-CNT-DEFERRED.
006860     DISPLAY '  UNUSABLE...........: ', WS-CNT-UNUSABLE.
006870     DISPLAY '  FEED RECORDS OUT...: ', WS-OUT-COUNT.
006880     MOVE WS-OUT-HASH TO WS-DISPLAY-HASH.
006890     DISPLAY '  FEED NUM01 HASH....: ', WS-DISPLAY-HASH.
006900     DISPLAY '=================================================='.
006910     IF WS-CNT-DEFERRED > ZERO
006920         MOVE 4 TO RETURN-CODE
006930     END-IF.
006940     IF WS-CNT-UNUSABLE > ZERO
006950         MOVE 8 TO RETURN-CODE
006960     END-IF.
006970 9000-EXIT.
006980     EXIT.
