000100******************************************************************
000110*                                                                *
000120*    PROGRAM   : CALC021                                        *
000130*    AUTHOR    : J. ALVES, DATA PROCESSING                      *
000140*    INSTALL.  : GENERAL LEDGER SUPPORT - SITE 02                *
000150*    DATE-WRITTEN : 2026-10-01                                   *
000160*    DATE-COMPILED:                                              *
000170*                                                                *
000180*    BUDGET-VERSUS-ACTUAL VARIANCE REPORT.  MATCHES THE CALC010  *
000190*    MONTH-END LEDGER AGAINST THE BUDGET MASTER (BUDGMST,        *
000200*    MAINTAINED BY CALC020) BUCKET BY BUCKET - GL-ACCOUNT /      *
000210*    COST-CENTER / DEPARTMENT - AND SHOWS, FOR THE PERIOD AND    *
000220*    FOR THE YEAR TO DATE, THE ACTUAL, THE BUDGET, THE VARIANCE  *
000230*    (ACTUAL LESS BUDGET) AND THE VARIANCE AS A PERCENTAGE OF    *
000240*    THE BUDGET, WITH A SUBTOTAL FOR EACH DEPARTMENT AND A       *
000250*    GRAND TOTAL.  A LINE WHOSE PERIOD OR YEAR-TO-DATE VARIANCE  *
000260*    IS OUTSIDE THE TOLERANCE IS FLAGGED ***; ACTIVITY WITH NO   *
000270*    BUDGET IS ALWAYS OUTSIDE IT.                                *
000280*                                                                *
000290*    BOTH SIDES GO THROUGH ONE INTERNAL SORT ON DEPARTMENT,      *
000300*    ACCOUNT AND COST CENTER AND A CONTROL BREAK MERGES THEM,    *
000310*    THE SAME WAY CALC010 MERGES OPENINGS WITH DETAIL, SO A      *
000320*    BUDGET LINE WITH NO ACTIVITY (NOTE NA) AND ACTIVITY WITH    *
000330*    NO BUDGET (NOTE NB) BOTH GET A LINE OF THEIR OWN.  ONLY A   *
000340*    LEDGER BUCKET WITH NO BUDGET AND NO ACTIVITY ALL YEAR IS    *
000350*    LEFT OFF, AND IT IS COUNTED.                                *
000360*                                                                *
000370*    THE ACTUALS ARE THE PERIOD-NET AMOUNTS OF THE LEDGER.  THE  *
000380*    LEDGER INPUT IS THE WHOLE LEDGER GDG, NEWEST GENERATION     *
000390*    FIRST: THE CURRENT GENERATION GIVES THE PERIOD ACTUAL, AND  *
000400*    IT AND THE EARLIER GENERATIONS OF THE SAME CALENDAR YEAR    *
000410*    GIVE THE YEAR TO DATE.  A PERIOD MET A SECOND TIME (AN      *
000420*    OLDER GENERATION OF A CLOSE THAT WAS RERUN) IS SKIPPED SO   *
000430*    IT IS NOT COUNTED TWICE.  BUDGETS ARE HELD PER PERIOD AND   *
000440*    SUMMED THE SAME WAY.                                        *
000450*                                                                *
000460*    OUTPUTS:                                                    *
000470*      VARRPT - THE PRINTED REPORT.                              *
000480*      VAREXT - ONE SEMICOLON-DELIMITED LINE PER BUCKET FOR THE  *
000490*               DEPARTMENT HEADS' SPREADSHEETS, IN THE CALC004   *
000500*               EXTRACT STYLE (A COLUMN-NAME HEADER LINE FIRST,  *
000510*               AMOUNTS WITH THE COMMA DECIMAL POINT).  THE      *
000520*               PERCENTAGE IS EMPTY WHEN THERE IS NO BUDGET TO   *
000525*               MEASURE AGAINST.                                 *
000530*                                                                *
000540*    CONTROL CARD (OPTIONAL):                                    *
000550*      COL 1-6   PERIOD YYYYMM (DEFAULT IS THE PERIOD OF THE     *
000560*                NEWEST LEDGER GENERATION)                       *
000570*      COL 8-12  TOLERANCE PERCENT, 9(3)V99, NO POINT (DEFAULT   *
000580*                01000 = 10,00 PERCENT EITHER WAY)               *
000590*                                                                *
000600*    RETURN CODES: 4 - LEDGER RECORDS SKIPPED (UNREADABLE OR A   *
000610*    REPEATED GENERATION); 12 - A FILE WOULD NOT OPEN OR THERE   *
000620*    IS NO LEDGER FOR THE PERIOD.                                *
000630*                                                                *
000640*    MODIFICATION HISTORY                                        *
000650*    ------------------------------------------------------      *
000660*    2026-10-01  JA   INITIAL VERSION.                           *
000661*    2026-10-15  JA   VAREXT STARTS WITH A COLUMN-NAME HEADER    *
000662*                     LINE.                                      *
000663*    2026-10-15  JA   BUDGMST IS OPTIONAL - ON AN EMPTY          *
000664*                     CLUSTER ALL ACTIVITY REPORTS AS NB.        *
000665*    2026-10-15  JA   EACH LINE PRINTS AS A PERIOD ROW OVER A    *
000666*                     YEAR-TO-DATE ROW SO THE AMOUNTS PRINT IN   *
000667*                     FULL; THE VAREXT AMOUNTS ARE WIDENED TO    *
000668*                     MATCH (LRECL 172).                         *
000670******************************************************************
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID. CALC021.
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SPECIAL-NAMES.
000730     DECIMAL-POINT IS COMMA.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT OPTIONAL BUDGET-FILE ASSIGN TO BUDGMST
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS BU-BUDGET-KEY
000800         FILE STATUS IS WS-BUDGET-STATUS.
000810     SELECT LEDGER-IN ASSIGN TO LEDGER
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-LEDGER-STATUS.
000840     SELECT REPORT-FILE ASSIGN TO VARRPT
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860     SELECT EXTRACT-FILE ASSIGN TO VAREXT
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880     SELECT CONTROL-CARD ASSIGN TO SYSIN
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-SYSIN-STATUS.
000910     SELECT SORT-FILE ASSIGN TO SORTWORK.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  BUDGET-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  BU-BUDGET-REC.
000970     COPY BUDGREC REPLACING ==:TAG:== BY ==BU==.
000980 FD  LEDGER-IN
000990     LABEL RECORDS ARE STANDARD.
001000 01  LI-LEDGER-REC.
001010     COPY LEDGREC REPLACING ==:TAG:== BY ==LI==.
001020 FD  REPORT-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  REPORT-REC              PIC X(132).
001050 FD  EXTRACT-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  EXTRACT-REC             PIC X(172).
001080 FD  CONTROL-CARD
001090     LABEL RECORDS ARE STANDARD.
001100 01  CONTROL-CARD-REC.
001110     05  CC-PERIOD           PIC 9(06).
001120     05  FILLER              PIC X(01).
001130     05  CC-TOLERANCE        PIC 9(03)V99.
001140     05  FILLER              PIC X(68).
001150 SD  SORT-FILE.
001160 01  SRT-REC.
001170     05  SRT-DEPT-CODE       PIC X(03).
001180     05  SRT-GL-ACCOUNT      PIC X(08).
001190     05  SRT-COST-CENTER     PIC X(06).
001200     05  SRT-TYPE            PIC X(01).
001210         88  SRT-BUDGET              VALUE '1'.
001220         88  SRT-ACTUAL              VALUE '2'.
001230     05  SRT-PERIOD          PIC 9(06).
001240     05  SRT-AMOUNT          PIC S9(13)V99
001250         SIGN IS LEADING SEPARATE CHARACTER.
001260 WORKING-STORAGE SECTION.
001270 01  WS-BUDGET-STATUS        PIC X(02).
001280     88  WS-BUDGET-FILE-OK           VALUE '00' '05'.
001290 01  WS-LEDGER-STATUS        PIC X(02).
001300     88  WS-LEDGER-FILE-OK           VALUE '00'.
001310 01  WS-SYSIN-STATUS         PIC X(02).
001320     88  WS-SYSIN-AVAILABLE          VALUE '00'.
001330 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
001340     88  WS-EOF                      VALUE 'Y'.
001350     88  WS-NOT-EOF                  VALUE 'N'.
001360 01  WS-SORT-EOF-SW          PIC X(01)    VALUE 'N'.
001370     88  WS-SORT-EOF                 VALUE 'Y'.
001380******************************************************************
001390*    REPORT PERIOD, THE FIRST PERIOD OF ITS YEAR, TOLERANCE AND  *
001400*    RUN DATE.                                                   *
001410******************************************************************
001420 01  WS-RUN-DATE             PIC 9(08).
001430 01  WS-REPORT-PERIOD        PIC 9(06)    VALUE ZERO.
001440 01  WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
001450     05  WS-REPORT-YYYY      PIC 9(04).
001460     05  WS-REPORT-MM        PIC 9(02).
001470 01  WS-YEAR-START           PIC 9(06)    VALUE ZERO.
001480 01  WS-YEAR-START-PARTS REDEFINES WS-YEAR-START.
001490     05  WS-YEAR-START-YYYY  PIC 9(04).
001500     05  WS-YEAR-START-MM    PIC 9(02).
001510 01  WS-TOLERANCE            PIC 9(03)V99 VALUE 10,00.
001520******************************************************************
001530*    LEDGER GENERATION TRACKING.  EACH GENERATION IS ONE PERIOD  *
001540*    IN ASCENDING BUCKET ORDER, SO A NEW GENERATION STARTS       *
001550*    WHERE THE PERIOD CHANGES OR THE BUCKET KEY STOPS RISING.    *
001560*    A PERIOD ALREADY IN THE TABLE IS AN OLDER COPY OF A CLOSE   *
001570*    THAT WAS RERUN AND ITS RECORDS ARE SKIPPED.                 *
001580******************************************************************
001590 01  WS-GEN-LIMIT            PIC 9(03)    COMP VALUE 60.
001600 01  WS-GEN-COUNT            PIC 9(03)    COMP VALUE ZERO.
001610 01  WS-GEN-IX               PIC 9(03)    COMP VALUE ZERO.
001620 01  WS-GEN-TABLE.
001630     05  WS-GEN-PERIOD-SEEN  PIC 9(06)    OCCURS 60 TIMES.
001640 01  WS-GEN-PERIOD           PIC 9(06)    VALUE ZERO.
001650 01  WS-GEN-REPEAT-SW        PIC X(01)    VALUE 'N'.
001660     88  WS-GEN-REPEATED             VALUE 'Y'.
001670     88  WS-GEN-FIRST-SEEN           VALUE 'N'.
001680 01  WS-PREV-LEDGER-KEY.
001690     05  WS-PREV-GL-ACCOUNT  PIC X(08)    VALUE LOW-VALUES.
001700     05  WS-PREV-COST-CENTER PIC X(06)    VALUE LOW-VALUES.
001710     05  WS-PREV-DEPT-CODE   PIC X(03)    VALUE LOW-VALUES.
001720 01  WS-THIS-LEDGER-KEY.
001730     05  WS-THIS-GL-ACCOUNT  PIC X(08).
001740     05  WS-THIS-COST-CENTER PIC X(06).
001750     05  WS-THIS-DEPT-CODE   PIC X(03).
001760******************************************************************
001770*    CONTROL-BREAK HOLD FIELDS - THE DEPARTMENT AND BUCKET IN    *
001780*    PROGRESS OUT OF THE SORT AND THEIR ACCUMULATORS.            *
001790******************************************************************
001800 01  WS-GROUP-ACTIVE-SW      PIC X(01)    VALUE 'N'.
001810     88  WS-GROUP-ACTIVE             VALUE 'Y'.
001820 01  WS-DEPT-ACTIVE-SW       PIC X(01)    VALUE 'N'.
001830     88  WS-DEPT-ACTIVE              VALUE 'Y'.
001840 01  WS-CUR-KEY.
001850     05  WS-CUR-DEPT-CODE    PIC X(03).
001860     05  WS-CUR-GL-ACCOUNT   PIC X(08).
001870     05  WS-CUR-COST-CENTER  PIC X(06).
001880 01  WS-NEW-KEY.
001890     05  WS-NEW-DEPT-CODE    PIC X(03).
001900     05  WS-NEW-GL-ACCOUNT   PIC X(08).
001910     05  WS-NEW-COST-CENTER  PIC X(06).
001920 01  WS-GRP-HAS-BUDGET-SW    PIC X(01)    VALUE 'N'.
001930     88  WS-GRP-HAS-BUDGET           VALUE 'Y'.
001940 01  WS-GRP-PER-ACTUAL       PIC S9(15)V99 VALUE ZERO.
001950 01  WS-GRP-PER-BUDGET       PIC S9(15)V99 VALUE ZERO.
001960 01  WS-GRP-YTD-ACTUAL       PIC S9(15)V99 VALUE ZERO.
001970 01  WS-GRP-YTD-BUDGET       PIC S9(15)V99 VALUE ZERO.
001980 01  WS-DPT-PER-ACTUAL       PIC S9(15)V99 VALUE ZERO.
001990 01  WS-DPT-PER-BUDGET       PIC S9(15)V99 VALUE ZERO.
002000 01  WS-DPT-YTD-ACTUAL       PIC S9(15)V99 VALUE ZERO.
002010 01  WS-DPT-YTD-BUDGET       PIC S9(15)V99 VALUE ZERO.
002020 01  WS-GRD-PER-ACTUAL       PIC S9(15)V99 VALUE ZERO.
002030 01  WS-GRD-PER-BUDGET       PIC S9(15)V99 VALUE ZERO.
002040 01  WS-GRD-YTD-ACTUAL       PIC S9(15)V99 VALUE ZERO.
002050 01  WS-GRD-YTD-BUDGET       PIC S9(15)V99 VALUE ZERO.
002060******************************************************************
002070*    ONE VARIANCE WORKED OUT BY 7000: THE ACTUAL AND BUDGET GO   *
002080*    IN, THE VARIANCE, ITS PERCENTAGE OF THE BUDGET (NONE WHEN   *
002090*    THE BUDGET IS ZERO) AND THE TOLERANCE TEST COME OUT.  A     *
002100*    PERCENTAGE TOO BIG TO SHOW IS HELD AT 9999,99.              *
002110******************************************************************
002120 01  WS-CALC-ACTUAL          PIC S9(15)V99 VALUE ZERO.
002130 01  WS-CALC-BUDGET          PIC S9(15)V99 VALUE ZERO.
002140 01  WS-CALC-ABS-BUDGET      PIC S9(15)V99 VALUE ZERO.
002150 01  WS-CALC-VARIANCE        PIC S9(15)V99 VALUE ZERO.
002160 01  WS-CALC-PCT             PIC S9(04)V99 VALUE ZERO.
002170 01  WS-CALC-ABS-PCT         PIC S9(04)V99 VALUE ZERO.
002180 01  WS-CALC-PCT-SW          PIC X(01)    VALUE 'N'.
002190     88  WS-CALC-PCT-VALID           VALUE 'Y'.
002200     88  WS-CALC-PCT-NONE            VALUE 'N'.
002210 01  WS-CALC-TOL-SW          PIC X(01)    VALUE 'N'.
002220     88  WS-CALC-OUTSIDE             VALUE 'Y'.
002230     88  WS-CALC-INSIDE              VALUE 'N'.
002240 01  WS-LINE-FLAG-SW         PIC X(01)    VALUE 'N'.
002250     88  WS-LINE-FLAGGED             VALUE 'Y'.
002260     88  WS-LINE-NOT-FLAGGED         VALUE 'N'.
002270 01  WS-LINE-NOTE            PIC X(02)    VALUE SPACES.
002280 01  WS-EDIT-PCT             PIC -(4)9,99.
002290 01  WS-PCT-TEXT             PIC X(08)    VALUE SPACES.
002300 01  WS-PER-VARIANCE         PIC S9(15)V99 VALUE ZERO.
002310 01  WS-PER-PCT-TEXT         PIC X(08)    VALUE SPACES.
002320 01  WS-YTD-VARIANCE         PIC S9(15)V99 VALUE ZERO.
002330 01  WS-YTD-PCT-TEXT         PIC X(08)    VALUE SPACES.
002340******************************************************************
002350*    EXTRACT FIELDS, EDITED THE CALC004 WAY.                     *
002360******************************************************************
002370 01  WS-EXT-PER-ACTUAL       PIC -(15)9,99.
002380 01  WS-EXT-PER-BUDGET       PIC -(15)9,99.
002390 01  WS-EXT-PER-VARIANCE     PIC -(15)9,99.
002400 01  WS-EXT-PER-PCT          PIC X(08).
002410 01  WS-EXT-YTD-ACTUAL       PIC -(15)9,99.
002420 01  WS-EXT-YTD-BUDGET       PIC -(15)9,99.
002430 01  WS-EXT-YTD-VARIANCE     PIC -(15)9,99.
002440 01  WS-EXT-YTD-PCT          PIC X(08).
002450 01  WS-EXT-FLAG             PIC X(03).
002460 01  WS-EXT-LINE             PIC X(172).
002470******************************************************************
002480*    RUN COUNTERS.                                               *
002490******************************************************************
002500 01  WS-CNT-BUDGET-READ      PIC 9(08)    COMP VALUE ZERO.
002510 01  WS-CNT-BUDGET-USED      PIC 9(08)    COMP VALUE ZERO.
002520 01  WS-CNT-LEDGER-READ      PIC 9(08)    COMP VALUE ZERO.
002530 01  WS-CNT-LEDGER-USED      PIC 9(08)    COMP VALUE ZERO.
002540 01  WS-CNT-LEDGER-CURRENT   PIC 9(08)    COMP VALUE ZERO.
002550 01  WS-CNT-LEDGER-REPEAT    PIC 9(08)    COMP VALUE ZERO.
002560 01  WS-CNT-BAD-LEDGER       PIC 9(08)    COMP VALUE ZERO.
002570 01  WS-CNT-GENS-USED        PIC 9(04)    COMP VALUE ZERO.
002580 01  WS-CNT-LINES            PIC 9(08)    COMP VALUE ZERO.
002590 01  WS-CNT-NO-BUDGET        PIC 9(08)    COMP VALUE ZERO.
002600 01  WS-CNT-NO-ACTIVITY      PIC 9(08)    COMP VALUE ZERO.
002610 01  WS-CNT-FLAGGED          PIC 9(08)    COMP VALUE ZERO.
002620 01  WS-CNT-IDLE             PIC 9(08)    COMP VALUE ZERO.
002630 01  WS-CNT-DEPTS            PIC 9(04)    COMP VALUE ZERO.
002640 01  WS-CNT-DEPT-LINES       PIC 9(08)    COMP VALUE ZERO.
002650 01  WS-DISPLAY-AMOUNT       PIC -(15)9,99.
002660 01  WS-DISPLAY-TOLERANCE    PIC ZZ9,99.
002670******************************************************************
002680*    REPORT PAGE CONTROL AND LINE LAYOUTS, IN THE CALC004        *
002690*    REPORT STYLE.  EVERY LINE GOES OUT THROUGH WS-PRINT-LINE    *
002700*    SO A PAGE CAN BE CUT IN FRONT OF ANY OF THEM.               *
002710******************************************************************
002720 01  WS-LINES-PER-PAGE       PIC 9(02)    COMP VALUE 50.
002730 01  WS-LINE-COUNT           PIC 9(02)    COMP VALUE 99.
002740 01  WS-PAGE-COUNT           PIC 9(04)    COMP VALUE ZERO.
002750 01  WS-PRINT-LINE           PIC X(132)   VALUE SPACES.
002760 01  WS-HEADING-1.
002770     05  FILLER              PIC X(30)
002780         VALUE '  CALC021 - BUDGET VARIANCE   '.
002790     05  FILLER              PIC X(07)    VALUE 'PERIOD '.
002800     05  HDG-PERIOD          PIC 9(06).
002810     05  FILLER              PIC X(03)    VALUE SPACES.
002820     05  FILLER              PIC X(10)    VALUE 'TOLERANCE '.
002830     05  HDG-TOLERANCE       PIC ZZ9,99.
002840     05  FILLER              PIC X(04)    VALUE ' PCT'.
002850     05  FILLER              PIC X(03)    VALUE SPACES.
002860     05  FILLER              PIC X(09)    VALUE 'RUN DATE '.
002870     05  HDG-RUN-DATE        PIC 9(08).
002880     05  FILLER              PIC X(06)    VALUE SPACES.
002890     05  FILLER              PIC X(05)    VALUE 'PAGE '.
002900     05  HDG-PAGE            PIC ZZZ9.
002910 01  WS-HEADING-2.
002990     05  FILLER              PIC X(21)
003000         VALUE ' DPT ACCOUNT  C-CENT '.
003010     05  FILLER              PIC X(04)    VALUE SPACES.
003020     05  FILLER              PIC X(20)
003030         VALUE '             ACTUAL '.
003032     05  FILLER              PIC X(20)
003034         VALUE '             BUDGET '.
003036     05  FILLER              PIC X(20)
003038         VALUE '           VARIANCE '.
003040     05  FILLER              PIC X(10)    VALUE '   VAR %  '.
003090     05  FILLER              PIC X(08)    VALUE 'FLG NOTE'.
003100 01  WS-DETAIL-LINE.
003110     05  DET-KEY-AREA.
003120         10  FILLER              PIC X(01).
003130         10  DET-DEPT            PIC X(03).
003140         10  FILLER              PIC X(01).
003150         10  DET-ACCOUNT         PIC X(08).
003160         10  FILLER              PIC X(01).
003170         10  DET-COST-CENTER     PIC X(06).
003180     05  DET-LABEL REDEFINES DET-KEY-AREA
003190                             PIC X(20).
003200     05  FILLER              PIC X(01).
003210     05  DET-SPAN            PIC X(03).
003220     05  FILLER              PIC X(01).
003230     05  DET-ACTUAL          PIC -(15)9,99.
003240     05  FILLER              PIC X(01).
003250     05  DET-BUDGET          PIC -(15)9,99.
003260     05  FILLER              PIC X(01).
003270     05  DET-VARIANCE        PIC -(15)9,99.
003273     05  FILLER              PIC X(01).
003276     05  DET-PCT             PIC X(08).
003280     05  FILLER              PIC X(02).
003370     05  DET-FLAG            PIC X(03).
003380     05  FILLER              PIC X(01).
003390     05  DET-NOTE            PIC X(04).
003400 01  WS-LEGEND-LINE.
003410     05  FILLER              PIC X(28)
003420         VALUE ' *** = OUTSIDE TOLERANCE    '.
003430     05  FILLER              PIC X(32)
003440         VALUE 'NB = ACTIVITY WITH NO BUDGET    '.
003450     05  FILLER              PIC X(32)
003460         VALUE 'NA = BUDGET WITH NO ACTIVITY    '.
003463     05  FILLER              PIC X(40)
003466         VALUE 'PER = PERIOD, YTD = YEAR TO DATE'.
003470 PROCEDURE DIVISION.
003480******************************************************************
003490*    0000-MAINLINE                                               *
003500******************************************************************
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003530     SORT SORT-FILE
003540         ON ASCENDING KEY SRT-DEPT-CODE
003550                          SRT-GL-ACCOUNT
003560                          SRT-COST-CENTER
003570                          SRT-TYPE
003580         INPUT PROCEDURE IS 2000-RELEASE-INPUTS THRU 2000-EXIT
003590         OUTPUT PROCEDURE IS 3000-VARIANCE-BREAK THRU 3000-EXIT.
003600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003610     STOP RUN.
003620 0000-EXIT.
003630     EXIT.
003640******************************************************************
003650*    1000-INITIALIZE - PICK UP THE PERIOD AND TOLERANCE AND      *
003660*    OPEN EVERYTHING.  WITHOUT THE BUDGET MASTER OR THE LEDGER   *
003670*    THERE IS NOTHING TO COMPARE.  THE EXTRACT STARTS WITH A     *
003673*    COLUMN-NAME HEADER, AS THE CALC004 EXTRACT DOES, SO THE     *
003676*    SPREADSHEET IMPORT IS SELF-DESCRIBING.                      *
003680******************************************************************
003690 1000-INITIALIZE.
003700     DISPLAY 'CALC021 - BUDGET VARIANCE REPORT'.
003710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003720     OPEN INPUT CONTROL-CARD.
003730     IF WS-SYSIN-AVAILABLE
003740         READ CONTROL-CARD
003750             AT END
003760                 CONTINUE
003770             NOT AT END
003780                 IF CC-PERIOD IS NUMERIC AND CC-PERIOD > ZERO
003790                     MOVE CC-PERIOD TO WS-REPORT-PERIOD
003800                     PERFORM 1100-SET-YEAR-START THRU 1100-EXIT
003810                 END-IF
003820                 IF CC-TOLERANCE IS NUMERIC
003830                     AND CC-TOLERANCE > ZERO
003840                     MOVE CC-TOLERANCE TO WS-TOLERANCE
003850                 END-IF
003860         END-READ
003870         CLOSE CONTROL-CARD
003880     END-IF.
003890     OPEN INPUT BUDGET-FILE.
003900     IF NOT WS-BUDGET-FILE-OK
003910         DISPLAY 'CALC021 - BUDGET MASTER COULD NOT BE OPENED, '
003920             'STATUS=' WS-BUDGET-STATUS ' - RUN ABANDONED.'
003930         MOVE 12 TO RETURN-CODE
003940         STOP RUN
003950     END-IF.
003960     OPEN INPUT LEDGER-IN.
003970     IF NOT WS-LEDGER-FILE-OK
003980         DISPLAY 'CALC021 - LEDGER COULD NOT BE OPENED, STATUS='
003990             WS-LEDGER-STATUS ' - RUN ABANDONED.'
004000         CLOSE BUDGET-FILE
004010         MOVE 12 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040     OPEN OUTPUT REPORT-FILE.
004050     OPEN OUTPUT EXTRACT-FILE.
004051     MOVE SPACES TO EXTRACT-REC.
004052     STRING 'DEPT;ACCOUNT;COST-CENTER;PERIOD;' DELIMITED BY SIZE
004053            'PER-ACTUAL;PER-BUDGET;'           DELIMITED BY SIZE
004054            'PER-VARIANCE;PER-PCT;'            DELIMITED BY SIZE
004055            'YTD-ACTUAL;YTD-BUDGET;'           DELIMITED BY SIZE
004056            'YTD-VARIANCE;YTD-PCT;FLAG;NOTE'   DELIMITED BY SIZE
004057         INTO EXTRACT-REC.
004058     WRITE EXTRACT-REC.
004060     MOVE WS-TOLERANCE TO WS-DISPLAY-TOLERANCE.
004070     DISPLAY 'CALC021 - TOLERANCE ' WS-DISPLAY-TOLERANCE
004080         ' PERCENT'.
004090 1000-EXIT.
004100     EXIT.
004110******************************************************************
004120*    1100-SET-YEAR-START - THE YEAR TO DATE RUNS FROM PERIOD 01  *
004130*    OF THE REPORT PERIOD'S YEAR.                                *
004140******************************************************************
004150 1100-SET-YEAR-START.
004160     MOVE WS-REPORT-YYYY TO WS-YEAR-START-YYYY.
004170     MOVE 1              TO WS-YEAR-START-MM.
004180 1100-EXIT.
004190     EXIT.
004200******************************************************************
004210*    2000-RELEASE-INPUTS - FEED THE SORT: THE LEDGER ACTIVITY    *
004220*    FOR THE YEAR TO DATE AS TYPE-2 RECORDS, THEN THE BUDGET     *
004230*    LINES FOR THE SAME PERIODS AS TYPE-1 RECORDS.  THE LEDGER   *
004240*    GOES FIRST BECAUSE ITS NEWEST GENERATION SETS THE PERIOD    *
004250*    WHEN THE CONTROL CARD DID NOT.                              *
004260******************************************************************
004270 2000-RELEASE-INPUTS.
004280     MOVE 'N' TO WS-EOF-SW.
004290     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
004300     PERFORM 2200-RELEASE-LEDGER THRU 2200-EXIT
004310         UNTIL WS-EOF.
004320     CLOSE LEDGER-IN.
004330     IF WS-CNT-LEDGER-CURRENT = ZERO
004340         DISPLAY 'CALC021 - NO LEDGER GENERATION FOR PERIOD '
004350             WS-REPORT-PERIOD ' - RUN ABANDONED.'
004360         CLOSE BUDGET-FILE
004370         CLOSE REPORT-FILE
004380         CLOSE EXTRACT-FILE
004390         MOVE 12 TO RETURN-CODE
004400         STOP RUN
004410     END-IF.
004420     DISPLAY 'CALC021 - REPORTING PERIOD ' WS-REPORT-PERIOD
004430         ', YEAR TO DATE FROM ' WS-YEAR-START.
004440     MOVE 'N' TO WS-EOF-SW.
004450     PERFORM 2400-READ-BUDGET THRU 2400-EXIT.
004460     PERFORM 2500-RELEASE-BUDGET THRU 2500-EXIT
004470         UNTIL WS-EOF.
004480     CLOSE BUDGET-FILE.
004490 2000-EXIT.
004500     EXIT.
004510******************************************************************
004520*    2100-READ-LEDGER - GET THE NEXT LEDGER RECORD.              *
004530******************************************************************
004540 2100-READ-LEDGER.
004550     READ LEDGER-IN
004560         AT END
004570             MOVE 'Y' TO WS-EOF-SW
004580         NOT AT END
004590             ADD 1 TO WS-CNT-LEDGER-READ
004600     END-READ.
004610 2100-EXIT.
004620     EXIT.
004630******************************************************************
004640*    2200-RELEASE-LEDGER - ONE LEDGER BUCKET'S PERIOD NET INTO   *
004650*    THE SORT, IF ITS PERIOD FALLS IN THE YEAR TO DATE AND ITS   *
004660*    GENERATION IS THE FIRST SEEN FOR THAT PERIOD.  THE FIRST    *
004670*    RECORD FIXES THE PERIOD WHEN THE CONTROL CARD DID NOT.      *
004680******************************************************************
004690 2200-RELEASE-LEDGER.
004700     IF LI-PERIOD IS NOT NUMERIC
004710         OR LI-PERIOD-NET IS NOT NUMERIC
004720         ADD 1 TO WS-CNT-BAD-LEDGER
004730         GO TO 2200-NEXT
004740     END-IF.
004750     IF WS-REPORT-PERIOD = ZERO
004760         MOVE LI-PERIOD TO WS-REPORT-PERIOD
004770         PERFORM 1100-SET-YEAR-START THRU 1100-EXIT
004780     END-IF.
004790     MOVE LI-GL-ACCOUNT  TO WS-THIS-GL-ACCOUNT.
004800     MOVE LI-COST-CENTER TO WS-THIS-COST-CENTER.
004810     MOVE LI-DEPT-CODE   TO WS-THIS-DEPT-CODE.
004820     IF LI-PERIOD NOT = WS-GEN-PERIOD
004830         OR WS-THIS-LEDGER-KEY NOT > WS-PREV-LEDGER-KEY
004840         PERFORM 2300-NEW-GENERATION THRU 2300-EXIT
004850     END-IF.
004860     MOVE WS-THIS-LEDGER-KEY TO WS-PREV-LEDGER-KEY.
004870     IF WS-GEN-REPEATED
004880         ADD 1 TO WS-CNT-LEDGER-REPEAT
004890         GO TO 2200-NEXT
004900     END-IF.
004910     IF LI-PERIOD < WS-YEAR-START
004920         OR LI-PERIOD > WS-REPORT-PERIOD
004930         GO TO 2200-NEXT
004940     END-IF.
004950     MOVE LI-DEPT-CODE    TO SRT-DEPT-CODE.
004960     MOVE LI-GL-ACCOUNT   TO SRT-GL-ACCOUNT.
004970     MOVE LI-COST-CENTER  TO SRT-COST-CENTER.
004980     SET SRT-ACTUAL TO TRUE.
004990     MOVE LI-PERIOD       TO SRT-PERIOD.
005000     MOVE LI-PERIOD-NET   TO SRT-AMOUNT.
005010     RELEASE SRT-REC.
005020     ADD 1 TO WS-CNT-LEDGER-USED.
005030     IF LI-PERIOD = WS-REPORT-PERIOD
005040         ADD 1 TO WS-CNT-LEDGER-CURRENT
005050     END-IF.
005060 2200-NEXT.
005070     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
005080 2200-EXIT.
005090     EXIT.
005100******************************************************************
005110*    2300-NEW-GENERATION - A NEW GENERATION HAS STARTED.  IF ITS *
005120*    PERIOD HAS BEEN SEEN ALREADY IT IS AN OLDER COPY AND IS     *
005130*    SKIPPED; OTHERWISE THE PERIOD GOES INTO THE TABLE.          *
005140******************************************************************
005150 2300-NEW-GENERATION.
005160     MOVE LI-PERIOD TO WS-GEN-PERIOD.
005170     SET WS-GEN-FIRST-SEEN TO TRUE.
005180     PERFORM 2310-CHECK-ONE-GEN THRU 2310-EXIT
005190         VARYING WS-GEN-IX FROM 1 BY 1
005200         UNTIL WS-GEN-IX > WS-GEN-COUNT
005210            OR WS-GEN-REPEATED.
005220     IF WS-GEN-REPEATED
005230         DISPLAY 'CALC021 - SECOND LEDGER GENERATION FOR PERIOD '
005240             LI-PERIOD ' - THE OLDER ONE IS SKIPPED.'
005250         GO TO 2300-EXIT
005260     END-IF.
005270     IF WS-GEN-COUNT < WS-GEN-LIMIT
005280         ADD 1 TO WS-GEN-COUNT
005290         MOVE LI-PERIOD TO WS-GEN-PERIOD-SEEN (WS-GEN-COUNT)
005300     END-IF.
005310     IF LI-PERIOD NOT < WS-YEAR-START
005320         AND LI-PERIOD NOT > WS-REPORT-PERIOD
005330         ADD 1 TO WS-CNT-GENS-USED
005340     END-IF.
005350 2300-EXIT.
005360     EXIT.
005370******************************************************************
005380*    2310-CHECK-ONE-GEN - ONE COMPARE PASS FOR 2300.             *
005390******************************************************************
005400 2310-CHECK-ONE-GEN.
005410     IF WS-GEN-PERIOD-SEEN (WS-GEN-IX) = LI-PERIOD
005420         SET WS-GEN-REPEATED TO TRUE
005430     END-IF.
005440 2310-EXIT.
005450     EXIT.
005460******************************************************************
005470*    2400-READ-BUDGET - GET THE NEXT BUDGET MASTER RECORD.       *
005480******************************************************************
005490 2400-READ-BUDGET.
005500     READ BUDGET-FILE NEXT RECORD
005510         AT END
005520             MOVE 'Y' TO WS-EOF-SW
005530         NOT AT END
005540             ADD 1 TO WS-CNT-BUDGET-READ
005550     END-READ.
005560 2400-EXIT.
005570     EXIT.
005580******************************************************************
005590*    2500-RELEASE-BUDGET - ONE BUDGET LINE INTO THE SORT, IF ITS *
005600*    PERIOD FALLS IN THE YEAR TO DATE.                           *
005610******************************************************************
005620 2500-RELEASE-BUDGET.
005630     IF BU-BUDGET-AMOUNT IS NOT NUMERIC
005640         OR BU-PERIOD < WS-YEAR-START
005650         OR BU-PERIOD > WS-REPORT-PERIOD
005660         GO TO 2500-NEXT
005670     END-IF.
005680     MOVE BU-DEPT-CODE     TO SRT-DEPT-CODE.
005690     MOVE BU-GL-ACCOUNT    TO SRT-GL-ACCOUNT.
005700     MOVE BU-COST-CENTER   TO SRT-COST-CENTER.
005710     SET SRT-BUDGET TO TRUE.
005720     MOVE BU-PERIOD        TO SRT-PERIOD.
005730     MOVE BU-BUDGET-AMOUNT TO SRT-AMOUNT.
005740     RELEASE SRT-REC.
005750     ADD 1 TO WS-CNT-BUDGET-USED.
005760 2500-NEXT.
005770     PERFORM 2400-READ-BUDGET THRU 2400-EXIT.
005780 2500-EXIT.
005790     EXIT.
005800******************************************************************
005810*    3000-VARIANCE-BREAK - TAKE THE SORTED RECORDS BACK AND CUT  *
005820*    A REPORT LINE AT EVERY BUCKET CHANGE AND A SUBTOTAL AT      *
005830*    EVERY DEPARTMENT CHANGE.                                    *
005840******************************************************************
005850 3000-VARIANCE-BREAK.
005860     MOVE 'N' TO WS-SORT-EOF-SW.
005870     MOVE 'N' TO WS-GROUP-ACTIVE-SW.
005880     MOVE 'N' TO WS-DEPT-ACTIVE-SW.
005890     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
005900         UNTIL WS-SORT-EOF.
005910     IF WS-GROUP-ACTIVE
005920         PERFORM 3300-CLOSE-BUCKET THRU 3300-EXIT
005930     END-IF.
005940     IF WS-DEPT-ACTIVE
005950         PERFORM 3500-CLOSE-DEPT THRU 3500-EXIT
005960     END-IF.
005970 3000-EXIT.
005980     EXIT.
005990******************************************************************
006000*    3100-RETURN-ONE - ONE RECORD BACK FROM THE SORT, ADDED INTO *
006010*    THE BUCKET'S YEAR TO DATE AND, FOR THE REPORT PERIOD, ITS   *
006020*    PERIOD AMOUNT.                                              *
006030******************************************************************
006040 3100-RETURN-ONE.
006050     RETURN SORT-FILE
006060         AT END
006070             MOVE 'Y' TO WS-SORT-EOF-SW
006080             GO TO 3100-EXIT
006090     END-RETURN.
006100     MOVE SRT-DEPT-CODE   TO WS-NEW-DEPT-CODE.
006110     MOVE SRT-GL-ACCOUNT  TO WS-NEW-GL-ACCOUNT.
006120     MOVE SRT-COST-CENTER TO WS-NEW-COST-CENTER.
006130     IF WS-GROUP-ACTIVE AND WS-NEW-KEY NOT = WS-CUR-KEY
006140         PERFORM 3300-CLOSE-BUCKET THRU 3300-EXIT
006150     END-IF.
006160     IF WS-DEPT-ACTIVE AND WS-NEW-DEPT-CODE NOT = WS-CUR-DEPT-CODE
006170         PERFORM 3500-CLOSE-DEPT THRU 3500-EXIT
006180     END-IF.
006190     IF NOT WS-GROUP-ACTIVE
006200         MOVE WS-NEW-KEY TO WS-CUR-KEY
006210         MOVE 'N'  TO WS-GRP-HAS-BUDGET-SW
006220         MOVE ZERO TO WS-GRP-PER-ACTUAL
006230         MOVE ZERO TO WS-GRP-PER-BUDGET
006240         MOVE ZERO TO WS-GRP-YTD-ACTUAL
006250         MOVE ZERO TO WS-GRP-YTD-BUDGET
006260         MOVE 'Y'  TO WS-GROUP-ACTIVE-SW
006270         MOVE 'Y'  TO WS-DEPT-ACTIVE-SW
006280     END-IF.
006290     IF SRT-BUDGET
006300         MOVE 'Y' TO WS-GRP-HAS-BUDGET-SW
006310         ADD SRT-AMOUNT TO WS-GRP-YTD-BUDGET
006320         IF SRT-PERIOD = WS-REPORT-PERIOD
006330             ADD SRT-AMOUNT TO WS-GRP-PER-BUDGET
006340         END-IF
006350     ELSE
006360         ADD SRT-AMOUNT TO WS-GRP-YTD-ACTUAL
006370         IF SRT-PERIOD = WS-REPORT-PERIOD
006380             ADD SRT-AMOUNT TO WS-GRP-PER-ACTUAL
006390         END-IF
006400     END-IF.
006410 3100-EXIT.
006420     EXIT.
006430******************************************************************
006440*    3300-CLOSE-BUCKET - ONE FINISHED BUCKET: VARIANCES, FLAG,   *
006450*    REPORT LINE, EXTRACT LINE AND THE DEPARTMENT AND GRAND      *
006460*    TOTALS.  A BUCKET WITH NO BUDGET LINE AND NO ACTIVITY THIS  *
006470*    YEAR IS ONLY A BALANCE CARRIED FORWARD AND IS LEFT OFF.     *
006480******************************************************************
006490 3300-CLOSE-BUCKET.
006500     MOVE 'N' TO WS-GROUP-ACTIVE-SW.
006510     IF NOT WS-GRP-HAS-BUDGET
006520         AND WS-GRP-YTD-ACTUAL = ZERO
006530         AND WS-GRP-PER-ACTUAL = ZERO
006540         ADD 1 TO WS-CNT-IDLE
006550         GO TO 3300-EXIT
006560     END-IF.
006570     SET WS-LINE-NOT-FLAGGED TO TRUE.
006580     MOVE SPACES TO WS-LINE-NOTE.
006590     IF NOT WS-GRP-HAS-BUDGET
006600         MOVE 'NB' TO WS-LINE-NOTE
006610         ADD 1 TO WS-CNT-NO-BUDGET
006620     ELSE
006630         IF WS-GRP-YTD-ACTUAL = ZERO
006640             AND WS-GRP-PER-ACTUAL = ZERO
006650             MOVE 'NA' TO WS-LINE-NOTE
006660             ADD 1 TO WS-CNT-NO-ACTIVITY
006670         END-IF
006680     END-IF.
006690     MOVE WS-GRP-PER-ACTUAL TO WS-CALC-ACTUAL.
006700     MOVE WS-GRP-PER-BUDGET TO WS-CALC-BUDGET.
006710     PERFORM 7000-COMPUTE-VARIANCE THRU 7000-EXIT.
006720     MOVE WS-CALC-VARIANCE TO WS-PER-VARIANCE.
006730     MOVE WS-PCT-TEXT      TO WS-PER-PCT-TEXT.
006740     MOVE WS-GRP-YTD-ACTUAL TO WS-CALC-ACTUAL.
006750     MOVE WS-GRP-YTD-BUDGET TO WS-CALC-BUDGET.
006760     PERFORM 7000-COMPUTE-VARIANCE THRU 7000-EXIT.
006770     MOVE WS-CALC-VARIANCE TO WS-YTD-VARIANCE.
006780     MOVE WS-PCT-TEXT      TO WS-YTD-PCT-TEXT.
006790     IF WS-LINE-FLAGGED
006800         ADD 1 TO WS-CNT-FLAGGED
006810     END-IF.
006820     MOVE SPACES TO WS-DETAIL-LINE.
006830     MOVE WS-CUR-DEPT-CODE   TO DET-DEPT.
006840     MOVE WS-CUR-GL-ACCOUNT  TO DET-ACCOUNT.
006850     MOVE WS-CUR-COST-CENTER TO DET-COST-CENTER.
006860     PERFORM 3400-PRINT-AMOUNTS THRU 3400-EXIT.
006890     PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT.
006900     ADD 1 TO WS-CNT-LINES.
006910     ADD 1 TO WS-CNT-DEPT-LINES.
006920     ADD WS-GRP-PER-ACTUAL TO WS-DPT-PER-ACTUAL.
006930     ADD WS-GRP-PER-BUDGET TO WS-DPT-PER-BUDGET.
006940     ADD WS-GRP-YTD-ACTUAL TO WS-DPT-YTD-ACTUAL.
006950     ADD WS-GRP-YTD-BUDGET TO WS-DPT-YTD-BUDGET.
006960 3300-EXIT.
006970     EXIT.
006980******************************************************************
006990*    3400-PRINT-AMOUNTS - PRINT A DETAIL OR TOTAL LINE AS TWO    *
007000*    ROWS, THE PERIOD (PER) OVER THE YEAR TO DATE (YTD), FROM    *
007010*    THE GROUP FIELDS AND THE TWO VARIANCES JUST WORKED OUT.     *
007012*    THE KEY OR LABEL ALREADY IN THE LINE, THE FLAG AND THE      *
007014*    NOTE GO ON THE FIRST ROW.  THE TWO ROWS ARE KEPT ON ONE     *
007016*    PAGE.                                                       *
007020******************************************************************
007030 3400-PRINT-AMOUNTS.
007040     IF WS-LINE-COUNT + 1 NOT < WS-LINES-PER-PAGE
007050         PERFORM 8100-CUT-PAGE THRU 8100-EXIT
007060     END-IF.
007070     MOVE 'PER'              TO DET-SPAN.
007080     MOVE WS-GRP-PER-ACTUAL  TO DET-ACTUAL.
007090     MOVE WS-GRP-PER-BUDGET  TO DET-BUDGET.
007100     MOVE WS-PER-VARIANCE    TO DET-VARIANCE.
007110     MOVE WS-PER-PCT-TEXT    TO DET-PCT.
007120     IF WS-LINE-FLAGGED
007130         MOVE '***' TO DET-FLAG
007140     END-IF.
007150     MOVE WS-LINE-NOTE       TO DET-NOTE.
007151     MOVE WS-DETAIL-LINE     TO WS-PRINT-LINE.
007152     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
007153     MOVE SPACES             TO WS-DETAIL-LINE.
007154     MOVE 'YTD'              TO DET-SPAN.
007155     MOVE WS-GRP-YTD-ACTUAL  TO DET-ACTUAL.
007156     MOVE WS-GRP-YTD-BUDGET  TO DET-BUDGET.
007157     MOVE WS-YTD-VARIANCE    TO DET-VARIANCE.
007158     MOVE WS-YTD-PCT-TEXT    TO DET-PCT.
007159     MOVE WS-DETAIL-LINE     TO WS-PRINT-LINE.
007160     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
007161 3400-EXIT.
007170     EXIT.
007180******************************************************************
007190*    3500-CLOSE-DEPT - THE DEPARTMENT SUBTOTAL, MEASURED AGAINST *
007200*    THE TOLERANCE LIKE ANY OTHER LINE, THEN A BLANK LINE.  A    *
007210*    DEPARTMENT WHOSE BUCKETS WERE ALL IDLE PRINTS NOTHING.      *
007220******************************************************************
007230 3500-CLOSE-DEPT.
007240     MOVE 'N' TO WS-DEPT-ACTIVE-SW.
007250     IF WS-CNT-DEPT-LINES = ZERO
007260         GO TO 3500-RESET
007270     END-IF.
007280     SET WS-LINE-NOT-FLAGGED TO TRUE.
007290     MOVE SPACES TO WS-LINE-NOTE.
007300     MOVE WS-DPT-PER-ACTUAL TO WS-CALC-ACTUAL.
007310     MOVE WS-DPT-PER-BUDGET TO WS-CALC-BUDGET.
007320     PERFORM 7000-COMPUTE-VARIANCE THRU 7000-EXIT.
007330     MOVE WS-CALC-VARIANCE TO WS-PER-VARIANCE.
007340     MOVE WS-PCT-TEXT      TO WS-PER-PCT-TEXT.
007350     MOVE WS-DPT-YTD-ACTUAL TO WS-CALC-ACTUAL.
007360     MOVE WS-DPT-YTD-BUDGET TO WS-CALC-BUDGET.
007370     PERFORM 7000-COMPUTE-VARIANCE THRU 7000-EXIT.
007380     MOVE WS-CALC-VARIANCE TO WS-YTD-VARIANCE.
007390     MOVE WS-PCT-TEXT      TO WS-YTD-PCT-TEXT.
007400     MOVE WS-DPT-PER-ACTUAL TO WS-GRP-PER-ACTUAL.
007410     MOVE WS-DPT-PER-BUDGET TO WS-GRP-PER-BUDGET.
007420     MOVE WS-DPT-YTD-ACTUAL TO WS-GRP-YTD-ACTUAL.
007430     MOVE WS-DPT-YTD-BUDGET TO WS-GRP-YTD-BUDGET.
007440     MOVE SPACES TO WS-DETAIL-LINE.
007450     MOVE SPACES TO DET-LABEL.
007460     STRING ' DEPT ' DELIMITED BY SIZE
007470            WS-CUR-DEPT-CODE DELIMITED BY SIZE
007480            ' TOTAL' DELIMITED BY SIZE
007490         INTO DET-LABEL.
007500     PERFORM 3400-PRINT-AMOUNTS THRU 3400-EXIT.
007530     MOVE SPACES TO WS-PRINT-LINE.
007540     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
007550     ADD 1 TO WS-CNT-DEPTS.
007560     ADD WS-DPT-PER-ACTUAL TO WS-GRD-PER-ACTUAL.
007570     ADD WS-DPT-PER-BUDGET TO WS-GRD-PER-BUDGET.
007580     ADD WS-DPT-YTD-ACTUAL TO WS-GRD-YTD-ACTUAL.
007590     ADD WS-DPT-YTD-BUDGET TO WS-GRD-YTD-BUDGET.
007600 3500-RESET.
007610     MOVE ZERO TO WS-CNT-DEPT-LINES.
007620     MOVE ZERO TO WS-DPT-PER-ACTUAL.
007630     MOVE ZERO TO WS-DPT-PER-BUDGET.
007640     MOVE ZERO TO WS-DPT-YTD-ACTUAL.
007650     MOVE ZERO TO WS-DPT-YTD-BUDGET.
007660 3500-EXIT.
007670     EXIT.
007680******************************************************************
007690*    4000-WRITE-EXTRACT - ONE SEMICOLON-DELIMITED LINE PER       *
007700*    BUCKET FOR THE DEPARTMENT HEADS, SAME ORDER AS THE REPORT.  *
007710******************************************************************
007720 4000-WRITE-EXTRACT.
007730     MOVE WS-GRP-PER-ACTUAL TO WS-EXT-PER-ACTUAL.
007740     MOVE WS-GRP-PER-BUDGET TO WS-EXT-PER-BUDGET.
007750     MOVE WS-PER-VARIANCE   TO WS-EXT-PER-VARIANCE.
007760     MOVE WS-GRP-YTD-ACTUAL TO WS-EXT-YTD-ACTUAL.
007770     MOVE WS-GRP-YTD-BUDGET TO WS-EXT-YTD-BUDGET.
007780     MOVE WS-YTD-VARIANCE   TO WS-EXT-YTD-VARIANCE.
007790     IF WS-PER-PCT-TEXT = '     N/A'
007800         MOVE SPACES TO WS-EXT-PER-PCT
007810     ELSE
007820         MOVE WS-PER-PCT-TEXT TO WS-EXT-PER-PCT
007830     END-IF.
007840     IF WS-YTD-PCT-TEXT = '     N/A'
007850         MOVE SPACES TO WS-EXT-YTD-PCT
007860     ELSE
007870         MOVE WS-YTD-PCT-TEXT TO WS-EXT-YTD-PCT
007880     END-IF.
007890     MOVE SPACES TO WS-EXT-FLAG.
007900     IF WS-LINE-FLAGGED
007910         MOVE '***' TO WS-EXT-FLAG
007920     END-IF.
007930     MOVE SPACES TO WS-EXT-LINE.
007940     STRING WS-CUR-DEPT-CODE    DELIMITED BY SIZE
007950            ';'                 DELIMITED BY SIZE
007960            WS-CUR-GL-ACCOUNT   DELIMITED BY SIZE
007970            ';'                 DELIMITED BY SIZE
007980            WS-CUR-COST-CENTER  DELIMITED BY SIZE
007990            ';'                 DELIMITED BY SIZE
008000            WS-REPORT-PERIOD    DELIMITED BY SIZE
008010            ';'                 DELIMITED BY SIZE
008020            WS-EXT-PER-ACTUAL   DELIMITED BY SIZE
008030            ';'                 DELIMITED BY SIZE
008040            WS-EXT-PER-BUDGET   DELIMITED BY SIZE
008050            ';'                 DELIMITED BY SIZE
008060            WS-EXT-PER-VARIANCE DELIMITED BY SIZE
008070            ';'                 DELIMITED BY SIZE
008080            WS-EXT-PER-PCT      DELIMITED BY SIZE
008090            ';'                 DELIMITED BY SIZE
008100            WS-EXT-YTD-ACTUAL   DELIMITED BY SIZE
008110            ';'                 DELIMITED BY SIZE
008120            WS-EXT-YTD-BUDGET   DELIMITED BY SIZE
008130            ';'                 DELIMITED BY SIZE
008140            WS-EXT-YTD-VARIANCE DELIMITED BY SIZE
008150            ';'                 DELIMITED BY SIZE
008160            WS-EXT-YTD-PCT      DELIMITED BY SIZE
008170            ';'                 DELIMITED BY SIZE
008180            WS-EXT-FLAG         DELIMITED BY SIZE
008190            ';'                 DELIMITED BY SIZE
008200            WS-LINE-NOTE        DELIMITED BY SIZE
008210         INTO WS-EXT-LINE.
008220     MOVE WS-EXT-LINE TO EXTRACT-REC.
008230     WRITE EXTRACT-REC.
008240 4000-EXIT.
008250     EXIT.
008260******************************************************************
008270*    7000-COMPUTE-VARIANCE - VARIANCE = ACTUAL LESS BUDGET, AS A *
008280*    PERCENTAGE OF THE BUDGET'S SIZE SO THE SIGN ALWAYS READS    *
008290*    THE SAME WAY (POSITIVE = MORE THAN BUDGETED).  WITH NO      *
008300*    BUDGET THERE IS NO PERCENTAGE AND ANY ACTIVITY IS OUTSIDE   *
008310*    THE TOLERANCE.  AN OUTSIDE RESULT FLAGS THE LINE.           *
008320******************************************************************
008330 7000-COMPUTE-VARIANCE.
008340     SET WS-CALC-INSIDE TO TRUE.
008350     SET WS-CALC-PCT-NONE TO TRUE.
008360     MOVE ZERO TO WS-CALC-PCT.
008370     COMPUTE WS-CALC-VARIANCE = WS-CALC-ACTUAL - WS-CALC-BUDGET.
008380     IF WS-CALC-BUDGET = ZERO
008390         MOVE '     N/A' TO WS-PCT-TEXT
008400         IF WS-CALC-VARIANCE NOT = ZERO
008410             SET WS-CALC-OUTSIDE TO TRUE
008420         END-IF
008430         GO TO 7000-TEST
008440     END-IF.
008450     IF WS-CALC-BUDGET < ZERO
008460         COMPUTE WS-CALC-ABS-BUDGET = ZERO - WS-CALC-BUDGET
008470     ELSE
008480         MOVE WS-CALC-BUDGET TO WS-CALC-ABS-BUDGET
008490     END-IF.
008500     SET WS-CALC-PCT-VALID TO TRUE.
008510     COMPUTE WS-CALC-PCT ROUNDED
008520         = WS-CALC-VARIANCE * 100 / WS-CALC-ABS-BUDGET
008530         ON SIZE ERROR
008540             IF WS-CALC-VARIANCE < ZERO
008550                 MOVE -9999,99 TO WS-CALC-PCT
008560             ELSE
008570                 MOVE 9999,99 TO WS-CALC-PCT
008580             END-IF
008590     END-COMPUTE.
008600     MOVE WS-CALC-PCT TO WS-EDIT-PCT.
008610     MOVE WS-EDIT-PCT TO WS-PCT-TEXT.
008620     IF WS-CALC-PCT < ZERO
008630         COMPUTE WS-CALC-ABS-PCT = ZERO - WS-CALC-PCT
008640     ELSE
008650         MOVE WS-CALC-PCT TO WS-CALC-ABS-PCT
008660     END-IF.
008670     IF WS-CALC-ABS-PCT > WS-TOLERANCE
008680         SET WS-CALC-OUTSIDE TO TRUE
008690     END-IF.
008700 7000-TEST.
008710     IF WS-CALC-OUTSIDE
008720         SET WS-LINE-FLAGGED TO TRUE
008730     END-IF.
008740 7000-EXIT.
008750     EXIT.
008760******************************************************************
008770*    8000-PRINT-LINE - WRITE WS-PRINT-LINE, CUTTING A NEW PAGE   *
008780*    WHEN THE CURRENT ONE IS FULL.                               *
008790******************************************************************
008800 8000-PRINT-LINE.
008810     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
008820         PERFORM 8100-CUT-PAGE THRU 8100-EXIT
008830     END-IF.
008840     MOVE WS-PRINT-LINE TO REPORT-REC.
008850     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
008860     ADD 1 TO WS-LINE-COUNT.
008870 8000-EXIT.
008880     EXIT.
008890******************************************************************
008900*    8100-CUT-PAGE - NEXT PAGE'S HEADINGS.                       *
008910******************************************************************
008920 8100-CUT-PAGE.
008930     ADD 1 TO WS-PAGE-COUNT.
008940     MOVE WS-REPORT-PERIOD TO HDG-PERIOD.
008950     MOVE WS-TOLERANCE     TO HDG-TOLERANCE.
008960     MOVE WS-RUN-DATE      TO HDG-RUN-DATE.
008970     MOVE WS-PAGE-COUNT    TO HDG-PAGE.
008980     MOVE WS-HEADING-1 TO REPORT-REC.
008990     WRITE REPORT-REC AFTER ADVANCING PAGE.
009000     MOVE WS-HEADING-2 TO REPORT-REC.
009010     WRITE REPORT-REC AFTER ADVANCING 2 LINES.
009040     MOVE SPACES TO REPORT-REC.
009050     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
009060     MOVE ZERO TO WS-LINE-COUNT.
009070 8100-EXIT.
009080     EXIT.
009090******************************************************************
009100*    9000-TERMINATE - THE GRAND TOTAL LINE, THE LEGEND AND THE   *
009110*    RUN SUMMARY.                                                *
009120******************************************************************
009130 9000-TERMINATE.
009140     SET WS-LINE-NOT-FLAGGED TO TRUE.
009150     MOVE SPACES TO WS-LINE-NOTE.
009160     MOVE WS-GRD-PER-ACTUAL TO WS-CALC-ACTUAL.
009170     MOVE WS-GRD-PER-BUDGET TO WS-CALC-BUDGET.
009180     PERFORM 7000-COMPUTE-VARIANCE THRU 7000-EXIT.
009190     MOVE WS-CALC-VARIANCE TO WS-PER-VARIANCE.
009200     MOVE WS-PCT-TEXT      TO WS-PER-PCT-TEXT.
009210     MOVE WS-GRD-YTD-ACTUAL TO WS-CALC-ACTUAL.
009220     MOVE WS-GRD-YTD-BUDGET TO WS-CALC-BUDGET.
009230     PERFORM 7000-COMPUTE-VARIANCE THRU 7000-EXIT.
009240     MOVE WS-CALC-VARIANCE TO WS-YTD-VARIANCE.
009250     MOVE WS-PCT-TEXT      TO WS-YTD-PCT-TEXT.
009260     MOVE WS-GRD-PER-ACTUAL TO WS-GRP-PER-ACTUAL.
009270     MOVE WS-GRD-PER-BUDGET TO WS-GRP-PER-BUDGET.
009280     MOVE WS-GRD-YTD-ACTUAL TO WS-GRP-YTD-ACTUAL.
009290     MOVE WS-GRD-YTD-BUDGET TO WS-GRP-YTD-BUDGET.
009300     MOVE SPACES TO WS-DETAIL-LINE.
009310     MOVE ' GRAND TOTAL' TO DET-LABEL.
009320     PERFORM 3400-PRINT-AMOUNTS THRU 3400-EXIT.
009350     MOVE SPACES TO WS-PRINT-LINE.
009360     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
009370     MOVE WS-LEGEND-LINE TO WS-PRINT-LINE.
009380     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
009390     CLOSE REPORT-FILE.
009400     CLOSE EXTRACT-FILE.
009410     DISPLAY ' '.
009420     DISPLAY '=================================================='.
009430     DISPLAY '  CALC021 - BUDGET VARIANCE SUMMARY'.
009440     DISPLAY '  PERIOD REPORTED....: ', WS-REPORT-PERIOD.
009450     DISPLAY '  TOLERANCE PERCENT..: ', WS-DISPLAY-TOLERANCE.
009460     DISPLAY '=================================================='.
009470     DISPLAY '  LEDGER READ........: ', WS-CNT-LEDGER-READ.
009480     DISPLAY '  LEDGER GENERATIONS.: ', WS-CNT-GENS-USED.
009490     DISPLAY '  LEDGER YEAR TO DATE: ', WS-CNT-LEDGER-USED.
009500     DISPLAY '  LEDGER THIS PERIOD.: ', WS-CNT-LEDGER-CURRENT.
009510     DISPLAY '  LEDGER REPEATED GEN: ', WS-CNT-LEDGER-REPEAT.
009520     DISPLAY '  LEDGER UNREADABLE..: ', WS-CNT-BAD-LEDGER.
009530     DISPLAY '  BUDGET LINES READ..: ', WS-CNT-BUDGET-READ.
009540     DISPLAY '  BUDGET YEAR TO DATE: ', WS-CNT-BUDGET-USED.
009550     DISPLAY '  REPORT LINES.......: ', WS-CNT-LINES.
009560     DISPLAY '  DEPARTMENTS........: ', WS-CNT-DEPTS.
009570     DISPLAY '  NO BUDGET (NB).....: ', WS-CNT-NO-BUDGET.
009580     DISPLAY '  NO ACTIVITY (NA)...: ', WS-CNT-NO-ACTIVITY.
009590     DISPLAY '  OUTSIDE TOLERANCE..: ', WS-CNT-FLAGGED.
009600     DISPLAY '  IDLE BUCKETS LEFT..: ', WS-CNT-IDLE.
009610     MOVE WS-GRD-YTD-ACTUAL TO WS-DISPLAY-AMOUNT.
009620     DISPLAY '  YTD ACTUAL.........: ', WS-DISPLAY-AMOUNT.
009630     MOVE WS-GRD-YTD-BUDGET TO WS-DISPLAY-AMOUNT.
009640     DISPLAY '  YTD BUDGET.........: ', WS-DISPLAY-AMOUNT.
009650     DISPLAY '=================================================='.
009660     IF WS-CNT-LEDGER-REPEAT > ZERO
009670         OR WS-CNT-BAD-LEDGER > ZERO
009680         MOVE 4 TO RETURN-CODE
009690     END-IF.
009700 9000-EXIT.
009710     EXIT.
