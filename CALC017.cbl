000100******************************************************************
000110*                                                                *
000120*    PROGRAM   : CALC017                                        *
000130*    AUTHOR    : J. ALVES, DATA PROCESSING                      *
000140*    INSTALL.  : GENERAL LEDGER SUPPORT - SITE 02                *
000150*    DATE-WRITTEN : 2026-09-21                                   *
000160*    DATE-COMPILED:                                              *
000170*                                                                *
000180*    MONTHLY COST ALLOCATION.  SPREADS THE CLOSING BALANCE OF    *
000190*    EACH POOL GL-ACCOUNT/COST-CENTER NAMED ON AN IN-FORCE RULE  *
000200*    OF THE ALLOCATION-RULES MASTER (ALLOCMST, MAINTAINED BY     *
000210*    CALC016) ACROSS THE RULE'S RECEIVING COST CENTERS, READING  *
000220*    THE POOL BALANCES FROM THE CALC010 MONTH-END LEDGER.  FIXED *
000230*    AMOUNTS COME OFF THE POOL FIRST; THE PERCENTAGE RECEIVERS   *
000240*    SHARE WHAT IS LEFT.  EACH PERCENTAGE CHARGE IS ROUNDED TO   *
000250*    THE CENT AND THE ROUNDING RESIDUE GOES TO THE RECEIVER WITH *
000260*    THE LARGEST PERCENTAGE, SO THE CHARGES ALWAYS ADD UP TO     *
000270*    EXACTLY WHAT IS RELIEVED FROM THE POOL.  PERCENTAGES THAT   *
000280*    TOTAL LESS THAN 100 LEAVE THE REST IN THE POOL.             *
000290*                                                                *
000300*    THE OUTPUT IS A BALANCED TRANSACTION FEED (ALLOCOUT) IN     *
000310*    THE CALCREC LAYOUT WITH ITS OWN 'T' TRAILER, PICKED UP BY   *
000320*    THE CALC012 GATEWAY AS ITS FOURTH FEED AND POSTED THROUGH   *
000330*    CALC002 LIKE ANY OTHER TRANSACTION: A POSITIVE CHARGE TO    *
000340*    EACH RECEIVER AND ONE NEGATIVE RELIEF TO THE POOL, ALL      *
000350*    UNDER TRANS-ID 'AL' + YYMM + RULE-ID, STAMPED WITH THE      *
000360*    RULE'S DEPARTMENT AND THE ALLOCATION EFFECTIVE DATE.  AN    *
000370*    AMOUNT TOO LARGE FOR ONE RECORD IS SPLIT ACROSS SEVERAL.    *
000380*    THE ALLOCRPT REPORT SHOWS EVERY RULE AND PROVES CHARGED     *
000390*    EQUALS RELIEVED, RESIDUE INCLUDED.                          *
000400*                                                                *
000401*    A PERIOD IS ALLOCATED ONCE.  THE ALLOCCTL CONTROL RECORD    *
000402*    KEEPS THE LAST PERIOD ALLOCATED, AND A RUN FOR THAT PERIOD  *
000403*    OR AN EARLIER ONE IS REFUSED BEFORE THE FEED IS TOUCHED -   *
000404*    ONCE THE GATEWAY HAS EMPTIED THE FEED A RERUN WOULD POST    *
000405*    THE ALLOCATION AGAIN.  A RUN THAT BALANCES RECORDS ITS      *
000406*    PERIOD; AN OUT-OF-BALANCE RUN DOES NOT, SO IT CAN BE RERUN  *
000407*    ONCE THE RULES ARE PUT RIGHT.                               *
000408*                                                                *
000410*    CONTROL CARD (OPTIONAL):                                    *
000420*      COL 1-6   PERIOD YYYYMM - MUST MATCH THE LEDGER (DEFAULT  *
000430*                IS THE PERIOD ON THE LEDGER RECORDS)            *
000440*      COL 8-15  EFFECTIVE DATE YYYYMMDD FOR THE GENERATED       *
000450*                RECORDS AND THE RULE WINDOW (DEFAULT RUN DATE)  *
000453*      COL 17    O = OVERRIDE THE ALLOCCTL CHECK, FOR A          *
000456*                DELIBERATE RERUN OF A PERIOD ALREADY ALLOCATED  *
000460*                                                                *
000470*    RETURN CODES: 4 - A RULE WAS SKIPPED (NEGATIVE POOL, NO     *
000480*    ACTIVE RECEIVERS, PERCENTAGES OVER 100 OR FIXED AMOUNTS     *
000490*    OVER THE POOL); 8 - CHARGES AND RELIEF DO NOT BALANCE;      *
000500*    12 - A FILE WOULD NOT OPEN, THE LEDGER IS FOR ANOTHER       *
000510*    PERIOD OR THE PERIOD HAS ALREADY BEEN ALLOCATED.            *
000520*                                                                *
000530*    MODIFICATION HISTORY                                        *
000540*    ------------------------------------------------------      *
000550*    2026-09-21  JA   INITIAL VERSION.                           *
000551*    2026-10-15  JA   RERUN GUARD - ALLOCCTL KEEPS THE LAST      *
000552*                     PERIOD ALLOCATED AND A RUN FOR IT IS       *
000553*                     REFUSED RC=12 UNLESS COLUMN 17 OF THE      *
000554*                     CONTROL CARD IS O.                         *
000555*    2026-10-15  JA   ALLOCMST IS OPTIONAL - AN EMPTY CLUSTER    *
000556*                     MEANS NO RULES IN FORCE.                   *
000560******************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. CALC017.
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SPECIAL-NAMES.
000620     DECIMAL-POINT IS COMMA.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT OPTIONAL ALLOC-FILE ASSIGN TO ALLOCMST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS AR-ALLOC-KEY
000690         FILE STATUS IS WS-ALLOC-STATUS.
000700     SELECT LEDGER-IN ASSIGN TO LEDGER
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-LEDGER-STATUS.
000730     SELECT ALLOC-OUT ASSIGN TO ALLOCOUT
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750     SELECT REPORT-FILE ASSIGN TO ALLOCRPT
000760         ORGANIZATION IS LINE SEQUENTIAL.
000762     SELECT OPTIONAL ALLOC-CTL ASSIGN TO ALLOCCTL
000764         ORGANIZATION IS LINE SEQUENTIAL
000766         FILE STATUS IS WS-CTL-STATUS.
000770     SELECT CONTROL-CARD ASSIGN TO SYSIN
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-SYSIN-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  ALLOC-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  AR-ALLOC-REC.
000850     COPY ALLOCREC REPLACING ==:TAG:== BY ==AR==.
000860 FD  LEDGER-IN
000870     LABEL RECORDS ARE STANDARD.
000880 01  LI-LEDGER-REC.
000890     COPY LEDGREC REPLACING ==:TAG:== BY ==LI==.
000900 FD  ALLOC-OUT
000910     LABEL RECORDS ARE STANDARD.
000920 01  AO-TRANS-REC            PIC X(101).
000930 FD  REPORT-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  REPORT-REC              PIC X(132).
000951 FD  ALLOC-CTL
000952     LABEL RECORDS ARE STANDARD.
000953 01  CT-CONTROL-REC.
000954     05  CT-LAST-PERIOD      PIC 9(06).
000955     05  FILLER              PIC X(01).
000956     05  CT-RUN-DATE         PIC 9(08).
000957     05  FILLER              PIC X(01).
000958     05  CT-EFFECT-DATE      PIC 9(08).
000959     05  FILLER              PIC X(01).
000960     05  CT-OUT-COUNT        PIC 9(08).
000961     05  FILLER              PIC X(47).
000962 FD  CONTROL-CARD
000970     LABEL RECORDS ARE STANDARD.
000980 01  CONTROL-CARD-REC.
000990     05  CC-PERIOD           PIC 9(06).
001000     05  FILLER              PIC X(01).
001010     05  CC-EFFECT-DATE      PIC 9(08).
001020     05  FILLER              PIC X(01).
001023     05  CC-OVERRIDE-SW      PIC X(01).
001026     05  FILLER              PIC X(63).
001030 WORKING-STORAGE SECTION.
001040 01  WS-ALLOC-STATUS         PIC X(02).
001050     88  WS-ALLOC-FILE-OK            VALUE '00' '05'.
001060 01  WS-LEDGER-STATUS        PIC X(02).
001070     88  WS-LEDGER-FILE-OK           VALUE '00'.
001072 01  WS-CTL-STATUS           PIC X(02).
001074     88  WS-CTL-FILE-OK              VALUE '00'.
001076     88  WS-CTL-NOT-THERE            VALUE '05'.
001080 01  WS-SYSIN-STATUS         PIC X(02).
001090     88  WS-SYSIN-AVAILABLE          VALUE '00'.
001100 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
001110     88  WS-EOF                      VALUE 'Y'.
001120     88  WS-NOT-EOF                  VALUE 'N'.
001130 01  WS-SCAN-DONE-SW         PIC X(01)    VALUE 'N'.
001140     88  WS-SCAN-DONE                VALUE 'Y'.
001150******************************************************************
001160*    PERIOD, EFFECTIVE DATE AND RUN DATE.  THE TRANS-ID PREFIX   *
001170*    IS BUILT FROM THE PERIOD'S YYMM.  THE LAST PERIOD ALLOCATED *
001175*    COMES FROM ALLOCCTL.                                        *
001180******************************************************************
001190 01  WS-RUN-DATE             PIC 9(08).
001200 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001210     05  WS-RUN-YYYYMM       PIC 9(06).
001220     05  WS-RUN-DD           PIC 9(02).
001230 01  WS-ALLOC-PERIOD         PIC 9(06)    VALUE ZERO.
001240 01  WS-ALLOC-PERIOD-PARTS REDEFINES WS-ALLOC-PERIOD.
001250     05  WS-ALLOC-CC         PIC 9(02).
001260     05  WS-ALLOC-YYMM       PIC 9(04).
001270 01  WS-EFFECT-DATE          PIC 9(08)    VALUE ZERO.
001272 01  WS-LAST-PERIOD          PIC 9(06)    VALUE ZERO.
001274 01  WS-OVERRIDE-SW          PIC X(01)    VALUE 'N'.
001276     88  WS-PERIOD-OVERRIDE          VALUE 'O'.
001280 01  WS-CUR-TRANS-ID.
001290     05  WS-TID-PREFIX       PIC X(02)    VALUE 'AL'.
001300     05  WS-TID-YYMM         PIC 9(04).
001310     05  WS-TID-RULE-ID      PIC X(04).
001320******************************************************************
001330*    POOL TABLE - ONE ENTRY PER RULE IN FORCE ON THE EFFECTIVE   *
001340*    DATE, WITH THE POOL BALANCE ACCUMULATED FROM THE LEDGER     *
001350*    (EVERY DEPARTMENT'S BUCKET FOR THE POOL PAIR ADDS IN).      *
001360******************************************************************
001370 01  WS-POOL-LIMIT           PIC 9(03)    COMP VALUE 200.
001380 01  WS-POOL-COUNT           PIC 9(03)    COMP VALUE ZERO.
001390 01  WS-POOL-IX              PIC 9(03)    COMP VALUE ZERO.
001400 01  WS-POOL-TABLE.
001410     05  WS-POOL-ENTRY       OCCURS 200 TIMES.
001420         10  WS-POOL-RULE-ID     PIC X(04).
001430         10  WS-POOL-GL-ACCOUNT  PIC X(08).
001440         10  WS-POOL-COST-CENTER PIC X(06).
001450         10  WS-POOL-DEPT-CODE   PIC X(03).
001460         10  WS-POOL-RULE-DESC   PIC X(24).
001470         10  WS-POOL-BALANCE     PIC S9(13)V99.
001480 01  WS-FOUND-SW             PIC X(01)    VALUE 'N'.
001490     88  WS-POOL-FOUND               VALUE 'Y'.
001500     88  WS-POOL-NOT-FOUND           VALUE 'N'.
001510 01  WS-TABLE-WARNED-SW      PIC X(01)    VALUE 'N'.
001520     88  WS-TABLE-WARNED             VALUE 'Y'.
001530 01  WS-CUR-GL-ACCOUNT       PIC X(08)    VALUE SPACES.
001540 01  WS-CUR-COST-CENTER      PIC X(06)    VALUE SPACES.
001550******************************************************************
001560*    RECEIVER TABLE - THE ACTIVE RECEIVING LINES OF THE RULE     *
001570*    BEING ALLOCATED, WITH THE CHARGE WORKED OUT FOR EACH.       *
001580******************************************************************
001590 01  WS-RCV-LIMIT            PIC 9(03)    COMP VALUE 99.
001600 01  WS-RCV-COUNT            PIC 9(03)    COMP VALUE ZERO.
001610 01  WS-RCV-IX               PIC 9(03)    COMP VALUE ZERO.
001620 01  WS-RCV-BIG-IX           PIC 9(03)    COMP VALUE ZERO.
001630 01  WS-RCV-TABLE.
001640     05  WS-RCV-ENTRY        OCCURS 99 TIMES.
001650         10  WS-RCV-LINE-NO      PIC 9(02).
001660         10  WS-RCV-GL-ACCOUNT   PIC X(08).
001670         10  WS-RCV-COST-CENTER  PIC X(06).
001680         10  WS-RCV-BASIS        PIC X(01).
001690             88  WS-RCV-FIXED            VALUE 'F'.
001700             88  WS-RCV-PERCENT-BASIS    VALUE 'P'.
001710         10  WS-RCV-PERCENT      PIC 9(03)V9(04).
001720         10  WS-RCV-FIXED-AMT    PIC 9(09)V99.
001730         10  WS-RCV-CHARGE       PIC S9(13)V99.
001740         10  WS-RCV-RESIDUE      PIC S9(13)V99.
001750******************************************************************
001760*    ONE RULE'S ARITHMETIC.  THE PERCENTAGE TARGET IS THE        *
001770*    REMAINDER TIMES THE TOTAL PERCENTAGE, ROUNDED ONCE; THE     *
001780*    RESIDUE IS WHAT THE INDIVIDUALLY ROUNDED CHARGES MISS IT    *
001790*    BY.                                                         *
001800******************************************************************
001810 01  WS-RULE-SKIP-SW         PIC X(01)    VALUE 'N'.
001820     88  WS-RULE-SKIPPED             VALUE 'Y'.
001830     88  WS-RULE-APPLIES             VALUE 'N'.
001840 01  WS-SKIP-REASON          PIC X(40)    VALUE SPACES.
001850 01  WS-FIXED-TOTAL          PIC S9(13)V99 VALUE ZERO.
001860 01  WS-PCT-TOTAL            PIC 9(05)V9(04) VALUE ZERO.
001870 01  WS-REMAINDER            PIC S9(13)V99 VALUE ZERO.
001880 01  WS-PCT-TARGET           PIC S9(13)V99 VALUE ZERO.
001890 01  WS-PCT-CHARGED          PIC S9(13)V99 VALUE ZERO.
001900 01  WS-RULE-RESIDUE         PIC S9(13)V99 VALUE ZERO.
001910 01  WS-RULE-CHARGED         PIC S9(13)V99 VALUE ZERO.
001920 01  WS-RULE-RELIEVED        PIC S9(13)V99 VALUE ZERO.
001930 01  WS-RULE-LEFT            PIC S9(13)V99 VALUE ZERO.
001940 01  WS-RULE-DIFFERENCE      PIC S9(13)V99 VALUE ZERO.
001950******************************************************************
001960*    FEED-WRITING FIELDS.  AN AMOUNT IS WRITTEN IN CHUNKS NO     *
001970*    LARGER THAN NUM01 CAN HOLD.                                 *
001980******************************************************************
001990 01  WS-WR-GL-ACCOUNT        PIC X(08)    VALUE SPACES.
002000 01  WS-WR-COST-CENTER       PIC X(06)    VALUE SPACES.
002010 01  WS-WR-AMOUNT            PIC S9(13)V99 VALUE ZERO.
002020 01  WS-WR-CHUNK             PIC S9(06)V99 VALUE ZERO.
002030 01  WS-MAX-CHUNK            PIC S9(06)V99 VALUE 999999,99.
002040 01  WS-OUT-SEQ              PIC 9(06)    VALUE ZERO.
002050 01  WS-AL-RECORD.
002060     COPY CALCREC REPLACING ==:TAG:== BY ==AL==.
002070 01  WS-OUT-TRAILER.
002080     05  WS-OT-ID            PIC X(01)    VALUE 'T'.
002090     05  WS-OT-REC-COUNT     PIC 9(08).
002100     05  WS-OT-HASH-NUM01    PIC S9(12)V99
002110         SIGN IS LEADING SEPARATE CHARACTER.
002120     05  FILLER              PIC X(77)    VALUE SPACES.
002130******************************************************************
002140*    RUN COUNTERS AND GRAND TOTALS.                              *
002150******************************************************************
002160 01  WS-CNT-RULES-LOADED     PIC 9(06)    COMP VALUE ZERO.
002170 01  WS-CNT-RULES-APPLIED    PIC 9(06)    COMP VALUE ZERO.
002180 01  WS-CNT-RULES-EMPTY      PIC 9(06)    COMP VALUE ZERO.
002190 01  WS-CNT-RULES-SKIPPED    PIC 9(06)    COMP VALUE ZERO.
002200 01  WS-CNT-POOL-OVERFLOW    PIC 9(06)    COMP VALUE ZERO.
002210 01  WS-CNT-LEDGER-READ      PIC 9(08)    COMP VALUE ZERO.
002220 01  WS-CNT-LEDGER-USED      PIC 9(08)    COMP VALUE ZERO.
002230 01  WS-CNT-BAD-BALANCE      PIC 9(08)    COMP VALUE ZERO.
002240 01  WS-OUT-COUNT            PIC 9(08)    VALUE ZERO.
002250 01  WS-OUT-HASH             PIC S9(12)V99 VALUE ZERO.
002260 01  WS-GRD-CHARGED          PIC S9(15)V99 VALUE ZERO.
002270 01  WS-GRD-RELIEVED         PIC S9(15)V99 VALUE ZERO.
002280 01  WS-GRD-RESIDUE          PIC S9(15)V99 VALUE ZERO.
002290 01  WS-GRD-LEFT             PIC S9(15)V99 VALUE ZERO.
002300 01  WS-GRD-DIFFERENCE       PIC S9(15)V99 VALUE ZERO.
002310 01  WS-DISPLAY-HASH         PIC -(12)9,99.
002320 01  WS-DISPLAY-AMOUNT       PIC -(15)9,99.
002330******************************************************************
002340*    REPORT PAGE CONTROL AND LINE LAYOUTS, IN THE CALC004        *
002350*    REPORT STYLE.  EVERY LINE GOES OUT THROUGH WS-PRINT-LINE    *
002360*    SO A PAGE CAN BE CUT IN FRONT OF ANY OF THEM.               *
002370******************************************************************
002380 01  WS-LINES-PER-PAGE       PIC 9(02)    COMP VALUE 50.
002390 01  WS-LINE-COUNT           PIC 9(02)    COMP VALUE 99.
002400 01  WS-PAGE-COUNT           PIC 9(04)    COMP VALUE ZERO.
002410 01  WS-PRINT-LINE           PIC X(132)   VALUE SPACES.
002420 01  WS-HEADING-1.
002430     05  FILLER              PIC X(30)
002440         VALUE '  CALC017 - COST ALLOCATION   '.
002450     05  FILLER              PIC X(07)    VALUE 'PERIOD '.
002460     05  HDG-PERIOD          PIC 9(06).
002470     05  FILLER              PIC X(03)    VALUE SPACES.
002480     05  FILLER              PIC X(10)    VALUE 'EFFECTIVE '.
002490     05  HDG-EFFECT-DATE     PIC 9(08).
002500     05  FILLER              PIC X(03)    VALUE SPACES.
002510     05  FILLER              PIC X(09)    VALUE 'RUN DATE '.
002520     05  HDG-RUN-DATE        PIC 9(08).
002530     05  FILLER              PIC X(06)    VALUE SPACES.
002540     05  FILLER              PIC X(05)    VALUE 'PAGE '.
002550     05  HDG-PAGE            PIC ZZZ9.
002560 01  WS-HEADING-2.
002570     05  FILLER              PIC X(03)    VALUE SPACES.
002580     05  FILLER              PIC X(02)    VALUE 'LN'.
002590     05  FILLER              PIC X(02)    VALUE SPACES.
002600     05  FILLER              PIC X(08)    VALUE 'ACCOUNT'.
002610     05  FILLER              PIC X(01)    VALUE SPACE.
002620     05  FILLER              PIC X(06)    VALUE 'C-CENT'.
002630     05  FILLER              PIC X(02)    VALUE SPACES.
002640     05  FILLER              PIC X(01)    VALUE 'B'.
002650     05  FILLER              PIC X(02)    VALUE SPACES.
002660     05  FILLER              PIC X(08)    VALUE ' PERCENT'.
002670     05  FILLER              PIC X(07)    VALUE SPACES.
002680     05  FILLER              PIC X(12)    VALUE 'FIXED AMOUNT'.
002690     05  FILLER              PIC X(12)    VALUE SPACES.
002700     05  FILLER              PIC X(07)    VALUE 'CHARGED'.
002710     05  FILLER              PIC X(12)    VALUE SPACES.
002720     05  FILLER              PIC X(07)    VALUE 'RESIDUE'.
002730 01  WS-RULE-LINE.
002740     05  FILLER              PIC X(01)    VALUE SPACE.
002750     05  FILLER              PIC X(05)    VALUE 'RULE '.
002760     05  RL-RULE-ID          PIC X(04).
002770     05  FILLER              PIC X(02)    VALUE SPACES.
002780     05  FILLER              PIC X(05)    VALUE 'POOL '.
002790     05  RL-GL-ACCOUNT       PIC X(08).
002800     05  FILLER              PIC X(01)    VALUE '/'.
002810     05  RL-COST-CENTER      PIC X(06).
002820     05  FILLER              PIC X(02)    VALUE SPACES.
002830     05  FILLER              PIC X(05)    VALUE 'DEPT '.
002840     05  RL-DEPT-CODE        PIC X(03).
002850     05  FILLER              PIC X(02)    VALUE SPACES.
002860     05  FILLER              PIC X(08)    VALUE 'BALANCE '.
002870     05  RL-BALANCE          PIC -(13)9,99.
002880     05  FILLER              PIC X(02)    VALUE SPACES.
002890     05  RL-RULE-DESC        PIC X(24).
002900 01  WS-DETAIL-LINE.
002910     05  FILLER              PIC X(03)    VALUE SPACES.
002920     05  DET-LINE-NO         PIC 9(02).
002930     05  FILLER              PIC X(02)    VALUE SPACES.
002940     05  DET-ACCOUNT         PIC X(08).
002950     05  FILLER              PIC X(01)    VALUE SPACE.
002960     05  DET-COST-CENTER     PIC X(06).
002970     05  FILLER              PIC X(02)    VALUE SPACES.
002980     05  DET-BASIS           PIC X(01).
002990     05  FILLER              PIC X(02)    VALUE SPACES.
003000     05  DET-PERCENT         PIC ZZ9,9999.
003010     05  FILLER              PIC X(02)    VALUE SPACES.
003020     05  DET-FIXED           PIC -(13)9,99.
003030     05  FILLER              PIC X(02)    VALUE SPACES.
003040     05  DET-CHARGE          PIC -(13)9,99.
003050     05  FILLER              PIC X(02)    VALUE SPACES.
003060     05  DET-RESIDUE         PIC -(13)9,99.
003070     05  FILLER              PIC X(02)    VALUE SPACES.
003080     05  DET-NOTE            PIC X(12).
003090 01  WS-SKIP-LINE.
003100     05  FILLER              PIC X(03)    VALUE SPACES.
003110     05  FILLER              PIC X(19)
003120         VALUE '*** RULE SKIPPED - '.
003130     05  SKP-REASON          PIC X(40).
003140 01  WS-TOTAL-HEADING.
003150     05  FILLER              PIC X(31)    VALUE SPACES.
003160     05  FILLER              PIC X(07)    VALUE 'CHARGED'.
003170     05  FILLER              PIC X(11)    VALUE SPACES.
003180     05  FILLER              PIC X(08)    VALUE 'RELIEVED'.
003190     05  FILLER              PIC X(12)    VALUE SPACES.
003200     05  FILLER              PIC X(07)    VALUE 'RESIDUE'.
003210     05  FILLER              PIC X(07)    VALUE SPACES.
003220     05  FILLER              PIC X(12)    VALUE 'LEFT IN POOL'.
003230     05  FILLER              PIC X(09)    VALUE SPACES.
003240     05  FILLER              PIC X(10)    VALUE 'DIFFERENCE'.
003250 01  WS-TOTAL-LINE.
003260     05  FILLER              PIC X(01)    VALUE SPACE.
003270     05  TOT-LABEL           PIC X(20).
003280     05  TOT-CHARGED         PIC -(13)9,99.
003290     05  FILLER              PIC X(02)    VALUE SPACES.
003300     05  TOT-RELIEVED        PIC -(13)9,99.
003310     05  FILLER              PIC X(02)    VALUE SPACES.
003320     05  TOT-RESIDUE         PIC -(13)9,99.
003330     05  FILLER              PIC X(02)    VALUE SPACES.
003340     05  TOT-LEFT            PIC -(13)9,99.
003350     05  FILLER              PIC X(02)    VALUE SPACES.
003360     05  TOT-DIFFERENCE      PIC -(13)9,99.
003370 PROCEDURE DIVISION.
003380******************************************************************
003390*    0000-MAINLINE                                               *
003400******************************************************************
003410 0000-MAINLINE.
003420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003430     PERFORM 2000-LOAD-RULES THRU 2000-EXIT.
003440     PERFORM 3000-ACCUMULATE-LEDGER THRU 3000-EXIT.
003450     PERFORM 4000-ALLOCATE-POOL THRU 4000-EXIT
003460         VARYING WS-POOL-IX FROM 1 BY 1
003470         UNTIL WS-POOL-IX > WS-POOL-COUNT.
003480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003490     STOP RUN.
003500 0000-EXIT.
003510     EXIT.
003520******************************************************************
003530*    1000-INITIALIZE - PICK UP THE PERIOD AND EFFECTIVE DATE     *
003540*    AND OPEN EVERYTHING BUT THE FEED, WHICH WAITS FOR THE       *
003545*    PERIOD CHECK IN 3000.  A MISSING RULES MASTER OR LEDGER     *
003550*    MEANS THERE IS NOTHING SAFE TO ALLOCATE.                    *
003560******************************************************************
003570 1000-INITIALIZE.
003580     DISPLAY 'CALC017 - MONTHLY COST ALLOCATION'.
003590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003600     MOVE WS-RUN-DATE TO WS-EFFECT-DATE.
003610     OPEN INPUT CONTROL-CARD.
003620     IF WS-SYSIN-AVAILABLE
003630         READ CONTROL-CARD
003640             AT END
003650                 CONTINUE
003660             NOT AT END
003670                 IF CC-PERIOD IS NUMERIC AND CC-PERIOD > ZERO
003680                     MOVE CC-PERIOD TO WS-ALLOC-PERIOD
003690                 END-IF
003700                 IF CC-EFFECT-DATE IS NUMERIC
003710                     AND CC-EFFECT-DATE > ZERO
003720                     MOVE CC-EFFECT-DATE TO WS-EFFECT-DATE
003730                 END-IF
003732                 IF CC-OVERRIDE-SW = 'O'
003734                     MOVE CC-OVERRIDE-SW TO WS-OVERRIDE-SW
003736                 END-IF
003740         END-READ
003750         CLOSE CONTROL-CARD
003760     END-IF.
003770     OPEN INPUT ALLOC-FILE.
003780     IF NOT WS-ALLOC-FILE-OK
003790         DISPLAY 'CALC017 - RULES MASTER COULD NOT BE OPENED, '
003800             'STATUS=' WS-ALLOC-STATUS ' - RUN ABANDONED.'
003810         MOVE 12 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003840     OPEN INPUT LEDGER-IN.
003850     IF NOT WS-LEDGER-FILE-OK
003860         DISPLAY 'CALC017 - LEDGER COULD NOT BE OPENED, STATUS='
003870             WS-LEDGER-STATUS ' - RUN ABANDONED.'
003880         MOVE 12 TO RETURN-CODE
003890         STOP RUN
003900     END-IF.
003920     OPEN OUTPUT REPORT-FILE.
003930     DISPLAY 'CALC017 - EFFECTIVE DATE ' WS-EFFECT-DATE.
003940 1000-EXIT.
003950     EXIT.
003960******************************************************************
003970*    2000-LOAD-RULES - ONE PASS OF THE RULES MASTER, TABLING     *
003980*    EVERY ACTIVE HEADER WHOSE WINDOW COVERS THE EFFECTIVE DATE. *
003990******************************************************************
004000 2000-LOAD-RULES.
004010     MOVE 'N' TO WS-SCAN-DONE-SW.
004020     MOVE LOW-VALUES TO AR-RULE-ID.
004030     MOVE ZERO TO AR-LINE-NO.
004040     START ALLOC-FILE KEY NOT LESS THAN AR-ALLOC-KEY
004050         INVALID KEY
004060             MOVE 'Y' TO WS-SCAN-DONE-SW
004070     END-START.
004080     PERFORM 2100-LOAD-ONE-RULE THRU 2100-EXIT
004090         UNTIL WS-SCAN-DONE.
004100     DISPLAY 'CALC017 - ' WS-CNT-RULES-LOADED
004110         ' RULE(S) IN FORCE.'.
004120 2000-EXIT.
004130     EXIT.
004140******************************************************************
004150*    2100-LOAD-ONE-RULE - ONE READ OF THE RULES SCAN.  RECEIVER  *
004160*    LINES ARE PASSED OVER HERE - 4100 READS THEM PER RULE.      *
004170******************************************************************
004180 2100-LOAD-ONE-RULE.
004190     READ ALLOC-FILE NEXT RECORD
004200         AT END
004210             MOVE 'Y' TO WS-SCAN-DONE-SW
004220             GO TO 2100-EXIT
004230     END-READ.
004240     IF AR-LINE-NO NOT = ZERO
004250         OR AR-LINE-STATUS NOT = 'A'
004260         GO TO 2100-EXIT
004270     END-IF.
004280     IF WS-EFFECT-DATE < AR-EFF-DATE
004290         OR WS-EFFECT-DATE > AR-EXP-DATE
004300         GO TO 2100-EXIT
004310     END-IF.
004320     PERFORM 2200-ADD-POOL THRU 2200-EXIT.
004330 2100-EXIT.
004340     EXIT.
004350******************************************************************
004360*    2200-ADD-POOL - TABLE ONE RULE.  A SECOND RULE ON A POOL    *
004370*    ALREADY TABLED WOULD RELIEVE THE SAME BALANCE TWICE, SO IT  *
004380*    IS LEFT OUT AND REPORTED.                                   *
004390******************************************************************
004400 2200-ADD-POOL.
004410     MOVE AR-POOL-GL-ACCOUNT  TO WS-CUR-GL-ACCOUNT.
004420     MOVE AR-POOL-COST-CENTER TO WS-CUR-COST-CENTER.
004430     PERFORM 6000-FIND-POOL THRU 6000-EXIT.
004440     IF WS-POOL-FOUND
004450         ADD 1 TO WS-CNT-RULES-SKIPPED
004460         DISPLAY 'CALC017 - RULE ' AR-RULE-ID ' POOL '
004470             AR-POOL-GL-ACCOUNT '/' AR-POOL-COST-CENTER
004480             ' ALREADY ALLOCATED BY RULE '
004490             WS-POOL-RULE-ID (WS-POOL-IX) ' - RULE SKIPPED.'
004500         GO TO 2200-EXIT
004510     END-IF.
004520     IF WS-POOL-COUNT NOT < WS-POOL-LIMIT
004530         ADD 1 TO WS-CNT-POOL-OVERFLOW
004540         IF NOT WS-TABLE-WARNED
004550             DISPLAY 'CALC017 - RULE TABLE FULL AT '
004560                 WS-POOL-LIMIT ' RULES - FURTHER RULES NOT '
004570                 'ALLOCATED.'
004580             SET WS-TABLE-WARNED TO TRUE
004590         END-IF
004600         GO TO 2200-EXIT
004610     END-IF.
004620     ADD 1 TO WS-POOL-COUNT.
004630     MOVE WS-POOL-COUNT TO WS-POOL-IX.
004640     MOVE AR-RULE-ID          TO WS-POOL-RULE-ID (WS-POOL-IX).
004650     MOVE AR-POOL-GL-ACCOUNT  TO WS-POOL-GL-ACCOUNT (WS-POOL-IX).
004660     MOVE AR-POOL-COST-CENTER
004670         TO WS-POOL-COST-CENTER (WS-POOL-IX).
004680     MOVE AR-DEPT-CODE        TO WS-POOL-DEPT-CODE (WS-POOL-IX).
004690     MOVE AR-RULE-DESC        TO WS-POOL-RULE-DESC (WS-POOL-IX).
004700     MOVE ZERO                TO WS-POOL-BALANCE (WS-POOL-IX).
004710     ADD 1 TO WS-CNT-RULES-LOADED.
004720 2200-EXIT.
004730     EXIT.
004740******************************************************************
004750*    3000-ACCUMULATE-LEDGER - ONE PASS OF THE MONTH-END LEDGER,  *
004760*    ADDING EACH BUCKET'S CLOSING BALANCE INTO ITS POOL.  THE    *
004770*    LEDGER MUST BE FOR THE PERIOD BEING ALLOCATED.  ONLY ONCE   *
004773*    THE PERIOD IS KNOWN AND PASSES THE RERUN CHECK IS THE FEED  *
004776*    OPENED AND REPLACED.                                        *
004780******************************************************************
004790 3000-ACCUMULATE-LEDGER.
004800     MOVE 'N' TO WS-EOF-SW.
004810     PERFORM 3100-READ-LEDGER THRU 3100-EXIT.
004820     PERFORM 3200-APPLY-LEDGER THRU 3200-EXIT
004830         UNTIL WS-EOF.
004840     CLOSE LEDGER-IN.
004850     IF WS-ALLOC-PERIOD = ZERO
004860         MOVE WS-RUN-YYYYMM TO WS-ALLOC-PERIOD
004870     END-IF.
004880     MOVE WS-ALLOC-YYMM TO WS-TID-YYMM.
004890     DISPLAY 'CALC017 - ALLOCATING PERIOD ' WS-ALLOC-PERIOD.
004893     PERFORM 3050-CHECK-PERIOD-DONE THRU 3050-EXIT.
004896     OPEN OUTPUT ALLOC-OUT.
004900 3000-EXIT.
004901     EXIT.
004902******************************************************************
004903*    3050-CHECK-PERIOD-DONE - THE RERUN GUARD.  ONCE THE GATEWAY *
004904*    HAS EMPTIED THE FEED NOTHING ON IT SHOWS THE PERIOD WAS     *
004905*    POSTED, SO THE LAST PERIOD ALLOCATED IS KEPT ON ALLOCCTL.   *
004906*    A PERIOD NOT LATER THAN IT HAS BEEN ALLOCATED ALREADY AND   *
004907*    THE RUN ENDS RC=12 WITH THE FEED UNTOUCHED, UNLESS THE 'O'  *
004908*    OVERRIDE IS IN CONTROL-CARD COLUMN 17.  NO ALLOCCTL YET     *
004909*    MEANS NO PERIOD HAS BEEN ALLOCATED.                         *
004910******************************************************************
004911 3050-CHECK-PERIOD-DONE.
004912     OPEN INPUT ALLOC-CTL.
004913     IF WS-CTL-NOT-THERE
004914         CLOSE ALLOC-CTL
004915         GO TO 3050-EXIT
004916     END-IF.
004917     IF NOT WS-CTL-FILE-OK
004918         DISPLAY 'CALC017 - ALLOCCTL COULD NOT BE OPENED, STATUS='
004919             WS-CTL-STATUS ' - RUN ABANDONED.'
004920         CLOSE ALLOC-FILE
004921         CLOSE REPORT-FILE
004922         MOVE 12 TO RETURN-CODE
004923         STOP RUN
004924     END-IF.
004925     READ ALLOC-CTL
004926         AT END
004927             MOVE ZERO TO CT-LAST-PERIOD
004928     END-READ.
004929     CLOSE ALLOC-CTL.
004930     IF CT-LAST-PERIOD IS NUMERIC
004931         MOVE CT-LAST-PERIOD TO WS-LAST-PERIOD
004932     END-IF.
004933     IF WS-ALLOC-PERIOD > WS-LAST-PERIOD
004934         GO TO 3050-EXIT
004935     END-IF.
004936     IF WS-PERIOD-OVERRIDE
004937         DISPLAY 'CALC017 - PERIOD ' WS-ALLOC-PERIOD
004938             ' IS NOT LATER THAN THE LAST PERIOD ALLOCATED ('
004939             WS-LAST-PERIOD ') - OVERRIDDEN BY CONTROL CARD, '
004940             'RUN PROCEEDS.'
004941         GO TO 3050-EXIT
004942     END-IF.
004943     DISPLAY 'CALC017 - PERIOD ' WS-ALLOC-PERIOD
004944         ' IS NOT LATER THAN THE LAST PERIOD ALLOCATED ('
004945         WS-LAST-PERIOD ') - RUN REFUSED, FEED NOT TOUCHED.'.
004946     DISPLAY 'CALC017 - PUNCH THE OVERRIDE (COLUMN 17 = O) ONLY '
004947         'IF THE ALLOCATION WAS NOT POSTED.'.
004948     CLOSE ALLOC-FILE.
004949     CLOSE REPORT-FILE.
004950     MOVE 12 TO RETURN-CODE.
004951     STOP RUN.
004952 3050-EXIT.
004953     EXIT.
004954******************************************************************
004955*    3100-READ-LEDGER - GET THE NEXT LEDGER RECORD.              *
004956******************************************************************
004957 3100-READ-LEDGER.
004960     READ LEDGER-IN
004970         AT END
004980             MOVE 'Y' TO WS-EOF-SW
004990         NOT AT END
005000             ADD 1 TO WS-CNT-LEDGER-READ
005010     END-READ.
005020 3100-EXIT.
005030     EXIT.
005040******************************************************************
005050*    3200-APPLY-LEDGER - ONE LEDGER BUCKET INTO ITS POOL, IF IT  *
005060*    IS A POOL.  THE FIRST RECORD FIXES THE PERIOD WHEN THE      *
005070*    CONTROL CARD DID NOT; ANY RECORD FOR ANOTHER PERIOD MEANS   *
005080*    THE WRONG GENERATION WAS SUPPLIED.                          *
005090******************************************************************
005100 3200-APPLY-LEDGER.
005110     IF WS-ALLOC-PERIOD = ZERO AND LI-PERIOD IS NUMERIC
005120         MOVE LI-PERIOD TO WS-ALLOC-PERIOD
005130     END-IF.
005140     IF LI-PERIOD NOT = WS-ALLOC-PERIOD
005150         DISPLAY 'CALC017 - LEDGER IS FOR PERIOD ' LI-PERIOD
005160             ', NOT ' WS-ALLOC-PERIOD ' - RUN ABANDONED.'
005170         CLOSE LEDGER-IN
005180         CLOSE ALLOC-FILE
005200         CLOSE REPORT-FILE
005210         MOVE 12 TO RETURN-CODE
005220         STOP RUN
005230     END-IF.
005240     IF LI-CLOSE-BALANCE IS NOT NUMERIC
005250         ADD 1 TO WS-CNT-BAD-BALANCE
005260         GO TO 3200-NEXT
005270     END-IF.
005280     MOVE LI-GL-ACCOUNT  TO WS-CUR-GL-ACCOUNT.
005290     MOVE LI-COST-CENTER TO WS-CUR-COST-CENTER.
005300     PERFORM 6000-FIND-POOL THRU 6000-EXIT.
005310     IF WS-POOL-FOUND
005320         ADD LI-CLOSE-BALANCE TO WS-POOL-BALANCE (WS-POOL-IX)
005330         ADD 1 TO WS-CNT-LEDGER-USED
005340     END-IF.
005350 3200-NEXT.
005360     PERFORM 3100-READ-LEDGER THRU 3100-EXIT.
005370 3200-EXIT.
005380     EXIT.
005390******************************************************************
005400*    4000-ALLOCATE-POOL - ONE RULE: LOAD ITS RECEIVERS, CHECK    *
005410*    IT CAN BE APPLIED, SPREAD THE POOL, WRITE THE FEED RECORDS  *
005420*    AND PRINT THE RULE'S BLOCK OF THE REPORT.                   *
005430******************************************************************
005440 4000-ALLOCATE-POOL.
005450     MOVE WS-POOL-RULE-ID (WS-POOL-IX) TO WS-TID-RULE-ID.
005460     MOVE ZERO TO WS-RULE-CHARGED.
005470     MOVE ZERO TO WS-RULE-RELIEVED.
005480     MOVE ZERO TO WS-RULE-RESIDUE.
005490     MOVE WS-POOL-BALANCE (WS-POOL-IX) TO WS-RULE-LEFT.
005500     PERFORM 4100-LOAD-RECEIVERS THRU 4100-EXIT.
005510     PERFORM 4200-CHECK-RULE THRU 4200-EXIT.
005520     PERFORM 4500-PRINT-RULE-LINE THRU 4500-EXIT.
005530     IF WS-RULE-SKIPPED
005540         ADD 1 TO WS-CNT-RULES-SKIPPED
005550         MOVE WS-SKIP-REASON TO SKP-REASON
005560         MOVE WS-SKIP-LINE TO WS-PRINT-LINE
005570         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
005580         GO TO 4000-EXIT
005590     END-IF.
005600     IF WS-POOL-BALANCE (WS-POOL-IX) = ZERO
005610         ADD 1 TO WS-CNT-RULES-EMPTY
005620         MOVE '   POOL BALANCE IS ZERO - NOTHING TO ALLOCATE.'
005630             TO WS-PRINT-LINE
005640         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
005650         GO TO 4000-EXIT
005660     END-IF.
005670     PERFORM 4300-SPREAD-POOL THRU 4300-EXIT.
005680     PERFORM 4400-WRITE-RULE-ENTRIES THRU 4400-EXIT.
005690     PERFORM 4600-PRINT-RULE-BLOCK THRU 4600-EXIT.
005700     ADD 1 TO WS-CNT-RULES-APPLIED.
005710     ADD WS-RULE-CHARGED    TO WS-GRD-CHARGED.
005720     ADD WS-RULE-RELIEVED   TO WS-GRD-RELIEVED.
005730     ADD WS-RULE-RESIDUE    TO WS-GRD-RESIDUE.
005740     ADD WS-RULE-LEFT       TO WS-GRD-LEFT.
005750     ADD WS-RULE-DIFFERENCE TO WS-GRD-DIFFERENCE.
005760 4000-EXIT.
005770     EXIT.
005780******************************************************************
005790*    4100-LOAD-RECEIVERS - TABLE THE RULE'S ACTIVE RECEIVER      *
005800*    LINES (01-99) AND TOTAL THEIR FIXED AMOUNTS AND             *
005810*    PERCENTAGES.  A BLANK RECEIVING ACCOUNT MEANS THE POOL'S.   *
005820******************************************************************
005830 4100-LOAD-RECEIVERS.
005840     MOVE ZERO TO WS-RCV-COUNT.
005850     MOVE ZERO TO WS-RCV-BIG-IX.
005860     MOVE ZERO TO WS-FIXED-TOTAL.
005870     MOVE ZERO TO WS-PCT-TOTAL.
005880     MOVE 'N' TO WS-SCAN-DONE-SW.
005890     MOVE WS-POOL-RULE-ID (WS-POOL-IX) TO AR-RULE-ID.
005900     MOVE 1 TO AR-LINE-NO.
005910     START ALLOC-FILE KEY NOT LESS THAN AR-ALLOC-KEY
005920         INVALID KEY
005930             MOVE 'Y' TO WS-SCAN-DONE-SW
005940     END-START.
005950     PERFORM 4150-LOAD-ONE-RECEIVER THRU 4150-EXIT
005960         UNTIL WS-SCAN-DONE.
005970 4100-EXIT.
005980     EXIT.
005990******************************************************************
006000*    4150-LOAD-ONE-RECEIVER - ONE READ OF THE RECEIVER SCAN.     *
006010*    THE LARGEST PERCENTAGE SEEN SO FAR (FIRST ON A TIE) IS      *
006020*    REMEMBERED AS THE RESIDUE RECEIVER.                         *
006030******************************************************************
006040 4150-LOAD-ONE-RECEIVER.
006050     READ ALLOC-FILE NEXT RECORD
006060         AT END
006070             MOVE 'Y' TO WS-SCAN-DONE-SW
006080             GO TO 4150-EXIT
006090     END-READ.
006100     IF AR-RULE-ID NOT = WS-POOL-RULE-ID (WS-POOL-IX)
006110         MOVE 'Y' TO WS-SCAN-DONE-SW
006120         GO TO 4150-EXIT
006130     END-IF.
006140     IF AR-LINE-STATUS NOT = 'A'
006150         OR WS-RCV-COUNT NOT < WS-RCV-LIMIT
006160         GO TO 4150-EXIT
006170     END-IF.
006180     ADD 1 TO WS-RCV-COUNT.
006190     MOVE WS-RCV-COUNT TO WS-RCV-IX.
006200     MOVE AR-LINE-NO         TO WS-RCV-LINE-NO (WS-RCV-IX).
006210     IF AR-RCV-GL-ACCOUNT = SPACES
006220         MOVE WS-POOL-GL-ACCOUNT (WS-POOL-IX)
006230             TO WS-RCV-GL-ACCOUNT (WS-RCV-IX)
006240     ELSE
006250         MOVE AR-RCV-GL-ACCOUNT TO WS-RCV-GL-ACCOUNT (WS-RCV-IX)
006260     END-IF.
006270     MOVE AR-RCV-COST-CENTER TO WS-RCV-COST-CENTER (WS-RCV-IX).
006280     MOVE AR-RCV-BASIS       TO WS-RCV-BASIS (WS-RCV-IX).
006290     MOVE AR-RCV-PERCENT     TO WS-RCV-PERCENT (WS-RCV-IX).
006300     MOVE AR-RCV-FIXED-AMT   TO WS-RCV-FIXED-AMT (WS-RCV-IX).
006310     MOVE ZERO               TO WS-RCV-CHARGE (WS-RCV-IX).
006320     MOVE ZERO               TO WS-RCV-RESIDUE (WS-RCV-IX).
006330     IF WS-RCV-FIXED (WS-RCV-IX)
006340         ADD AR-RCV-FIXED-AMT TO WS-FIXED-TOTAL
006350     ELSE
006360         ADD AR-RCV-PERCENT TO WS-PCT-TOTAL
006370         IF WS-RCV-BIG-IX = ZERO
006380             MOVE WS-RCV-IX TO WS-RCV-BIG-IX
006390         ELSE
006400             IF AR-RCV-PERCENT > WS-RCV-PERCENT (WS-RCV-BIG-IX)
006410                 MOVE WS-RCV-IX TO WS-RCV-BIG-IX
006420             END-IF
006430         END-IF
006440     END-IF.
006450 4150-EXIT.
006460     EXIT.
006470******************************************************************
006480*    4200-CHECK-RULE - DECIDE WHETHER THE RULE CAN BE APPLIED.   *
006490*    A ZERO POOL IS NOT AN ERROR - THERE IS SIMPLY NOTHING TO    *
006500*    SPREAD - BUT A NEGATIVE POOL, A RULE WITH NO ACTIVE         *
006510*    RECEIVERS, PERCENTAGES OVER 100 OR FIXED AMOUNTS LARGER     *
006520*    THAN THE POOL ARE SKIPPED FOR THE RULE TO BE PUT RIGHT.     *
006530******************************************************************
006540 4200-CHECK-RULE.
006550     SET WS-RULE-APPLIES TO TRUE.
006560     MOVE SPACES TO WS-SKIP-REASON.
006570     EVALUATE TRUE
006580         WHEN WS-POOL-BALANCE (WS-POOL-IX) < ZERO
006590             MOVE 'POOL BALANCE IS NEGATIVE' TO WS-SKIP-REASON
006600         WHEN WS-RCV-COUNT = ZERO
006610             MOVE 'NO ACTIVE RECEIVERS' TO WS-SKIP-REASON
006620         WHEN WS-PCT-TOTAL > 100
006630             MOVE 'PERCENTAGES TOTAL OVER 100'
006640                 TO WS-SKIP-REASON
006650         WHEN WS-POOL-BALANCE (WS-POOL-IX) > ZERO
006660             AND WS-FIXED-TOTAL > WS-POOL-BALANCE (WS-POOL-IX)
006670             MOVE 'FIXED AMOUNTS EXCEED THE POOL BALANCE'
006680                 TO WS-SKIP-REASON
006690     END-EVALUATE.
006700     IF WS-SKIP-REASON NOT = SPACES
006710         SET WS-RULE-SKIPPED TO TRUE
006720         DISPLAY 'CALC017 - RULE ' WS-POOL-RULE-ID (WS-POOL-IX)
006730             ' SKIPPED - ' WS-SKIP-REASON
006740     END-IF.
006750 4200-EXIT.
006760     EXIT.
006770******************************************************************
006780*    4300-SPREAD-POOL - WORK OUT EVERY RECEIVER'S CHARGE.  FIXED *
006790*    RECEIVERS TAKE THEIR AMOUNT; PERCENTAGE RECEIVERS TAKE      *
006800*    THEIR ROUNDED SHARE OF THE REMAINDER, AND THE RESIDUE       *
006810*    RECEIVER TAKES WHATEVER THE ROUNDING LEFT OVER, PLUS OR     *
006820*    MINUS, SO THE CHARGES COME TO EXACTLY THE RELIEF.           *
006830******************************************************************
006840 4300-SPREAD-POOL.
006850     COMPUTE WS-REMAINDER
006860         = WS-POOL-BALANCE (WS-POOL-IX) - WS-FIXED-TOTAL.
006870     COMPUTE WS-PCT-TARGET ROUNDED
006880         = WS-REMAINDER * WS-PCT-TOTAL / 100.
006890     MOVE ZERO TO WS-PCT-CHARGED.
006900     PERFORM 4310-CHARGE-ONE-RECEIVER THRU 4310-EXIT
006910         VARYING WS-RCV-IX FROM 1 BY 1
006920         UNTIL WS-RCV-IX > WS-RCV-COUNT.
006930     COMPUTE WS-RULE-RESIDUE = WS-PCT-TARGET - WS-PCT-CHARGED.
006940     IF WS-RCV-BIG-IX > ZERO
006950         ADD WS-RULE-RESIDUE TO WS-RCV-CHARGE (WS-RCV-BIG-IX)
006960         MOVE WS-RULE-RESIDUE TO WS-RCV-RESIDUE (WS-RCV-BIG-IX)
006970         ADD WS-RULE-RESIDUE TO WS-RULE-CHARGED
006980     END-IF.
006990     COMPUTE WS-RULE-RELIEVED = WS-FIXED-TOTAL + WS-PCT-TARGET.
007000     COMPUTE WS-RULE-LEFT
007010         = WS-POOL-BALANCE (WS-POOL-IX) - WS-RULE-RELIEVED.
007020     COMPUTE WS-RULE-DIFFERENCE
007030         = WS-RULE-CHARGED - WS-RULE-RELIEVED.
007040 4300-EXIT.
007050     EXIT.
007060******************************************************************
007070*    4310-CHARGE-ONE-RECEIVER - ONE RECEIVER'S CHARGE BEFORE     *
007080*    THE RESIDUE IS PLACED.                                      *
007090******************************************************************
007100 4310-CHARGE-ONE-RECEIVER.
007110     IF WS-RCV-FIXED (WS-RCV-IX)
007120         MOVE WS-RCV-FIXED-AMT (WS-RCV-IX)
007130             TO WS-RCV-CHARGE (WS-RCV-IX)
007140     ELSE
007150         COMPUTE WS-RCV-CHARGE (WS-RCV-IX) ROUNDED
007160             = WS-REMAINDER * WS-RCV-PERCENT (WS-RCV-IX) / 100
007170         ADD WS-RCV-CHARGE (WS-RCV-IX) TO WS-PCT-CHARGED
007180     END-IF.
007190     ADD WS-RCV-CHARGE (WS-RCV-IX) TO WS-RULE-CHARGED.
007200 4310-EXIT.
007210     EXIT.
007220******************************************************************
007230*    4400-WRITE-RULE-ENTRIES - THE RULE'S FEED RECORDS: ONE      *
007240*    CHARGE PER RECEIVER, THEN THE RELIEF OF THE POOL.           *
007250******************************************************************
007260 4400-WRITE-RULE-ENTRIES.
007270     PERFORM 4410-WRITE-ONE-RECEIVER THRU 4410-EXIT
007280         VARYING WS-RCV-IX FROM 1 BY 1
007290         UNTIL WS-RCV-IX > WS-RCV-COUNT.
007300     MOVE WS-POOL-GL-ACCOUNT (WS-POOL-IX)  TO WS-WR-GL-ACCOUNT.
007310     MOVE WS-POOL-COST-CENTER (WS-POOL-IX) TO WS-WR-COST-CENTER.
007320     COMPUTE WS-WR-AMOUNT = ZERO - WS-RULE-RELIEVED.
007330     PERFORM 5000-WRITE-ENTRY THRU 5000-EXIT.
007340 4400-EXIT.
007350     EXIT.
007360******************************************************************
007370*    4410-WRITE-ONE-RECEIVER - ONE RECEIVER'S CHARGE RECORD(S).  *
007380******************************************************************
007390 4410-WRITE-ONE-RECEIVER.
007400     MOVE WS-RCV-GL-ACCOUNT (WS-RCV-IX)  TO WS-WR-GL-ACCOUNT.
007410     MOVE WS-RCV-COST-CENTER (WS-RCV-IX) TO WS-WR-COST-CENTER.
007420     MOVE WS-RCV-CHARGE (WS-RCV-IX)      TO WS-WR-AMOUNT.
007430     PERFORM 5000-WRITE-ENTRY THRU 5000-EXIT.
007440 4410-EXIT.
007450     EXIT.
007460******************************************************************
007470*    4500-PRINT-RULE-LINE - THE RULE'S OPENING REPORT LINE:      *
007480*    POOL, DEPARTMENT AND THE BALANCE FOUND ON THE LEDGER.       *
007490******************************************************************
007500 4500-PRINT-RULE-LINE.
007510     MOVE SPACES TO WS-PRINT-LINE.
007520     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
007530     MOVE WS-POOL-RULE-ID (WS-POOL-IX)     TO RL-RULE-ID.
007540     MOVE WS-POOL-GL-ACCOUNT (WS-POOL-IX)  TO RL-GL-ACCOUNT.
007550     MOVE WS-POOL-COST-CENTER (WS-POOL-IX) TO RL-COST-CENTER.
007560     MOVE WS-POOL-DEPT-CODE (WS-POOL-IX)   TO RL-DEPT-CODE.
007570     MOVE WS-POOL-BALANCE (WS-POOL-IX)     TO RL-BALANCE.
007580     MOVE WS-POOL-RULE-DESC (WS-POOL-IX)   TO RL-RULE-DESC.
007590     MOVE WS-RULE-LINE TO WS-PRINT-LINE.
007600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
007610 4500-EXIT.
007620     EXIT.
007630******************************************************************
007640*    4600-PRINT-RULE-BLOCK - ONE LINE PER RECEIVER, THE POOL     *
007650*    RELIEF LINE, AND THE RULE'S PROOF TOTALS.                   *
007660******************************************************************
007670 4600-PRINT-RULE-BLOCK.
007680     PERFORM 4610-PRINT-ONE-RECEIVER THRU 4610-EXIT
007690         VARYING WS-RCV-IX FROM 1 BY 1
007700         UNTIL WS-RCV-IX > WS-RCV-COUNT.
007710     MOVE SPACES TO WS-DETAIL-LINE.
007720     MOVE ZERO TO DET-LINE-NO.
007730     MOVE WS-POOL-GL-ACCOUNT (WS-POOL-IX)  TO DET-ACCOUNT.
007740     MOVE WS-POOL-COST-CENTER (WS-POOL-IX) TO DET-COST-CENTER.
007750     COMPUTE DET-CHARGE = ZERO - WS-RULE-RELIEVED.
007760     MOVE 'POOL RELIEF' TO DET-NOTE.
007770     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
007780     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
007790     MOVE WS-TOTAL-HEADING TO WS-PRINT-LINE.
007800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
007810     MOVE SPACES TO WS-TOTAL-LINE.
007820     MOVE 'RULE TOTALS:' TO TOT-LABEL.
007830     MOVE WS-RULE-CHARGED    TO TOT-CHARGED.
007840     MOVE WS-RULE-RELIEVED   TO TOT-RELIEVED.
007850     MOVE WS-RULE-RESIDUE    TO TOT-RESIDUE.
007860     MOVE WS-RULE-LEFT       TO TOT-LEFT.
007870     MOVE WS-RULE-DIFFERENCE TO TOT-DIFFERENCE.
007880     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
007890     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
007900 4600-EXIT.
007910     EXIT.
007920******************************************************************
007930*    4610-PRINT-ONE-RECEIVER - ONE RECEIVER'S REPORT LINE.       *
007940******************************************************************
007950 4610-PRINT-ONE-RECEIVER.
007960     MOVE SPACES TO WS-DETAIL-LINE.
007970     MOVE WS-RCV-LINE-NO (WS-RCV-IX)     TO DET-LINE-NO.
007980     MOVE WS-RCV-GL-ACCOUNT (WS-RCV-IX)  TO DET-ACCOUNT.
007990     MOVE WS-RCV-COST-CENTER (WS-RCV-IX) TO DET-COST-CENTER.
008000     MOVE WS-RCV-BASIS (WS-RCV-IX)       TO DET-BASIS.
008010     IF WS-RCV-FIXED (WS-RCV-IX)
008020         MOVE WS-RCV-FIXED-AMT (WS-RCV-IX) TO DET-FIXED
008030     ELSE
008040         MOVE WS-RCV-PERCENT (WS-RCV-IX)   TO DET-PERCENT
008050     END-IF.
008060     MOVE WS-RCV-CHARGE (WS-RCV-IX)      TO DET-CHARGE.
008070     IF WS-RCV-IX = WS-RCV-BIG-IX
008080         MOVE WS-RCV-RESIDUE (WS-RCV-IX) TO DET-RESIDUE
008090     END-IF.
008100     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
008110     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
008120 4610-EXIT.
008130     EXIT.
008140******************************************************************
008150*    5000-WRITE-ENTRY - WRITE WS-WR-AMOUNT TO WS-WR-GL-ACCOUNT/  *
008160*    WS-WR-COST-CENTER AS ONE OR MORE FEED RECORDS, EACH NO      *
008170*    LARGER THAN NUM01 CAN CARRY.  A ZERO AMOUNT WRITES NOTHING. *
008180******************************************************************
008190 5000-WRITE-ENTRY.
008200     PERFORM 5100-WRITE-CHUNK THRU 5100-EXIT
008210         UNTIL WS-WR-AMOUNT = ZERO.
008220 5000-EXIT.
008230     EXIT.
008240******************************************************************
008250*    5100-WRITE-CHUNK - ONE FEED RECORD.  THE AMOUNT RIDES IN    *
008260*    NUM01 WITH OPERATOR '+' AND A ZERO NUM02, SO CALC002'S      *
008270*    RESULT IS THE AMOUNT ITSELF; LOCAL CURRENCY, NO RATE CODE.  *
008280******************************************************************
008290 5100-WRITE-CHUNK.
008300     EVALUATE TRUE
008310         WHEN WS-WR-AMOUNT > WS-MAX-CHUNK
008320             MOVE WS-MAX-CHUNK TO WS-WR-CHUNK
008330         WHEN WS-WR-AMOUNT < ZERO - WS-MAX-CHUNK
008340             COMPUTE WS-WR-CHUNK = ZERO - WS-MAX-CHUNK
008350         WHEN OTHER
008360             MOVE WS-WR-AMOUNT TO WS-WR-CHUNK
008370     END-EVALUATE.
008380     ADD 1 TO WS-OUT-SEQ.
008390     MOVE SPACES              TO WS-AL-RECORD.
008400     MOVE WS-WR-CHUNK         TO AL-NUM01.
008410     MOVE ZERO                TO AL-NUM02.
008420     MOVE '+ '                TO AL-OPERCAO.
008430     MOVE ZERO                TO AL-RESULTADO.
008440     MOVE WS-WR-GL-ACCOUNT    TO AL-GL-ACCOUNT.
008450     MOVE WS-WR-COST-CENTER   TO AL-COST-CENTER.
008460     MOVE WS-EFFECT-DATE      TO AL-EFFECT-DATE.
008470     MOVE WS-CUR-TRANS-ID     TO AL-TRANS-ID.
008480     MOVE WS-OUT-SEQ          TO AL-TRANS-SEQ.
008490     MOVE WS-POOL-DEPT-CODE (WS-POOL-IX) TO AL-DEPT-CODE.
008500     MOVE ZERO                TO AL-BASE-RESULT.
008510     MOVE WS-AL-RECORD TO AO-TRANS-REC.
008520     WRITE AO-TRANS-REC.
008530     ADD 1 TO WS-OUT-COUNT.
008540     ADD WS-WR-CHUNK TO WS-OUT-HASH.
008550     SUBTRACT WS-WR-CHUNK FROM WS-WR-AMOUNT.
008560 5100-EXIT.
008570     EXIT.
008580******************************************************************
008590*    6000-FIND-POOL - SERIAL SEARCH OF THE POOL TABLE FOR        *
008600*    WS-CUR-GL-ACCOUNT/WS-CUR-COST-CENTER.  LEAVES WS-POOL-IX    *
008610*    ON THE ENTRY WHEN FOUND.                                    *
008620******************************************************************
008630 6000-FIND-POOL.
008640     SET WS-POOL-NOT-FOUND TO TRUE.
008650     PERFORM 6100-MATCH-ONE-POOL THRU 6100-EXIT
008660         VARYING WS-POOL-IX FROM 1 BY 1
008670         UNTIL WS-POOL-IX > WS-POOL-COUNT OR WS-POOL-FOUND.
008680     IF WS-POOL-FOUND
008690         SUBTRACT 1 FROM WS-POOL-IX
008700     END-IF.
008710 6000-EXIT.
008720     EXIT.
008730******************************************************************
008740*    6100-MATCH-ONE-POOL - ONE COMPARE PASS FOR 6000.            *
008750******************************************************************
008760 6100-MATCH-ONE-POOL.
008770     IF WS-POOL-GL-ACCOUNT (WS-POOL-IX) = WS-CUR-GL-ACCOUNT
008780         AND WS-POOL-COST-CENTER (WS-POOL-IX)
008790             = WS-CUR-COST-CENTER
008800         SET WS-POOL-FOUND TO TRUE
008810     END-IF.
008820 6100-EXIT.
008830     EXIT.
008840******************************************************************
008850*    8000-PRINT-LINE - WRITE WS-PRINT-LINE, CUTTING A NEW PAGE   *
008860*    WHEN THE CURRENT ONE IS FULL.                               *
008870******************************************************************
008880 8000-PRINT-LINE.
008890     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
008900         PERFORM 8100-CUT-PAGE THRU 8100-EXIT
008910     END-IF.
008920     MOVE WS-PRINT-LINE TO REPORT-REC.
008930     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
008940     ADD 1 TO WS-LINE-COUNT.
008950 8000-EXIT.
008960     EXIT.
008970******************************************************************
008980*    8100-CUT-PAGE - NEXT PAGE'S HEADINGS.                       *
008990******************************************************************
009000 8100-CUT-PAGE.
009010     ADD 1 TO WS-PAGE-COUNT.
009020     MOVE WS-ALLOC-PERIOD TO HDG-PERIOD.
009030     MOVE WS-EFFECT-DATE  TO HDG-EFFECT-DATE.
009040     MOVE WS-RUN-DATE     TO HDG-RUN-DATE.
009050     MOVE WS-PAGE-COUNT   TO HDG-PAGE.
009060     MOVE WS-HEADING-1 TO REPORT-REC.
009070     WRITE REPORT-REC AFTER ADVANCING PAGE.
009080     MOVE WS-HEADING-2 TO REPORT-REC.
009090     WRITE REPORT-REC AFTER ADVANCING 2 LINES.
009100     MOVE SPACES TO REPORT-REC.
009110     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
009120     MOVE ZERO TO WS-LINE-COUNT.
009130 8100-EXIT.
009140     EXIT.
009150******************************************************************
009160*    9000-TERMINATE - THE FEED TRAILER, THE GRAND PROOF ON THE   *
009170*    REPORT AND THE RUN SUMMARY.  THE NUM01 HASH OF A BALANCED   *
009180*    FEED IS ZERO - EVERY CHARGE HAS ITS RELIEF.                 *
009190******************************************************************
009200 9000-TERMINATE.
009210     MOVE WS-OUT-COUNT TO WS-OT-REC-COUNT.
009220     MOVE WS-OUT-HASH  TO WS-OT-HASH-NUM01.
009230     MOVE WS-OUT-TRAILER TO AO-TRANS-REC.
009240     WRITE AO-TRANS-REC.
009250     CLOSE ALLOC-OUT.
009260     CLOSE ALLOC-FILE.
009270     MOVE SPACES TO WS-PRINT-LINE.
009280     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
009290     MOVE WS-TOTAL-HEADING TO WS-PRINT-LINE.
009300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
009310     MOVE SPACES TO WS-TOTAL-LINE.
009320     MOVE 'ALLOCATION TOTALS:' TO TOT-LABEL.
009330     MOVE WS-GRD-CHARGED    TO TOT-CHARGED.
009340     MOVE WS-GRD-RELIEVED   TO TOT-RELIEVED.
009350     MOVE WS-GRD-RESIDUE    TO TOT-RESIDUE.
009360     MOVE WS-GRD-LEFT       TO TOT-LEFT.
009370     MOVE WS-GRD-DIFFERENCE TO TOT-DIFFERENCE.
009380     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
009390     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
009400     MOVE SPACES TO WS-PRINT-LINE.
009410     IF WS-GRD-CHARGED = WS-GRD-RELIEVED AND WS-OUT-HASH = ZERO
009420         MOVE ' CHARGED EQUALS RELIEVED - ALLOCATION IN BALANCE.'
009430             TO WS-PRINT-LINE
009440     ELSE
009450         MOVE ' *** CHARGED NOT EQUAL TO RELIEVED ***'
009460             TO WS-PRINT-LINE
009470     END-IF.
009480     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
009490     CLOSE REPORT-FILE.
009500     DISPLAY ' '.
009510     DISPLAY '=================================================='.
009520     DISPLAY '  CALC017 - COST ALLOCATION SUMMARY'.
009530     DISPLAY '  PERIOD ALLOCATED...: ', WS-ALLOC-PERIOD.
009540     DISPLAY '  EFFECTIVE DATE.....: ', WS-EFFECT-DATE.
009550     DISPLAY '=================================================='.
009560     DISPLAY '  RULES IN FORCE.....: ', WS-CNT-RULES-LOADED.
009570     DISPLAY '  RULES APPLIED......: ', WS-CNT-RULES-APPLIED.
009580     DISPLAY '  RULES ZERO POOL....: ', WS-CNT-RULES-EMPTY.
009590     DISPLAY '  RULES SKIPPED......: ', WS-CNT-RULES-SKIPPED.
009600     DISPLAY '  RULES OVER TABLE...: ', WS-CNT-POOL-OVERFLOW.
009610     DISPLAY '  LEDGER READ........: ', WS-CNT-LEDGER-READ.
009620     DISPLAY '  LEDGER POOL BUCKETS: ', WS-CNT-LEDGER-USED.
009630     DISPLAY '  BAD BALANCES.......: ', WS-CNT-BAD-BALANCE.
009640     DISPLAY '  FEED RECORDS OUT...: ', WS-OUT-COUNT.
009650     MOVE WS-OUT-HASH TO WS-DISPLAY-HASH.
009660     DISPLAY '  FEED NUM01 HASH....: ', WS-DISPLAY-HASH.
009670     MOVE WS-GRD-CHARGED TO WS-DISPLAY-AMOUNT.
009680     DISPLAY '  TOTAL CHARGED......: ', WS-DISPLAY-AMOUNT.
009690     MOVE WS-GRD-RELIEVED TO WS-DISPLAY-AMOUNT.
009700     DISPLAY '  TOTAL RELIEVED.....: ', WS-DISPLAY-AMOUNT.
009710     DISPLAY '=================================================='.
009720     IF WS-CNT-RULES-SKIPPED > ZERO
009730         OR WS-CNT-POOL-OVERFLOW > ZERO
009740         MOVE 4 TO RETURN-CODE
009750     END-IF.
009760     IF WS-GRD-CHARGED NOT = WS-GRD-RELIEVED
009770         OR WS-OUT-HASH NOT = ZERO
009780         DISPLAY 'CALC017 - CHARGES AND RELIEF DO NOT BALANCE.'
009790         MOVE 8 TO RETURN-CODE
009800     END-IF.
009801     IF RETURN-CODE < 8
009802         PERFORM 9100-RECORD-PERIOD THRU 9100-EXIT
009803     ELSE
009804         DISPLAY 'CALC017 - PERIOD ' WS-ALLOC-PERIOD
009805             ' NOT RECORDED ON ALLOCCTL - RERUN ONCE RESOLVED.'
009806     END-IF.
009810 9000-EXIT.
009820     EXIT.
009830******************************************************************
009840*    9100-RECORD-PERIOD - PUT THE PERIOD JUST ALLOCATED ON       *
009850*    ALLOCCTL FOR THE NEXT RUN'S RERUN CHECK.  AN OVERRIDDEN     *
009860*    RERUN OF AN EARLIER PERIOD LEAVES THE LATEST ONE IN PLACE.  *
009870*    IF ALLOCCTL CANNOT BE WRITTEN THE FEED IS STILL GOOD BUT    *
009880*    THE NEXT RUN WILL NOT KNOW, SO THE RUN ENDS AT LEAST RC=4.  *
009890******************************************************************
009900 9100-RECORD-PERIOD.
009910     MOVE SPACES TO CT-CONTROL-REC.
009920     IF WS-ALLOC-PERIOD > WS-LAST-PERIOD
009930         MOVE WS-ALLOC-PERIOD TO CT-LAST-PERIOD
009940     ELSE
009950         MOVE WS-LAST-PERIOD  TO CT-LAST-PERIOD
009960     END-IF.
009970     MOVE WS-RUN-DATE    TO CT-RUN-DATE.
009980     MOVE WS-EFFECT-DATE TO CT-EFFECT-DATE.
009990     MOVE WS-OUT-COUNT   TO CT-OUT-COUNT.
010000     OPEN OUTPUT ALLOC-CTL.
010010     IF NOT WS-CTL-FILE-OK AND NOT WS-CTL-NOT-THERE
010020         DISPLAY 'CALC017 - WARNING - ALLOCCTL COULD NOT BE '
010030             'WRITTEN, STATUS=' WS-CTL-STATUS ' - PERIOD '
010040             WS-ALLOC-PERIOD ' NOT RECORDED.'
010050         IF RETURN-CODE < 4
010060             MOVE 4 TO RETURN-CODE
010070         END-IF
010080         GO TO 9100-EXIT
010090     END-IF.
010100     WRITE CT-CONTROL-REC.
010110     CLOSE ALLOC-CTL.
010120     DISPLAY 'CALC017 - PERIOD ' WS-ALLOC-PERIOD
010130         ' RECORDED ON ALLOCCTL.'.
010140 9100-EXIT.
010150     EXIT.
