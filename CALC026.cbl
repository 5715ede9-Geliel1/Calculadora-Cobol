000100******************************************************************
000110*                                                                *
000120*    PROGRAM   : CALC026                                        *
000130*    AUTHOR    : J. ALVES, DATA PROCESSING                      *
000140*    INSTALL.  : GENERAL LEDGER SUPPORT - SITE 02                *
000150*    DATE-WRITTEN : 2026-10-12                                   *
000160*    DATE-COMPILED:                                              *
000170*                                                                *
000180*    AUDIT-LOG CHAIN CHECK AND ARCHIVE CUT.  EVERY LINE CALC002  *
000190*    APPENDS TO ITS AUDIT LOG CARRIES A LOG SEQUENCE NUMBER AND  *
000200*    A CHECK VALUE WORKED OUT OVER THE PREVIOUS LINE'S CHECK     *
000210*    VALUE AND THIS LINE (SEE THE AUDIT-LOG CHAIN FIELDS IN      *
000220*    CALC002).  THIS PROGRAM READS A LOG FROM THE TOP, WORKS     *
000230*    EVERY CHECK VALUE OUT AGAIN AND REPORTS EACH POINT WHERE    *
000240*    THE CHAIN BREAKS:                                           *
000250*      CHECK VALUE WRONG  - THE LINE (OR ITS CHECK) WAS ALTERED. *
000260*      LINES MISSING      - SEQUENCE NUMBERS SKIPPED: LINES      *
000270*                           REMOVED, OR MOVED FURTHER DOWN.      *
000280*      OUT OF SEQUENCE    - A LINE MOVED OR REPEATED.            *
000290*      NOT CHAINED        - A LINE WITH NO SEQUENCE OR CHECK     *
000300*                           AFTER THE CHAIN STARTED: ADDED BY    *
000310*                           SOMETHING OTHER THAN CALC002.        *
000320*    AFTER A BREAK THE CHECK PICKS UP AGAIN FROM THE LINE THAT   *
000330*    BROKE IT, SO ONE ALTERED LINE IS REPORTED ONCE AND THE      *
000340*    REST OF THE LOG IS STILL PROVED.  LINES REMOVED FROM THE    *
000350*    VERY END OF THE LIVE LOG LEAVE NO BREAK BEHIND THEM:        *
000360*    COMPARE THE LAST SEQUENCE IN THE SUMMARY WITH THE AUDIT     *
000370*    LOG SEQUENCE ON THE LAST CALC002 RUN SUMMARY.               *
000380*                                                                *
000390*    THE MONTHLY CUT (CALC2ARC) ENDS EACH LOG WITH A CHAINED     *
000400*    'LOG CUT' LINE STATING HOW MANY LINES IT CLOSED AND THE     *
000410*    FIRST SEQUENCE NUMBER AMONG THEM, AND STARTS THE NEW LOG    *
000420*    WITH A CHAINED 'LOG OPEN' LINE BRINGING THE CUT LINE'S      *
000430*    SEQUENCE AND CHECK FORWARD.  A LOG THAT STARTS WITH ITS     *
000440*    OPENING LINE, OR AT SEQUENCE 1, IS PROVED FROM ITS FIRST    *
000450*    LINE; ANY OTHER START IS REPORTED AS NOT PROVED.  READ AN   *
000460*    ARCHIVE GENERATION AND THE ONE AFTER IT (OR THE LIVE LOG)   *
000470*    CONCATENATED TO PROVE THE LINK ACROSS A CUT.  LINES         *
000480*    WRITTEN BEFORE THE CHAIN WAS INTRODUCED CARRY NO SEQUENCE   *
000490*    AND ARE COUNTED, NOT CHECKED.                               *
000500*                                                                *
000510*    IN CUT MODE THE LOG IS ALSO COPIED LINE FOR LINE TO         *
000520*    ARCHOUT, THE CUT LINE IS ADDED TO THE END OF THE COPY AND   *
000530*    THE OPENING LINE IS WRITTEN TO NEWLOG, WHICH BECOMES THE    *
000540*    NEW LIVE LOG.  THE CUT IS MADE EVEN WHEN THE CHAIN IS       *
000550*    BROKEN, SO THE EVIDENCE IS SEALED INTO THE ARCHIVE AS       *
000560*    FOUND.                                                      *
000570*                                                                *
000580*    CONTROL CARD (OPTIONAL):                                    *
000590*      COL 1     V - VERIFY ONLY (DEFAULT)                       *
000600*                C - VERIFY AND CUT THE ARCHIVE                  *
000610*                                                                *
000620*    RETURN CODES: 4 - CHAIN START NOT PROVED, OR AN EMPTY LOG   *
000630*    CUT; 8 - THE CHAIN IS BROKEN AT LEAST ONCE; 12 - A FILE     *
000640*    WOULD NOT OPEN OR WRITE, A BAD CONTROL CARD, OR A CUT       *
000650*    ASKED FOR ON A LOG THAT ALREADY ENDS WITH ONE.              *
000660*                                                                *
000670*    MODIFICATION HISTORY                                        *
000680*    ------------------------------------------------------      *
000690*    2026-10-12  JA   INITIAL VERSION.                           *
000700******************************************************************
000710 IDENTIFICATION DIVISION.
000720 PROGRAM-ID. CALC026.
000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SPECIAL-NAMES.
000760     DECIMAL-POINT IS COMMA.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT AUDIT-IN ASSIGN TO AUDITIN
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-AUDIT-STATUS.
000820     SELECT ARCHIVE-OUT ASSIGN TO ARCHOUT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-ARCH-STATUS.
000850     SELECT NEW-LOG ASSIGN TO NEWLOG
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-NEWLOG-STATUS.
000880     SELECT REPORT-FILE ASSIGN TO AUDRPT
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900     SELECT CONTROL-CARD ASSIGN TO SYSIN
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-SYSIN-STATUS.
000930 DATA DIVISION.
000940 FILE SECTION.
000950******************************************************************
000960*    ONE AUDIT-LOG LINE AS CALC002 WRITES IT, AND THE SAME       *
000970*    LINE AS A CUT OR OPENING CONTROL LINE.  A CALCULATION       *
000980*    LINE HAS ITS EDITED NUM01 WHERE A CONTROL LINE HAS ITS      *
000990*    TAG, SO THE TWO CANNOT BE CONFUSED.                         *
001000******************************************************************
001010 FD  AUDIT-IN
001020     LABEL RECORDS ARE STANDARD.
001030 01  AI-AUDIT-LINE.
001040     05  AI-DATE             PIC X(08).
001050     05  FILLER              PIC X(01).
001060     05  AI-TIME             PIC X(08).
001070     05  FILLER              PIC X(01).
001080     05  AI-TAG              PIC X(10).
001090         88  AI-CUT-LINE             VALUE 'LOG CUT   '.
001100         88  AI-OPEN-LINE            VALUE 'LOG OPEN  '.
001110         88  AI-CONTROL-LINE         VALUE 'LOG CUT   '
001120                                           'LOG OPEN  '.
001130     05  FILLER              PIC X(28).
001140     05  AI-TRANS-ID         PIC X(10).
001150     05  FILLER              PIC X(01).
001160     05  AI-TRANS-SEQ        PIC X(06).
001170     05  FILLER              PIC X(22).
001180     05  AI-LOG-SEQ          PIC X(09).
001190     05  FILLER              PIC X(01).
001200     05  AI-CHECK            PIC X(10).
001210 01  AI-CONTROL-VIEW.
001220     05  FILLER              PIC X(29).
001230     05  AI-CTL-LABEL-1      PIC X(12).
001240     05  AI-CTL-NUM-1        PIC X(09).
001250     05  FILLER              PIC X(01).
001260     05  AI-CTL-LABEL-2      PIC X(12).
001270     05  AI-CTL-NUM-2        PIC X(10).
001280     05  FILLER              PIC X(42).
001290 FD  ARCHIVE-OUT
001300     LABEL RECORDS ARE STANDARD.
001310 01  ARCHIVE-REC             PIC X(115).
001320 FD  NEW-LOG
001330     LABEL RECORDS ARE STANDARD.
001340 01  NEW-LOG-REC             PIC X(115).
001350 FD  REPORT-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  REPORT-REC              PIC X(132).
001380 FD  CONTROL-CARD
001390     LABEL RECORDS ARE STANDARD.
001400 01  CONTROL-CARD-REC.
001410     05  CC-MODE             PIC X(01).
001420     05  FILLER              PIC X(79).
001430 WORKING-STORAGE SECTION.
001440 01  WS-AUDIT-STATUS         PIC X(02).
001450     88  WS-AUDIT-OK                 VALUE '00'.
001460 01  WS-ARCH-STATUS          PIC X(02).
001470     88  WS-ARCH-OK                  VALUE '00'.
001480 01  WS-NEWLOG-STATUS        PIC X(02).
001490     88  WS-NEWLOG-OK                VALUE '00'.
001500 01  WS-SYSIN-STATUS         PIC X(02).
001510     88  WS-SYSIN-AVAILABLE          VALUE '00'.
001520 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
001530     88  WS-AUDIT-EOF                VALUE 'Y'.
001540 01  WS-MODE-SW              PIC X(01)    VALUE 'V'.
001550     88  WS-MODE-VERIFY              VALUE 'V'.
001560     88  WS-MODE-CUT                 VALUE 'C'.
001570 01  WS-RUN-DATE             PIC 9(08).
001580 01  WS-RUN-TIME             PIC 9(08).
001590******************************************************************
001600*    CHAIN STATE.  PREV IS THE LAST LINE THE CHAIN WAS CARRIED   *
001610*    TO; A SEGMENT IS ONE LOG FROM ITS OPENING LINE (OR THE      *
001620*    TOP OF THE FILE) TO ITS CUT.                                *
001630******************************************************************
001640 01  WS-CHAIN-SW             PIC X(01)    VALUE 'N'.
001650     88  WS-CHAIN-STARTED            VALUE 'Y'.
001660 01  WS-AFTER-CUT-SW         PIC X(01)    VALUE 'N'.
001670     88  WS-AFTER-CUT                VALUE 'Y'.
001680 01  WS-POSITION             PIC 9(09)    VALUE ZERO.
001690 01  WS-PREV-SEQ             PIC 9(09)    VALUE ZERO.
001700 01  WS-PREV-CHECK           PIC 9(10)    VALUE ZERO.
001710 01  WS-THIS-SEQ             PIC 9(09)    VALUE ZERO.
001720 01  WS-THIS-CHECK           PIC 9(10)    VALUE ZERO.
001730 01  WS-EXPECT-SEQ           PIC 9(09)    VALUE ZERO.
001740 01  WS-FWD-SEQ              PIC 9(09)    VALUE ZERO.
001750 01  WS-FWD-CHECK            PIC 9(10)    VALUE ZERO.
001760 01  WS-SEG-LINES            PIC 9(09)    VALUE ZERO.
001770 01  WS-SEG-BEFORE-CUT       PIC 9(09)    VALUE ZERO.
001780 01  WS-SEG-FIRST-SEQ        PIC 9(09)    VALUE ZERO.
001790 01  WS-STATED-LINES         PIC 9(09)    VALUE ZERO.
001800 01  WS-STATED-FIRST-SEQ     PIC 9(10)    VALUE ZERO.
001810 01  WS-CUT-SEQ              PIC 9(09)    VALUE ZERO.
001820 01  WS-CUT-CHECK            PIC 9(10)    VALUE ZERO.
001830 01  WS-OPEN-SEQ             PIC 9(09)    VALUE ZERO.
001840******************************************************************
001850*    CHECK-VALUE ARITHMETIC - THE SAME AS CALC002'S AUDIT-LOG    *
001860*    CHAIN: THE PREVIOUS CHECK VALUE FOLLOWED BY THE LINE UP TO  *
001870*    AND INCLUDING ITS SEQUENCE NUMBER (114 BYTES), TAKEN AS ONE *
001880*    BASE-256 NUMBER REDUCED MODULO THE PRIME 9999999967.        *
001890*    CHANGE BOTH PROGRAMS TOGETHER.                              *
001900******************************************************************
001910 01  WS-CHK-INPUT.
001920     05  WS-CHK-PREV         PIC 9(10).
001930     05  WS-CHK-LINE         PIC X(104).
001940 01  WS-CHK-TABLE REDEFINES WS-CHK-INPUT.
001950     05  WS-CHK-CHAR         PIC X(01)    OCCURS 114 TIMES.
001960 01  WS-CHK-IX               PIC 9(03)    COMP.
001970 01  WS-CHK-BYTE-PAIR.
001980     05  FILLER              PIC X(01)    VALUE LOW-VALUE.
001990     05  WS-CHK-BYTE         PIC X(01).
002000 01  WS-CHK-BYTE-VALUE REDEFINES WS-CHK-BYTE-PAIR
002010                             PIC 9(04)    COMP.
002020 01  WS-CHK-ACCUM            PIC 9(15)    COMP.
002030 01  WS-CHK-QUOTIENT         PIC 9(15)    COMP.
002040 01  WS-CHK-REMAINDER        PIC 9(10)    COMP.
002050 01  WS-CHK-MODULUS          PIC 9(10)    COMP VALUE 9999999967.
002060******************************************************************
002070*    CUT AND OPENING CONTROL LINES AS WRITTEN IN CUT MODE.       *
002080*    COLUMNS 96-115 HOLD THE SEQUENCE AND CHECK VALUE IN THE     *
002090*    SAME PLACE AS ON A CALCULATION LINE.                        *
002100******************************************************************
002110 01  WS-CTL-LINE.
002120     05  WS-CTL-DATE         PIC 9(08).
002130     05  FILLER              PIC X(01)    VALUE SPACE.
002140     05  WS-CTL-TIME         PIC 9(08).
002150     05  FILLER              PIC X(01)    VALUE SPACE.
002160     05  WS-CTL-TAG          PIC X(10).
002170     05  FILLER              PIC X(01)    VALUE SPACE.
002180     05  WS-CTL-LABEL-1      PIC X(12).
002190     05  WS-CTL-NUM-1        PIC 9(09).
002200     05  FILLER              PIC X(01)    VALUE SPACE.
002210     05  WS-CTL-LABEL-2      PIC X(12).
002220     05  WS-CTL-NUM-2        PIC 9(10).
002230     05  FILLER              PIC X(22)    VALUE SPACES.
002240     05  WS-CTL-LOG-SEQ      PIC 9(09).
002250     05  FILLER              PIC X(01)    VALUE SPACE.
002260     05  WS-CTL-CHECK        PIC 9(10).
002270******************************************************************
002280*    RUN COUNTERS.                                               *
002290******************************************************************
002300 01  WS-CNT-PRE-CHAIN        PIC 9(09)    COMP VALUE ZERO.
002310 01  WS-CNT-VERIFIED         PIC 9(09)    COMP VALUE ZERO.
002320 01  WS-CNT-ALTERED          PIC 9(09)    COMP VALUE ZERO.
002330 01  WS-CNT-GAPS             PIC 9(09)    COMP VALUE ZERO.
002340 01  WS-CNT-MISSING          PIC 9(09)    COMP VALUE ZERO.
002350 01  WS-CNT-OUT-OF-SEQ       PIC 9(09)    COMP VALUE ZERO.
002360 01  WS-CNT-UNCHAINED        PIC 9(09)    COMP VALUE ZERO.
002370 01  WS-CNT-CONTROL-ERR      PIC 9(09)    COMP VALUE ZERO.
002380 01  WS-CNT-CUT-LINES        PIC 9(09)    COMP VALUE ZERO.
002390 01  WS-CNT-OPEN-LINES       PIC 9(09)    COMP VALUE ZERO.
002400 01  WS-CNT-WARNINGS         PIC 9(09)    COMP VALUE ZERO.
002410 01  WS-CNT-BREAKS           PIC 9(09)    COMP VALUE ZERO.
002420 01  WS-DISPLAY-COUNT        PIC Z(8)9.
002430******************************************************************
002440*    ONE REPORT EVENT AS BUILT BY THE CHECK PARAGRAPHS AND       *
002450*    PRINTED BY 7100 / 7200 / 7300.                              *
002460******************************************************************
002470 01  WS-EVENT-TEXT           PIC X(53)    VALUE SPACES.
002480 01  WS-EVENT-COUNT          PIC 9(09)    VALUE ZERO.
002490******************************************************************
002500*    REPORT PAGE CONTROL AND LINE LAYOUTS, IN THE CALC004        *
002510*    REPORT STYLE.  EVERY LINE GOES OUT THROUGH WS-PRINT-LINE    *
002520*    SO A PAGE CAN BE CUT IN FRONT OF ANY OF THEM.               *
002530******************************************************************
002540 01  WS-LINES-PER-PAGE       PIC 9(02)    COMP VALUE 50.
002550 01  WS-LINE-COUNT           PIC 9(02)    COMP VALUE 99.
002560 01  WS-PAGE-COUNT           PIC 9(04)    COMP VALUE ZERO.
002570 01  WS-PRINT-LINE           PIC X(132)   VALUE SPACES.
002580 01  WS-HEADING-1.
002590     05  FILLER              PIC X(34)
002600         VALUE '  CALC026 - AUDIT-LOG CHAIN CHECK '.
002610     05  FILLER              PIC X(05)    VALUE 'MODE '.
002620     05  HDG-MODE            PIC X(11).
002630     05  FILLER              PIC X(03)    VALUE SPACES.
002640     05  FILLER              PIC X(09)    VALUE 'RUN DATE '.
002650     05  HDG-RUN-DATE        PIC 9(08).
002660     05  FILLER              PIC X(06)    VALUE SPACES.
002670     05  FILLER              PIC X(05)    VALUE 'PAGE '.
002680     05  HDG-PAGE            PIC ZZZ9.
002690 01  WS-HEADING-2.
002700     05  FILLER              PIC X(12)    VALUE '   POSITION '.
002710     05  FILLER              PIC X(11)    VALUE '  LOG SEQ  '.
002720     05  FILLER              PIC X(09)    VALUE 'DATE     '.
002730     05  FILLER              PIC X(10)    VALUE 'TIME      '.
002740     05  FILLER              PIC X(19)
002750         VALUE 'TRANS-ID   SEQ     '.
002760     05  FILLER              PIC X(11)    VALUE '    COUNT  '.
002770     05  FILLER              PIC X(05)    VALUE 'FLG  '.
002780     05  FILLER              PIC X(53)    VALUE 'EVENT'.
002790 01  WS-HEADING-3.
002800     05  FILLER              PIC X(12)    VALUE ' ---------  '.
002810     05  FILLER              PIC X(11)    VALUE '---------  '.
002820     05  FILLER              PIC X(09)    VALUE '-------- '.
002830     05  FILLER              PIC X(10)    VALUE '--------  '.
002840     05  FILLER              PIC X(19)
002850         VALUE '-----------------  '.
002860     05  FILLER              PIC X(11)    VALUE '---------  '.
002870     05  FILLER              PIC X(05)    VALUE '---  '.
002880     05  FILLER              PIC X(53)    VALUE ALL '-'.
002890 01  WS-DETAIL-LINE.
002900     05  FILLER              PIC X(01).
002910     05  DET-POSITION        PIC Z(8)9    BLANK WHEN ZERO.
002920     05  FILLER              PIC X(02).
002930     05  DET-LOG-SEQ         PIC X(09).
002940     05  FILLER              PIC X(02).
002950     05  DET-DATE            PIC X(08).
002960     05  FILLER              PIC X(01).
002970     05  DET-TIME            PIC X(08).
002980     05  FILLER              PIC X(02).
002990     05  DET-TRANS-ID        PIC X(10).
003000     05  DET-DASH            PIC X(01).
003010     05  DET-TRANS-SEQ       PIC X(06).
003020     05  FILLER              PIC X(02).
003030     05  DET-COUNT           PIC Z(8)9    BLANK WHEN ZERO.
003040     05  FILLER              PIC X(02).
003050     05  DET-FLAG            PIC X(03).
003060     05  FILLER              PIC X(02).
003070     05  DET-EVENT           PIC X(53).
003080     05  FILLER              PIC X(02).
003090 01  WS-RESULT-LINE.
003100     05  FILLER              PIC X(01)    VALUE SPACE.
003110     05  RES-TEXT            PIC X(40).
003120     05  RES-COUNT           PIC Z(8)9.
003130     05  FILLER              PIC X(01)    VALUE SPACE.
003140     05  RES-TEXT-2          PIC X(81).
003150 01  WS-LEGEND-LINE.
003160     05  FILLER              PIC X(40)
003170         VALUE ' *** = CHAIN BROKEN - INVESTIGATE       '.
003180     05  FILLER              PIC X(92)
003190         VALUE 'WRN = CHAIN START NOT PROVED FROM THIS LOG ALONE'.
003200 PROCEDURE DIVISION.
003210******************************************************************
003220*    0000-MAINLINE                                               *
003230******************************************************************
003240 0000-MAINLINE.
003250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003260     PERFORM 2000-READ-AUDIT-LINE THRU 2000-EXIT.
003270     PERFORM 3000-CHECK-LINE THRU 3000-EXIT
003280         UNTIL WS-AUDIT-EOF.
003290     IF WS-MODE-CUT
003300         PERFORM 5000-WRITE-CUT THRU 5000-EXIT
003310     END-IF.
003320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003330     STOP RUN.
003340 0000-EXIT.
003350     EXIT.
003360******************************************************************
003370*    1000-INITIALIZE - PICK UP THE MODE AND OPEN THE LOG, THE    *
003380*    REPORT AND, FOR A CUT, BOTH OUTPUTS.  A CUT THAT CANNOT     *
003390*    WRITE ITS OUTPUTS MUST NOT GO AHEAD, SINCE CALC2ARC         *
003400*    DELETES THE LIVE LOG AFTER IT.                              *
003410******************************************************************
003420 1000-INITIALIZE.
003430     DISPLAY 'CALC026 - AUDIT-LOG CHAIN CHECK'.
003440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003450     ACCEPT WS-RUN-TIME FROM TIME.
003460     OPEN INPUT CONTROL-CARD.
003470     IF WS-SYSIN-AVAILABLE
003480         READ CONTROL-CARD
003490             AT END
003500                 CONTINUE
003510             NOT AT END
003520                 IF CC-MODE NOT = SPACE
003530                     MOVE CC-MODE TO WS-MODE-SW
003540                 END-IF
003550         END-READ
003560         CLOSE CONTROL-CARD
003570     END-IF.
003580     IF NOT WS-MODE-VERIFY AND NOT WS-MODE-CUT
003590         DISPLAY 'CALC026 - CONTROL CARD MODE ' WS-MODE-SW
003600             ' IS NOT V OR C - RUN ABANDONED.'
003610         MOVE 12 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640     OPEN INPUT AUDIT-IN.
003650     IF NOT WS-AUDIT-OK
003660         DISPLAY 'CALC026 - AUDIT LOG COULD NOT BE OPENED, '
003670             'STATUS=' WS-AUDIT-STATUS ' - RUN ABANDONED.'
003680         MOVE 12 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     IF WS-MODE-CUT
003720         OPEN OUTPUT ARCHIVE-OUT
003730         IF NOT WS-ARCH-OK
003740             DISPLAY 'CALC026 - ARCHIVE COULD NOT BE OPENED, '
003750                 'STATUS=' WS-ARCH-STATUS ' - NO CUT MADE.'
003760             MOVE 12 TO RETURN-CODE
003770             STOP RUN
003780         END-IF
003790         OPEN OUTPUT NEW-LOG
003800         IF NOT WS-NEWLOG-OK
003810             DISPLAY 'CALC026 - NEW LOG COULD NOT BE OPENED, '
003820                 'STATUS=' WS-NEWLOG-STATUS ' - NO CUT MADE.'
003830             MOVE 12 TO RETURN-CODE
003840             STOP RUN
003850         END-IF
003860         MOVE 'ARCHIVE CUT' TO HDG-MODE
003870     ELSE
003880         MOVE 'VERIFY'      TO HDG-MODE
003890     END-IF.
003900     OPEN OUTPUT REPORT-FILE.
003910     DISPLAY 'CALC026 - MODE ' HDG-MODE.
003920 1000-EXIT.
003930     EXIT.
003940******************************************************************
003950*    2000-READ-AUDIT-LINE - NEXT LINE OF THE LOG.  IN CUT MODE   *
003960*    EVERY LINE GOES TO THE ARCHIVE EXACTLY AS READ.             *
003970******************************************************************
003980 2000-READ-AUDIT-LINE.
003990     READ AUDIT-IN
004000         AT END
004010             MOVE 'Y' TO WS-EOF-SW
004020             GO TO 2000-EXIT
004030     END-READ.
004040     ADD 1 TO WS-POSITION.
004050     ADD 1 TO WS-SEG-LINES.
004060     IF WS-MODE-CUT
004070         MOVE AI-AUDIT-LINE TO ARCHIVE-REC
004080         PERFORM 8500-WRITE-ARCHIVE THRU 8500-EXIT
004090     END-IF.
004100 2000-EXIT.
004110     EXIT.
004120******************************************************************
004130*    3000-CHECK-LINE - CHECK ONE LINE, THEN READ THE NEXT.       *
004140******************************************************************
004150 3000-CHECK-LINE.
004160     PERFORM 3100-CHECK-ONE-LINE THRU 3100-EXIT.
004170     PERFORM 2000-READ-AUDIT-LINE THRU 2000-EXIT.
004180 3000-EXIT.
004190     EXIT.
004200******************************************************************
004210*    3100-CHECK-ONE-LINE - CARRY THE CHAIN ON TO THIS LINE.  A   *
004220*    LINE THAT FOLLOWS THE ONE BEFORE IT IN SEQUENCE HAS ITS     *
004230*    CHECK VALUE WORKED OUT AGAIN; A GAP OR A WRONG CHECK VALUE  *
004240*    IS A BREAK AND THE CHAIN IS TAKEN UP AGAIN FROM THIS LINE,  *
004250*    WHILE A LINE BEHIND THE CHAIN IS A BREAK THAT LEAVES THE    *
004260*    CHAIN WHERE IT WAS.                                         *
004270******************************************************************
004280 3100-CHECK-ONE-LINE.
004290     PERFORM 7000-LOAD-DETAIL THRU 7000-EXIT.
004300     IF WS-AFTER-CUT AND NOT AI-OPEN-LINE
004310         ADD 1 TO WS-CNT-CONTROL-ERR
004320         MOVE ZERO TO WS-EVENT-COUNT
004330         MOVE 'LINE AFTER AN ARCHIVE CUT WITH NO LOG OPENING'
004340             TO WS-EVENT-TEXT
004350         PERFORM 7200-PRINT-BREAK THRU 7200-EXIT
004360     END-IF.
004370     MOVE 'N' TO WS-AFTER-CUT-SW.
004380     IF AI-LOG-SEQ IS NOT NUMERIC OR AI-CHECK IS NOT NUMERIC
004390         IF WS-CHAIN-STARTED
004400             ADD 1 TO WS-CNT-UNCHAINED
004410             MOVE ZERO TO WS-EVENT-COUNT
004420             MOVE 'NOT CHAINED - NOT WRITTEN BY CALC002'
004430                 TO WS-EVENT-TEXT
004440             PERFORM 7200-PRINT-BREAK THRU 7200-EXIT
004450         ELSE
004460             ADD 1 TO WS-CNT-PRE-CHAIN
004470         END-IF
004480         GO TO 3100-EXIT
004490     END-IF.
004500     MOVE AI-LOG-SEQ TO WS-THIS-SEQ.
004510     MOVE AI-CHECK   TO WS-THIS-CHECK.
004520     IF AI-OPEN-LINE
004530         PERFORM 3200-LOG-OPENING THRU 3200-EXIT
004540     END-IF.
004550     IF WS-SEG-FIRST-SEQ = ZERO AND NOT AI-CUT-LINE
004560         MOVE WS-THIS-SEQ TO WS-SEG-FIRST-SEQ
004570     END-IF.
004580     IF NOT WS-CHAIN-STARTED
004590         PERFORM 3300-START-CHAIN THRU 3300-EXIT
004600         IF WS-THIS-SEQ NOT = 1
004610             GO TO 3100-EXIT
004620         END-IF
004630     END-IF.
004640     COMPUTE WS-EXPECT-SEQ = WS-PREV-SEQ + 1.
004650     IF WS-THIS-SEQ NOT > WS-PREV-SEQ
004660         ADD 1 TO WS-CNT-OUT-OF-SEQ
004670         MOVE WS-EXPECT-SEQ TO WS-EVENT-COUNT
004680         MOVE 'OUT OF SEQUENCE (MOVED/REPEATED) - SEQ EXPECTED'
004690             TO WS-EVENT-TEXT
004700         PERFORM 7200-PRINT-BREAK THRU 7200-EXIT
004710         GO TO 3100-EXIT
004720     END-IF.
004730     IF WS-THIS-SEQ > WS-EXPECT-SEQ
004740         ADD 1 TO WS-CNT-GAPS
004750         COMPUTE WS-EVENT-COUNT = WS-THIS-SEQ - WS-EXPECT-SEQ
004760         ADD WS-EVENT-COUNT TO WS-CNT-MISSING
004770         MOVE 'LINES MISSING (REMOVED/MOVED) BEFORE THIS ONE'
004780             TO WS-EVENT-TEXT
004790         PERFORM 7200-PRINT-BREAK THRU 7200-EXIT
004800         MOVE WS-THIS-SEQ   TO WS-PREV-SEQ
004810         MOVE WS-THIS-CHECK TO WS-PREV-CHECK
004820         GO TO 3100-EXIT
004830     END-IF.
004840     MOVE WS-PREV-CHECK TO WS-CHK-PREV.
004850     MOVE AI-AUDIT-LINE TO WS-CHK-LINE.
004860     PERFORM 6000-COMPUTE-CHECK THRU 6000-EXIT.
004870     IF WS-CHK-ACCUM = WS-THIS-CHECK
004880         ADD 1 TO WS-CNT-VERIFIED
004890     ELSE
004900         ADD 1 TO WS-CNT-ALTERED
004910         MOVE ZERO TO WS-EVENT-COUNT
004920         MOVE 'CHECK VALUE WRONG - LINE OR CHECK ALTERED'
004930             TO WS-EVENT-TEXT
004940         PERFORM 7200-PRINT-BREAK THRU 7200-EXIT
004950     END-IF.
004960     MOVE WS-THIS-SEQ   TO WS-PREV-SEQ.
004970     MOVE WS-THIS-CHECK TO WS-PREV-CHECK.
004980     IF AI-CUT-LINE
004990         PERFORM 3400-ARCHIVE-CUT THRU 3400-EXIT
005000     END-IF.
005010 3100-EXIT.
005020     EXIT.
005030******************************************************************
005040*    3200-LOG-OPENING - A LOG'S OPENING LINE STARTS A NEW        *
005050*    SEGMENT AND CARRIES THE CUT LINE'S SEQUENCE AND CHECK       *
005060*    VALUE, WHICH THE CHAIN GOES ON FROM.  WHEN THE CUT LINE     *
005070*    WAS READ JUST BEFORE IT (CONCATENATED LOGS) THE TWO MUST    *
005080*    AGREE.                                                      *
005090******************************************************************
005100 3200-LOG-OPENING.
005110     ADD 1 TO WS-CNT-OPEN-LINES.
005120     MOVE 1    TO WS-SEG-LINES.
005130     MOVE ZERO TO WS-SEG-FIRST-SEQ.
005140     IF AI-CTL-NUM-1 IS NOT NUMERIC OR AI-CTL-NUM-2 IS NOT NUMERIC
005150         ADD 1 TO WS-CNT-CONTROL-ERR
005160         MOVE ZERO TO WS-EVENT-COUNT
005170         MOVE 'LOG OPENING WITH NO BROUGHT-FORWARD VALUES'
005180             TO WS-EVENT-TEXT
005190         PERFORM 7200-PRINT-BREAK THRU 7200-EXIT
005200         GO TO 3200-EXIT
005210     END-IF.
005220     MOVE AI-CTL-NUM-1 TO WS-FWD-SEQ.
005230     MOVE AI-CTL-NUM-2 TO WS-FWD-CHECK.
005240     MOVE WS-FWD-SEQ TO WS-EVENT-COUNT.
005250     MOVE 'LOG OPENED - BROUGHT FORWARD FROM SEQ'
005260         TO WS-EVENT-TEXT.
005270     PERFORM 7100-PRINT-EVENT THRU 7100-EXIT.
005280     IF WS-CHAIN-STARTED
005290         IF WS-FWD-SEQ NOT = WS-PREV-SEQ
005300             OR WS-FWD-CHECK NOT = WS-PREV-CHECK
005310             ADD 1 TO WS-CNT-CONTROL-ERR
005320             MOVE WS-PREV-SEQ TO WS-EVENT-COUNT
005330             MOVE 'LOG OPENING DOES NOT FOLLOW THE CHAIN AT SEQ'
005340                 TO WS-EVENT-TEXT
005350             PERFORM 7200-PRINT-BREAK THRU 7200-EXIT
005360         END-IF
005370     END-IF.
005380     MOVE WS-FWD-SEQ   TO WS-PREV-SEQ.
005390     MOVE WS-FWD-CHECK TO WS-PREV-CHECK.
005400     MOVE 'Y' TO WS-CHAIN-SW.
005410 3200-EXIT.
005420     EXIT.
005430******************************************************************
005440*    3300-START-CHAIN - THE FIRST CHAINED LINE WITH NO OPENING   *
005450*    LINE BEFORE IT.  SEQUENCE 1 FOLLOWS ON FROM NOTHING AND IS  *
005460*    CHECKED LIKE ANY OTHER LINE; ANYTHING ELSE MEANS THE START  *
005470*    OF THE CHAIN IS NOT ON THIS FILE, SO THE CHAIN IS TAKEN UP  *
005480*    FROM THIS LINE UNCHECKED.                                   *
005490******************************************************************
005500 3300-START-CHAIN.
005510     MOVE 'Y' TO WS-CHAIN-SW.
005520     IF WS-CNT-PRE-CHAIN > ZERO
005530         MOVE WS-CNT-PRE-CHAIN TO WS-EVENT-COUNT
005540         MOVE 'LINES BEFORE THE CHAIN STARTED - NOT CHECKED'
005550             TO WS-EVENT-TEXT
005560         PERFORM 7100-PRINT-EVENT THRU 7100-EXIT
005570     END-IF.
005580     IF WS-THIS-SEQ = 1
005590         MOVE ZERO TO WS-PREV-SEQ
005600         MOVE ZERO TO WS-PREV-CHECK
005610         GO TO 3300-EXIT
005620     END-IF.
005630     MOVE ZERO TO WS-EVENT-COUNT.
005640     MOVE 'CHAIN START NOT PROVED - NO OPENING OR SEQ 1'
005650         TO WS-EVENT-TEXT.
005660     PERFORM 7300-PRINT-WARNING THRU 7300-EXIT.
005670     MOVE WS-THIS-SEQ   TO WS-PREV-SEQ.
005680     MOVE WS-THIS-CHECK TO WS-PREV-CHECK.
005690 3300-EXIT.
005700     EXIT.
005710******************************************************************
005720*    3400-ARCHIVE-CUT - A CUT LINE ENDS ITS SEGMENT.  ITS LINE   *
005730*    COUNT AND FIRST SEQUENCE MUST MATCH WHAT WAS READ, WHICH    *
005740*    CATCHES LINES REMOVED FROM THE END OF THE LOG BEFORE IT     *
005750*    WAS CUT AND LINES REMOVED FROM THE TOP OF AN ARCHIVE.       *
005760******************************************************************
005770 3400-ARCHIVE-CUT.
005780     ADD 1 TO WS-CNT-CUT-LINES.
005790     MOVE 'Y' TO WS-AFTER-CUT-SW.
005800     COMPUTE WS-SEG-BEFORE-CUT = WS-SEG-LINES - 1.
005810     MOVE WS-SEG-BEFORE-CUT TO WS-EVENT-COUNT.
005820     MOVE 'ARCHIVE CUT - LINES IN THE LOG IT CLOSED'
005830         TO WS-EVENT-TEXT.
005840     PERFORM 7100-PRINT-EVENT THRU 7100-EXIT.
005850     IF AI-CTL-NUM-1 IS NUMERIC AND AI-CTL-NUM-2 IS NUMERIC
005860         MOVE AI-CTL-NUM-1 TO WS-STATED-LINES
005870         MOVE AI-CTL-NUM-2 TO WS-STATED-FIRST-SEQ
005880     ELSE
005890         ADD 1 TO WS-CNT-CONTROL-ERR
005900         MOVE ZERO TO WS-EVENT-COUNT
005910         MOVE 'CUT LINE WITH NO LINE COUNT OR FIRST SEQ'
005920             TO WS-EVENT-TEXT
005930         PERFORM 7200-PRINT-BREAK THRU 7200-EXIT
005940         GO TO 3400-EXIT
005950     END-IF.
005960     IF WS-STATED-LINES NOT = WS-SEG-BEFORE-CUT
005970         ADD 1 TO WS-CNT-CONTROL-ERR
005980         MOVE ZERO TO WS-EVENT-COUNT
005990         MOVE 'CUT LINE COUNT DIFFERS - LINES REMOVED OR ADDED'
006000             TO WS-EVENT-TEXT
006010         PERFORM 7200-PRINT-BREAK THRU 7200-EXIT
006020     END-IF.
006030     IF WS-STATED-FIRST-SEQ NOT = WS-SEG-FIRST-SEQ
006040         ADD 1 TO WS-CNT-CONTROL-ERR
006050         MOVE WS-SEG-FIRST-SEQ TO WS-EVENT-COUNT
006060         MOVE 'CUT LINE FIRST SEQ DIFFERS - FIRST SEQ FOUND'
006070             TO WS-EVENT-TEXT
006080         PERFORM 7200-PRINT-BREAK THRU 7200-EXIT
006090     END-IF.
006100 3400-EXIT.
006110     EXIT.
006120******************************************************************
006130*    5000-WRITE-CUT - CUT MODE, AT THE END OF THE LOG.  THE      *
006140*    CUT LINE FOLLOWS ON FROM THE LAST LINE THE CHAIN REACHED    *
006150*    AND CLOSES THE ARCHIVE; THE OPENING LINE FOLLOWS ON FROM    *
006160*    THE CUT LINE AND STARTS THE NEW LOG.  A LOG THAT ALREADY    *
006170*    ENDS WITH A CUT IS AN ARCHIVE, NOT THE LIVE LOG, AND IS     *
006180*    NOT CUT AGAIN.                                              *
006190******************************************************************
006200 5000-WRITE-CUT.
006210     IF WS-AFTER-CUT
006220         DISPLAY 'CALC026 - THE LOG ALREADY ENDS WITH AN ARCHIVE '
006230             'CUT - IT IS NOT THE LIVE LOG.  NO CUT MADE.'
006240         MOVE 12 TO RETURN-CODE
006250         STOP RUN
006260     END-IF.
006270     IF WS-POSITION = ZERO
006280         MOVE SPACES TO WS-DETAIL-LINE
006290         MOVE ZERO TO WS-EVENT-COUNT
006300         MOVE 'LOG IS EMPTY - THE CHAIN RESTARTS AT SEQ 1'
006310             TO WS-EVENT-TEXT
006320         PERFORM 7300-PRINT-WARNING THRU 7300-EXIT
006330     END-IF.
006340     COMPUTE WS-CUT-SEQ = WS-PREV-SEQ + 1.
006350     MOVE WS-RUN-DATE      TO WS-CTL-DATE.
006360     MOVE WS-RUN-TIME      TO WS-CTL-TIME.
006370     MOVE 'LOG CUT   '     TO WS-CTL-TAG.
006380     MOVE 'LINES CUT   '   TO WS-CTL-LABEL-1.
006390     MOVE WS-SEG-LINES     TO WS-CTL-NUM-1.
006400     MOVE 'FIRST SEQ   '   TO WS-CTL-LABEL-2.
006410     MOVE WS-SEG-FIRST-SEQ TO WS-CTL-NUM-2.
006420     MOVE WS-CUT-SEQ       TO WS-CTL-LOG-SEQ.
006430     MOVE WS-PREV-CHECK    TO WS-CHK-PREV.
006440     MOVE WS-CTL-LINE      TO WS-CHK-LINE.
006450     PERFORM 6000-COMPUTE-CHECK THRU 6000-EXIT.
006460     MOVE WS-CHK-ACCUM     TO WS-CTL-CHECK.
006470     MOVE WS-CHK-ACCUM     TO WS-CUT-CHECK.
006480     MOVE WS-CTL-LINE      TO ARCHIVE-REC.
006490     PERFORM 8500-WRITE-ARCHIVE THRU 8500-EXIT.
006500     COMPUTE WS-EVENT-COUNT = WS-POSITION + 1.
006510     PERFORM 7050-LOAD-CONTROL-DETAIL THRU 7050-EXIT.
006520     MOVE WS-SEG-LINES TO WS-EVENT-COUNT.
006530     MOVE 'ARCHIVE CUT WRITTEN - LINES IN THE LOG IT CLOSED'
006540         TO WS-EVENT-TEXT.
006550     PERFORM 7100-PRINT-EVENT THRU 7100-EXIT.
006560     COMPUTE WS-OPEN-SEQ = WS-CUT-SEQ + 1.
006570     MOVE 'LOG OPEN  '     TO WS-CTL-TAG.
006580     MOVE 'FWD SEQ     '   TO WS-CTL-LABEL-1.
006590     MOVE WS-CUT-SEQ       TO WS-CTL-NUM-1.
006600     MOVE 'FWD CHECK   '   TO WS-CTL-LABEL-2.
006610     MOVE WS-CUT-CHECK     TO WS-CTL-NUM-2.
006620     MOVE WS-OPEN-SEQ      TO WS-CTL-LOG-SEQ.
006630     MOVE WS-CUT-CHECK     TO WS-CHK-PREV.
006640     MOVE WS-CTL-LINE      TO WS-CHK-LINE.
006650     PERFORM 6000-COMPUTE-CHECK THRU 6000-EXIT.
006660     MOVE WS-CHK-ACCUM     TO WS-CTL-CHECK.
006670     MOVE WS-CTL-LINE      TO NEW-LOG-REC.
006680     WRITE NEW-LOG-REC.
006690     IF NOT WS-NEWLOG-OK
006700         DISPLAY 'CALC026 - NEW LOG WRITE FAILED, STATUS='
006710             WS-NEWLOG-STATUS ' - CUT NOT COMPLETE.'
006720         MOVE 12 TO RETURN-CODE
006730         STOP RUN
006740     END-IF.
006750     MOVE 1 TO WS-EVENT-COUNT.
006760     PERFORM 7050-LOAD-CONTROL-DETAIL THRU 7050-EXIT.
006770     MOVE WS-CUT-SEQ TO WS-EVENT-COUNT.
006780     MOVE 'NEW LOG OPENED - BROUGHT FORWARD FROM SEQ'
006790         TO WS-EVENT-TEXT.
006800     PERFORM 7100-PRINT-EVENT THRU 7100-EXIT.
006810     CLOSE ARCHIVE-OUT.
006820     CLOSE NEW-LOG.
006830 5000-EXIT.
006840     EXIT.
006850******************************************************************
006860*    6000-COMPUTE-CHECK - THE CHECK VALUE OF WS-CHK-INPUT INTO   *
006870*    WS-CHK-ACCUM.  THE ACCUMULATOR NEVER EXCEEDS 256 TIMES THE  *
006880*    MODULUS PLUS 255, WELL INSIDE 15 DIGITS.                    *
006890******************************************************************
006900 6000-COMPUTE-CHECK.
006910     MOVE ZERO TO WS-CHK-ACCUM.
006920     PERFORM 6100-CHECK-ONE-BYTE THRU 6100-EXIT
006930         VARYING WS-CHK-IX FROM 1 BY 1
006940         UNTIL WS-CHK-IX > 114.
006950 6000-EXIT.
006960     EXIT.
006970 6100-CHECK-ONE-BYTE.
006980     MOVE WS-CHK-CHAR (WS-CHK-IX) TO WS-CHK-BYTE.
006990     COMPUTE WS-CHK-ACCUM = WS-CHK-ACCUM * 256
007000                          + WS-CHK-BYTE-VALUE.
007010     DIVIDE WS-CHK-ACCUM BY WS-CHK-MODULUS
007020         GIVING WS-CHK-QUOTIENT REMAINDER WS-CHK-REMAINDER.
007030     MOVE WS-CHK-REMAINDER TO WS-CHK-ACCUM.
007040 6100-EXIT.
007050     EXIT.
007060******************************************************************
007070*    7000-LOAD-DETAIL - THE IDENTITY OF THE LINE BEING CHECKED   *
007080*    INTO THE DETAIL LINE.  A CONTROL LINE HAS NO TRANS-ID.      *
007090******************************************************************
007100 7000-LOAD-DETAIL.
007110     MOVE SPACES        TO WS-DETAIL-LINE.
007120     MOVE WS-POSITION   TO DET-POSITION.
007130     MOVE AI-LOG-SEQ    TO DET-LOG-SEQ.
007140     MOVE AI-DATE       TO DET-DATE.
007150     MOVE AI-TIME       TO DET-TIME.
007160     IF NOT AI-CONTROL-LINE
007170         MOVE AI-TRANS-ID  TO DET-TRANS-ID
007180         MOVE '-'          TO DET-DASH
007190         MOVE AI-TRANS-SEQ TO DET-TRANS-SEQ
007200     END-IF.
007210 7000-EXIT.
007220     EXIT.
007230******************************************************************
007240*    7050-LOAD-CONTROL-DETAIL - THE SAME FOR A CONTROL LINE      *
007250*    WRITTEN IN CUT MODE; ITS POSITION IN THE FILE IT WENT TO    *
007260*    IS PASSED IN WS-EVENT-COUNT.                                *
007270******************************************************************
007280 7050-LOAD-CONTROL-DETAIL.
007290     MOVE SPACES          TO WS-DETAIL-LINE.
007300     MOVE WS-EVENT-COUNT  TO DET-POSITION.
007310     MOVE WS-CTL-LOG-SEQ  TO DET-LOG-SEQ.
007320     MOVE WS-CTL-DATE     TO DET-DATE.
007330     MOVE WS-CTL-TIME     TO DET-TIME.
007340 7050-EXIT.
007350     EXIT.
007360******************************************************************
007370*    7100-PRINT-EVENT - A CUT, AN OPENING OR OTHER NOTE ON THE   *
007380*    LOG THAT IS NOT A BREAK.                                    *
007390******************************************************************
007400 7100-PRINT-EVENT.
007410     MOVE SPACES TO DET-FLAG.
007420     PERFORM 7900-PRINT-DETAIL THRU 7900-EXIT.
007430 7100-EXIT.
007440     EXIT.
007450******************************************************************
007460*    7200-PRINT-BREAK - A BREAK IN THE CHAIN, FLAGGED ***.       *
007470******************************************************************
007480 7200-PRINT-BREAK.
007490     ADD 1 TO WS-CNT-BREAKS.
007500     MOVE '***' TO DET-FLAG.
007510     PERFORM 7900-PRINT-DETAIL THRU 7900-EXIT.
007520 7200-EXIT.
007530     EXIT.
007540******************************************************************
007550*    7300-PRINT-WARNING - SOMETHING THIS LOG ALONE CANNOT        *
007560*    PROVE, FLAGGED WRN.                                         *
007570******************************************************************
007580 7300-PRINT-WARNING.
007590     ADD 1 TO WS-CNT-WARNINGS.
007600     MOVE 'WRN' TO DET-FLAG.
007610     PERFORM 7900-PRINT-DETAIL THRU 7900-EXIT.
007620 7300-EXIT.
007630     EXIT.
007640******************************************************************
007650*    7900-PRINT-DETAIL - COUNT AND TEXT INTO THE DETAIL LINE     *
007660*    AND OUT.                                                    *
007670******************************************************************
007680 7900-PRINT-DETAIL.
007690     MOVE WS-EVENT-COUNT TO DET-COUNT.
007700     MOVE WS-EVENT-TEXT  TO DET-EVENT.
007710     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
007720     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
007730 7900-EXIT.
007740     EXIT.
007750******************************************************************
007760*    8000-PRINT-LINE - WRITE WS-PRINT-LINE, CUTTING A NEW PAGE   *
007770*    FIRST WHEN THIS ONE IS FULL.                                *
007780******************************************************************
007790 8000-PRINT-LINE.
007800     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
007810         PERFORM 8100-CUT-PAGE THRU 8100-EXIT
007820     END-IF.
007830     MOVE WS-PRINT-LINE TO REPORT-REC.
007840     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
007850     ADD 1 TO WS-LINE-COUNT.
007860 8000-EXIT.
007870     EXIT.
007880******************************************************************
007890*    8100-CUT-PAGE - NEXT PAGE'S HEADINGS.                       *
007900******************************************************************
007910 8100-CUT-PAGE.
007920     ADD 1 TO WS-PAGE-COUNT.
007930     MOVE WS-RUN-DATE   TO HDG-RUN-DATE.
007940     MOVE WS-PAGE-COUNT TO HDG-PAGE.
007950     MOVE WS-HEADING-1 TO REPORT-REC.
007960     WRITE REPORT-REC AFTER ADVANCING PAGE.
007970     MOVE WS-HEADING-2 TO REPORT-REC.
007980     WRITE REPORT-REC AFTER ADVANCING 2 LINES.
007990     MOVE WS-HEADING-3 TO REPORT-REC.
008000     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
008010     MOVE ZERO TO WS-LINE-COUNT.
008020 8100-EXIT.
008030     EXIT.
008040******************************************************************
008050*    8500-WRITE-ARCHIVE - ONE LINE TO THE ARCHIVE.  AN ARCHIVE   *
008060*    THAT DOES NOT HOLD THE WHOLE LOG MUST STOP THE CUT BEFORE   *
008070*    CALC2ARC DELETES THE LIVE LOG.                              *
008080******************************************************************
008090 8500-WRITE-ARCHIVE.
008100     WRITE ARCHIVE-REC.
008110     IF NOT WS-ARCH-OK
008120         DISPLAY 'CALC026 - ARCHIVE WRITE FAILED, STATUS='
008130             WS-ARCH-STATUS ' AT LINE ' WS-POSITION
008140             ' - CUT NOT COMPLETE.'
008150         MOVE 12 TO RETURN-CODE
008160         STOP RUN
008170     END-IF.
008180 8500-EXIT.
008190     EXIT.
008200******************************************************************
008210*    9000-TERMINATE - THE RESULT LINE, THE LEGEND AND THE RUN    *
008220*    SUMMARY.  ANY BREAK MAKES THE RUN RC 8; A START THAT IS     *
008230*    NOT PROVED MAKES IT RC 4.                                   *
008240******************************************************************
008250 9000-TERMINATE.
008260     IF NOT WS-CHAIN-STARTED AND WS-POSITION > ZERO
008270         MOVE SPACES TO WS-DETAIL-LINE
008280         MOVE WS-POSITION TO WS-EVENT-COUNT
008290         MOVE 'NO CHAINED LINE ON THE LOG - LINES NOT CHECKED'
008300             TO WS-EVENT-TEXT
008310         PERFORM 7100-PRINT-EVENT THRU 7100-EXIT
008320     END-IF.
008330     MOVE SPACES TO WS-PRINT-LINE.
008340     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
008350     MOVE SPACES TO RES-TEXT-2.
008360     IF WS-CNT-BREAKS = ZERO
008370         MOVE 'RESULT - CHAIN UNBROKEN, LINES VERIFIED:'
008380             TO RES-TEXT
008390         MOVE WS-CNT-VERIFIED TO RES-COUNT
008400         IF WS-CNT-WARNINGS > ZERO
008410             MOVE '- BUT SEE THE WRN LINES.' TO RES-TEXT-2
008420         END-IF
008430     ELSE
008440         MOVE 'RESULT - *** THE CHAIN IS BROKEN AT' TO RES-TEXT
008450         MOVE WS-CNT-BREAKS TO RES-COUNT
008460         MOVE 'POINT(S) FLAGGED *** TO BE INVESTIGATED.'
008470             TO RES-TEXT-2
008480     END-IF.
008490     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
008500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
008510     MOVE SPACES TO WS-PRINT-LINE.
008520     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
008530     MOVE WS-LEGEND-LINE TO WS-PRINT-LINE.
008540     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
008550     CLOSE AUDIT-IN.
008560     CLOSE REPORT-FILE.
008570     DISPLAY ' '.
008580     DISPLAY '=================================================='.
008590     DISPLAY '  CALC026 - AUDIT-LOG CHAIN SUMMARY'.
008600     DISPLAY '  MODE...............: ', HDG-MODE.
008610     DISPLAY '=================================================='.
008620     MOVE WS-POSITION TO WS-DISPLAY-COUNT.
008630     DISPLAY '  LINES READ.........: ', WS-DISPLAY-COUNT.
008640     MOVE WS-CNT-PRE-CHAIN TO WS-DISPLAY-COUNT.
008650     DISPLAY '  BEFORE THE CHAIN...: ', WS-DISPLAY-COUNT.
008660     MOVE WS-CNT-VERIFIED TO WS-DISPLAY-COUNT.
008670     DISPLAY '  LINES VERIFIED.....: ', WS-DISPLAY-COUNT.
008680     MOVE WS-CNT-ALTERED TO WS-DISPLAY-COUNT.
008690     DISPLAY '  CHECK VALUE WRONG..: ', WS-DISPLAY-COUNT.
008700     MOVE WS-CNT-GAPS TO WS-DISPLAY-COUNT.
008710     DISPLAY '  SEQUENCE GAPS......: ', WS-DISPLAY-COUNT.
008720     MOVE WS-CNT-MISSING TO WS-DISPLAY-COUNT.
008730     DISPLAY '  LINES MISSING......: ', WS-DISPLAY-COUNT.
008740     MOVE WS-CNT-OUT-OF-SEQ TO WS-DISPLAY-COUNT.
008750     DISPLAY '  OUT OF SEQUENCE....: ', WS-DISPLAY-COUNT.
008760     MOVE WS-CNT-UNCHAINED TO WS-DISPLAY-COUNT.
008770     DISPLAY '  NOT CHAINED........: ', WS-DISPLAY-COUNT.
008780     MOVE WS-CNT-CONTROL-ERR TO WS-DISPLAY-COUNT.
008790     DISPLAY '  CUT/OPENING ERRORS.: ', WS-DISPLAY-COUNT.
008800     MOVE WS-CNT-CUT-LINES TO WS-DISPLAY-COUNT.
008810     DISPLAY '  ARCHIVE CUTS READ..: ', WS-DISPLAY-COUNT.
008820     MOVE WS-CNT-OPEN-LINES TO WS-DISPLAY-COUNT.
008830     DISPLAY '  LOG OPENINGS READ..: ', WS-DISPLAY-COUNT.
008840     MOVE WS-PREV-SEQ TO WS-DISPLAY-COUNT.
008850     DISPLAY '  LAST SEQUENCE......: ', WS-DISPLAY-COUNT.
008860     MOVE WS-CNT-WARNINGS TO WS-DISPLAY-COUNT.
008870     DISPLAY '  WARNINGS...........: ', WS-DISPLAY-COUNT.
008880     MOVE WS-CNT-BREAKS TO WS-DISPLAY-COUNT.
008890     DISPLAY '  CHAIN BREAKS.......: ', WS-DISPLAY-COUNT.
008900     IF WS-MODE-CUT
008910         MOVE WS-CUT-SEQ TO WS-DISPLAY-COUNT
008920         DISPLAY '  CUT AT SEQUENCE....: ', WS-DISPLAY-COUNT
008930         MOVE WS-OPEN-SEQ TO WS-DISPLAY-COUNT
008940         DISPLAY '  NEW LOG OPENS AT...: ', WS-DISPLAY-COUNT
008950     END-IF.
008960     DISPLAY '=================================================='.
008970     IF WS-CNT-BREAKS > ZERO
008980         MOVE 8 TO RETURN-CODE
008990     ELSE
009000         IF WS-CNT-WARNINGS > ZERO
009010             MOVE 4 TO RETURN-CODE
009020         END-IF
009030     END-IF.
009040 9000-EXIT.
009050     EXIT.
