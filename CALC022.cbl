000100******************************************************************
000110*                                                                *
000120*    PROGRAM   : CALC022                                        *
000130*    AUTHOR    : J. ALVES, DATA PROCESSING                      *
000140*    INSTALL.  : GENERAL LEDGER SUPPORT - SITE 02                *
000150*    DATE-WRITTEN : 2026-10-05                                   *
000160*    DATE-COMPILED:                                              *
000170*                                                                *
000180*    ACCOUNT INQUIRY.  FULL-SCREEN LOOKUP BY GL-ACCOUNT AND      *
000190*    COST-CENTER FOR THE ACCOUNT OWNER WHO ASKS WHAT MADE UP A   *
000200*    BALANCE.  KEY THE ACCOUNT, COST CENTER AND AN EFFECT-DATE   *
000210*    RANGE AND THE PANEL SHOWS:                                  *
000220*      - THE OPENING AND CLOSING BALANCE OF THE PAIR FROM THE    *
000230*        NEWEST CALC010 LEDGER GENERATION (SUMMED OVER ITS       *
000240*        DEPARTMENT BUCKETS), WITH THE LEDGER PERIOD;            *
000250*      - EVERY TRANSACTION CALC002 POSTED TO THE PAIR IN THE     *
000260*        RANGE - ACCEPTED, REJECTED OR HELD - TEN TO A PAGE, IN  *
000270*        EFFECT-DATE ORDER, READ FROM THE KEYED HISTORY FILE     *
000280*        (CALCHIST) THROUGH ITS ACCOUNT / COST CENTER / EFFECT   *
000290*        DATE ALTERNATE INDEX (DEFHAIX).                         *
000300*    MARK A LINE WITH S AND PRESS ENTER TO JUMP TO THE CALC009   *
000310*    DETAIL PANEL FOR THAT TRANS-ID AND SEQUENCE; F12 THERE      *
000320*    COMES BACK TO THE SAME PAGE.  F8 PAGES FORWARD AND F7       *
000330*    BACK.  VSAM GIVES US NO READ-PRIOR FROM BATCH COBOL AND     *
000340*    THE ALTERNATE KEY IS NOT UNIQUE, SO A BACK PAGE RE-READS    *
000350*    THE RANGE FROM ITS START AND SKIPS THE EARLIER PAGES.       *
000360*    SAME SCREEN-SECTION STYLE AS CALC009.                       *
000370*                                                                *
000380*    ALLOCATIONS:                                                *
000390*      ACCTHIST - PROD.CALC002.CALCHIST (BASE CLUSTER)           *
000400*      ACCTHIS1 - PROD.CALC002.CALCHIST.ACCTPATH (AIX PATH)      *
000410*      LEDGER   - PROD.CALC010.LEDGER(0)                         *
000420*      CALCHIST - PROD.CALC002.CALCHIST, FOR THE CALC009 JUMP    *
000430*                                                                *
000440*    MODIFICATION HISTORY                                        *
000450*    ------------------------------------------------------      *
000460*    2026-10-05  JA   INITIAL VERSION.                           *
000463*    2026-10-15  JA   A SEARCH WITH NO COST CENTER IS REFUSED ON *
000466*                     THE PANEL.                                 *
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. CALC022.
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SPECIAL-NAMES.
000530     DECIMAL-POINT IS COMMA
000540     CRT STATUS IS WS-CRT-STATUS.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT HIST-FILE ASSIGN TO ACCTHIST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS HA-HIST-KEY
000610         ALTERNATE RECORD KEY IS HA-ACCT-DATE-KEY
000620             WITH DUPLICATES
000630         FILE STATUS IS WS-HIST-STATUS.
000640     SELECT LEDGER-IN ASSIGN TO LEDGER
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-LEDGER-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  HIST-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  HA-HIST-REC.
000720     COPY HISTREC REPLACING ==:TAG:== BY ==HA==.
000730 FD  LEDGER-IN
000740     LABEL RECORDS ARE STANDARD.
000750 01  LI-LEDGER-REC.
000760     COPY LEDGREC REPLACING ==:TAG:== BY ==LI==.
000770 WORKING-STORAGE SECTION.
000780 01  WS-HIST-STATUS          PIC X(02).
000790     88  WS-HIST-FILE-OK             VALUE '00'.
000800 01  WS-LEDGER-STATUS        PIC X(02).
000810     88  WS-LEDGER-FILE-OK           VALUE '00'.
000820 01  WS-CONTINUE-SW          PIC X(01)    VALUE 'Y'.
000830     88  WS-CONTINUE-LOOP            VALUE 'Y'.
000840     88  WS-END-LOOP                 VALUE 'N'.
000850 01  WS-SEARCH-SW            PIC X(01)    VALUE 'N'.
000860     88  WS-SEARCH-ACTIVE            VALUE 'Y'.
000870 01  WS-RANGE-SW             PIC X(01)    VALUE 'N'.
000880     88  WS-IN-RANGE                 VALUE 'Y'.
000890     88  WS-END-OF-RANGE             VALUE 'N'.
000900 01  WS-LEDGER-EOF-SW        PIC X(01)    VALUE 'N'.
000910     88  WS-LEDGER-EOF               VALUE 'Y'.
000920 01  WS-LEDGER-FOUND-SW      PIC X(01)    VALUE 'N'.
000930     88  WS-LEDGER-FOUND             VALUE 'Y'.
000940******************************************************************
000950*    THE DETAIL JUMP.  CALC009 IS CALLED BY NAME WITH THE        *
000960*    TRANS-ID AND SEQUENCE IN EXEC-PARM LAYOUT (HALFWORD         *
000970*    LENGTH THEN TEXT) AND CANCELLED ON RETURN SO EACH JUMP      *
000980*    STARTS IT FRESH.                                            *
000990******************************************************************
001000 01  WS-DETAIL-PROGRAM       PIC X(08)    VALUE 'CALC009'.
001010 01  WS-DETAIL-PARM.
001020     05  WS-DTL-LENGTH       PIC S9(04)   COMP VALUE +16.
001030     05  WS-DTL-TRANS-ID     PIC X(10)    VALUE SPACES.
001040     05  WS-DTL-TRANS-SEQ    PIC 9(06)    VALUE ZERO.
001050******************************************************************
001060*    THE SEARCH IN FORCE - COPIED FROM THE PANEL WHEN A NEW      *
001070*    SEARCH IS MADE, SO F7/F8 KEEP PAGING THE SAME RANGE EVEN    *
001080*    IF THE ENTRY FIELDS HAVE BEEN OVERKEYED.                    *
001090******************************************************************
001100 01  WS-CUR-ACCOUNT          PIC X(08)    VALUE SPACES.
001110 01  WS-CUR-COST-CENTER      PIC X(06)    VALUE SPACES.
001120 01  WS-CUR-DATE-FROM        PIC 9(08)    VALUE ZERO.
001130 01  WS-CUR-DATE-TO          PIC 9(08)    VALUE ZERO.
001140 01  WS-LED-OPEN-TOTAL       PIC S9(13)V99 VALUE ZERO.
001150 01  WS-LED-CLOSE-TOTAL      PIC S9(13)V99 VALUE ZERO.
001160******************************************************************
001170*    PAGING CONTROLS.                                            *
001180******************************************************************
001190 01  WS-ROWS-PER-PAGE        PIC 9(02)    COMP VALUE 10.
001200 01  WS-ROWS-SHOWN           PIC 9(02)    COMP VALUE ZERO.
001210 01  WS-ROW-IX               PIC 9(02)    COMP VALUE ZERO.
001220 01  WS-SEL-IX               PIC 9(02)    COMP VALUE ZERO.
001230 01  WS-PAGE-NO              PIC 9(04)    COMP VALUE ZERO.
001240 01  WS-SKIP-COUNT           PIC 9(06)    COMP VALUE ZERO.
001250******************************************************************
001260*    PANEL ENTRY AND DISPLAY FIELDS.  THE -ED FIELDS ARE THE     *
001270*    DISPLAY-EDITED COPIES SHOWN ON THE PANEL.                   *
001280******************************************************************
001290 01  WS-CRT-STATUS           PIC 9(04)    VALUE ZERO.
001300     88  WS-KEY-ENTER                VALUE 0.
001310     88  WS-KEY-F7                   VALUE 1007.
001320     88  WS-KEY-F8                   VALUE 1008.
001330     88  WS-KEY-F12                  VALUE 1012.
001340     88  WS-KEY-ESCAPE               VALUE 2005.
001350 01  WS-INQ-ACCOUNT          PIC X(08)    VALUE SPACES.
001360 01  WS-INQ-COST-CENTER      PIC X(06)    VALUE SPACES.
001370 01  WS-INQ-DATE-FROM        PIC 9(08)    VALUE ZERO.
001380 01  WS-INQ-DATE-TO          PIC 9(08)    VALUE ZERO.
001390 01  WS-PNL-LED-PERIOD       PIC X(06)    VALUE SPACES.
001400 01  WS-PNL-LED-NOTE         PIC X(40)    VALUE SPACES.
001410 01  WS-PNL-LED-OPEN-ED      PIC -(13)9,99 VALUE ZERO.
001420 01  WS-PNL-LED-CLOSE-ED     PIC -(13)9,99 VALUE ZERO.
001430 01  WS-PNL-PAGE-ED          PIC ZZZ9     VALUE ZERO.
001440 01  WS-PNL-MESSAGE          PIC X(50)    VALUE SPACES.
001450******************************************************************
001460*    THE PAGE ON SHOW - ONE ROW PER HISTORY RECORD.  THE ROWS    *
001470*    ARE ALL CHARACTER SO AN UNUSED ROW SHOWS BLANK; ONLY THE    *
001480*    SELECT MARK IS AN ENTRY FIELD.                              *
001490******************************************************************
001500 01  WS-PAGE-TABLE.
001510     05  WS-PAGE-ROW         OCCURS 10 TIMES.
001520         10  WS-ROW-SEL      PIC X(01).
001530         10  WS-ROW-TRANS-ID PIC X(10).
001540         10  WS-ROW-TRANS-SEQ PIC X(06).
001550         10  WS-ROW-EFFECT-DATE PIC X(08).
001560         10  WS-ROW-OPERCAO  PIC X(02).
001570         10  WS-ROW-RESULT-ED PIC -(6)9,99.
001580         10  WS-ROW-CURRENCY PIC X(03).
001590         10  WS-ROW-DEPT-CODE PIC X(03).
001600         10  WS-ROW-DISP-TEXT PIC X(14).
001610         10  WS-ROW-REV-TEXT PIC X(09).
001620 SCREEN SECTION.
001630******************************************************************
001640*    INQ-PANEL - THE ONE-SCREEN ACCOUNT INQUIRY PANEL.           *
001650******************************************************************
001660 01  INQ-PANEL.
001670     05  BLANK SCREEN.
001680     05  LINE 01 COL 10 VALUE
001690         'CALC022 - CONSULTA DE CONTA GL - SALDO E LANCAMENTOS'.
001700     05  LINE 03 COL 05 VALUE 'CONTA GL......:'.
001710     05  LINE 03 COL 22 PIC X(08) USING WS-INQ-ACCOUNT.
001720     05  LINE 03 COL 35 VALUE 'C.CUSTO:'.
001730     05  LINE 03 COL 44 PIC X(06) USING WS-INQ-COST-CENTER.
001740     05  LINE 04 COL 05 VALUE 'DATA INICIAL..:'.
001750     05  LINE 04 COL 22 PIC 9(08) USING WS-INQ-DATE-FROM.
001760     05  LINE 04 COL 35 VALUE 'FINAL..:'.
001770     05  LINE 04 COL 44 PIC 9(08) USING WS-INQ-DATE-TO.
001780     05  LINE 04 COL 54 VALUE '(ZERO = SEM LIMITE)'.
001790     05  LINE 06 COL 05 VALUE 'LEDGER PERIODO:'.
001800     05  LINE 06 COL 22 PIC X(06) FROM WS-PNL-LED-PERIOD.
001810     05  LINE 06 COL 30 PIC X(40) FROM WS-PNL-LED-NOTE.
001820     05  LINE 07 COL 05 VALUE 'SALDO INICIAL.:'.
001830     05  LINE 07 COL 22 PIC X(17) FROM WS-PNL-LED-OPEN-ED.
001840     05  LINE 07 COL 42 VALUE 'SALDO FINAL:'.
001850     05  LINE 07 COL 55 PIC X(17) FROM WS-PNL-LED-CLOSE-ED.
001860     05  LINE 09 COL 02 VALUE
001870         'S TRANS-ID   SEQ    DT.EFET. OP'.
001880     05  LINE 09 COL 36 VALUE
001890         'RESULTADO MOE DEP DISPOSICAO     ESTORNO'.
001900     05  LINE 10 COL 02 PIC X(01) USING WS-ROW-SEL (1).
001910     05  LINE 10 COL 04 PIC X(10) FROM WS-ROW-TRANS-ID (1).
001920     05  LINE 10 COL 15 PIC X(06) FROM WS-ROW-TRANS-SEQ (1).
001930     05  LINE 10 COL 22 PIC X(08) FROM WS-ROW-EFFECT-DATE (1).
001940     05  LINE 10 COL 31 PIC X(02) FROM WS-ROW-OPERCAO (1).
001950     05  LINE 10 COL 34 PIC X(11) FROM WS-ROW-RESULT-ED (1).
001960     05  LINE 10 COL 46 PIC X(03) FROM WS-ROW-CURRENCY (1).
001970     05  LINE 10 COL 50 PIC X(03) FROM WS-ROW-DEPT-CODE (1).
001980     05  LINE 10 COL 54 PIC X(14) FROM WS-ROW-DISP-TEXT (1).
001990     05  LINE 10 COL 69 PIC X(09) FROM WS-ROW-REV-TEXT (1).
002000     05  LINE 11 COL 02 PIC X(01) USING WS-ROW-SEL (2).
002010     05  LINE 11 COL 04 PIC X(10) FROM WS-ROW-TRANS-ID (2).
002020     05  LINE 11 COL 15 PIC X(06) FROM WS-ROW-TRANS-SEQ (2).
002030     05  LINE 11 COL 22 PIC X(08) FROM WS-ROW-EFFECT-DATE (2).
002040     05  LINE 11 COL 31 PIC X(02) FROM WS-ROW-OPERCAO (2).
002050     05  LINE 11 COL 34 PIC X(11) FROM WS-ROW-RESULT-ED (2).
002060     05  LINE 11 COL 46 PIC X(03) FROM WS-ROW-CURRENCY (2).
002070     05  LINE 11 COL 50 PIC X(03) FROM WS-ROW-DEPT-CODE (2).
002080     05  LINE 11 COL 54 PIC X(14) FROM WS-ROW-DISP-TEXT (2).
002090     05  LINE 11 COL 69 PIC X(09) FROM WS-ROW-REV-TEXT (2).
002100     05  LINE 12 COL 02 PIC X(01) USING WS-ROW-SEL (3).
002110     05  LINE 12 COL 04 PIC X(10) FROM WS-ROW-TRANS-ID (3).
002120     05  LINE 12 COL 15 PIC X(06) FROM WS-ROW-TRANS-SEQ (3).
002130     05  LINE 12 COL 22 PIC X(08) FROM WS-ROW-EFFECT-DATE (3).
002140     05  LINE 12 COL 31 PIC X(02) FROM WS-ROW-OPERCAO (3).
002150     05  LINE 12 COL 34 PIC X(11) FROM WS-ROW-RESULT-ED (3).
002160     05  LINE 12 COL 46 PIC X(03) FROM WS-ROW-CURRENCY (3).
002170     05  LINE 12 COL 50 PIC X(03) FROM WS-ROW-DEPT-CODE (3).
002180     05  LINE 12 COL 54 PIC X(14) FROM WS-ROW-DISP-TEXT (3).
002190     05  LINE 12 COL 69 PIC X(09) FROM WS-ROW-REV-TEXT (3).
002200     05  LINE 13 COL 02 PIC X(01) USING WS-ROW-SEL (4).
002210     05  LINE 13 COL 04 PIC X(10) FROM WS-ROW-TRANS-ID (4).
002220     05  LINE 13 COL 15 PIC X(06) FROM WS-ROW-TRANS-SEQ (4).
002230     05  LINE 13 COL 22 PIC X(08) FROM WS-ROW-EFFECT-DATE (4).
002240     05  LINE 13 COL 31 PIC X(02) FROM WS-ROW-OPERCAO (4).
002250     05  LINE 13 COL 34 PIC X(11) FROM WS-ROW-RESULT-ED (4).
002260     05  LINE 13 COL 46 PIC X(03) FROM WS-ROW-CURRENCY (4).
002270     05  LINE 13 COL 50 PIC X(03) FROM WS-ROW-DEPT-CODE (4).
002280     05  LINE 13 COL 54 PIC X(14) FROM WS-ROW-DISP-TEXT (4).
002290     05  LINE 13 COL 69 PIC X(09) FROM WS-ROW-REV-TEXT (4).
002300     05  LINE 14 COL 02 PIC X(01) USING WS-ROW-SEL (5).
002310     05  LINE 14 COL 04 PIC X(10) FROM WS-ROW-TRANS-ID (5).
002320     05  LINE 14 COL 15 PIC X(06) FROM WS-ROW-TRANS-SEQ (5).
002330     05  LINE 14 COL 22 PIC X(08) FROM WS-ROW-EFFECT-DATE (5).
002340     05  LINE 14 COL 31 PIC X(02) FROM WS-ROW-OPERCAO (5).
002350     05  LINE 14 COL 34 PIC X(11) FROM WS-ROW-RESULT-ED (5).
002360     05  LINE 14 COL 46 PIC X(03) FROM WS-ROW-CURRENCY (5).
002370     05  LINE 14 COL 50 PIC X(03) FROM WS-ROW-DEPT-CODE (5).
002380     05  LINE 14 COL 54 PIC X(14) FROM WS-ROW-DISP-TEXT (5).
002390     05  LINE 14 COL 69 PIC X(09) FROM WS-ROW-REV-TEXT (5).
002400     05  LINE 15 COL 02 PIC X(01) USING WS-ROW-SEL (6).
002410     05  LINE 15 COL 04 PIC X(10) FROM WS-ROW-TRANS-ID (6).
002420     05  LINE 15 COL 15 PIC X(06) FROM WS-ROW-TRANS-SEQ (6).
002430     05  LINE 15 COL 22 PIC X(08) FROM WS-ROW-EFFECT-DATE (6).
002440     05  LINE 15 COL 31 PIC X(02) FROM WS-ROW-OPERCAO (6).
002450     05  LINE 15 COL 34 PIC X(11) FROM WS-ROW-RESULT-ED (6).
002460     05  LINE 15 COL 46 PIC X(03) FROM WS-ROW-CURRENCY (6).
002470     05  LINE 15 COL 50 PIC X(03) FROM WS-ROW-DEPT-CODE (6).
002480     05  LINE 15 COL 54 PIC X(14) FROM WS-ROW-DISP-TEXT (6).
002490     05  LINE 15 COL 69 PIC X(09) FROM WS-ROW-REV-TEXT (6).
002500     05  LINE 16 COL 02 PIC X(01) USING WS-ROW-SEL (7).
002510     05  LINE 16 COL 04 PIC X(10) FROM WS-ROW-TRANS-ID (7).
002520     05  LINE 16 COL 15 PIC X(06) FROM WS-ROW-TRANS-SEQ (7).
002530     05  LINE 16 COL 22 PIC X(08) FROM WS-ROW-EFFECT-DATE (7).
002540     05  LINE 16 COL 31 PIC X(02) FROM WS-ROW-OPERCAO (7).
002550     05  LINE 16 COL 34 PIC X(11) FROM WS-ROW-RESULT-ED (7).
002560     05  LINE 16 COL 46 PIC X(03) FROM WS-ROW-CURRENCY (7).
002570     05  LINE 16 COL 50 PIC X(03) FROM WS-ROW-DEPT-CODE (7).
002580     05  LINE 16 COL 54 PIC X(14) FROM WS-ROW-DISP-TEXT (7).
002590     05  LINE 16 COL 69 PIC X(09) FROM WS-ROW-REV-TEXT (7).
002600     05  LINE 17 COL 02 PIC X(01) USING WS-ROW-SEL (8).
002610     05  LINE 17 COL 04 PIC X(10) FROM WS-ROW-TRANS-ID (8).
002620     05  LINE 17 COL 15 PIC X(06) FROM WS-ROW-TRANS-SEQ (8).
002630     05  LINE 17 COL 22 PIC X(08) FROM WS-ROW-EFFECT-DATE (8).
002640     05  LINE 17 COL 31 PIC X(02) FROM WS-ROW-OPERCAO (8).
002650     05  LINE 17 COL 34 PIC X(11) FROM WS-ROW-RESULT-ED (8).
002660     05  LINE 17 COL 46 PIC X(03) FROM WS-ROW-CURRENCY (8).
002670     05  LINE 17 COL 50 PIC X(03) FROM WS-ROW-DEPT-CODE (8).
002680     05  LINE 17 COL 54 PIC X(14) FROM WS-ROW-DISP-TEXT (8).
002690     05  LINE 17 COL 69 PIC X(09) FROM WS-ROW-REV-TEXT (8).
002700     05  LINE 18 COL 02 PIC X(01) USING WS-ROW-SEL (9).
002710     05  LINE 18 COL 04 PIC X(10) FROM WS-ROW-TRANS-ID (9).
002720     05  LINE 18 COL 15 PIC X(06) FROM WS-ROW-TRANS-SEQ (9).
002730     05  LINE 18 COL 22 PIC X(08) FROM WS-ROW-EFFECT-DATE (9).
002740     05  LINE 18 COL 31 PIC X(02) FROM WS-ROW-OPERCAO (9).
002750     05  LINE 18 COL 34 PIC X(11) FROM WS-ROW-RESULT-ED (9).
002760     05  LINE 18 COL 46 PIC X(03) FROM WS-ROW-CURRENCY (9).
002770     05  LINE 18 COL 50 PIC X(03) FROM WS-ROW-DEPT-CODE (9).
002780     05  LINE 18 COL 54 PIC X(14) FROM WS-ROW-DISP-TEXT (9).
002790     05  LINE 18 COL 69 PIC X(09) FROM WS-ROW-REV-TEXT (9).
002800     05  LINE 19 COL 02 PIC X(01) USING WS-ROW-SEL (10).
002810     05  LINE 19 COL 04 PIC X(10) FROM WS-ROW-TRANS-ID (10).
002820     05  LINE 19 COL 15 PIC X(06) FROM WS-ROW-TRANS-SEQ (10).
002830     05  LINE 19 COL 22 PIC X(08) FROM WS-ROW-EFFECT-DATE (10).
002840     05  LINE 19 COL 31 PIC X(02) FROM WS-ROW-OPERCAO (10).
002850     05  LINE 19 COL 34 PIC X(11) FROM WS-ROW-RESULT-ED (10).
002860     05  LINE 19 COL 46 PIC X(03) FROM WS-ROW-CURRENCY (10).
002870     05  LINE 19 COL 50 PIC X(03) FROM WS-ROW-DEPT-CODE (10).
002880     05  LINE 19 COL 54 PIC X(14) FROM WS-ROW-DISP-TEXT (10).
002890     05  LINE 19 COL 69 PIC X(09) FROM WS-ROW-REV-TEXT (10).
002900     05  LINE 20 COL 05 VALUE 'PAGINA:'.
002910     05  LINE 20 COL 13 PIC X(04) FROM WS-PNL-PAGE-ED.
002920     05  LINE 21 COL 05 PIC X(50) FROM WS-PNL-MESSAGE.
002930     05  LINE 23 COL 05 VALUE 'ENTER=CONSULTA  S+ENTER=DETALHE'.
002940     05  LINE 23 COL 38 VALUE 'F7=ANTERIOR  F8=PROXIMA  F12=SAIR'.
002950 PROCEDURE DIVISION.
002960******************************************************************
002970*    0000-MAINLINE                                               *
002980******************************************************************
002990 0000-MAINLINE.
003000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003010     PERFORM 3000-PROCESS-INQUIRY THRU 3000-EXIT.
003020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003030     STOP RUN.
003040 0000-EXIT.
003050     EXIT.
003060******************************************************************
003070*    1000-INITIALIZE - OPEN THE HISTORY FILE THROUGH ITS         *
003080*    ALTERNATE INDEX.  WITHOUT IT THERE IS NOTHING TO LIST, SO   *
003090*    THE SESSION ENDS AT ONCE.  THE LEDGER IS OPENED FOR EACH    *
003100*    SEARCH (6000-READ-LEDGER).                                  *
003110******************************************************************
003120 1000-INITIALIZE.
003130     OPEN INPUT HIST-FILE.
003140     IF NOT WS-HIST-FILE-OK
003150         DISPLAY 'CALC022 - HISTORY FILE COULD NOT BE OPENED, '
003160             'STATUS=' WS-HIST-STATUS ' - SESSION ENDED.'
003170         MOVE 12 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200     MOVE SPACES TO WS-PAGE-TABLE.
003210 1000-EXIT.
003220     EXIT.
003230******************************************************************
003240*    3000-PROCESS-INQUIRY - PANEL ROUND TRIPS UNTIL THE USER     *
003250*    LEAVES.                                                     *
003260******************************************************************
003270 3000-PROCESS-INQUIRY.
003280     MOVE 'Y' TO WS-CONTINUE-SW.
003290     MOVE 'INFORME CONTA, C.CUSTO E DATAS E TECLE ENTER.'
003300         TO WS-PNL-MESSAGE.
003310     PERFORM 3500-PANEL-CYCLE THRU 3500-EXIT
003320         UNTIL WS-END-LOOP.
003330     DISPLAY 'ENCERRANDO A CONSULTA. ATE A PROXIMA.'.
003340 3000-EXIT.
003350     EXIT.
003360******************************************************************
003370*    3500-PANEL-CYCLE - ONE DISPLAY/ACCEPT ROUND TRIP ON THE     *
003380*    INQ-PANEL SCREEN, THEN ONE ACTION.  ENTER WITH A LINE       *
003390*    MARKED IS A DETAIL JUMP; ENTER WITH NO MARK IS A NEW        *
003400*    SEARCH.  THE MARKS ARE CLEARED AFTER EVERY ACTION.          *
003410******************************************************************
003420 3500-PANEL-CYCLE.
003430     MOVE WS-PAGE-NO TO WS-PNL-PAGE-ED.
003440     DISPLAY INQ-PANEL.
003450     ACCEPT INQ-PANEL.
003460     MOVE SPACES TO WS-PNL-MESSAGE.
003470     EVALUATE TRUE
003480         WHEN WS-KEY-F12 OR WS-KEY-ESCAPE
003490             MOVE 'N' TO WS-CONTINUE-SW
003500         WHEN WS-KEY-F7
003510             PERFORM 3800-PAGE-BACK THRU 3800-EXIT
003520         WHEN WS-KEY-F8
003530             PERFORM 3700-PAGE-FORWARD THRU 3700-EXIT
003540         WHEN OTHER
003550             PERFORM 3550-FIND-SELECTION THRU 3550-EXIT
003560             IF WS-SEL-IX > ZERO
003570                 PERFORM 7000-SHOW-DETAIL THRU 7000-EXIT
003580             ELSE
003590                 PERFORM 3600-NEW-SEARCH THRU 3600-EXIT
003600             END-IF
003610     END-EVALUATE.
003620     PERFORM 3570-CLEAR-MARK THRU 3570-EXIT
003630         VARYING WS-ROW-IX FROM 1 BY 1
003640         UNTIL WS-ROW-IX > WS-ROWS-PER-PAGE.
003650 3500-EXIT.
003660     EXIT.
003670******************************************************************
003680*    3550-FIND-SELECTION - THE FIRST LINE CARRYING A MARK (ANY   *
003690*    NON-BLANK CHARACTER), ZERO IF NONE.                         *
003700******************************************************************
003710 3550-FIND-SELECTION.
003720     MOVE ZERO TO WS-SEL-IX.
003730     PERFORM 3560-CHECK-MARK THRU 3560-EXIT
003740         VARYING WS-ROW-IX FROM 1 BY 1
003750         UNTIL WS-ROW-IX > WS-ROWS-PER-PAGE
003760            OR WS-SEL-IX > ZERO.
003770 3550-EXIT.
003780     EXIT.
003790******************************************************************
003800*    3560-CHECK-MARK - ONE LINE OF THE SELECTION SCAN.           *
003810******************************************************************
003820 3560-CHECK-MARK.
003830     IF WS-ROW-SEL (WS-ROW-IX) NOT = SPACE
003840         MOVE WS-ROW-IX TO WS-SEL-IX
003850     END-IF.
003860 3560-EXIT.
003870     EXIT.
003880******************************************************************
003890*    3570-CLEAR-MARK - BLANK ONE LINE'S SELECT MARK.             *
003900******************************************************************
003910 3570-CLEAR-MARK.
003920     MOVE SPACE TO WS-ROW-SEL (WS-ROW-IX).
003930 3570-EXIT.
003940     EXIT.
003950******************************************************************
003960*    3600-NEW-SEARCH - EDIT THE PANEL KEYS, SHOW THE LEDGER      *
003970*    BALANCE FOR THE PAIR AND THE FIRST PAGE OF ITS HISTORY.     *
003980*    A ZERO FROM-DATE STARTS AT THE BEGINNING; A ZERO TO-DATE    *
003990*    RUNS TO THE END.                                            *
004000******************************************************************
004010 3600-NEW-SEARCH.
004020     IF WS-INQ-ACCOUNT = SPACES
004030         MOVE 'INFORME A CONTA GL.' TO WS-PNL-MESSAGE
004040         GO TO 3600-EXIT
004050     END-IF.
004052     IF WS-INQ-COST-CENTER = SPACES
004054         MOVE 'INFORME O CENTRO DE CUSTO.' TO WS-PNL-MESSAGE
004056         GO TO 3600-EXIT
004058     END-IF.
004060     IF WS-INQ-DATE-FROM NOT NUMERIC
004070         MOVE ZERO TO WS-INQ-DATE-FROM
004080     END-IF.
004090     IF WS-INQ-DATE-TO NOT NUMERIC
004100         MOVE ZERO TO WS-INQ-DATE-TO
004110     END-IF.
004120     IF WS-INQ-DATE-TO NOT = ZERO
004130        AND WS-INQ-DATE-FROM > WS-INQ-DATE-TO
004140         MOVE 'DATA INICIAL MAIOR QUE A FINAL.' TO WS-PNL-MESSAGE
004150         GO TO 3600-EXIT
004160     END-IF.
004170     MOVE WS-INQ-ACCOUNT     TO WS-CUR-ACCOUNT.
004180     MOVE WS-INQ-COST-CENTER TO WS-CUR-COST-CENTER.
004190     MOVE WS-INQ-DATE-FROM   TO WS-CUR-DATE-FROM.
004200     IF WS-INQ-DATE-TO = ZERO
004210         MOVE 99999999 TO WS-CUR-DATE-TO
004220     ELSE
004230         MOVE WS-INQ-DATE-TO TO WS-CUR-DATE-TO
004240     END-IF.
004250     SET WS-SEARCH-ACTIVE TO TRUE.
004260     MOVE ZERO TO WS-PAGE-NO.
004270     MOVE SPACES TO WS-PAGE-TABLE.
004280     PERFORM 6000-READ-LEDGER THRU 6000-EXIT.
004290     PERFORM 3900-POSITION-RANGE THRU 3900-EXIT.
004300     PERFORM 4000-FETCH-NEXT THRU 4000-EXIT.
004310     IF WS-END-OF-RANGE
004320         MOVE 'NENHUM LANCAMENTO NO PERIODO PARA ESTE PAR.'
004330             TO WS-PNL-MESSAGE
004340         GO TO 3600-EXIT
004350     END-IF.
004360     MOVE 1 TO WS-PAGE-NO.
004370     PERFORM 4500-FILL-PAGE THRU 4500-EXIT.
004380     MOVE 'MARQUE UMA LINHA COM S E TECLE ENTER PARA DETALHE.'
004390         TO WS-PNL-MESSAGE.
004400 3600-EXIT.
004410     EXIT.
004420******************************************************************
004430*    3700-PAGE-FORWARD - THE NEXT PAGE OF THE RANGE.  THE PAGE   *
004440*    ON SHOW IS LEFT ALONE IF THERE IS NOTHING AFTER IT.         *
004450******************************************************************
004460 3700-PAGE-FORWARD.
004470     IF NOT WS-SEARCH-ACTIVE
004480         MOVE 'FACA UMA CONSULTA PRIMEIRO.' TO WS-PNL-MESSAGE
004490         GO TO 3700-EXIT
004500     END-IF.
004510     PERFORM 4000-FETCH-NEXT THRU 4000-EXIT.
004520     IF WS-END-OF-RANGE
004530         MOVE 'FIM DOS LANCAMENTOS PARA ESTE PAR.'
004540             TO WS-PNL-MESSAGE
004550         GO TO 3700-EXIT
004560     END-IF.
004570     ADD 1 TO WS-PAGE-NO.
004580     PERFORM 4500-FILL-PAGE THRU 4500-EXIT.
004590 3700-EXIT.
004600     EXIT.
004610******************************************************************
004620*    3800-PAGE-BACK - THE PAGE BEFORE THE ONE ON SHOW.  THE      *
004630*    RANGE IS RESTARTED AND THE RECORDS OF THE EARLIER PAGES     *
004640*    SKIPPED, WHICH ALSO LEAVES THE FILE POSITIONED FOR F8.      *
004650******************************************************************
004660 3800-PAGE-BACK.
004670     IF NOT WS-SEARCH-ACTIVE
004680        OR WS-PAGE-NO < 2
004690         MOVE 'JA ESTA NA PRIMEIRA PAGINA.' TO WS-PNL-MESSAGE
004700         GO TO 3800-EXIT
004710     END-IF.
004720     SUBTRACT 1 FROM WS-PAGE-NO.
004730     COMPUTE WS-SKIP-COUNT = (WS-PAGE-NO - 1) * WS-ROWS-PER-PAGE.
004740     PERFORM 3900-POSITION-RANGE THRU 3900-EXIT.
004750     PERFORM 4000-FETCH-NEXT THRU 4000-EXIT.
004760     PERFORM 4000-FETCH-NEXT THRU 4000-EXIT
004770         WS-SKIP-COUNT TIMES.
004780     IF WS-END-OF-RANGE
004790         MOVE SPACES TO WS-PAGE-TABLE
004800         MOVE ZERO TO WS-PAGE-NO
004810         MOVE 'LANCAMENTOS NAO ESTAO MAIS NO ARQUIVO - REFACA.'
004820             TO WS-PNL-MESSAGE
004830         GO TO 3800-EXIT
004840     END-IF.
004850     PERFORM 4500-FILL-PAGE THRU 4500-EXIT.
004860 3800-EXIT.
004870     EXIT.
004880******************************************************************
004890*    3900-POSITION-RANGE - START ON THE ALTERNATE KEY AT THE     *
004900*    ACCOUNT, COST CENTER AND FROM-DATE OF THE SEARCH.           *
004910******************************************************************
004920 3900-POSITION-RANGE.
004930     SET WS-IN-RANGE TO TRUE.
004940     MOVE WS-CUR-ACCOUNT     TO HA-GL-ACCOUNT.
004950     MOVE WS-CUR-COST-CENTER TO HA-COST-CENTER.
004960     MOVE WS-CUR-DATE-FROM   TO HA-EFFECT-DATE.
004970     START HIST-FILE KEY NOT LESS THAN HA-ACCT-DATE-KEY
004980         INVALID KEY
004990             SET WS-END-OF-RANGE TO TRUE
005000     END-START.
005010 3900-EXIT.
005020     EXIT.
005030******************************************************************
005040*    4000-FETCH-NEXT - READ THE NEXT HISTORY RECORD IN           *
005050*    ALTERNATE-KEY ORDER.  THE RANGE ENDS AT END OF FILE, AT A   *
005060*    DIFFERENT ACCOUNT OR COST CENTER, OR PAST THE TO-DATE.      *
005070******************************************************************
005080 4000-FETCH-NEXT.
005090     IF WS-END-OF-RANGE
005100         GO TO 4000-EXIT
005110     END-IF.
005120     READ HIST-FILE NEXT RECORD
005130         AT END
005140             SET WS-END-OF-RANGE TO TRUE
005150             GO TO 4000-EXIT
005160     END-READ.
005170     IF HA-GL-ACCOUNT NOT = WS-CUR-ACCOUNT
005180        OR HA-COST-CENTER NOT = WS-CUR-COST-CENTER
005190        OR HA-EFFECT-DATE > WS-CUR-DATE-TO
005200         SET WS-END-OF-RANGE TO TRUE
005210     END-IF.
005220 4000-EXIT.
005230     EXIT.
005240******************************************************************
005250*    4500-FILL-PAGE - A FRESH PAGE: THE RECORD IN THE BUFFER     *
005260*    ON THE FIRST LINE, THEN AS MANY MORE AS FIT AND ARE STILL   *
005270*    IN RANGE.                                                   *
005280******************************************************************
005290 4500-FILL-PAGE.
005300     MOVE SPACES TO WS-PAGE-TABLE.
005310     MOVE 1 TO WS-ROWS-SHOWN.
005320     MOVE 1 TO WS-ROW-IX.
005330     PERFORM 5000-LOAD-ROW THRU 5000-EXIT.
005340     PERFORM 4600-NEXT-ROW THRU 4600-EXIT
005350         UNTIL WS-ROWS-SHOWN = WS-ROWS-PER-PAGE
005360            OR WS-END-OF-RANGE.
005370 4500-EXIT.
005380     EXIT.
005390******************************************************************
005400*    4600-NEXT-ROW - FETCH ONE MORE RECORD ONTO THE PAGE.        *
005410******************************************************************
005420 4600-NEXT-ROW.
005430     PERFORM 4000-FETCH-NEXT THRU 4000-EXIT.
005440     IF WS-END-OF-RANGE
005450         GO TO 4600-EXIT
005460     END-IF.
005470     ADD 1 TO WS-ROWS-SHOWN.
005480     MOVE WS-ROWS-SHOWN TO WS-ROW-IX.
005490     PERFORM 5000-LOAD-ROW THRU 5000-EXIT.
005500 4600-EXIT.
005510     EXIT.
005520******************************************************************
005530*    5000-LOAD-ROW - EDIT THE RECORD IN THE BUFFER ONTO PAGE     *
005540*    LINE WS-ROW-IX.  DISPOSITION AS ON CALC009; THE ESTORNO     *
005550*    COLUMN SAYS WHETHER THE LINE HAS BEEN REVERSED OR IS        *
005560*    ITSELF A REVERSAL.                                          *
005570******************************************************************
005580 5000-LOAD-ROW.
005590     MOVE HA-TRANS-ID      TO WS-ROW-TRANS-ID (WS-ROW-IX).
005600     MOVE HA-TRANS-SEQ     TO WS-ROW-TRANS-SEQ (WS-ROW-IX).
005610     MOVE HA-EFFECT-DATE   TO WS-ROW-EFFECT-DATE (WS-ROW-IX).
005620     MOVE HA-OPERCAO       TO WS-ROW-OPERCAO (WS-ROW-IX).
005630     MOVE HA-RESULTADO     TO WS-ROW-RESULT-ED (WS-ROW-IX).
005640     MOVE HA-CURRENCY-CODE TO WS-ROW-CURRENCY (WS-ROW-IX).
005650     MOVE HA-DEPT-CODE     TO WS-ROW-DEPT-CODE (WS-ROW-IX).
005660     IF HA-DISPOSITION = 'R'
005670         MOVE SPACES TO WS-ROW-DISP-TEXT (WS-ROW-IX)
005680         STRING 'REJEITADO ' DELIMITED BY SIZE
005690                HA-REJECT-REASON DELIMITED BY SIZE
005700             INTO WS-ROW-DISP-TEXT (WS-ROW-IX)
005710     ELSE
005720         IF HA-DISPOSITION = 'H'
005730             MOVE 'RETIDO' TO WS-ROW-DISP-TEXT (WS-ROW-IX)
005740         ELSE
005750             MOVE 'ACEITO' TO WS-ROW-DISP-TEXT (WS-ROW-IX)
005760         END-IF
005770     END-IF.
005780     IF HA-REVERSED-FLAG = 'Y'
005790         MOVE 'ESTORNADO' TO WS-ROW-REV-TEXT (WS-ROW-IX)
005800     ELSE
005810         IF HA-REV-OF-TRANS-ID NOT = SPACES
005820             MOVE 'ESTORNO' TO WS-ROW-REV-TEXT (WS-ROW-IX)
005830         ELSE
005840             MOVE SPACES TO WS-ROW-REV-TEXT (WS-ROW-IX)
005850         END-IF
005860     END-IF.
005870 5000-EXIT.
005880     EXIT.
005890******************************************************************
005900*    6000-READ-LEDGER - OPENING AND CLOSING BALANCE OF THE PAIR  *
005910*    FROM THE NEWEST LEDGER GENERATION, SUMMED OVER ITS          *
005920*    DEPARTMENT BUCKETS.  THE LEDGER IS IN ACCOUNT / COST        *
005930*    CENTER ORDER, SO THE READ STOPS ONCE PAST THE PAIR.  AN     *
005940*    UNAVAILABLE LEDGER IS NOTED ON THE PANEL BUT DOES NOT STOP  *
005950*    THE TRANSACTION LIST.                                       *
005960******************************************************************
005970 6000-READ-LEDGER.
005980     MOVE ZERO TO WS-LED-OPEN-TOTAL.
005990     MOVE ZERO TO WS-LED-CLOSE-TOTAL.
006000     MOVE ZERO TO WS-PNL-LED-OPEN-ED.
006010     MOVE ZERO TO WS-PNL-LED-CLOSE-ED.
006020     MOVE SPACES TO WS-PNL-LED-PERIOD.
006030     MOVE SPACES TO WS-PNL-LED-NOTE.
006040     MOVE 'N' TO WS-LEDGER-FOUND-SW.
006050     OPEN INPUT LEDGER-IN.
006060     IF NOT WS-LEDGER-FILE-OK
006070         STRING 'LEDGER INDISPONIVEL, STATUS=' DELIMITED BY SIZE
006080                WS-LEDGER-STATUS DELIMITED BY SIZE
006090             INTO WS-PNL-LED-NOTE
006100         GO TO 6000-EXIT
006110     END-IF.
006120     MOVE 'N' TO WS-LEDGER-EOF-SW.
006130     PERFORM 6100-LEDGER-RECORD THRU 6100-EXIT
006140         UNTIL WS-LEDGER-EOF.
006150     CLOSE LEDGER-IN.
006160     IF NOT WS-LEDGER-FOUND
006170         MOVE 'PAR SEM SALDO NO ULTIMO LEDGER.' TO WS-PNL-LED-NOTE
006180         GO TO 6000-EXIT
006190     END-IF.
006200     MOVE WS-LED-OPEN-TOTAL  TO WS-PNL-LED-OPEN-ED.
006210     MOVE WS-LED-CLOSE-TOTAL TO WS-PNL-LED-CLOSE-ED.
006220 6000-EXIT.
006230     EXIT.
006240******************************************************************
006250*    6100-LEDGER-RECORD - ONE LEDGER RECORD: ADD IT IN IF IT IS  *
006260*    A BUCKET OF THE PAIR.                                       *
006270******************************************************************
006280 6100-LEDGER-RECORD.
006290     READ LEDGER-IN
006300         AT END
006310             SET WS-LEDGER-EOF TO TRUE
006320             GO TO 6100-EXIT
006330     END-READ.
006340     IF LI-GL-ACCOUNT > WS-CUR-ACCOUNT
006350         SET WS-LEDGER-EOF TO TRUE
006360         GO TO 6100-EXIT
006370     END-IF.
006380     IF LI-GL-ACCOUNT = WS-CUR-ACCOUNT
006390        AND LI-COST-CENTER > WS-CUR-COST-CENTER
006400         SET WS-LEDGER-EOF TO TRUE
006410         GO TO 6100-EXIT
006420     END-IF.
006430     IF LI-GL-ACCOUNT NOT = WS-CUR-ACCOUNT
006440        OR LI-COST-CENTER NOT = WS-CUR-COST-CENTER
006450         GO TO 6100-EXIT
006460     END-IF.
006470     SET WS-LEDGER-FOUND TO TRUE.
006480     MOVE LI-PERIOD TO WS-PNL-LED-PERIOD.
006490     ADD LI-OPEN-BALANCE  TO WS-LED-OPEN-TOTAL.
006500     ADD LI-CLOSE-BALANCE TO WS-LED-CLOSE-TOTAL.
006510 6100-EXIT.
006520     EXIT.
006530******************************************************************
006540*    7000-SHOW-DETAIL - JUMP TO THE CALC009 DETAIL PANEL FOR     *
006550*    THE MARKED LINE.  CALC009 RUNS ITS OWN PANEL ON ITS OWN     *
006560*    CALCHIST ALLOCATION, SO THE POSITION IN THE RANGE HERE IS   *
006570*    UNTOUCHED AND THE SAME PAGE COMES BACK ON RETURN.           *
006580******************************************************************
006590 7000-SHOW-DETAIL.
006600     IF WS-ROW-TRANS-ID (WS-SEL-IX) = SPACES
006610         MOVE 'LINHA MARCADA SEM LANCAMENTO.' TO WS-PNL-MESSAGE
006620         GO TO 7000-EXIT
006630     END-IF.
006640     MOVE WS-ROW-TRANS-ID (WS-SEL-IX)  TO WS-DTL-TRANS-ID.
006650     MOVE WS-ROW-TRANS-SEQ (WS-SEL-IX) TO WS-DTL-TRANS-SEQ.
006660     MOVE ZERO TO RETURN-CODE.
006670     CALL WS-DETAIL-PROGRAM USING WS-DETAIL-PARM
006680         ON EXCEPTION
006690             MOVE 'CONSULTA DE DETALHE CALC009 NAO DISPONIVEL.'
006700                 TO WS-PNL-MESSAGE
006710             GO TO 7000-EXIT
006720     END-CALL.
006730     IF RETURN-CODE NOT = ZERO
006740         MOVE 'CALC009 NAO ABRIU O HISTORICO.' TO WS-PNL-MESSAGE
006750     ELSE
006760         MOVE 'DE VOLTA DA CONSULTA DE DETALHE.' TO WS-PNL-MESSAGE
006770     END-IF.
006780     MOVE ZERO TO RETURN-CODE.
006790     CANCEL WS-DETAIL-PROGRAM.
006800 7000-EXIT.
006810     EXIT.
006820******************************************************************
006830*    9000-TERMINATE - CLOSE UP.                                  *
006840******************************************************************
006850 9000-TERMINATE.
006860     CLOSE HIST-FILE.
006870 9000-EXIT.
006880     EXIT.
