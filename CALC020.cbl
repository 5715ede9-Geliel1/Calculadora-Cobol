000100******************************************************************
000110*                                                                *
000120*    PROGRAM   : CALC020                                        *
000130*    AUTHOR    : J. ALVES, DATA PROCESSING                      *
000140*    INSTALL.  : GENERAL LEDGER SUPPORT - SITE 02                *
000150*    DATE-WRITTEN : 2026-10-01                                   *
000160*    DATE-COMPILED:                                              *
000170*                                                                *
000180*    BUDGET MASTER LOAD AND MAINTENANCE.  APPLIES BUDGET LINES   *
000190*    TO THE KEYED BUDGET MASTER (BUDGMST KSDS, KEY = GL-ACCOUNT  *
000200*    + COST-CENTER + DEPT-CODE + PERIOD) THAT CALC021 MATCHES    *
000210*    AGAINST THE MONTH-END LEDGER.  THE LINES COME FROM TWO      *
000220*    PLACES, BOTH IN THE SAME 80-COLUMN IMAGE:                   *
000230*                                                                *
000240*      BUDGUP - OPTIONAL FLAT-FILE UPLOAD, TYPICALLY THE YEAR'S  *
000250*               BUDGET SAVED OUT OF THE FINANCE SPREADSHEET.  A  *
000260*               BLANK ACTION COLUMN MEANS R (ADD OR REPLACE).    *
000270*      SYSIN  - MAINTENANCE CARDS, APPLIED AFTER THE UPLOAD SO   *
000280*               A CARD CAN CORRECT AN UPLOADED LINE IN THE SAME  *
000290*               RUN.                                             *
000300*                                                                *
000310*      COL 1     ACTION - A ADD, C CHANGE, R ADD OR REPLACE,     *
000320*                D DELETE, L LIST (CARDS ONLY)                   *
000330*      COL 3-10  GL ACCOUNT (BLANK ON L = LIST THE WHOLE MASTER) *
000340*      COL 12-17 COST CENTER                                     *
000350*      COL 19-21 DEPARTMENT CODE                                 *
000360*      COL 23-28 PERIOD YYYYMM                                   *
000370*      COL 30-45 BUDGET AMOUNT FOR THE PERIOD, SIGN + 13 DIGITS  *
000380*                + 2 DECIMALS, NO POINT (+000000001500000 =      *
000390*                15000,00)                                       *
000400*                                                                *
000410*    D NEEDS ONLY THE KEY.  THE ACCOUNT IS NOT LOOKED UP ON THE  *
000420*    ACCOUNTS MASTER - A BUDGET LINE NO LEDGER BUCKET EVER       *
000430*    MATCHES SHOWS UP ON THE CALC021 REPORT AS BUDGET WITH NO    *
000440*    ACTIVITY, WHICH IS WHERE A MIS-KEYED LINE GETS NOTICED.     *
000450*                                                                *
000460*    MODIFICATION HISTORY                                        *
000470*    ------------------------------------------------------      *
000480*    2026-10-01  JA   INITIAL VERSION.                           *
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. CALC020.
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SPECIAL-NAMES.
000550     DECIMAL-POINT IS COMMA.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT OPTIONAL BUDGET-FILE ASSIGN TO BUDGMST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS BU-BUDGET-KEY
000620         FILE STATUS IS WS-BUDGET-STATUS.
000630     SELECT OPTIONAL UPLOAD-FILE ASSIGN TO BUDGUP
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-UPLOAD-STATUS.
000660     SELECT MAINT-CARDS ASSIGN TO SYSIN
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-SYSIN-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  BUDGET-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  BU-BUDGET-REC.
000740     COPY BUDGREC REPLACING ==:TAG:== BY ==BU==.
000750 FD  UPLOAD-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  UPLOAD-REC              PIC X(80).
000780 FD  MAINT-CARDS
000790     LABEL RECORDS ARE STANDARD.
000800 01  MAINT-CARD-REC          PIC X(80).
000810 WORKING-STORAGE SECTION.
000820 01  WS-BUDGET-STATUS        PIC X(02).
000830     88  WS-BUDGET-FILE-OK           VALUE '00' '05'.
000840 01  WS-UPLOAD-STATUS        PIC X(02).
000850     88  WS-UPLOAD-AVAILABLE         VALUE '00'.
000860 01  WS-SYSIN-STATUS         PIC X(02).
000870     88  WS-SYSIN-AVAILABLE          VALUE '00'.
000880 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
000890     88  WS-EOF                      VALUE 'Y'.
000900     88  WS-NOT-EOF                  VALUE 'N'.
000910 01  WS-CARD-OK-SW           PIC X(01)    VALUE 'Y'.
000920     88  WS-CARD-OK                  VALUE 'Y'.
000930     88  WS-CARD-FAILED              VALUE 'N'.
000940******************************************************************
000950*    WHERE THE LINE BEING APPLIED CAME FROM - STAMPED ON THE     *
000960*    RECORD AS ITS BUDGET-SOURCE.                                *
000970******************************************************************
000980 01  WS-SOURCE-SW            PIC X(01)    VALUE 'C'.
000990     88  WS-FROM-CARD                VALUE 'C'.
001000     88  WS-FROM-UPLOAD              VALUE 'U'.
001010 01  WS-SOURCE-NAME          PIC X(06)    VALUE 'CARD'.
001020******************************************************************
001030*    THE LINE BEING APPLIED, CARD OR UPLOAD, IN ONE LAYOUT.      *
001040******************************************************************
001050 01  WS-MAINT-CARD.
001060     05  MC-ACTION           PIC X(01).
001070         88  MC-ACTION-ADD           VALUE 'A'.
001080         88  MC-ACTION-CHANGE        VALUE 'C'.
001090         88  MC-ACTION-REPLACE       VALUE 'R'.
001100         88  MC-ACTION-DELETE        VALUE 'D'.
001110         88  MC-ACTION-LIST          VALUE 'L'.
001120     05  FILLER              PIC X(01).
001130     05  MC-KEY.
001140         10  MC-GL-ACCOUNT       PIC X(08).
001150         10  FILLER              PIC X(01).
001160         10  MC-COST-CENTER      PIC X(06).
001170         10  FILLER              PIC X(01).
001180         10  MC-DEPT-CODE        PIC X(03).
001190         10  FILLER              PIC X(01).
001200         10  MC-PERIOD           PIC 9(06).
001210         10  MC-PERIOD-PARTS REDEFINES MC-PERIOD.
001220             15  MC-PERIOD-YYYY      PIC 9(04).
001230             15  MC-PERIOD-MM        PIC 9(02).
001240     05  FILLER              PIC X(01).
001250     05  MC-AMOUNT           PIC S9(13)V99
001260         SIGN IS LEADING SEPARATE CHARACTER.
001270     05  FILLER              PIC X(35).
001280******************************************************************
001290*    RUN COUNTERS.                                               *
001300******************************************************************
001310 01  WS-CNT-UPLOAD-READ      PIC 9(06)    COMP VALUE ZERO.
001320 01  WS-CNT-CARDS-READ       PIC 9(06)    COMP VALUE ZERO.
001330 01  WS-CNT-ADDED            PIC 9(06)    COMP VALUE ZERO.
001340 01  WS-CNT-CHANGED          PIC 9(06)    COMP VALUE ZERO.
001350 01  WS-CNT-DELETED          PIC 9(06)    COMP VALUE ZERO.
001360 01  WS-CNT-FAILED           PIC 9(06)    COMP VALUE ZERO.
001370 01  WS-CNT-LISTED           PIC 9(06)    COMP VALUE ZERO.
001380 01  WS-RUN-DATE             PIC 9(08)    VALUE ZERO.
001390******************************************************************
001400*    LISTING WORK FIELDS.                                        *
001410******************************************************************
001420 01  WS-SCAN-DONE-SW         PIC X(01)    VALUE 'N'.
001430     88  WS-SCAN-DONE                VALUE 'Y'.
001440 01  WS-ENTRY-FOUND-SW       PIC X(01)    VALUE 'N'.
001450     88  WS-ENTRY-FOUND              VALUE 'Y'.
001460 01  WS-LIST-GL-ACCOUNT      PIC X(08)    VALUE SPACES.
001470 01  WS-DISPLAY-AMOUNT       PIC -(13)9,99.
001480 PROCEDURE DIVISION.
001490******************************************************************
001500*    0000-MAINLINE                                               *
001510******************************************************************
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     PERFORM 2000-PROCESS-UPLOAD THRU 2000-EXIT.
001550     PERFORM 2500-PROCESS-CARDS THRU 2500-EXIT.
001560     CLOSE BUDGET-FILE.
001570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001580     STOP RUN.
001590 0000-EXIT.
001600     EXIT.
001610******************************************************************
001620*    1000-INITIALIZE - OPEN THE BUDGET MASTER FOR UPDATE.  THE   *
001630*    MASTER IS OPTIONAL SO THE VERY FIRST LOAD CAN FILL AN EMPTY *
001640*    CLUSTER.  THE UPLOAD AND THE CARDS ARE OPENED AS THEIR      *
001650*    TURN COMES; A RUN WITH NEITHER IS ABANDONED.                *
001660******************************************************************
001670 1000-INITIALIZE.
001680     DISPLAY 'CALC020 - BUDGET MASTER MAINTENANCE'.
001690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001700     OPEN I-O BUDGET-FILE.
001710     IF NOT WS-BUDGET-FILE-OK
001720         DISPLAY 'CALC020 - BUDGET MASTER COULD NOT BE OPENED, '
001730             'STATUS=' WS-BUDGET-STATUS ' - RUN ABANDONED.'
001740         MOVE 12 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.
001770     OPEN INPUT UPLOAD-FILE.
001780     OPEN INPUT MAINT-CARDS.
001790     IF NOT WS-UPLOAD-AVAILABLE
001800         AND NOT WS-SYSIN-AVAILABLE
001810         DISPLAY 'CALC020 - NO UPLOAD AND NO MAINTENANCE CARDS '
001820             '- RUN ABANDONED.'
001830         CLOSE BUDGET-FILE
001840         MOVE 12 TO RETURN-CODE
001850         STOP RUN
001860     END-IF.
001870 1000-EXIT.
001880     EXIT.
001890******************************************************************
001900*    2000-PROCESS-UPLOAD - APPLY EVERY LINE OF THE UPLOAD FILE,  *
001910*    IF ONE WAS SUPPLIED.                                        *
001920******************************************************************
001930 2000-PROCESS-UPLOAD.
001940     IF NOT WS-UPLOAD-AVAILABLE
001950         DISPLAY 'CALC020 - NO BUDGET UPLOAD THIS RUN.'
001960         GO TO 2000-EXIT
001970     END-IF.
001980     SET WS-FROM-UPLOAD TO TRUE.
001990     MOVE 'UPLOAD' TO WS-SOURCE-NAME.
002000     MOVE 'N' TO WS-EOF-SW.
002010     PERFORM 2100-READ-UPLOAD THRU 2100-EXIT.
002020     PERFORM 3000-APPLY-LINE THRU 3000-EXIT
002030         UNTIL WS-EOF.
002040     CLOSE UPLOAD-FILE.
002050 2000-EXIT.
002060     EXIT.
002070******************************************************************
002080*    2100-READ-UPLOAD - GET THE NEXT UPLOAD LINE.  A BLANK       *
002090*    ACTION IS TAKEN AS ADD OR REPLACE.                          *
002100******************************************************************
002110 2100-READ-UPLOAD.
002120     READ UPLOAD-FILE
002130         AT END
002140             MOVE 'Y' TO WS-EOF-SW
002150             GO TO 2100-EXIT
002160     END-READ.
002170     ADD 1 TO WS-CNT-UPLOAD-READ.
002180     MOVE UPLOAD-REC TO WS-MAINT-CARD.
002190     IF MC-ACTION = SPACE
002200         SET MC-ACTION-REPLACE TO TRUE
002210     END-IF.
002220 2100-EXIT.
002230     EXIT.
002240******************************************************************
002250*    2500-PROCESS-CARDS - APPLY EVERY MAINTENANCE CARD, IF ANY.  *
002260******************************************************************
002270 2500-PROCESS-CARDS.
002280     IF NOT WS-SYSIN-AVAILABLE
002290         GO TO 2500-EXIT
002300     END-IF.
002310     SET WS-FROM-CARD TO TRUE.
002320     MOVE 'CARD' TO WS-SOURCE-NAME.
002330     MOVE 'N' TO WS-EOF-SW.
002340     PERFORM 2600-READ-CARD THRU 2600-EXIT.
002350     PERFORM 3000-APPLY-LINE THRU 3000-EXIT
002360         UNTIL WS-EOF.
002370     CLOSE MAINT-CARDS.
002380 2500-EXIT.
002390     EXIT.
002400******************************************************************
002410*    2600-READ-CARD - GET THE NEXT MAINTENANCE CARD.             *
002420******************************************************************
002430 2600-READ-CARD.
002440     READ MAINT-CARDS
002450         AT END
002460             MOVE 'Y' TO WS-EOF-SW
002470             GO TO 2600-EXIT
002480     END-READ.
002490     ADD 1 TO WS-CNT-CARDS-READ.
002500     MOVE MAINT-CARD-REC TO WS-MAINT-CARD.
002510 2600-EXIT.
002520     EXIT.
002530******************************************************************
002540*    3000-APPLY-LINE - DISPATCH ONE LINE ON ITS ACTION CODE AND  *
002550*    READ THE NEXT FROM THE SAME SOURCE.  A LIST IS TAKEN FROM   *
002560*    A CARD ONLY; EVERY OTHER ACTION NEEDS THE FULL KEY.         *
002570******************************************************************
002580 3000-APPLY-LINE.
002590     SET WS-CARD-OK TO TRUE.
002600     IF MC-ACTION-LIST AND WS-FROM-CARD
002610         PERFORM 7000-LIST-BUDGETS THRU 7000-EXIT
002620         GO TO 3000-NEXT
002630     END-IF.
002640     PERFORM 3100-EDIT-KEY THRU 3100-EXIT.
002650     IF WS-CARD-FAILED
002660         GO TO 3000-NEXT
002670     END-IF.
002680     EVALUATE TRUE
002690         WHEN MC-ACTION-ADD
002700             PERFORM 4000-ADD-BUDGET THRU 4000-EXIT
002710         WHEN MC-ACTION-CHANGE
002720             PERFORM 5000-CHANGE-BUDGET THRU 5000-EXIT
002730         WHEN MC-ACTION-REPLACE
002740             PERFORM 5500-REPLACE-BUDGET THRU 5500-EXIT
002750         WHEN MC-ACTION-DELETE
002760             PERFORM 6000-DELETE-BUDGET THRU 6000-EXIT
002770         WHEN OTHER
002780             SET WS-CARD-FAILED TO TRUE
002790             DISPLAY 'CALC020 - UNRECOGNIZED ' WS-SOURCE-NAME
002800                 ' ACTION "' MC-ACTION '" FOR ' MC-KEY
002810                 ' - LINE IGNORED.'
002820     END-EVALUATE.
002830 3000-NEXT.
002840     IF WS-CARD-FAILED
002850         ADD 1 TO WS-CNT-FAILED
002860     END-IF.
002870     IF WS-FROM-UPLOAD
002880         PERFORM 2100-READ-UPLOAD THRU 2100-EXIT
002890     ELSE
002900         PERFORM 2600-READ-CARD THRU 2600-EXIT
002910     END-IF.
002920 3000-EXIT.
002930     EXIT.
002940******************************************************************
002950*    3100-EDIT-KEY - THE BUCKET MUST BE FULLY CODED AND THE      *
002960*    PERIOD A REAL YYYYMM.                                       *
002970******************************************************************
002980 3100-EDIT-KEY.
002990     IF MC-GL-ACCOUNT = SPACES
003000         OR MC-COST-CENTER = SPACES
003010         OR MC-DEPT-CODE = SPACES
003020         SET WS-CARD-FAILED TO TRUE
003030         DISPLAY 'CALC020 - ACCOUNT, COST CENTER OR DEPT '
003040             'MISSING ON ' WS-SOURCE-NAME ' LINE "' MC-ACTION
003050             '" - LINE IGNORED.'
003060         GO TO 3100-EXIT
003070     END-IF.
003080     IF MC-PERIOD IS NOT NUMERIC
003090         SET WS-CARD-FAILED TO TRUE
003100         DISPLAY 'CALC020 - NON-NUMERIC PERIOD FOR ' MC-KEY
003110             ' - LINE IGNORED.'
003120         GO TO 3100-EXIT
003130     END-IF.
003140     IF MC-PERIOD-MM < 1 OR MC-PERIOD-MM > 12
003150         SET WS-CARD-FAILED TO TRUE
003160         DISPLAY 'CALC020 - PERIOD ' MC-PERIOD
003170             ' IS NOT A YYYYMM FOR ' MC-KEY ' - LINE IGNORED.'
003180     END-IF.
003190 3100-EXIT.
003200     EXIT.
003210******************************************************************
003220*    3200-EDIT-AMOUNT - ADD, CHANGE AND REPLACE MUST CARRY A     *
003230*    NUMERIC AMOUNT (ZERO IS A VALID BUDGET).                    *
003240******************************************************************
003250 3200-EDIT-AMOUNT.
003260     IF MC-AMOUNT IS NOT NUMERIC
003270         SET WS-CARD-FAILED TO TRUE
003280         DISPLAY 'CALC020 - BUDGET AMOUNT NOT NUMERIC FOR '
003290             MC-KEY ' - LINE IGNORED.'
003300     END-IF.
003310 3200-EXIT.
003320     EXIT.
003330******************************************************************
003340*    3300-BUILD-BUDGET - LOAD THE RECORD AREA FROM THE LINE.     *
003350******************************************************************
003360 3300-BUILD-BUDGET.
003370     MOVE SPACES           TO BU-BUDGET-REC.
003380     MOVE MC-GL-ACCOUNT    TO BU-GL-ACCOUNT.
003390     MOVE MC-COST-CENTER   TO BU-COST-CENTER.
003400     MOVE MC-DEPT-CODE     TO BU-DEPT-CODE.
003410     MOVE MC-PERIOD        TO BU-PERIOD.
003420     MOVE MC-AMOUNT        TO BU-BUDGET-AMOUNT.
003430     MOVE WS-SOURCE-SW     TO BU-BUDGET-SOURCE.
003440     MOVE WS-RUN-DATE      TO BU-LAST-CHANGED.
003450 3300-EXIT.
003460     EXIT.
003470******************************************************************
003480*    4000-ADD-BUDGET - WRITE A NEW BUDGET LINE.  A DUPLICATE KEY *
003490*    FAILS THE LINE - USE C OR R TO ALTER AN EXISTING BUDGET.    *
003500******************************************************************
003510 4000-ADD-BUDGET.
003520     PERFORM 3200-EDIT-AMOUNT THRU 3200-EXIT.
003530     IF WS-CARD-FAILED
003540         GO TO 4000-EXIT
003550     END-IF.
003560     PERFORM 3300-BUILD-BUDGET THRU 3300-EXIT.
003570     WRITE BU-BUDGET-REC
003580         INVALID KEY
003590             SET WS-CARD-FAILED TO TRUE
003600             DISPLAY 'CALC020 - BUDGET ' MC-KEY
003610                 ' ALREADY ON MASTER - ADD IGNORED.'
003620     END-WRITE.
003630     IF WS-CARD-OK
003640         ADD 1 TO WS-CNT-ADDED
003650     END-IF.
003660 4000-EXIT.
003670     EXIT.
003680******************************************************************
003690*    5000-CHANGE-BUDGET - REPLACE THE AMOUNT OF AN EXISTING      *
003700*    BUDGET LINE.  FAILS WHEN THE LINE IS NOT ON THE MASTER.     *
003710******************************************************************
003720 5000-CHANGE-BUDGET.
003730     PERFORM 3200-EDIT-AMOUNT THRU 3200-EXIT.
003740     IF WS-CARD-FAILED
003750         GO TO 5000-EXIT
003760     END-IF.
003770     PERFORM 8000-READ-BUDGET THRU 8000-EXIT.
003780     IF WS-CARD-FAILED
003790         GO TO 5000-EXIT
003800     END-IF.
003810     PERFORM 3300-BUILD-BUDGET THRU 3300-EXIT.
003820     PERFORM 8100-REWRITE-BUDGET THRU 8100-EXIT.
003830     IF WS-CARD-OK
003840         ADD 1 TO WS-CNT-CHANGED
003850     END-IF.
003860 5000-EXIT.
003870     EXIT.
003880******************************************************************
003890*    5500-REPLACE-BUDGET - CHANGE THE LINE IF IT IS ON THE       *
003900*    MASTER, OTHERWISE ADD IT.  THIS IS WHAT AN UPLOAD DOES, SO  *
003910*    A CORRECTED SPREADSHEET CAN SIMPLY BE UPLOADED AGAIN.       *
003920******************************************************************
003930 5500-REPLACE-BUDGET.
003940     PERFORM 3200-EDIT-AMOUNT THRU 3200-EXIT.
003950     IF WS-CARD-FAILED
003960         GO TO 5500-EXIT
003970     END-IF.
003980     MOVE MC-GL-ACCOUNT  TO BU-GL-ACCOUNT.
003990     MOVE MC-COST-CENTER TO BU-COST-CENTER.
004000     MOVE MC-DEPT-CODE   TO BU-DEPT-CODE.
004010     MOVE MC-PERIOD      TO BU-PERIOD.
004020     READ BUDGET-FILE
004030         INVALID KEY
004040             PERFORM 4000-ADD-BUDGET THRU 4000-EXIT
004050             GO TO 5500-EXIT
004060     END-READ.
004070     PERFORM 3300-BUILD-BUDGET THRU 3300-EXIT.
004080     PERFORM 8100-REWRITE-BUDGET THRU 8100-EXIT.
004090     IF WS-CARD-OK
004100         ADD 1 TO WS-CNT-CHANGED
004110     END-IF.
004120 5500-EXIT.
004130     EXIT.
004140******************************************************************
004150*    6000-DELETE-BUDGET - TAKE A BUDGET LINE OFF THE MASTER.     *
004160******************************************************************
004170 6000-DELETE-BUDGET.
004180     PERFORM 8000-READ-BUDGET THRU 8000-EXIT.
004190     IF WS-CARD-FAILED
004200         GO TO 6000-EXIT
004210     END-IF.
004220     DELETE BUDGET-FILE
004230         INVALID KEY
004240             SET WS-CARD-FAILED TO TRUE
004250             DISPLAY 'CALC020 - DELETE FAILED FOR ' MC-KEY
004260                 ', STATUS=' WS-BUDGET-STATUS
004270     END-DELETE.
004280     IF WS-CARD-OK
004290         ADD 1 TO WS-CNT-DELETED
004300         DISPLAY 'CALC020 - DELETED BUDGET ' MC-KEY
004310     END-IF.
004320 6000-EXIT.
004330     EXIT.
004340******************************************************************
004350*    7000-LIST-BUDGETS - PRINT EVERY BUDGET LINE FOR THE CARD'S  *
004360*    GL ACCOUNT, OR THE WHOLE MASTER WHEN THE ACCOUNT COLUMNS    *
004370*    ARE BLANK.                                                  *
004380******************************************************************
004390 7000-LIST-BUDGETS.
004400     MOVE MC-GL-ACCOUNT TO WS-LIST-GL-ACCOUNT.
004410     MOVE 'N' TO WS-SCAN-DONE-SW.
004420     MOVE 'N' TO WS-ENTRY-FOUND-SW.
004430     MOVE LOW-VALUES TO BU-BUDGET-KEY.
004440     IF WS-LIST-GL-ACCOUNT NOT = SPACES
004450         MOVE WS-LIST-GL-ACCOUNT TO BU-GL-ACCOUNT
004460     END-IF.
004470     DISPLAY 'CALC020 - BUDGET MASTER LISTING'.
004480     START BUDGET-FILE KEY NOT LESS THAN BU-BUDGET-KEY
004490         INVALID KEY
004500             MOVE 'Y' TO WS-SCAN-DONE-SW
004510     END-START.
004520     PERFORM 7100-LIST-ONE-BUDGET THRU 7100-EXIT
004530         UNTIL WS-SCAN-DONE.
004540     IF NOT WS-ENTRY-FOUND
004550         DISPLAY 'CALC020 - NO BUDGET ON MASTER FOR '
004560             WS-LIST-GL-ACCOUNT
004570     END-IF.
004580 7000-EXIT.
004590     EXIT.
004600******************************************************************
004610*    7100-LIST-ONE-BUDGET - ONE LINE PER BUDGET RECORD.          *
004620******************************************************************
004630 7100-LIST-ONE-BUDGET.
004640     READ BUDGET-FILE NEXT RECORD
004650         AT END
004660             MOVE 'Y' TO WS-SCAN-DONE-SW
004670             GO TO 7100-EXIT
004680     END-READ.
004690     IF WS-LIST-GL-ACCOUNT NOT = SPACES
004700         AND BU-GL-ACCOUNT NOT = WS-LIST-GL-ACCOUNT
004710         MOVE 'Y' TO WS-SCAN-DONE-SW
004720         GO TO 7100-EXIT
004730     END-IF.
004740     SET WS-ENTRY-FOUND TO TRUE.
004750     ADD 1 TO WS-CNT-LISTED.
004760     MOVE BU-BUDGET-AMOUNT TO WS-DISPLAY-AMOUNT.
004770     DISPLAY '  ' BU-GL-ACCOUNT '/' BU-COST-CENTER
004780         ' DEPT ' BU-DEPT-CODE ' PERIOD ' BU-PERIOD
004790         ' BUDGET ' WS-DISPLAY-AMOUNT
004800         ' SET BY ' BU-BUDGET-SOURCE ' ON ' BU-LAST-CHANGED.
004810 7100-EXIT.
004820     EXIT.
004830******************************************************************
004840*    8000-READ-BUDGET - READ THE LINE'S BUDGET RECORD FOR        *
004850*    UPDATE.  FAILS THE LINE WHEN IT IS NOT ON THE MASTER.       *
004860******************************************************************
004870 8000-READ-BUDGET.
004880     MOVE MC-GL-ACCOUNT  TO BU-GL-ACCOUNT.
004890     MOVE MC-COST-CENTER TO BU-COST-CENTER.
004900     MOVE MC-DEPT-CODE   TO BU-DEPT-CODE.
004910     MOVE MC-PERIOD      TO BU-PERIOD.
004920     READ BUDGET-FILE
004930         INVALID KEY
004940             SET WS-CARD-FAILED TO TRUE
004950             DISPLAY 'CALC020 - BUDGET ' MC-KEY
004960                 ' NOT ON MASTER - "' MC-ACTION
004970                 '" ' WS-SOURCE-NAME ' LINE IGNORED.'
004980     END-READ.
004990 8000-EXIT.
005000     EXIT.
005010******************************************************************
005020*    8100-REWRITE-BUDGET - PUT THE UPDATED RECORD BACK.          *
005030******************************************************************
005040 8100-REWRITE-BUDGET.
005050     REWRITE BU-BUDGET-REC
005060         INVALID KEY
005070             SET WS-CARD-FAILED TO TRUE
005080             DISPLAY 'CALC020 - REWRITE FAILED FOR ' MC-KEY
005090                 ', STATUS=' WS-BUDGET-STATUS
005100     END-REWRITE.
005110 8100-EXIT.
005120     EXIT.
005130******************************************************************
005140*    9000-TERMINATE - END-OF-RUN SUMMARY.  ANY FAILED LINE ENDS  *
005150*    THE JOB WITH A NONZERO RETURN CODE SO THE OPERATOR SEES     *
005160*    THE MASTER IS NOT FULLY UP TO DATE.                         *
005170******************************************************************
005180 9000-TERMINATE.
005190     DISPLAY ' '.
005200     DISPLAY '=================================================='.
005210     DISPLAY '  CALC020 - END OF RUN SUMMARY'.
005220     DISPLAY '=================================================='.
005230     DISPLAY '  UPLOAD LINES READ..: ', WS-CNT-UPLOAD-READ.
005240     DISPLAY '  CARDS READ.........: ', WS-CNT-CARDS-READ.
005250     DISPLAY '  ADDED..............: ', WS-CNT-ADDED.
005260     DISPLAY '  CHANGED............: ', WS-CNT-CHANGED.
005270     DISPLAY '  DELETED............: ', WS-CNT-DELETED.
005280     DISPLAY '  LISTED.............: ', WS-CNT-LISTED.
005290     DISPLAY '  LINES FAILED.......: ', WS-CNT-FAILED.
005300     DISPLAY '=================================================='.
005310     IF WS-CNT-FAILED > ZERO
005320         MOVE 8 TO RETURN-CODE
005330     END-IF.
005340 9000-EXIT.
005350     EXIT.
