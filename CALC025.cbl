000100******************************************************************
000110*                                                                *
000120*    PROGRAM   : CALC025                                        *
000130*    AUTHOR    : J. ALVES, DATA PROCESSING                      *
000140*    INSTALL.  : GENERAL LEDGER SUPPORT - SITE 02                *
000150*    DATE-WRITTEN : 2026-10-09                                   *
000160*    DATE-COMPILED:                                              *
000170*                                                                *
000180*    NIGHTLY BALANCING ROLL-FORWARD.  READS THE FOUR STAGE       *
000190*    RECORDS THE NIGHTLY CHAIN LEFT ON THE BALANCING CONTROL     *
000200*    FILE (BALCTL, LAYOUT BALREC) FOR ONE RUN IDENTITY AND       *
000210*    PRINTS THEM AS ONE ROLL-FORWARD FROM THE DEPARTMENT FEEDS   *
000220*    TO THE GL ACKNOWLEDGMENT:                                   *
000230*      1 - CALC012 GATEWAY       DETAILS RECEIVED, HELD OUT,     *
000240*                                MERGED.                         *
000250*      2 - CALC002 CALCULATION   DETAILS READ, COMMITTED,        *
000260*                                REJECTED, HELD IN SUSPENSE.     *
000270*      3 - CALC003 GL EXTRACT    RECORDS READ, NOT POSTABLE,     *
000280*                                SUMMARIZED, PAIRS POSTED.       *
000290*      4 - CALC007 RECONCILE     PAIRS RECONCILED, ACCEPTED,     *
000300*                                REJECTED, NEVER ACKNOWLEDGED.   *
000310*                                                                *
000320*    EACH STAGE IS PROVED ON ITS OWN (WHAT CAME IN = WHAT WENT   *
000330*    OUT + WHAT WAS SET ASIDE) AND AGAINST THE STAGE BEFORE IT   *
000340*    (WHAT ONE STAGE HANDED ON = WHAT THE NEXT ONE TOOK IN).     *
000350*    UP TO CALC002 THE AMOUNTS ARE NUM01 HASH TOTALS; FROM THE   *
000360*    COMMITTED WORK ON THEY ARE BASE-CURRENCY RESULTS.           *
000370*                                                                *
000380*    AN ITEM THAT IS SET ASIDE FOR A KNOWN REASON AND HAS ITS    *
000390*    OWN FOLLOW-UP (A FEED HELD OUT FOR RESEND, A REJECT FOR     *
000400*    CALC2REC, A SUSPENSE HOLD FOR CALC014, A GL REJECTION ON    *
000410*    GLEXCP) IS FLAGGED EXP WITH THE REASON.  A DIFFERENCE NO    *
000420*    SUCH ITEM ACCOUNTS FOR, A PAIR THE GL NEVER ACKNOWLEDGED,   *
000430*    A CALC007 PROOF FAILURE OR A STAGE THAT DID NOT RECORD      *
000440*    ITSELF IS FLAGGED ***.  A CHECK AGAINST A STAGE THAT DID    *
000450*    NOT RECORD ITSELF CANNOT BE MADE AND PRINTS AS NOT          *
000460*    CHECKED.                                                    *
000470*                                                                *
000480*    CONTROL CARD (OPTIONAL):                                    *
000490*      COL 1-8   RUN DATE YYYYMMDD (DEFAULT TODAY)               *
000500*      COL 10-11 RUN SEQUENCE (DEFAULT 01)                       *
000510*                                                                *
000520*    RETURN CODES: 8 - AT LEAST ONE ITEM FLAGGED ***;            *
000530*    12 - THE CONTROL FILE WOULD NOT OPEN OR HOLDS NOTHING FOR   *
000540*    THE RUN.                                                    *
000550*                                                                *
000560*    MODIFICATION HISTORY                                        *
000570*    ------------------------------------------------------      *
000580*    2026-10-09  JA   INITIAL VERSION.                           *
000590******************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. CALC025.
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SPECIAL-NAMES.
000650     DECIMAL-POINT IS COMMA.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT BAL-FILE ASSIGN TO BALCTL
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS BC-BAL-KEY
000720         FILE STATUS IS WS-BAL-STATUS.
000730     SELECT REPORT-FILE ASSIGN TO BALRPT
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750     SELECT CONTROL-CARD ASSIGN TO SYSIN
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-SYSIN-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  BAL-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  BC-BAL-REC.
000830     COPY BALREC REPLACING ==:TAG:== BY ==BC==.
000840 FD  REPORT-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  REPORT-REC              PIC X(132).
000870 FD  CONTROL-CARD
000880     LABEL RECORDS ARE STANDARD.
000890 01  CONTROL-CARD-REC.
000900     05  CC-RUN-DATE         PIC 9(08).
000910     05  FILLER              PIC X(01).
000920     05  CC-RUN-SEQ          PIC 9(02).
000930     05  FILLER              PIC X(69).
000940 WORKING-STORAGE SECTION.
000950 01  WS-BAL-STATUS           PIC X(02).
000960     88  WS-BAL-FILE-OK              VALUE '00'.
000970 01  WS-SYSIN-STATUS         PIC X(02).
000980     88  WS-SYSIN-AVAILABLE          VALUE '00'.
000990******************************************************************
001000*    RUN IDENTITY BEING BALANCED AND TODAY'S DATE.               *
001010******************************************************************
001020 01  WS-RUN-DATE             PIC 9(08).
001030 01  WS-RUN-ID.
001040     05  WS-RUN-ID-DATE      PIC 9(08).
001050     05  FILLER              PIC X(01)    VALUE '-'.
001060     05  WS-RUN-ID-SEQ       PIC 9(02)    VALUE 01.
001070******************************************************************
001080*    THE FOUR STAGE RECORDS OF THE RUN, EACH WITH A SWITCH       *
001090*    SAYING WHETHER THE STAGE RECORDED ITSELF.                   *
001100******************************************************************
001110 01  WS-STAGE-IX             PIC 9(01)    VALUE ZERO.
001120 01  WS-S1-SW                PIC X(01)    VALUE 'N'.
001130     88  WS-S1-FOUND                 VALUE 'Y'.
001140 01  WS-S2-SW                PIC X(01)    VALUE 'N'.
001150     88  WS-S2-FOUND                 VALUE 'Y'.
001160 01  WS-S3-SW                PIC X(01)    VALUE 'N'.
001170     88  WS-S3-FOUND                 VALUE 'Y'.
001180 01  WS-S4-SW                PIC X(01)    VALUE 'N'.
001190     88  WS-S4-FOUND                 VALUE 'Y'.
001200 01  S1-BAL-REC.
001210     COPY BALREC REPLACING ==:TAG:== BY ==S1==.
001220 01  S2-BAL-REC.
001230     COPY BALREC REPLACING ==:TAG:== BY ==S2==.
001240 01  S3-BAL-REC.
001250     COPY BALREC REPLACING ==:TAG:== BY ==S3==.
001260 01  S4-BAL-REC.
001270     COPY BALREC REPLACING ==:TAG:== BY ==S4==.
001280******************************************************************
001290*    ONE REPORT ITEM AS BUILT BY THE STAGE PARAGRAPHS AND        *
001300*    PRINTED BY 7900.  THE AMOUNT IS LEFT BLANK FOR AN ITEM      *
001310*    THAT IS A COUNT ONLY.                                       *
001320******************************************************************
001330 01  WS-ITEM-LABEL           PIC X(40)    VALUE SPACES.
001340 01  WS-ITEM-COUNT           PIC S9(09)   VALUE ZERO.
001350 01  WS-ITEM-AMOUNT          PIC S9(15)V99 VALUE ZERO.
001360 01  WS-ITEM-AMOUNT-SW       PIC X(01)    VALUE 'Y'.
001370     88  WS-ITEM-HAS-AMOUNT          VALUE 'Y'.
001380     88  WS-ITEM-NO-AMOUNT           VALUE 'N'.
001390 01  WS-ITEM-FLAG            PIC X(03)    VALUE SPACES.
001400 01  WS-ITEM-NOTE            PIC X(49)    VALUE SPACES.
001410******************************************************************
001420*    RUN COUNTERS.                                               *
001430******************************************************************
001440 01  WS-CNT-STAGES-FOUND     PIC 9(04)    COMP VALUE ZERO.
001450 01  WS-CNT-CHECKS           PIC 9(04)    COMP VALUE ZERO.
001460 01  WS-CNT-NOT-CHECKED      PIC 9(04)    COMP VALUE ZERO.
001470 01  WS-CNT-EXPLAINED        PIC 9(04)    COMP VALUE ZERO.
001480 01  WS-CNT-FLAGGED          PIC 9(04)    COMP VALUE ZERO.
001490 01  WS-DISPLAY-COUNT        PIC ZZZ9.
001500******************************************************************
001510*    REPORT PAGE CONTROL AND LINE LAYOUTS, IN THE CALC004        *
001520*    REPORT STYLE.  EVERY LINE GOES OUT THROUGH WS-PRINT-LINE    *
001530*    SO A PAGE CAN BE CUT IN FRONT OF ANY OF THEM.               *
001540******************************************************************
001550 01  WS-LINES-PER-PAGE       PIC 9(02)    COMP VALUE 50.
001560 01  WS-LINE-COUNT           PIC 9(02)    COMP VALUE 99.
001570 01  WS-PAGE-COUNT           PIC 9(04)    COMP VALUE ZERO.
001580 01  WS-PRINT-LINE           PIC X(132)   VALUE SPACES.
001590 01  WS-HEADING-1.
001600     05  FILLER              PIC X(34)
001610         VALUE '  CALC025 - NIGHTLY BALANCING     '.
001620     05  FILLER              PIC X(04)    VALUE 'RUN '.
001630     05  HDG-RUN-ID          PIC X(11).
001640     05  FILLER              PIC X(03)    VALUE SPACES.
001650     05  FILLER              PIC X(09)    VALUE 'RUN DATE '.
001660     05  HDG-RUN-DATE        PIC 9(08).
001670     05  FILLER              PIC X(06)    VALUE SPACES.
001680     05  FILLER              PIC X(05)    VALUE 'PAGE '.
001690     05  HDG-PAGE            PIC ZZZ9.
001700 01  WS-HEADING-2.
001710     05  FILLER              PIC X(46)    VALUE ' STAGE / ITEM'.
001720     05  FILLER              PIC X(11)    VALUE '    COUNT  '.
001730     05  FILLER              PIC X(21)
001740         VALUE '             AMOUNT  '.
001750     05  FILLER              PIC X(05)    VALUE 'FLG  '.
001760     05  FILLER              PIC X(04)    VALUE 'NOTE'.
001770 01  WS-HEADING-3.
001780     05  FILLER              PIC X(46)    VALUE ' ------------'.
001790     05  FILLER              PIC X(11)    VALUE '---------  '.
001800     05  FILLER              PIC X(21)
001810         VALUE '-------------------  '.
001820     05  FILLER              PIC X(05)    VALUE '---  '.
001830     05  FILLER              PIC X(49)    VALUE ALL '-'.
001840 01  WS-STAGE-LINE.
001850     05  FILLER              PIC X(01)    VALUE SPACE.
001860     05  FILLER              PIC X(06)    VALUE 'STAGE '.
001870     05  STG-STAGE           PIC X(01).
001880     05  FILLER              PIC X(03)    VALUE ' - '.
001890     05  STG-NAME            PIC X(20).
001900     05  FILLER              PIC X(08)    VALUE 'PROGRAM '.
001910     05  STG-PROGRAM         PIC X(08).
001920     05  FILLER              PIC X(06)    VALUE '   RC '.
001930     05  STG-RC              PIC 9(02).
001940     05  FILLER              PIC X(12)    VALUE '   RECORDED '.
001950     05  STG-DATE            PIC 9(08).
001960     05  FILLER              PIC X(01)    VALUE SPACE.
001970     05  STG-TIME            PIC 9(08).
001980     05  FILLER              PIC X(48)    VALUE SPACES.
001990 01  WS-MISSING-LINE.
002000     05  FILLER              PIC X(01)    VALUE SPACE.
002010     05  FILLER              PIC X(06)    VALUE 'STAGE '.
002020     05  MIS-STAGE           PIC X(01).
002030     05  FILLER              PIC X(03)    VALUE ' - '.
002040     05  MIS-NAME            PIC X(20).
002050     05  FILLER              PIC X(40)
002060         VALUE '*** NOT RECORDED FOR THIS RUN ***       '.
002070     05  FILLER              PIC X(61)    VALUE SPACES.
002080 01  WS-DETAIL-LINE.
002090     05  FILLER              PIC X(04).
002100     05  DET-LABEL           PIC X(40).
002110     05  FILLER              PIC X(02).
002120     05  DET-COUNT           PIC -(8)9.
002130     05  FILLER              PIC X(02).
002140     05  DET-AMOUNT          PIC -(15)9,99.
002150     05  FILLER              PIC X(02).
002160     05  DET-FLAG            PIC X(03).
002170     05  FILLER              PIC X(02).
002180     05  DET-NOTE            PIC X(49).
002190 01  WS-RESULT-LINE.
002200     05  FILLER              PIC X(01)    VALUE SPACE.
002210     05  RES-TEXT            PIC X(40).
002220     05  RES-COUNT           PIC ZZZ9.
002230     05  FILLER              PIC X(01)    VALUE SPACE.
002240     05  RES-TEXT-2          PIC X(86).
002250 01  WS-LEGEND-LINE.
002260     05  FILLER              PIC X(40)
002270         VALUE ' EXP = SET ASIDE FOR THE REASON SHOWN   '.
002280     05  FILLER              PIC X(92)
002290         VALUE '*** = NOT EXPLAINED - INVESTIGATE'.
002300 PROCEDURE DIVISION.
002310******************************************************************
002320*    0000-MAINLINE                                               *
002330******************************************************************
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002360     PERFORM 2000-READ-STAGES THRU 2000-EXIT.
002370     PERFORM 3000-STAGE-GATEWAY THRU 3000-EXIT.
002380     PERFORM 4000-STAGE-CALC THRU 4000-EXIT.
002390     PERFORM 5000-STAGE-EXTRACT THRU 5000-EXIT.
002400     PERFORM 6000-STAGE-RECON THRU 6000-EXIT.
002410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002420     STOP RUN.
002430 0000-EXIT.
002440     EXIT.
002450******************************************************************
002460*    1000-INITIALIZE - PICK UP THE RUN IDENTITY AND OPEN THE     *
002470*    CONTROL FILE AND THE REPORT.  WITHOUT THE CONTROL FILE      *
002480*    THERE IS NOTHING TO BALANCE.                                *
002490******************************************************************
002500 1000-INITIALIZE.
002510     DISPLAY 'CALC025 - NIGHTLY BALANCING ROLL-FORWARD'.
002520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002530     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE.
002540     OPEN INPUT CONTROL-CARD.
002550     IF WS-SYSIN-AVAILABLE
002560         READ CONTROL-CARD
002570             AT END
002580                 CONTINUE
002590             NOT AT END
002600                 IF CC-RUN-DATE IS NUMERIC AND CC-RUN-DATE > ZERO
002610                     MOVE CC-RUN-DATE TO WS-RUN-ID-DATE
002620                 END-IF
002630                 IF CC-RUN-SEQ IS NUMERIC AND CC-RUN-SEQ > ZERO
002640                     MOVE CC-RUN-SEQ TO WS-RUN-ID-SEQ
002650                 END-IF
002660         END-READ
002670         CLOSE CONTROL-CARD
002680     END-IF.
002690     OPEN INPUT BAL-FILE.
002700     IF NOT WS-BAL-FILE-OK
002710         DISPLAY 'CALC025 - BALANCING CONTROL FILE COULD NOT BE '
002720             'OPENED, STATUS=' WS-BAL-STATUS ' - RUN ABANDONED.'
002730         MOVE 12 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     OPEN OUTPUT REPORT-FILE.
002770     DISPLAY 'CALC025 - BALANCING RUN ' WS-RUN-ID.
002780 1000-EXIT.
002790     EXIT.
002800******************************************************************
002810*    2000-READ-STAGES - FETCH STAGES 1 TO 4 OF THE RUN.  A RUN   *
002820*    WITH NO STAGE AT ALL IS THE WRONG RUN IDENTITY OR A NIGHT   *
002830*    THAT NEVER STARTED, AND IS NOT REPORTED.                    *
002840******************************************************************
002850 2000-READ-STAGES.
002860     PERFORM 2100-READ-ONE-STAGE THRU 2100-EXIT
002870         VARYING WS-STAGE-IX FROM 1 BY 1
002880         UNTIL WS-STAGE-IX > 4.
002890     CLOSE BAL-FILE.
002900     IF WS-CNT-STAGES-FOUND = ZERO
002910         DISPLAY 'CALC025 - NOTHING RECORDED FOR RUN ' WS-RUN-ID
002920             ' - RUN ABANDONED.'
002930         CLOSE REPORT-FILE
002940         MOVE 12 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.
002970 2000-EXIT.
002980     EXIT.
002990******************************************************************
003000*    2100-READ-ONE-STAGE - ONE KEYED READ FOR 2000, COPIED TO    *
003010*    THE STAGE'S OWN RECORD AREA.                                *
003020******************************************************************
003030 2100-READ-ONE-STAGE.
003040     MOVE WS-RUN-ID   TO BC-RUN-ID.
003050     MOVE WS-STAGE-IX TO BC-STAGE.
003060     READ BAL-FILE
003070         INVALID KEY
003080             DISPLAY 'CALC025 - STAGE ' WS-STAGE-IX
003090                 ' NOT RECORDED FOR RUN ' WS-RUN-ID
003100             GO TO 2100-EXIT
003110     END-READ.
003120     ADD 1 TO WS-CNT-STAGES-FOUND.
003130     EVALUATE WS-STAGE-IX
003140         WHEN 1
003150             MOVE BC-BAL-REC TO S1-BAL-REC
003160             MOVE 'Y' TO WS-S1-SW
003170         WHEN 2
003180             MOVE BC-BAL-REC TO S2-BAL-REC
003190             MOVE 'Y' TO WS-S2-SW
003200         WHEN 3
003210             MOVE BC-BAL-REC TO S3-BAL-REC
003220             MOVE 'Y' TO WS-S3-SW
003230         WHEN 4
003240             MOVE BC-BAL-REC TO S4-BAL-REC
003250             MOVE 'Y' TO WS-S4-SW
003260     END-EVALUATE.
003270 2100-EXIT.
003280     EXIT.
003290******************************************************************
003300*    3000-STAGE-GATEWAY - STAGE 1.  EVERY DETAIL RECEIVED WAS    *
003310*    EITHER MERGED FOR CALC002 OR HELD OUT WITH ITS FEED.        *
003320******************************************************************
003330 3000-STAGE-GATEWAY.
003340     MOVE '1'                  TO STG-STAGE.
003350     MOVE 'DEPARTMENT GATEWAY' TO STG-NAME.
003360     IF NOT WS-S1-FOUND
003370         PERFORM 7500-PRINT-MISSING THRU 7500-EXIT
003380         GO TO 3000-EXIT
003390     END-IF.
003400     MOVE S1-PROGRAM      TO STG-PROGRAM.
003410     MOVE S1-RETURN-CODE  TO STG-RC.
003420     MOVE S1-WRITTEN-DATE TO STG-DATE.
003430     MOVE S1-WRITTEN-TIME TO STG-TIME.
003440     PERFORM 7400-PRINT-STAGE-HEAD THRU 7400-EXIT.
003450     MOVE 'DETAILS RECEIVED (NUM01 HASH)' TO WS-ITEM-LABEL.
003460     MOVE S1-CNT-IN TO WS-ITEM-COUNT.
003470     MOVE S1-AMT-IN TO WS-ITEM-AMOUNT.
003480     PERFORM 7900-PRINT-ITEM THRU 7900-EXIT.
003490     MOVE 'HELD OUT WITH AN UNBALANCED FEED' TO WS-ITEM-LABEL.
003500     MOVE S1-CNT-HELD-OUT TO WS-ITEM-COUNT.
003510     MOVE S1-AMT-HELD-OUT TO WS-ITEM-AMOUNT.
003520     MOVE 'ON HOLDOUT - DEPARTMENT TO RESEND THE FEED'
003530         TO WS-ITEM-NOTE.
003540     PERFORM 7100-PRINT-EXPLAINED THRU 7100-EXIT.
003550     MOVE 'MERGED FOR CALC002' TO WS-ITEM-LABEL.
003560     MOVE S1-CNT-OUT TO WS-ITEM-COUNT.
003570     MOVE S1-AMT-OUT TO WS-ITEM-AMOUNT.
003580     PERFORM 7900-PRINT-ITEM THRU 7900-EXIT.
003590     MOVE 'CHECK - RECEIVED = MERGED + HELD OUT' TO WS-ITEM-LABEL.
003600     COMPUTE WS-ITEM-COUNT = S1-CNT-IN - S1-CNT-OUT
003610         - S1-CNT-HELD-OUT.
003620     COMPUTE WS-ITEM-AMOUNT = S1-AMT-IN - S1-AMT-OUT
003630         - S1-AMT-HELD-OUT.
003640     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
003650 3000-EXIT.
003660     EXIT.
003670******************************************************************
003680*    4000-STAGE-CALC - STAGE 2.  CALC002 READ WHAT THE GATEWAY   *
003690*    MERGED, AND EVERY DETAIL READ WAS COMMITTED, REJECTED OR    *
003700*    HELD.  THE COUNT IS THE PROOF HERE: THE HASH GOES IN AND    *
003710*    RESULTS COME OUT, SO THE AMOUNTS CANNOT BE NETTED.          *
003720******************************************************************
003730 4000-STAGE-CALC.
003740     MOVE '2'           TO STG-STAGE.
003750     MOVE 'CALCULATION' TO STG-NAME.
003760     IF NOT WS-S2-FOUND
003770         PERFORM 7500-PRINT-MISSING THRU 7500-EXIT
003780         GO TO 4000-EXIT
003790     END-IF.
003800     MOVE S2-PROGRAM      TO STG-PROGRAM.
003810     MOVE S2-RETURN-CODE  TO STG-RC.
003820     MOVE S2-WRITTEN-DATE TO STG-DATE.
003830     MOVE S2-WRITTEN-TIME TO STG-TIME.
003840     PERFORM 7400-PRINT-STAGE-HEAD THRU 7400-EXIT.
003850     MOVE 'CHECK - GATEWAY MERGED = CALC002 READ'
003860         TO WS-ITEM-LABEL.
003870     IF WS-S1-FOUND
003880         COMPUTE WS-ITEM-COUNT = S1-CNT-OUT - S2-CNT-IN
003890         COMPUTE WS-ITEM-AMOUNT = S1-AMT-OUT - S2-AMT-IN
003900         PERFORM 7000-PRINT-CHECK THRU 7000-EXIT
003910     ELSE
003920         MOVE 'STAGE 1 NOT RECORDED' TO WS-ITEM-NOTE
003930         PERFORM 7600-PRINT-NOT-CHECKED THRU 7600-EXIT
003940     END-IF.
003950     MOVE 'DETAILS READ (NUM01 HASH)' TO WS-ITEM-LABEL.
003960     MOVE S2-CNT-IN TO WS-ITEM-COUNT.
003970     MOVE S2-AMT-IN TO WS-ITEM-AMOUNT.
003980     PERFORM 7900-PRINT-ITEM THRU 7900-EXIT.
003990     MOVE 'COMMITTED TO TRANS-OUT (BASE RESULT)' TO WS-ITEM-LABEL.
004000     MOVE S2-CNT-COMMITTED   TO WS-ITEM-COUNT.
004010     MOVE S2-SUM-BASE-RESULT TO WS-ITEM-AMOUNT.
004020     PERFORM 7900-PRINT-ITEM THRU 7900-EXIT.
004030     MOVE 'REJECTED' TO WS-ITEM-LABEL.
004040     MOVE S2-CNT-REJECTED TO WS-ITEM-COUNT.
004050     MOVE 'N' TO WS-ITEM-AMOUNT-SW.
004060     MOVE 'ON REJECTS - CORRECT AND RESUBMIT VIA CALC2REC'
004070         TO WS-ITEM-NOTE.
004080     PERFORM 7100-PRINT-EXPLAINED THRU 7100-EXIT.
004090     MOVE 'HELD IN SUSPENSE (BASE)' TO WS-ITEM-LABEL.
004100     MOVE S2-CNT-HELD TO WS-ITEM-COUNT.
004110     MOVE S2-AMT-HELD TO WS-ITEM-AMOUNT.
004120     MOVE 'OVER POSTING LIMIT - RELEASE OR DENY VIA CALC014'
004130         TO WS-ITEM-NOTE.
004140     PERFORM 7100-PRINT-EXPLAINED THRU 7100-EXIT.
004150     MOVE 'ORPHAN CONTINUATION RECORDS' TO WS-ITEM-LABEL.
004160     MOVE S2-CNT-EXCEPTIONS TO WS-ITEM-COUNT.
004170     MOVE 'N' TO WS-ITEM-AMOUNT-SW.
004180     MOVE 'NOT DETAILS - ON REJECTS WITH THEIR OWN REASON'
004190         TO WS-ITEM-NOTE.
004200     PERFORM 7100-PRINT-EXPLAINED THRU 7100-EXIT.
004210     MOVE 'CHECK - READ = COMMITTED+REJECTED+HELD'
004220         TO WS-ITEM-LABEL.
004230     COMPUTE WS-ITEM-COUNT = S2-CNT-IN - S2-CNT-COMMITTED
004240         - S2-CNT-REJECTED - S2-CNT-HELD.
004250     MOVE ZERO TO WS-ITEM-AMOUNT.
004260     MOVE 'N' TO WS-ITEM-AMOUNT-SW.
004270     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
004280 4000-EXIT.
004290     EXIT.
004300******************************************************************
004310*    5000-STAGE-EXTRACT - STAGE 3.  CALC003 READ WHAT CALC002    *
004320*    COMMITTED, EVERY RECORD READ WAS SUMMARIZED OR WAS NOT      *
004330*    POSTABLE, AND THE PAIRS WRITTEN NET TO WHAT WAS SUMMARIZED. *
004340******************************************************************
004350 5000-STAGE-EXTRACT.
004360     MOVE '3'          TO STG-STAGE.
004370     MOVE 'GL EXTRACT' TO STG-NAME.
004380     IF NOT WS-S3-FOUND
004390         PERFORM 7500-PRINT-MISSING THRU 7500-EXIT
004400         GO TO 5000-EXIT
004410     END-IF.
004420     MOVE S3-PROGRAM      TO STG-PROGRAM.
004430     MOVE S3-RETURN-CODE  TO STG-RC.
004440     MOVE S3-WRITTEN-DATE TO STG-DATE.
004450     MOVE S3-WRITTEN-TIME TO STG-TIME.
004460     PERFORM 7400-PRINT-STAGE-HEAD THRU 7400-EXIT.
004470     MOVE 'CHECK - COMMITTED = EXTRACT READ' TO WS-ITEM-LABEL.
004480     IF WS-S2-FOUND
004490         COMPUTE WS-ITEM-COUNT = S2-CNT-COMMITTED - S3-CNT-IN
004500         COMPUTE WS-ITEM-AMOUNT = S2-SUM-BASE-RESULT - S3-AMT-IN
004510         PERFORM 7000-PRINT-CHECK THRU 7000-EXIT
004520     ELSE
004530         MOVE 'STAGE 2 NOT RECORDED' TO WS-ITEM-NOTE
004540         PERFORM 7600-PRINT-NOT-CHECKED THRU 7600-EXIT
004550     END-IF.
004560     MOVE 'TRANS-OUT RECORDS READ' TO WS-ITEM-LABEL.
004570     MOVE S3-CNT-IN TO WS-ITEM-COUNT.
004580     MOVE S3-AMT-IN TO WS-ITEM-AMOUNT.
004590     PERFORM 7900-PRINT-ITEM THRU 7900-EXIT.
004600     MOVE 'NOT POSTABLE' TO WS-ITEM-LABEL.
004610     MOVE S3-CNT-REJECTED TO WS-ITEM-COUNT.
004620     MOVE S3-AMT-REJECTED TO WS-ITEM-AMOUNT.
004630     MOVE 'NO GL ACCOUNT OR A BAD AMOUNT - NOT SENT TO GL'
004640         TO WS-ITEM-NOTE.
004650     PERFORM 7100-PRINT-EXPLAINED THRU 7100-EXIT.
004660     MOVE 'SUMMARIZED INTO POSTINGS' TO WS-ITEM-LABEL.
004670     MOVE S3-CNT-OUT TO WS-ITEM-COUNT.
004680     MOVE S3-AMT-OUT TO WS-ITEM-AMOUNT.
004690     PERFORM 7900-PRINT-ITEM THRU 7900-EXIT.
004700     MOVE 'CHECK - READ = SUMMARIZED + NOT POSTABLE'
004710         TO WS-ITEM-LABEL.
004720     COMPUTE WS-ITEM-COUNT = S3-CNT-IN - S3-CNT-OUT
004730         - S3-CNT-REJECTED.
004740     COMPUTE WS-ITEM-AMOUNT = S3-AMT-IN - S3-AMT-OUT
004750         - S3-AMT-REJECTED.
004760     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
004770     MOVE 'POSTING PAIRS WRITTEN (NET POSTED)' TO WS-ITEM-LABEL.
004780     MOVE S3-CNT-PAIRS  TO WS-ITEM-COUNT.
004790     MOVE S3-AMT-POSTED TO WS-ITEM-AMOUNT.
004800     PERFORM 7900-PRINT-ITEM THRU 7900-EXIT.
004810     MOVE 'CHECK - SUMMARIZED = NET POSTED' TO WS-ITEM-LABEL.
004820     MOVE ZERO TO WS-ITEM-COUNT.
004830     COMPUTE WS-ITEM-AMOUNT = S3-AMT-OUT - S3-AMT-POSTED.
004840     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
004850 5000-EXIT.
004860     EXIT.
004870******************************************************************
004880*    6000-STAGE-RECON - STAGE 4.  CALC007 RECONCILED THE PAIRS   *
004890*    CALC003 WROTE, AND EVERY PAIR WAS ACCEPTED, REJECTED OR     *
004900*    NEVER ACKNOWLEDGED BY THE GL.                               *
004910******************************************************************
004920 6000-STAGE-RECON.
004930     MOVE '4'                 TO STG-STAGE.
004940     MOVE 'GL RECONCILIATION' TO STG-NAME.
004950     IF NOT WS-S4-FOUND
004960         PERFORM 7500-PRINT-MISSING THRU 7500-EXIT
004970         GO TO 6000-EXIT
004980     END-IF.
004990     MOVE S4-PROGRAM      TO STG-PROGRAM.
005000     MOVE S4-RETURN-CODE  TO STG-RC.
005010     MOVE S4-WRITTEN-DATE TO STG-DATE.
005020     MOVE S4-WRITTEN-TIME TO STG-TIME.
005030     PERFORM 7400-PRINT-STAGE-HEAD THRU 7400-EXIT.
005040     MOVE 'CHECK - PAIRS WRITTEN = PAIRS RECONCILED'
005050         TO WS-ITEM-LABEL.
005060     IF WS-S3-FOUND
005070         COMPUTE WS-ITEM-COUNT = S3-CNT-PAIRS - S4-CNT-PAIRS
005080         COMPUTE WS-ITEM-AMOUNT = S3-AMT-POSTED - S4-AMT-POSTED
005090         PERFORM 7000-PRINT-CHECK THRU 7000-EXIT
005100     ELSE
005110         MOVE 'STAGE 3 NOT RECORDED' TO WS-ITEM-NOTE
005120         PERFORM 7600-PRINT-NOT-CHECKED THRU 7600-EXIT
005130     END-IF.
005140     MOVE 'POSTING LINES READ' TO WS-ITEM-LABEL.
005150     MOVE S4-CNT-IN TO WS-ITEM-COUNT.
005160     MOVE 'N' TO WS-ITEM-AMOUNT-SW.
005170     PERFORM 7900-PRINT-ITEM THRU 7900-EXIT.
005180     MOVE 'PAIRS RECONCILED (NET POSTED)' TO WS-ITEM-LABEL.
005190     MOVE S4-CNT-PAIRS  TO WS-ITEM-COUNT.
005200     MOVE S4-AMT-POSTED TO WS-ITEM-AMOUNT.
005210     PERFORM 7900-PRINT-ITEM THRU 7900-EXIT.
005220     MOVE 'ACCEPTED BY THE GL' TO WS-ITEM-LABEL.
005230     MOVE S4-CNT-ACCEPTED TO WS-ITEM-COUNT.
005240     MOVE S4-AMT-ACCEPTED TO WS-ITEM-AMOUNT.
005250     PERFORM 7900-PRINT-ITEM THRU 7900-EXIT.
005260     MOVE 'REJECTED BY THE GL' TO WS-ITEM-LABEL.
005270     MOVE S4-CNT-REJECTED TO WS-ITEM-COUNT.
005280     MOVE S4-AMT-REJECTED TO WS-ITEM-AMOUNT.
005290     MOVE 'ON GLEXCP - CORRECT THE CODING AND REPOST'
005300         TO WS-ITEM-NOTE.
005310     PERFORM 7100-PRINT-EXPLAINED THRU 7100-EXIT.
005320     MOVE 'NEVER ACKNOWLEDGED BY THE GL' TO WS-ITEM-LABEL.
005330     MOVE S4-CNT-NOT-ACKED TO WS-ITEM-COUNT.
005340     MOVE S4-AMT-NOT-ACKED TO WS-ITEM-AMOUNT.
005350     MOVE 'NO GL ACKNOWLEDGMENT - CHASE THE GL SIDE'
005360         TO WS-ITEM-NOTE.
005370     PERFORM 7200-PRINT-FLAGGED THRU 7200-EXIT.
005380     MOVE 'RECONCILIATION PROOF FAILURES' TO WS-ITEM-LABEL.
005390     MOVE S4-CNT-EXCEPTIONS TO WS-ITEM-COUNT.
005400     MOVE 'N' TO WS-ITEM-AMOUNT-SW.
005410     MOVE 'SEE THE CALC007 EXCEPTION REPORT' TO WS-ITEM-NOTE.
005420     PERFORM 7200-PRINT-FLAGGED THRU 7200-EXIT.
005430     MOVE 'CHECK - PAIRS = ACCEPTED+REJECTED+NO ACK'
005440         TO WS-ITEM-LABEL.
005450     COMPUTE WS-ITEM-COUNT = S4-CNT-PAIRS - S4-CNT-ACCEPTED
005460         - S4-CNT-REJECTED - S4-CNT-NOT-ACKED.
005470     COMPUTE WS-ITEM-AMOUNT = S4-AMT-POSTED - S4-AMT-ACCEPTED
005480         - S4-AMT-REJECTED - S4-AMT-NOT-ACKED.
005490     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
005500 6000-EXIT.
005510     EXIT.
005520******************************************************************
005530*    7000-PRINT-CHECK - A CHECK LINE.  THE COUNT AND AMOUNT      *
005540*    ARE THE DIFFERENCE; ANYTHING BUT ZERO IS NOT EXPLAINED.     *
005550******************************************************************
005560 7000-PRINT-CHECK.
005570     ADD 1 TO WS-CNT-CHECKS.
005580     IF WS-ITEM-COUNT = ZERO AND WS-ITEM-AMOUNT = ZERO
005590         MOVE 'AGREES' TO WS-ITEM-NOTE
005600     ELSE
005610         MOVE '***' TO WS-ITEM-FLAG
005620         MOVE 'OUT BY THE DIFFERENCE SHOWN' TO WS-ITEM-NOTE
005630         ADD 1 TO WS-CNT-FLAGGED
005640     END-IF.
005650     PERFORM 7900-PRINT-ITEM THRU 7900-EXIT.
005660 7000-EXIT.
005670     EXIT.
005680******************************************************************
005690*    7100-PRINT-EXPLAINED - AN ITEM SET ASIDE FOR A KNOWN        *
005700*    REASON.  IT IS FLAGGED EXP, WITH ITS NOTE, ONLY WHEN THERE  *
005710*    IS SOMETHING IN IT.                                         *
005720******************************************************************
005730 7100-PRINT-EXPLAINED.
005740     IF WS-ITEM-COUNT > ZERO
005750         MOVE 'EXP' TO WS-ITEM-FLAG
005760         ADD 1 TO WS-CNT-EXPLAINED
005770     ELSE
005780         MOVE SPACES TO WS-ITEM-NOTE
005790     END-IF.
005800     PERFORM 7900-PRINT-ITEM THRU 7900-EXIT.
005810 7100-EXIT.
005820     EXIT.
005830******************************************************************
005840*    7200-PRINT-FLAGGED - AN ITEM THAT NEEDS FOLLOWING UP        *
005850*    WHENEVER THERE IS SOMETHING IN IT.                          *
005860******************************************************************
005870 7200-PRINT-FLAGGED.
005880     IF WS-ITEM-COUNT > ZERO
005890         MOVE '***' TO WS-ITEM-FLAG
005900         ADD 1 TO WS-CNT-FLAGGED
005910     ELSE
005920         MOVE SPACES TO WS-ITEM-NOTE
005930     END-IF.
005940     PERFORM 7900-PRINT-ITEM THRU 7900-EXIT.
005950 7200-EXIT.
005960     EXIT.
005970******************************************************************
005980*    7400-PRINT-STAGE-HEAD - A BLANK LINE AND THE STAGE LINE.    *
005990******************************************************************
006000 7400-PRINT-STAGE-HEAD.
006010     MOVE SPACES TO WS-PRINT-LINE.
006020     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
006030     MOVE WS-STAGE-LINE TO WS-PRINT-LINE.
006040     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
006050 7400-EXIT.
006060     EXIT.
006070******************************************************************
006080*    7500-PRINT-MISSING - A STAGE THAT DID NOT RECORD ITSELF.    *
006090*    ITS CHECKS ARE NOT PRINTED AT ALL, AND THE GAP IS ITSELF    *
006100*    A FLAGGED ITEM.                                             *
006110******************************************************************
006120 7500-PRINT-MISSING.
006130     MOVE STG-STAGE TO MIS-STAGE.
006140     MOVE STG-NAME  TO MIS-NAME.
006150     MOVE SPACES TO WS-PRINT-LINE.
006160     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
006170     MOVE WS-MISSING-LINE TO WS-PRINT-LINE.
006180     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
006190     ADD 1 TO WS-CNT-FLAGGED.
006200 7500-EXIT.
006210     EXIT.
006220******************************************************************
006230*    7600-PRINT-NOT-CHECKED - A CHECK AGAINST AN EARLIER STAGE   *
006240*    THAT DID NOT RECORD ITSELF.  THAT STAGE IS FLAGGED ALREADY. *
006250******************************************************************
006260 7600-PRINT-NOT-CHECKED.
006270     ADD 1 TO WS-CNT-NOT-CHECKED.
006280     MOVE 'N/C' TO WS-ITEM-FLAG.
006290     MOVE ZERO TO WS-ITEM-COUNT.
006300     MOVE 'N' TO WS-ITEM-AMOUNT-SW.
006310     PERFORM 7900-PRINT-ITEM THRU 7900-EXIT.
006320 7600-EXIT.
006330     EXIT.
006340******************************************************************
006350*    7900-PRINT-ITEM - PRINT THE ITEM AND CLEAR IT FOR THE NEXT. *
006360******************************************************************
006370 7900-PRINT-ITEM.
006380     MOVE SPACES TO WS-DETAIL-LINE.
006390     MOVE WS-ITEM-LABEL TO DET-LABEL.
006400     MOVE WS-ITEM-COUNT TO DET-COUNT.
006410     IF WS-ITEM-HAS-AMOUNT
006420         MOVE WS-ITEM-AMOUNT TO DET-AMOUNT
006430     END-IF.
006440     MOVE WS-ITEM-FLAG  TO DET-FLAG.
006450     MOVE WS-ITEM-NOTE  TO DET-NOTE.
006460     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
006470     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
006480     MOVE SPACES TO WS-ITEM-LABEL.
006490     MOVE ZERO   TO WS-ITEM-COUNT.
006500     MOVE ZERO   TO WS-ITEM-AMOUNT.
006510     MOVE 'Y'    TO WS-ITEM-AMOUNT-SW.
006520     MOVE SPACES TO WS-ITEM-FLAG.
006530     MOVE SPACES TO WS-ITEM-NOTE.
006540 7900-EXIT.
006550     EXIT.
006560******************************************************************
006570*    8000-PRINT-LINE - WRITE WS-PRINT-LINE, CUTTING A NEW PAGE   *
006580*    FIRST WHEN THIS ONE IS FULL.                                *
006590******************************************************************
006600 8000-PRINT-LINE.
006610     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
006620         PERFORM 8100-CUT-PAGE THRU 8100-EXIT
006630     END-IF.
006640     MOVE WS-PRINT-LINE TO REPORT-REC.
006650     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
006660     ADD 1 TO WS-LINE-COUNT.
006670 8000-EXIT.
006680     EXIT.
006690******************************************************************
006700*    8100-CUT-PAGE - NEXT PAGE'S HEADINGS.                       *
006710******************************************************************
006720 8100-CUT-PAGE.
006730     ADD 1 TO WS-PAGE-COUNT.
006740     MOVE WS-RUN-ID     TO HDG-RUN-ID.
006750     MOVE WS-RUN-DATE   TO HDG-RUN-DATE.
006760     MOVE WS-PAGE-COUNT TO HDG-PAGE.
006770     MOVE WS-HEADING-1 TO REPORT-REC.
006780     WRITE REPORT-REC AFTER ADVANCING PAGE.
006790     MOVE WS-HEADING-2 TO REPORT-REC.
006800     WRITE REPORT-REC AFTER ADVANCING 2 LINES.
006810     MOVE WS-HEADING-3 TO REPORT-REC.
006820     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
006830     MOVE ZERO TO WS-LINE-COUNT.
006840 8100-EXIT.
006850     EXIT.
006860******************************************************************
006870*    9000-TERMINATE - THE RESULT LINE, THE LEGEND AND THE RUN    *
006880*    SUMMARY.  ANY FLAGGED ITEM MAKES THE RUN RC 8 SO THE NIGHT  *
006890*    IS NOT SIGNED OFF WITHOUT SOMEONE LOOKING AT IT.            *
006900******************************************************************
006910 9000-TERMINATE.
006920     MOVE SPACES TO WS-PRINT-LINE.
006930     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
006940     IF WS-CNT-FLAGGED = ZERO
006950         MOVE 'RESULT - THE NIGHT BALANCES.  EXPLAINED:'
006960             TO RES-TEXT
006970         MOVE WS-CNT-EXPLAINED TO RES-COUNT
006980         MOVE 'ITEM(S) SET ASIDE FOR FOLLOW-UP.' TO RES-TEXT-2
006990     ELSE
007000         MOVE 'RESULT - *** THE NIGHT DOES NOT BALANCE:'
007010             TO RES-TEXT
007020         MOVE WS-CNT-FLAGGED TO RES-COUNT
007030         MOVE 'ITEM(S) FLAGGED *** TO BE INVESTIGATED.'
007040             TO RES-TEXT-2
007050     END-IF.
007060     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
007070     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
007080     MOVE SPACES TO WS-PRINT-LINE.
007090     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
007100     MOVE WS-LEGEND-LINE TO WS-PRINT-LINE.
007110     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
007120     CLOSE REPORT-FILE.
007130     DISPLAY ' '.
007140     DISPLAY '=================================================='.
007150     DISPLAY '  CALC025 - NIGHTLY BALANCING SUMMARY'.
007160     DISPLAY '  RUN IDENTITY.......: ', WS-RUN-ID.
007170     DISPLAY '=================================================='.
007180     MOVE WS-CNT-STAGES-FOUND TO WS-DISPLAY-COUNT.
007190     DISPLAY '  STAGES RECORDED....: ', WS-DISPLAY-COUNT.
007200     MOVE WS-CNT-CHECKS TO WS-DISPLAY-COUNT.
007210     DISPLAY '  CHECKS MADE........: ', WS-DISPLAY-COUNT.
007220     MOVE WS-CNT-NOT-CHECKED TO WS-DISPLAY-COUNT.
007230     DISPLAY '  CHECKS NOT MADE....: ', WS-DISPLAY-COUNT.
007240     MOVE WS-CNT-EXPLAINED TO WS-DISPLAY-COUNT.
007250     DISPLAY '  EXPLAINED ITEMS....: ', WS-DISPLAY-COUNT.
007260     MOVE WS-CNT-FLAGGED TO WS-DISPLAY-COUNT.
007270     DISPLAY '  FLAGGED ITEMS......: ', WS-DISPLAY-COUNT.
007280     DISPLAY '=================================================='.
007290     IF WS-CNT-FLAGGED > ZERO
007300         MOVE 8 TO RETURN-CODE
007310     END-IF.
007320 9000-EXIT.
007330     EXIT.
