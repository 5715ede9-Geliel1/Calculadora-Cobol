000100******************************************************************
000110*                                                                *
000120*    PROGRAM   : CALC015                                        *
000130*    AUTHOR    : J. ALVES, DATA PROCESSING                      *
000140*    INSTALL.  : GENERAL LEDGER SUPPORT - SITE 02                *
000150*    DATE-WRITTEN : 2026-09-16                                   *
000160*    DATE-COMPILED:                                              *
000170*                                                                *
000180*    AGED-SUSPENSE REPORT.  WALKS THE KEYED SUSPENSE FILE       *
000190*    (SUSPREC) AND PRINTS EVERY ITEM STILL HELD - NEITHER       *
000200*    APPROVED NOR DENIED THROUGH CALC014 - LONGER THAN THE      *
000210*    AGE LIMIT, WITH ITS HOLD DATE, AGE IN DAYS, LEDGER CODING, *
000220*    BASE-CURRENCY AMOUNT AND THE POSTING LIMIT IT BROKE.  THE  *
000230*    AGE LIMIT IS PUNCHED IN COLUMNS 1-3 OF THE SYSIN CARD      *
000240*    (DAYS, DEFAULT 3 WHEN THE CARD IS BLANK OR MISSING).  ANY  *
000250*    ITEM LISTED ENDS THE JOB RC=4 SO THE SUPERVISORS SEE       *
000260*    THERE IS A QUEUE TO CLEAR.                                 *
000270*                                                                *
000280*    MODIFICATION HISTORY                                        *
000290*    ------------------------------------------------------      *
000300*    2026-09-16  JA   INITIAL VERSION.                           *
000303*    2026-10-15  JA   SUSPENSE IS OPTIONAL - A MISSING FILE IS   *
000306*                     AN EMPTY QUEUE.                            *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CALC015.
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPTIONAL SUSP-FILE ASSIGN TO SUSPENSE
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS SP-SUSP-KEY
000440         FILE STATUS IS WS-SUSP-STATUS.
000450     SELECT REPORT-FILE ASSIGN TO RPTOUT
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT CONTROL-CARD ASSIGN TO SYSIN
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SYSIN-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  SUSP-FILE
000530     LABEL RECORDS ARE STANDARD.
000540 01  SP-SUSP-REC.
000550     COPY SUSPREC REPLACING ==:TAG:== BY ==SP==.
000560 FD  REPORT-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 01  REPORT-REC              PIC X(132).
000590 FD  CONTROL-CARD
000600     LABEL RECORDS ARE STANDARD.
000610 01  CONTROL-CARD-REC.
000620     05  CC-AGE-DAYS         PIC 9(03).
000630     05  FILLER              PIC X(77).
000640 WORKING-STORAGE SECTION.
000650 01  WS-SUSP-STATUS          PIC X(02).
000660     88  WS-SUSP-FILE-OK             VALUE '00' '05'.
000670 01  WS-SYSIN-STATUS         PIC X(02).
000680     88  WS-SYSIN-AVAILABLE          VALUE '00'.
000690 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
000700     88  WS-EOF                      VALUE 'Y'.
000710     88  WS-NOT-EOF                  VALUE 'N'.
000720 01  WS-AGE-LIMIT            PIC 9(03)    VALUE 3.
000730******************************************************************
000740*    PAGE CONTROL - SAME RULES AS THE CALC004 DAILY LIST.        *
000750******************************************************************
000760 01  WS-LINES-PER-PAGE       PIC 9(02)    COMP VALUE 50.
000770 01  WS-LINE-COUNT           PIC 9(02)    COMP VALUE 99.
000780 01  WS-PAGE-COUNT           PIC 9(04)    COMP VALUE ZERO.
000790 01  WS-RUN-DATE             PIC 9(08).
000800******************************************************************
000810*    DAY-NUMBER WORK AREAS.  A YYYYMMDD DATE IS TURNED INTO A    *
000820*    RUNNING DAY COUNT (MARCH-BASED YEAR, SO THE LEAP DAY FALLS  *
000830*    AT THE END) AND THE AGE IS THE DIFFERENCE OF TWO COUNTS.    *
000840******************************************************************
000850 01  WS-DAYNUM-DATE          PIC 9(08).
000860 01  WS-DAYNUM-PARTS REDEFINES WS-DAYNUM-DATE.
000870     05  WS-DAYNUM-YYYY      PIC 9(04).
000880     05  WS-DAYNUM-MM        PIC 9(02).
000890     05  WS-DAYNUM-DD        PIC 9(02).
000900 01  WS-DAYNUM-YEAR          PIC 9(05)    COMP.
000910 01  WS-DAYNUM-MONTH         PIC 9(02)    COMP.
000920 01  WS-DAYNUM-Q4            PIC 9(05)    COMP.
000930 01  WS-DAYNUM-Q100          PIC 9(05)    COMP.
000940 01  WS-DAYNUM-Q400          PIC 9(05)    COMP.
000950 01  WS-DAYNUM-QMON          PIC 9(05)    COMP.
000960 01  WS-DAYNUM               PIC 9(08)    COMP.
000970 01  WS-RUN-DAYNUM           PIC 9(08)    COMP.
000980 01  WS-ITEM-AGE             PIC S9(08)   COMP.
000990******************************************************************
001000*    THE HELD TRANS-OUT IMAGE, VIEWED FIELD BY FIELD.            *
001010******************************************************************
001020 01  WS-ITEM-REC.
001030     COPY CALCREC REPLACING ==:TAG:== BY ==IT==.
001040******************************************************************
001050*    RUN COUNTERS AND TOTALS.                                    *
001060******************************************************************
001070 01  WS-CNT-READ             PIC 9(08)    COMP VALUE ZERO.
001080 01  WS-CNT-HELD             PIC 9(08)    COMP VALUE ZERO.
001090 01  WS-CNT-PRINTED          PIC 9(08)    COMP VALUE ZERO.
001100 01  WS-PAGE-BASE-TOT        PIC S9(11)V99 VALUE ZERO.
001110 01  WS-GRAND-BASE-TOT       PIC S9(13)V99 VALUE ZERO.
001120******************************************************************
001130*    REPORT LINE LAYOUTS.                                        *
001140******************************************************************
001150 01  WS-HEADING-1.
001160     05  FILLER              PIC X(34)
001170         VALUE '  CALC015 - AGED SUSPENSE ITEMS'.
001180     05  FILLER              PIC X(06)    VALUE SPACES.
001190     05  FILLER              PIC X(09)    VALUE 'RUN DATE '.
001200     05  HDG-RUN-DATE        PIC 9(08).
001210     05  FILLER              PIC X(06)    VALUE SPACES.
001220     05  FILLER              PIC X(10)    VALUE 'HELD OVER '.
001230     05  HDG-AGE-LIMIT       PIC ZZ9.
001240     05  FILLER              PIC X(05)    VALUE ' DAYS'.
001250     05  FILLER              PIC X(06)    VALUE SPACES.
001260     05  FILLER              PIC X(05)    VALUE 'PAGE '.
001270     05  HDG-PAGE            PIC ZZZ9.
001280 01  WS-HEADING-2.
001290     05  FILLER              PIC X(01)    VALUE SPACE.
001300     05  FILLER              PIC X(10)    VALUE 'TRANS-ID'.
001310     05  FILLER              PIC X(01)    VALUE SPACE.
001320     05  FILLER              PIC X(06)    VALUE 'SEQNO'.
001330     05  FILLER              PIC X(02)    VALUE SPACES.
001340     05  FILLER              PIC X(08)    VALUE 'HELD ON'.
001350     05  FILLER              PIC X(02)    VALUE SPACES.
001360     05  FILLER              PIC X(04)    VALUE 'DAYS'.
001370     05  FILLER              PIC X(02)    VALUE SPACES.
001380     05  FILLER              PIC X(07)    VALUE 'ACCOUNT'.
001390     05  FILLER              PIC X(02)    VALUE SPACES.
001400     05  FILLER              PIC X(06)    VALUE 'C-CENT'.
001410     05  FILLER              PIC X(01)    VALUE SPACE.
001420     05  FILLER              PIC X(04)    VALUE 'DEPT'.
001430     05  FILLER              PIC X(01)    VALUE SPACE.
001440     05  FILLER              PIC X(03)    VALUE 'CUR'.
001450     05  FILLER              PIC X(04)    VALUE SPACES.
001460     05  FILLER              PIC X(11)    VALUE 'BASE RESULT'.
001470     05  FILLER              PIC X(03)    VALUE SPACES.
001480     05  FILLER              PIC X(13)    VALUE 'POSTING LIMIT'.
001490     05  FILLER              PIC X(03)    VALUE SPACES.
001500     05  FILLER              PIC X(11)    VALUE 'HELD BY RUN'.
001510 01  WS-DETAIL-LINE.
001520     05  FILLER              PIC X(01)    VALUE SPACE.
001530     05  DET-TRANS-ID        PIC X(10).
001540     05  FILLER              PIC X(01)    VALUE SPACE.
001550     05  DET-TRANS-SEQ       PIC 9(06).
001560     05  FILLER              PIC X(02)    VALUE SPACES.
001570     05  DET-HOLD-DATE       PIC 9(08).
001580     05  FILLER              PIC X(02)    VALUE SPACES.
001590     05  DET-AGE             PIC ZZZ9.
001600     05  FILLER              PIC X(02)    VALUE SPACES.
001610     05  DET-ACCOUNT         PIC X(08).
001620     05  FILLER              PIC X(01)    VALUE SPACE.
001630     05  DET-COST-CENTER     PIC X(06).
001640     05  FILLER              PIC X(02)    VALUE SPACES.
001650     05  DET-DEPT-CODE       PIC X(03).
001660     05  FILLER              PIC X(01)    VALUE SPACE.
001670     05  DET-CURRENCY        PIC X(03).
001680     05  FILLER              PIC X(02)    VALUE SPACES.
001690     05  DET-BASE-RESULT     PIC -(9)9,99.
001700     05  FILLER              PIC X(03)    VALUE SPACES.
001710     05  DET-POST-LIMIT      PIC Z(9)9,99.
001720     05  FILLER              PIC X(03)    VALUE SPACES.
001730     05  DET-HOLD-RUN-ID     PIC X(11).
001740 01  WS-TOTAL-LINE.
001750     05  FILLER              PIC X(01)    VALUE SPACE.
001760     05  TOT-LABEL           PIC X(20).
001770     05  TOT-AMOUNT          PIC -(12)9,99.
001780     05  FILLER              PIC X(02)    VALUE SPACES.
001790     05  TOT-COUNT-LABEL     PIC X(09).
001800     05  TOT-COUNT           PIC ZZZZZZZ9.
001810 PROCEDURE DIVISION.
001820******************************************************************
001830*    0000-MAINLINE                                               *
001840******************************************************************
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870     PERFORM 2000-LIST-SUSPENSE THRU 2000-EXIT.
001880     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001890     STOP RUN.
001900 0000-EXIT.
001910     EXIT.
001920******************************************************************
001930*    1000-INITIALIZE - PICK UP THE AGE LIMIT, WORK OUT TODAY'S   *
001940*    DAY NUMBER ONCE, AND OPEN THE FILES.                        *
001950******************************************************************
001960 1000-INITIALIZE.
001970     DISPLAY 'CALC015 - AGED SUSPENSE REPORT'.
001980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001990     OPEN INPUT CONTROL-CARD.
002000     IF WS-SYSIN-AVAILABLE
002010         READ CONTROL-CARD
002020             AT END
002030                 CONTINUE
002040             NOT AT END
002050                 IF CC-AGE-DAYS IS NUMERIC
002060                     MOVE CC-AGE-DAYS TO WS-AGE-LIMIT
002070                 END-IF
002080         END-READ
002090         CLOSE CONTROL-CARD
002100     END-IF.
002110     DISPLAY 'CALC015 - LISTING ITEMS HELD OVER ' WS-AGE-LIMIT
002120         ' DAYS'.
002130     MOVE WS-RUN-DATE TO WS-DAYNUM-DATE.
002140     PERFORM 5000-DAY-NUMBER THRU 5000-EXIT.
002150     MOVE WS-DAYNUM TO WS-RUN-DAYNUM.
002160     OPEN INPUT SUSP-FILE.
002170     IF NOT WS-SUSP-FILE-OK
002180         DISPLAY 'CALC015 - SUSPENSE FILE COULD NOT BE OPENED, '
002190             'STATUS=' WS-SUSP-STATUS ' - RUN ABANDONED.'
002200         MOVE 12 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230     OPEN OUTPUT REPORT-FILE.
002240 1000-EXIT.
002250     EXIT.
002260******************************************************************
002270*    2000-LIST-SUSPENSE - ONE PASS OVER THE SUSPENSE FILE IN     *
002280*    TRANS-ID ORDER.                                             *
002290******************************************************************
002300 2000-LIST-SUSPENSE.
002310     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
002320     PERFORM 2200-CHECK-ITEM THRU 2200-EXIT
002330         UNTIL WS-EOF.
002340     CLOSE SUSP-FILE.
002350 2000-EXIT.
002360     EXIT.
002370******************************************************************
002380*    2100-READ-SUSPENSE - GET THE NEXT SUSPENSE RECORD.          *
002390******************************************************************
002400 2100-READ-SUSPENSE.
002410     READ SUSP-FILE NEXT RECORD
002420         AT END
002430             MOVE 'Y' TO WS-EOF-SW
002440         NOT AT END
002450             ADD 1 TO WS-CNT-READ
002460     END-READ.
002470 2100-EXIT.
002480     EXIT.
002490******************************************************************
002500*    2200-CHECK-ITEM - AGE ONE HELD ITEM AND PRINT IT WHEN IT    *
002510*    IS PAST THE LIMIT.  RELEASED AND DENIED ITEMS ARE PASSED    *
002520*    OVER, AS IS A HOLD DATE THAT IS NOT A DATE.                 *
002530******************************************************************
002540 2200-CHECK-ITEM.
002550     IF SP-SUSP-STATUS NOT = 'H'
002560         GO TO 2200-NEXT
002570     END-IF.
002580     ADD 1 TO WS-CNT-HELD.
002590     IF SP-HOLD-DATE IS NOT NUMERIC
002600         GO TO 2200-NEXT
002610     END-IF.
002620     MOVE SP-HOLD-DATE TO WS-DAYNUM-DATE.
002630     PERFORM 5000-DAY-NUMBER THRU 5000-EXIT.
002640     COMPUTE WS-ITEM-AGE = WS-RUN-DAYNUM - WS-DAYNUM.
002650     IF WS-ITEM-AGE NOT > WS-AGE-LIMIT
002660         GO TO 2200-NEXT
002670     END-IF.
002680     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
002690         PERFORM 3000-CUT-PAGE THRU 3000-EXIT
002700     END-IF.
002710     MOVE SP-TRANS-IMAGE  TO WS-ITEM-REC.
002720     IF IT-BASE-RESULT IS NOT NUMERIC
002730         MOVE ZERO TO IT-BASE-RESULT
002740     END-IF.
002750     MOVE SP-TRANS-ID     TO DET-TRANS-ID.
002760     MOVE SP-TRANS-SEQ    TO DET-TRANS-SEQ.
002770     MOVE SP-HOLD-DATE    TO DET-HOLD-DATE.
002780     MOVE WS-ITEM-AGE     TO DET-AGE.
002790     MOVE IT-GL-ACCOUNT   TO DET-ACCOUNT.
002800     MOVE IT-COST-CENTER  TO DET-COST-CENTER.
002810     MOVE IT-DEPT-CODE    TO DET-DEPT-CODE.
002820     MOVE IT-CURRENCY-CODE TO DET-CURRENCY.
002830     MOVE IT-BASE-RESULT  TO DET-BASE-RESULT.
002840     MOVE SP-POST-LIMIT   TO DET-POST-LIMIT.
002850     MOVE SP-HOLD-RUN-ID  TO DET-HOLD-RUN-ID.
002860     MOVE WS-DETAIL-LINE TO REPORT-REC.
002870     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
002880     ADD 1 TO WS-LINE-COUNT.
002890     ADD 1 TO WS-CNT-PRINTED.
002900     ADD IT-BASE-RESULT TO WS-PAGE-BASE-TOT.
002910     ADD IT-BASE-RESULT TO WS-GRAND-BASE-TOT.
002920 2200-NEXT.
002930     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
002940 2200-EXIT.
002950     EXIT.
002960******************************************************************
002970*    3000-CUT-PAGE - CLOSE OUT THE PAGE TOTAL (EXCEPT ON THE     *
002980*    VERY FIRST PAGE) AND PRINT THE NEXT PAGE'S HEADINGS.        *
002990******************************************************************
003000 3000-CUT-PAGE.
003010     IF WS-PAGE-COUNT > ZERO
003020         PERFORM 3200-PRINT-PAGE-TOTAL THRU 3200-EXIT
003030     END-IF.
003040     ADD 1 TO WS-PAGE-COUNT.
003050     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
003060     MOVE WS-AGE-LIMIT TO HDG-AGE-LIMIT.
003070     MOVE WS-PAGE-COUNT TO HDG-PAGE.
003080     MOVE WS-HEADING-1 TO REPORT-REC.
003090     WRITE REPORT-REC AFTER ADVANCING PAGE.
003100     MOVE WS-HEADING-2 TO REPORT-REC.
003110     WRITE REPORT-REC AFTER ADVANCING 2 LINES.
003120     MOVE SPACES TO REPORT-REC.
003130     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
003140     MOVE ZERO TO WS-LINE-COUNT.
003150 3000-EXIT.
003160     EXIT.
003170******************************************************************
003180*    3200-PRINT-PAGE-TOTAL - BASE-CURRENCY TOTAL FOR THE PAGE    *
003190*    JUST FINISHED.                                              *
003200******************************************************************
003210 3200-PRINT-PAGE-TOTAL.
003220     MOVE SPACES TO WS-TOTAL-LINE.
003230     MOVE 'PAGE TOTAL HELD....:' TO TOT-LABEL.
003240     MOVE WS-PAGE-BASE-TOT TO TOT-AMOUNT.
003250     MOVE SPACES TO TOT-COUNT-LABEL.
003260     MOVE WS-TOTAL-LINE TO REPORT-REC.
003270     WRITE REPORT-REC AFTER ADVANCING 2 LINES.
003280     MOVE ZERO TO WS-PAGE-BASE-TOT.
003290 3200-EXIT.
003300     EXIT.
003310******************************************************************
003320*    5000-DAY-NUMBER - TURN WS-DAYNUM-DATE (YYYYMMDD) INTO A     *
003330*    RUNNING DAY COUNT IN WS-DAYNUM.  JANUARY AND FEBRUARY ARE   *
003340*    COUNTED AS MONTHS 13 AND 14 OF THE YEAR BEFORE, SO EVERY    *
003350*    MONTH FROM MARCH ON HAS A FIXED OFFSET AND THE LEAP DAY     *
003360*    NEEDS NO SPECIAL CASE:                                      *
003370*      365Y + Y/4 - Y/100 + Y/400 + (153(M-3)+2)/5 + D           *
003380*    EACH DIVISION TRUNCATED ON ITS OWN.                         *
003390******************************************************************
003400 5000-DAY-NUMBER.
003410     MOVE WS-DAYNUM-YYYY TO WS-DAYNUM-YEAR.
003420     MOVE WS-DAYNUM-MM   TO WS-DAYNUM-MONTH.
003430     IF WS-DAYNUM-MONTH < 3
003440         SUBTRACT 1 FROM WS-DAYNUM-YEAR
003450         ADD 12 TO WS-DAYNUM-MONTH
003460     END-IF.
003470     DIVIDE WS-DAYNUM-YEAR BY 4   GIVING WS-DAYNUM-Q4.
003480     DIVIDE WS-DAYNUM-YEAR BY 100 GIVING WS-DAYNUM-Q100.
003490     DIVIDE WS-DAYNUM-YEAR BY 400 GIVING WS-DAYNUM-Q400.
003500     COMPUTE WS-DAYNUM-QMON = 153 * (WS-DAYNUM-MONTH - 3) + 2.
003510     DIVIDE WS-DAYNUM-QMON BY 5 GIVING WS-DAYNUM-QMON.
003520     COMPUTE WS-DAYNUM = 365 * WS-DAYNUM-YEAR
003530         + WS-DAYNUM-Q4 - WS-DAYNUM-Q100 + WS-DAYNUM-Q400
003540         + WS-DAYNUM-QMON + WS-DAYNUM-DD.
003550 5000-EXIT.
003560     EXIT.
003570******************************************************************
003580*    9000-TERMINATE - FINAL PAGE TOTAL, GRAND TOTALS AND RUN     *
003590*    SUMMARY.  ANY ITEM LISTED ENDS THE JOB RC=4.                *
003600******************************************************************
003610 9000-TERMINATE.
003620     IF WS-CNT-PRINTED > ZERO
003630         PERFORM 3200-PRINT-PAGE-TOTAL THRU 3200-EXIT
003640     ELSE
003650         PERFORM 3000-CUT-PAGE THRU 3000-EXIT
003660     END-IF.
003670     MOVE SPACES TO WS-TOTAL-LINE.
003680     MOVE 'GRAND TOTAL HELD...:' TO TOT-LABEL.
003690     MOVE WS-GRAND-BASE-TOT TO TOT-AMOUNT.
003700     MOVE 'ITEMS:   '           TO TOT-COUNT-LABEL.
003710     MOVE WS-CNT-PRINTED        TO TOT-COUNT.
003720     MOVE WS-TOTAL-LINE TO REPORT-REC.
003730     WRITE REPORT-REC AFTER ADVANCING 2 LINES.
003740     CLOSE REPORT-FILE.
003750     DISPLAY 'CALC015 - RECORDS READ....: ' WS-CNT-READ.
003760     DISPLAY 'CALC015 - STILL HELD......: ' WS-CNT-HELD.
003770     DISPLAY 'CALC015 - AGED ITEMS......: ' WS-CNT-PRINTED.
003780     IF WS-CNT-PRINTED > ZERO
003790         MOVE 4 TO RETURN-CODE
003800     END-IF.
003810 9000-EXIT.
003820     EXIT.
