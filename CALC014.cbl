000100******************************************************************
000110*                                                                *
000120*    PROGRAM   : CALC014                                        *
000130*    AUTHOR    : J. ALVES, DATA PROCESSING                      *
000140*    INSTALL.  : GENERAL LEDGER SUPPORT - SITE 02                *
000150*    DATE-WRITTEN : 2026-09-16                                   *
000160*    DATE-COMPILED:                                              *
000170*                                                                *
000180*    SUSPENSE RELEASE.  APPLIES SUPERVISOR APPROVE/DENY CARDS   *
000190*    FROM SYSIN TO THE ITEMS CALC002 PARKED ON THE KEYED        *
000200*    SUSPENSE FILE (SUSPREC) FOR BEING OVER THEIR ACCOUNT'S     *
000210*    POSTING LIMIT.  AN APPROVED ITEM'S TRANS-OUT IMAGE IS      *
000220*    WRITTEN TO THE RELEASED DATASET, WHICH THE NEXT CALC003    *
000230*    EXTRACT POSTS TO THE GL; A DENIED ITEM GOES TO THE         *
000240*    REJECTS DATASET UNDER REASON SUSD.  EITHER WAY THE         *
000250*    SUSPENSE RECORD IS STAMPED WITH THE OUTCOME, THE DATE AND  *
000260*    THE SUPERVISOR, AND THE CALCHIST DISPOSITION IS MOVED ON   *
000270*    FROM H (HELD) TO A OR R.  ONE CARD PER ACTION:             *
000280*                                                                *
000290*      COL 1     ACTION - A APPROVE, D DENY                     *
000300*      COL 3-12  TRANS-ID                                       *
000310*      COL 14-19 TRANS-SEQ (BLANK OR ZERO = EVERY ITEM STILL    *
000320*                HELD UNDER THE TRANS-ID)                       *
000330*      COL 21-28 SUPERVISOR USER ID (REQUIRED)                  *
000340*                                                                *
000350*    A CARD NAMING AN ITEM THAT IS NOT ON SUSPENSE, OR NO       *
000360*    LONGER HELD, FAILS AND THE JOB ENDS RC=8.                  *
000370*                                                                *
000380*    MODIFICATION HISTORY                                        *
000390*    ------------------------------------------------------      *
000400*    2026-09-16  JA   INITIAL VERSION.                           *
000403*    2026-10-15  JA   SUSPENSE IS OPTIONAL - A MISSING FILE IS   *
000406*                     AN EMPTY QUEUE.                            *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. CALC014.
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SPECIAL-NAMES.
000470     DECIMAL-POINT IS COMMA.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT OPTIONAL SUSP-FILE ASSIGN TO SUSPENSE
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS SP-SUSP-KEY
000540         FILE STATUS IS WS-SUSP-STATUS.
000550     SELECT OPTIONAL HIST-FILE ASSIGN TO CALCHIST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS HX-HIST-KEY
000590         FILE STATUS IS WS-HIST-STATUS.
000600     SELECT RELEASED-FILE ASSIGN TO RELEASED
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT REJECT-FILE ASSIGN TO REJECTS
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640     SELECT RELEASE-CARDS ASSIGN TO SYSIN
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-SYSIN-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  SUSP-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  SP-SUSP-REC.
000720     COPY SUSPREC REPLACING ==:TAG:== BY ==SP==.
000730 FD  HIST-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  HX-HIST-REC.
000760     COPY HISTREC REPLACING ==:TAG:== BY ==HX==.
000770 FD  RELEASED-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  RELEASED-REC            PIC X(101).
000800 FD  REJECT-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  REJECT-REC              PIC X(105).
000830 FD  RELEASE-CARDS
000840     LABEL RECORDS ARE STANDARD.
000850 01  RELEASE-CARD-REC.
000860     05  RC-ACTION           PIC X(01).
000870         88  RC-ACTION-APPROVE       VALUE 'A'.
000880         88  RC-ACTION-DENY          VALUE 'D'.
000890     05  FILLER              PIC X(01).
000900     05  RC-TRANS-ID         PIC X(10).
000910     05  FILLER              PIC X(01).
000920     05  RC-TRANS-SEQ        PIC 9(06).
000930     05  RC-TRANS-SEQ-X REDEFINES RC-TRANS-SEQ
000940                             PIC X(06).
000950     05  FILLER              PIC X(01).
000960     05  RC-USER-ID          PIC X(08).
000970     05  FILLER              PIC X(52).
000980 WORKING-STORAGE SECTION.
000990 01  WS-SUSP-STATUS          PIC X(02).
001000     88  WS-SUSP-FILE-OK             VALUE '00' '05'.
001010 01  WS-HIST-STATUS          PIC X(02).
001020     88  WS-HIST-FILE-OK             VALUE '00' '05'.
001030 01  WS-HIST-AVAIL-SW        PIC X(01)    VALUE 'N'.
001040     88  WS-HIST-FILE-AVAIL          VALUE 'Y'.
001050 01  WS-SYSIN-STATUS         PIC X(02).
001060     88  WS-SYSIN-AVAILABLE          VALUE '00'.
001070 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
001080     88  WS-EOF                      VALUE 'Y'.
001090     88  WS-NOT-EOF                  VALUE 'N'.
001100 01  WS-CARD-OK-SW           PIC X(01)    VALUE 'Y'.
001110     88  WS-CARD-OK                  VALUE 'Y'.
001120     88  WS-CARD-FAILED              VALUE 'N'.
001130 01  WS-SCAN-DONE-SW         PIC X(01)    VALUE 'N'.
001140     88  WS-SCAN-DONE                VALUE 'Y'.
001150 01  WS-ITEM-OK-SW           PIC X(01)    VALUE 'Y'.
001160     88  WS-ITEM-OK                  VALUE 'Y'.
001170     88  WS-ITEM-FAILED              VALUE 'N'.
001180 01  WS-CARD-ITEMS           PIC 9(06)    COMP VALUE ZERO.
001190 01  WS-RUN-DATE             PIC 9(08)    VALUE ZERO.
001200******************************************************************
001210*    THE HELD TRANS-OUT IMAGE, VIEWED FIELD BY FIELD FOR THE     *
001220*    RELEASE TOTALS, AND THE REJECTS LINE A DENIED ITEM GOES     *
001230*    OUT ON - THE SAME LAYOUT CALC002 WRITES, SO A DENIAL CAN    *
001240*    BE CORRECTED AND RESUBMITTED THROUGH CALC2REC.              *
001250******************************************************************
001260 01  WS-ITEM-REC.
001270     COPY CALCREC REPLACING ==:TAG:== BY ==IT==.
001280 01  WS-REJECT-LINE.
001290     05  WS-REJ-TRANS-IMAGE  PIC X(101).
001300     05  WS-REJ-REASON-CODE  PIC X(04).
001310******************************************************************
001320*    RUN COUNTERS.                                               *
001330******************************************************************
001340 01  WS-CNT-APPROVED         PIC 9(06)    COMP VALUE ZERO.
001350 01  WS-CNT-DENIED           PIC 9(06)    COMP VALUE ZERO.
001360 01  WS-CNT-FAILED           PIC 9(06)    COMP VALUE ZERO.
001370 01  WS-SUM-APPROVED         PIC S9(11)V99 VALUE ZERO.
001380 01  WS-SUM-DENIED           PIC S9(11)V99 VALUE ZERO.
001390 01  WS-DISPLAY-SUM          PIC -(11)9,99.
001400 PROCEDURE DIVISION.
001410******************************************************************
001420*    0000-MAINLINE                                               *
001430******************************************************************
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
001470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001480     STOP RUN.
001490 0000-EXIT.
001500     EXIT.
001510******************************************************************
001520*    1000-INITIALIZE - OPEN THE SUSPENSE FILE FOR UPDATE, THE    *
001530*    HISTORY FILE, THE TWO OUTPUT DATASETS AND THE CARDS.        *
001540*    WITHOUT THE SUSPENSE FILE THERE IS NOTHING TO RELEASE AND   *
001550*    THE RUN IS ABANDONED; WITHOUT THE HISTORY FILE THE ITEMS    *
001560*    ARE STILL RELEASED AND ONLY THE CALC009 VIEW LAGS.          *
001570******************************************************************
001580 1000-INITIALIZE.
001590     DISPLAY 'CALC014 - SUSPENSE RELEASE'.
001600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001610     OPEN I-O SUSP-FILE.
001620     IF NOT WS-SUSP-FILE-OK
001630         DISPLAY 'CALC014 - SUSPENSE FILE COULD NOT BE OPENED, '
001640             'STATUS=' WS-SUSP-STATUS ' - RUN ABANDONED.'
001650         MOVE 12 TO RETURN-CODE
001660         STOP RUN
001670     END-IF.
001680     OPEN INPUT RELEASE-CARDS.
001690     IF NOT WS-SYSIN-AVAILABLE
001700         DISPLAY 'CALC014 - NO RELEASE CARDS, STATUS='
001710             WS-SYSIN-STATUS ' - RUN ABANDONED.'
001720         MOVE 12 TO RETURN-CODE
001730         CLOSE SUSP-FILE
001740         STOP RUN
001750     END-IF.
001760     OPEN I-O HIST-FILE.
001770     IF WS-HIST-FILE-OK
001780         SET WS-HIST-FILE-AVAIL TO TRUE
001790     ELSE
001800         DISPLAY 'WARNING - HISTORY FILE COULD NOT BE OPENED '
001810             '(STATUS=' WS-HIST-STATUS ') - RELEASED ITEMS WILL '
001820             'STILL SHOW AS HELD ON CALC009.'
001830     END-IF.
001840     OPEN OUTPUT RELEASED-FILE.
001850     OPEN OUTPUT REJECT-FILE.
001860 1000-EXIT.
001870     EXIT.
001880******************************************************************
001890*    2000-PROCESS-CARDS - APPLY EVERY RELEASE CARD.              *
001900******************************************************************
001910 2000-PROCESS-CARDS.
001920     PERFORM 2100-READ-CARD THRU 2100-EXIT.
001930     PERFORM 2200-APPLY-CARD THRU 2200-EXIT
001940         UNTIL WS-EOF.
001950     CLOSE RELEASE-CARDS
001960     CLOSE SUSP-FILE
001970     IF WS-HIST-FILE-AVAIL
001980         CLOSE HIST-FILE
001990     END-IF
002000     CLOSE RELEASED-FILE
002010     CLOSE REJECT-FILE.
002020 2000-EXIT.
002030     EXIT.
002040******************************************************************
002050*    2100-READ-CARD - GET THE NEXT RELEASE CARD.                 *
002060******************************************************************
002070 2100-READ-CARD.
002080     READ RELEASE-CARDS
002090         AT END
002100             MOVE 'Y' TO WS-EOF-SW
002110     END-READ.
002120 2100-EXIT.
002130     EXIT.
002140******************************************************************
002150*    2200-APPLY-CARD - CHECK ONE CARD AND DISPATCH IT TO THE     *
002160*    SINGLE-ITEM OR WHOLE-TRANS-ID PATH.                         *
002170******************************************************************
002180 2200-APPLY-CARD.
002190     SET WS-CARD-OK TO TRUE.
002200     IF NOT RC-ACTION-APPROVE AND NOT RC-ACTION-DENY
002210         SET WS-CARD-FAILED TO TRUE
002220         DISPLAY 'CALC014 - UNRECOGNIZED ACTION "' RC-ACTION
002230             '" FOR ' RC-TRANS-ID ' - CARD IGNORED.'
002240         GO TO 2200-NEXT
002250     END-IF.
002260     IF RC-TRANS-ID = SPACES
002270         SET WS-CARD-FAILED TO TRUE
002280         DISPLAY 'CALC014 - NO TRANS-ID ON CARD - CARD IGNORED.'
002290         GO TO 2200-NEXT
002300     END-IF.
002310     IF RC-USER-ID = SPACES
002320         SET WS-CARD-FAILED TO TRUE
002330         DISPLAY 'CALC014 - NO SUPERVISOR ID FOR ' RC-TRANS-ID
002340             ' - CARD IGNORED.'
002350         GO TO 2200-NEXT
002360     END-IF.
002370     IF RC-TRANS-SEQ-X = SPACES
002380         MOVE ZERO TO RC-TRANS-SEQ
002390     END-IF.
002400     IF RC-TRANS-SEQ IS NOT NUMERIC
002410         SET WS-CARD-FAILED TO TRUE
002420         DISPLAY 'CALC014 - NON-NUMERIC TRANS-SEQ FOR '
002430             RC-TRANS-ID ' - CARD IGNORED.'
002440         GO TO 2200-NEXT
002450     END-IF.
002460     IF RC-TRANS-SEQ = ZERO
002470         PERFORM 3000-RELEASE-ALL THRU 3000-EXIT
002480     ELSE
002490         PERFORM 3500-RELEASE-ONE THRU 3500-EXIT
002500     END-IF.
002510 2200-NEXT.
002520     IF WS-CARD-FAILED
002530         ADD 1 TO WS-CNT-FAILED
002540     END-IF.
002550     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002560 2200-EXIT.
002570     EXIT.
002580******************************************************************
002590*    3000-RELEASE-ALL - ACT ON EVERY ITEM STILL HELD UNDER THE   *
002600*    CARD'S TRANS-ID, BROWSING THE SUSPENSE FILE FROM THE        *
002610*    FIRST SEQUENCE UNDER THAT ID.  ITEMS ALREADY APPROVED OR    *
002620*    DENIED ARE PASSED OVER; FINDING NONE STILL HELD FAILS THE   *
002630*    CARD.                                                       *
002640******************************************************************
002650 3000-RELEASE-ALL.
002660     MOVE ZERO TO WS-CARD-ITEMS.
002670     MOVE 'N' TO WS-SCAN-DONE-SW.
002680     MOVE RC-TRANS-ID TO SP-TRANS-ID.
002690     MOVE ZERO        TO SP-TRANS-SEQ.
002700     START SUSP-FILE KEY IS NOT < SP-SUSP-KEY
002710         INVALID KEY
002720             SET WS-SCAN-DONE TO TRUE
002730     END-START.
002740     PERFORM 3100-SCAN-ONE-ITEM THRU 3100-EXIT
002750         UNTIL WS-SCAN-DONE.
002760     IF WS-CARD-ITEMS = ZERO
002770         SET WS-CARD-FAILED TO TRUE
002780         DISPLAY 'CALC014 - NO HELD ITEMS UNDER ' RC-TRANS-ID
002790             ' - CARD IGNORED.'
002800     END-IF.
002810 3000-EXIT.
002820     EXIT.
002830******************************************************************
002840*    3100-SCAN-ONE-ITEM - NEXT SUSPENSE RECORD IN KEY ORDER.     *
002850*    THE BROWSE STOPS AT THE FIRST RECORD OF ANOTHER TRANS-ID.   *
002860******************************************************************
002870 3100-SCAN-ONE-ITEM.
002880     READ SUSP-FILE NEXT RECORD
002890         AT END
002900             SET WS-SCAN-DONE TO TRUE
002910             GO TO 3100-EXIT
002920     END-READ.
002930     IF SP-TRANS-ID NOT = RC-TRANS-ID
002940         SET WS-SCAN-DONE TO TRUE
002950         GO TO 3100-EXIT
002960     END-IF.
002970     IF SP-SUSP-STATUS NOT = 'H'
002980         GO TO 3100-EXIT
002990     END-IF.
003000     PERFORM 4000-ACTION-ITEM THRU 4000-EXIT.
003010     IF WS-ITEM-OK
003020         ADD 1 TO WS-CARD-ITEMS
003030     ELSE
003040         SET WS-CARD-FAILED TO TRUE
003050     END-IF.
003060 3100-EXIT.
003070     EXIT.
003080******************************************************************
003090*    3500-RELEASE-ONE - ACT ON THE ONE ITEM THE CARD NAMES.      *
003100******************************************************************
003110 3500-RELEASE-ONE.
003120     MOVE RC-TRANS-ID  TO SP-TRANS-ID.
003130     MOVE RC-TRANS-SEQ TO SP-TRANS-SEQ.
003140     READ SUSP-FILE
003150         INVALID KEY
003160             SET WS-CARD-FAILED TO TRUE
003170             DISPLAY 'CALC014 - ' RC-TRANS-ID '-' RC-TRANS-SEQ
003180                 ' NOT ON SUSPENSE - CARD IGNORED.'
003190             GO TO 3500-EXIT
003200     END-READ.
003210     IF SP-SUSP-STATUS NOT = 'H'
003220         SET WS-CARD-FAILED TO TRUE
003230         DISPLAY 'CALC014 - ' RC-TRANS-ID '-' RC-TRANS-SEQ
003240             ' IS NO LONGER HELD (STATUS ' SP-SUSP-STATUS
003250             ') - CARD IGNORED.'
003260         GO TO 3500-EXIT
003270     END-IF.
003280     PERFORM 4000-ACTION-ITEM THRU 4000-EXIT.
003290     IF WS-ITEM-FAILED
003300         SET WS-CARD-FAILED TO TRUE
003310     END-IF.
003320 3500-EXIT.
003330     EXIT.
003340******************************************************************
003350*    4000-ACTION-ITEM - APPROVE OR DENY THE SUSPENSE RECORD IN   *
003360*    THE BUFFER.  THE SUSPENSE RECORD IS STAMPED FIRST, AND      *
003370*    ONLY WHEN THAT REWRITE SUCCEEDS DOES THE IMAGE GO OUT TO    *
003380*    RELEASED OR REJECTS - AN ITEM CAN NEVER LEAVE SUSPENSE      *
003390*    TWICE.                                                      *
003400******************************************************************
003410 4000-ACTION-ITEM.
003420     SET WS-ITEM-OK TO TRUE.
003430     IF RC-ACTION-APPROVE
003440         MOVE 'A' TO SP-SUSP-STATUS
003450     ELSE
003460         MOVE 'D' TO SP-SUSP-STATUS
003470     END-IF.
003480     MOVE WS-RUN-DATE TO SP-ACTION-DATE.
003490     MOVE RC-USER-ID  TO SP-ACTION-USER.
003500     REWRITE SP-SUSP-REC
003510         INVALID KEY
003520             SET WS-ITEM-FAILED TO TRUE
003530             DISPLAY 'CALC014 - REWRITE FAILED FOR '
003540                 SP-TRANS-ID '-' SP-TRANS-SEQ
003550                 ', STATUS=' WS-SUSP-STATUS
003560             GO TO 4000-EXIT
003570     END-REWRITE.
003580     MOVE SP-TRANS-IMAGE TO WS-ITEM-REC.
003590     IF RC-ACTION-APPROVE
003600         MOVE SP-TRANS-IMAGE TO RELEASED-REC
003610         WRITE RELEASED-REC
003620         ADD 1 TO WS-CNT-APPROVED
003630         IF IT-BASE-RESULT IS NUMERIC
003640             ADD IT-BASE-RESULT TO WS-SUM-APPROVED
003650         END-IF
003660         DISPLAY 'CALC014 - APPROVED ' SP-TRANS-ID '-'
003670             SP-TRANS-SEQ ' BY ' RC-USER-ID
003680     ELSE
003690         MOVE SP-TRANS-IMAGE TO WS-REJ-TRANS-IMAGE
003700         MOVE 'SUSD'         TO WS-REJ-REASON-CODE
003710         MOVE WS-REJECT-LINE TO REJECT-REC
003720         WRITE REJECT-REC
003730         ADD 1 TO WS-CNT-DENIED
003740         IF IT-BASE-RESULT IS NUMERIC
003750             ADD IT-BASE-RESULT TO WS-SUM-DENIED
003760         END-IF
003770         DISPLAY 'CALC014 - DENIED ' SP-TRANS-ID '-'
003780             SP-TRANS-SEQ ' BY ' RC-USER-ID
003790     END-IF.
003800     PERFORM 4100-UPDATE-HISTORY THRU 4100-EXIT.
003810 4000-EXIT.
003820     EXIT.
003830******************************************************************
003840*    4100-UPDATE-HISTORY - MOVE THE ITEM'S CALCHIST RECORD ON    *
003850*    FROM H.  AN APPROVED ITEM BECOMES A COMMITTED ONE (A); A    *
003860*    DENIED ITEM BECOMES A REJECT (R, SUSD) AND, LIKE ANY        *
003870*    CALC002 REJECT, CARRIES NO RESULT.  A MISSING HISTORY       *
003880*    RECORD IS REPORTED BUT DOES NOT UNDO THE RELEASE - THE      *
003890*    SUSPENSE FILE IS THE RECORD OF THE DECISION.                *
003900******************************************************************
003910 4100-UPDATE-HISTORY.
003920     IF NOT WS-HIST-FILE-AVAIL
003930         GO TO 4100-EXIT
003940     END-IF.
003950     MOVE SP-TRANS-ID  TO HX-TRANS-ID.
003960     MOVE SP-TRANS-SEQ TO HX-TRANS-SEQ.
003970     READ HIST-FILE
003980         INVALID KEY
003990             DISPLAY 'WARNING - NO HISTORY RECORD FOR '
004000                 SP-TRANS-ID '-' SP-TRANS-SEQ
004010             GO TO 4100-EXIT
004020     END-READ.
004030     IF RC-ACTION-APPROVE
004040         MOVE 'A'    TO HX-DISPOSITION
004050         MOVE SPACES TO HX-REJECT-REASON
004060     ELSE
004070         MOVE 'R'    TO HX-DISPOSITION
004080         MOVE 'SUSD' TO HX-REJECT-REASON
004090         MOVE ZERO   TO HX-RESULTADO
004100         MOVE ZERO   TO HX-BASE-RESULT
004110     END-IF.
004120     REWRITE HX-HIST-REC
004130         INVALID KEY
004140             DISPLAY 'WARNING - HISTORY RECORD NOT UPDATED FOR '
004150                 SP-TRANS-ID '-' SP-TRANS-SEQ
004160                 ', STATUS=' WS-HIST-STATUS
004170     END-REWRITE.
004180 4100-EXIT.
004190     EXIT.
004200******************************************************************
004210*    9000-TERMINATE - END-OF-RUN SUMMARY.  ANY FAILED CARD ENDS  *
004220*    THE JOB RC=8 SO THE SUPERVISOR SEES THAT SOMETHING ASKED    *
004230*    FOR WAS NOT DONE.                                           *
004240******************************************************************
004250 9000-TERMINATE.
004260     DISPLAY ' '.
004270     DISPLAY '=================================================='.
004280     DISPLAY '  CALC014 - END OF RUN SUMMARY'.
004290     DISPLAY '  RUN DATE (YYYYMMDD): ', WS-RUN-DATE.
004300     DISPLAY '=================================================='.
004310     DISPLAY '  ITEMS APPROVED.....: ', WS-CNT-APPROVED.
004320     MOVE WS-SUM-APPROVED TO WS-DISPLAY-SUM
004330     DISPLAY '  APPROVED BASE AMT..: ', WS-DISPLAY-SUM.
004340     DISPLAY '  ITEMS DENIED.......: ', WS-CNT-DENIED.
004350     MOVE WS-SUM-DENIED TO WS-DISPLAY-SUM
004360     DISPLAY '  DENIED BASE AMT....: ', WS-DISPLAY-SUM.
004370     DISPLAY '  CARDS FAILED.......: ', WS-CNT-FAILED.
004380     DISPLAY '=================================================='.
004390     IF WS-CNT-FAILED > ZERO
004400         MOVE 8 TO RETURN-CODE
004410     END-IF.
004420 9000-EXIT.
004430     EXIT.
