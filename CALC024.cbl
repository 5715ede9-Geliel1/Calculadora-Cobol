000100******************************************************************
000110*                                                                *
000120*    PROGRAM   : CALC024                                        *
000130*    AUTHOR    : J. ALVES, DATA PROCESSING                      *
000140*    INSTALL.  : GENERAL LEDGER SUPPORT - SITE 02                *
000150*    DATE-WRITTEN : 2026-10-07                                   *
000160*    DATE-COMPILED:                                              *
000170*                                                                *
000180*    MASTER-CHANGE REPORT.  LISTS THE CHANGES CALC023 APPLIED    *
000190*    TO THE RATE, ACCOUNT AND CURRENCY MASTERS, FROM THE         *
000200*    PERMANENT MASTER-CHANGE LOG (CHGLREC), FOR A RANGE OF LOG   *
000210*    DATES.  THE CHANGES ARE SORTED BY TABLE, ITEM KEY AND       *
000220*    LOG KEY, SO EACH RATE CODE, ACCOUNT OR CURRENCY SHOWS ITS   *
000230*    CHANGES IN THE ORDER THEY WERE MADE.  EVERY CHANGE PRINTS   *
000240*    A DETAIL LINE - WHEN IT WAS LOGGED, THE ACTION, THE ITEM,   *
000250*    THE REQUEST ID, WHO REQUESTED IT AND WHO APPROVED IT -      *
000260*    FOLLOWED BY THE MASTER RECORD BEFORE AND AFTER THE CHANGE,  *
000270*    FIELD BY FIELD.  A COUNT IS PRINTED FOR EACH TABLE AND      *
000280*    FOR THE REPORT.                                             *
000290*                                                                *
000300*    CONTROL CARD (OPTIONAL - A BLANK FIELD SELECTS ALL):        *
000310*      COL 1-8   FROM LOG DATE YYYYMMDD                          *
000320*      COL 10-17 TO LOG DATE YYYYMMDD                            *
000330*      COL 19-22 TABLE - RATE, ACCT OR CURR                      *
000340*      COL 24-37 ITEM KEY - RATE CODE, GL ACCOUNT + COST         *
000350*                CENTER, OR CURRENCY CODE                        *
000360*      COL 39-46 REQUESTER USER ID                               *
000370*      COL 48-55 APPROVER USER ID                                *
000380*                                                                *
000390*    RETURN CODES: 12 - THE LOG WOULD NOT OPEN OR THE FROM DATE  *
000400*    IS AFTER THE TO DATE.                                       *
000410*                                                                *
000420*    MODIFICATION HISTORY                                        *
000430*    ------------------------------------------------------      *
000440*    2026-10-07  JA   INITIAL VERSION.                           *
000443*    2026-10-15  JA   CHGLOG IS OPTIONAL - AN EMPTY LOG GIVES AN *
000446*                     EMPTY REPORT.                              *
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. CALC024.
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SPECIAL-NAMES.
000510     DECIMAL-POINT IS COMMA.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT OPTIONAL CHGL-FILE ASSIGN TO CHGLOG
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CL-LOG-KEY
000580         FILE STATUS IS WS-CHGL-STATUS.
000590     SELECT REPORT-FILE ASSIGN TO CHGRPT
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT CONTROL-CARD ASSIGN TO SYSIN
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-SYSIN-STATUS.
000640     SELECT SORT-FILE ASSIGN TO SORTWORK.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CHGL-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  CL-CHGL-REC.
000700     COPY CHGLREC REPLACING ==:TAG:== BY ==CL==.
000710 FD  REPORT-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  REPORT-REC              PIC X(132).
000740 FD  CONTROL-CARD
000750     LABEL RECORDS ARE STANDARD.
000760 01  CONTROL-CARD-REC.
000770     05  CC-FROM-DATE        PIC 9(08).
000780     05  FILLER              PIC X(01).
000790     05  CC-TO-DATE          PIC 9(08).
000800     05  FILLER              PIC X(01).
000810     05  CC-TABLE-ID         PIC X(04).
000820     05  FILLER              PIC X(01).
000830     05  CC-ITEM-KEY         PIC X(14).
000840     05  FILLER              PIC X(01).
000850     05  CC-REQUESTER        PIC X(08).
000860     05  FILLER              PIC X(01).
000870     05  CC-APPROVER         PIC X(08).
000880     05  FILLER              PIC X(25).
000890 SD  SORT-FILE.
000900 01  SRT-REC.
000910     05  SRT-TABLE-ID        PIC X(04).
000920     05  SRT-ITEM-KEY        PIC X(14).
000930     05  SRT-LOG-KEY         PIC X(20).
000940     05  SRT-LOG-REC         PIC X(200).
000950 WORKING-STORAGE SECTION.
000960 01  WS-CHGL-STATUS          PIC X(02).
000970     88  WS-CHGL-FILE-OK             VALUE '00' '05'.
000980 01  WS-SYSIN-STATUS         PIC X(02).
000990     88  WS-SYSIN-AVAILABLE          VALUE '00'.
001000 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
001010     88  WS-EOF                      VALUE 'Y'.
001020     88  WS-NOT-EOF                  VALUE 'N'.
001030 01  WS-SORT-EOF-SW          PIC X(01)    VALUE 'N'.
001040     88  WS-SORT-EOF                 VALUE 'Y'.
001050******************************************************************
001060*    SELECTION FROM THE CONTROL CARD.  SPACES IN A FIELD SELECT  *
001070*    EVERY VALUE; THE DATE RANGE DEFAULTS TO THE WHOLE LOG.      *
001080******************************************************************
001090 01  WS-RUN-DATE             PIC 9(08).
001100 01  WS-FROM-DATE            PIC 9(08)    VALUE ZERO.
001110 01  WS-TO-DATE              PIC 9(08)    VALUE 99999999.
001120 01  WS-SEL-TABLE-ID         PIC X(04)    VALUE SPACES.
001130 01  WS-SEL-ITEM-KEY         PIC X(14)    VALUE SPACES.
001140 01  WS-SEL-REQUESTER        PIC X(08)    VALUE SPACES.
001150 01  WS-SEL-APPROVER         PIC X(08)    VALUE SPACES.
001160******************************************************************
001170*    THE LOG RECORD BACK FROM THE SORT, AND THE TABLE IN         *
001180*    PROGRESS FOR THE CONTROL BREAK.                             *
001190******************************************************************
001200 01  WS-LOG-REC.
001210     COPY CHGLREC REPLACING ==:TAG:== BY ==LG==.
001220 01  WS-TABLE-ACTIVE-SW      PIC X(01)    VALUE 'N'.
001230     88  WS-TABLE-ACTIVE             VALUE 'Y'.
001240 01  WS-CUR-TABLE-ID         PIC X(04)    VALUE SPACES.
001250******************************************************************
001260*    ONE MASTER IMAGE, SEEN THROUGH THE RECORD LAYOUT OF THE     *
001270*    TABLE IT CAME FROM.  7000 TURNS IT INTO PRINTABLE TEXT.     *
001280******************************************************************
001290 01  WS-IMAGE                PIC X(50).
001300 01  WS-RATE-IMAGE REDEFINES WS-IMAGE.
001310     COPY RATEREC REPLACING ==:TAG:== BY ==RI==.
001320 01  WS-ACCT-IMAGE REDEFINES WS-IMAGE.
001330     COPY ACCTREC REPLACING ==:TAG:== BY ==AI==.
001340 01  WS-CURR-IMAGE REDEFINES WS-IMAGE.
001350     COPY CURRREC REPLACING ==:TAG:== BY ==UI==.
001360 01  WS-IMAGE-TEXT           PIC X(100).
001370 01  WS-RATE-TEXT.
001380     05  FILLER              PIC X(05)    VALUE 'CODE '.
001390     05  RTX-RATE-CODE       PIC X(05).
001400     05  FILLER              PIC X(06)    VALUE '  EFF '.
001410     05  RTX-EFF-DATE        PIC 9(08).
001420     05  FILLER              PIC X(08)    VALUE '  VALUE '.
001430     05  RTX-RATE-VALUE      PIC -(6)9,99.
001440     05  FILLER              PIC X(06)    VALUE '  EXP '.
001450     05  RTX-EXP-DATE        PIC 9(08).
001460     05  FILLER              PIC X(09)    VALUE '  STATUS '.
001470     05  RTX-STATUS          PIC X(01).
001480     05  FILLER              PIC X(14)    VALUE SPACES.
001490 01  WS-ACCT-TEXT.
001500     05  FILLER              PIC X(08)    VALUE 'ACCOUNT '.
001510     05  ATX-GL-ACCOUNT      PIC X(08).
001520     05  FILLER              PIC X(04)    VALUE ' CC '.
001530     05  ATX-COST-CENTER     PIC X(06).
001540     05  FILLER              PIC X(09)    VALUE '  STATUS '.
001550     05  ATX-STATUS          PIC X(01).
001560     05  FILLER              PIC X(07)    VALUE '  OPEN '.
001570     05  ATX-OPEN-DATE       PIC 9(08).
001580     05  FILLER              PIC X(08)    VALUE '  CLOSE '.
001590     05  ATX-CLOSE-DATE      PIC 9(08).
001600     05  FILLER              PIC X(08)    VALUE '  LIMIT '.
001610     05  ATX-POST-LIMIT      PIC Z(8)9,99.
001620 01  WS-CURR-TEXT.
001630     05  FILLER              PIC X(09)    VALUE 'CURRENCY '.
001640     05  UTX-CURRENCY-CODE   PIC X(03).
001650     05  FILLER              PIC X(06)    VALUE '  EFF '.
001660     05  UTX-EFF-DATE        PIC 9(08).
001670     05  FILLER              PIC X(07)    VALUE '  RATE '.
001680     05  UTX-CONV-RATE       PIC -(3)9,9(6).
001690     05  FILLER              PIC X(06)    VALUE '  EXP '.
001700     05  UTX-EXP-DATE        PIC 9(08).
001710     05  FILLER              PIC X(09)    VALUE '  STATUS '.
001720     05  UTX-STATUS          PIC X(01).
001730     05  FILLER              PIC X(12)    VALUE SPACES.
001740******************************************************************
001750*    RUN COUNTERS.                                               *
001760******************************************************************
001770 01  WS-CNT-READ             PIC 9(08)    COMP VALUE ZERO.
001780 01  WS-CNT-PRINTED          PIC 9(08)    COMP VALUE ZERO.
001790 01  WS-CNT-TABLE            PIC 9(08)    COMP VALUE ZERO.
001800 01  WS-CNT-RATE             PIC 9(08)    COMP VALUE ZERO.
001810 01  WS-CNT-ACCT             PIC 9(08)    COMP VALUE ZERO.
001820 01  WS-CNT-CURR             PIC 9(08)    COMP VALUE ZERO.
001830******************************************************************
001840*    PAGE CONTROL AND PRINT LINE - SAME RULES AS THE CALC021     *
001850*    REPORT.  A CHANGE AND ITS TWO IMAGE LINES ARE KEPT ON ONE   *
001860*    PAGE.                                                       *
001870******************************************************************
001880 01  WS-LINES-PER-PAGE       PIC 9(02)    COMP VALUE 50.
001890 01  WS-LINE-COUNT           PIC 9(02)    COMP VALUE 99.
001900 01  WS-PAGE-COUNT           PIC 9(04)    COMP VALUE ZERO.
001910 01  WS-PRINT-LINE           PIC X(132)   VALUE SPACES.
001920******************************************************************
001930*    REPORT LINE LAYOUTS.                                        *
001940******************************************************************
001950 01  WS-HEADING-1.
001960     05  FILLER              PIC X(32)
001970         VALUE '  CALC024 - MASTER CHANGES     '.
001980     05  FILLER              PIC X(05)    VALUE 'FROM '.
001990     05  HDG-FROM-DATE       PIC 9(08).
002000     05  FILLER              PIC X(04)    VALUE ' TO '.
002010     05  HDG-TO-DATE         PIC 9(08).
002020     05  FILLER              PIC X(06)    VALUE SPACES.
002030     05  FILLER              PIC X(09)    VALUE 'RUN DATE '.
002040     05  HDG-RUN-DATE        PIC 9(08).
002050     05  FILLER              PIC X(06)    VALUE SPACES.
002060     05  FILLER              PIC X(05)    VALUE 'PAGE '.
002070     05  HDG-PAGE            PIC ZZZ9.
002080 01  WS-HEADING-2.
002090     05  FILLER              PIC X(09)    VALUE '  TABLE '.
002100     05  HDG-TABLE-ID        PIC X(04).
002110     05  FILLER              PIC X(07)    VALUE '   KEY '.
002120     05  HDG-ITEM-KEY        PIC X(14).
002130     05  FILLER              PIC X(13)    VALUE '   REQUESTER '.
002140     05  HDG-REQUESTER       PIC X(08).
002150     05  FILLER              PIC X(12)    VALUE '   APPROVER '.
002160     05  HDG-APPROVER        PIC X(08).
002170 01  WS-HEADING-3.
002180     05  FILLER              PIC X(20)
002190         VALUE ' LOGGED   TIME      '.
002200     05  FILLER              PIC X(14)
002210         VALUE 'TABLE ACTION  '.
002220     05  FILLER              PIC X(16)
002230         VALUE 'ITEM KEY        '.
002240     05  FILLER              PIC X(22)
002250         VALUE 'REQUEST ID            '.
002260     05  FILLER              PIC X(10)    VALUE 'REQUESTER '.
002270     05  FILLER              PIC X(08)    VALUE 'APPROVER'.
002280 01  WS-TABLE-LINE.
002290     05  FILLER              PIC X(07)    VALUE ' TABLE '.
002300     05  TBL-TABLE-ID        PIC X(04).
002310     05  FILLER              PIC X(03)    VALUE ' - '.
002320     05  TBL-DESCRIPTION     PIC X(40).
002330 01  WS-DETAIL-LINE.
002340     05  FILLER              PIC X(01)    VALUE SPACE.
002350     05  DET-LOG-DATE        PIC 9(08).
002360     05  FILLER              PIC X(01)    VALUE SPACE.
002370     05  DET-LOG-TIME        PIC 9(08).
002380     05  FILLER              PIC X(02)    VALUE SPACES.
002390     05  DET-TABLE-ID        PIC X(04).
002400     05  FILLER              PIC X(02)    VALUE SPACES.
002410     05  DET-ACTION          PIC X(06).
002420     05  FILLER              PIC X(02)    VALUE SPACES.
002430     05  DET-ITEM-KEY        PIC X(14).
002440     05  FILLER              PIC X(02)    VALUE SPACES.
002450     05  DET-REQUEST-ID      PIC X(20).
002460     05  FILLER              PIC X(02)    VALUE SPACES.
002470     05  DET-REQUESTER       PIC X(08).
002480     05  FILLER              PIC X(02)    VALUE SPACES.
002490     05  DET-APPROVER        PIC X(08).
002500 01  WS-IMAGE-LINE.
002510     05  FILLER              PIC X(11)    VALUE SPACES.
002520     05  IMG-LABEL           PIC X(08).
002530     05  IMG-TEXT            PIC X(100).
002540 01  WS-TOTAL-LINE.
002550     05  FILLER              PIC X(01)    VALUE SPACE.
002560     05  TOT-LABEL           PIC X(30).
002570     05  TOT-COUNT           PIC ZZZZZZZ9.
002580 PROCEDURE DIVISION.
002590******************************************************************
002600*    0000-MAINLINE                                               *
002610******************************************************************
002620 0000-MAINLINE.
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002640     SORT SORT-FILE
002650         ON ASCENDING KEY SRT-TABLE-ID
002660                          SRT-ITEM-KEY
002670                          SRT-LOG-KEY
002680         INPUT PROCEDURE IS 2000-SELECT-CHANGES THRU 2000-EXIT
002690         OUTPUT PROCEDURE IS 3000-PRINT-CHANGES THRU 3000-EXIT.
002700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002710     STOP RUN.
002720 0000-EXIT.
002730     EXIT.
002740******************************************************************
002750*    1000-INITIALIZE - PICK UP THE SELECTION AND OPEN THE FILES. *
002760*    A DATE FIELD THAT IS NOT NUMERIC IS TAKEN AS BLANK.         *
002770******************************************************************
002780 1000-INITIALIZE.
002790     DISPLAY 'CALC024 - MASTER-CHANGE REPORT'.
002800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002810     OPEN INPUT CONTROL-CARD.
002820     IF WS-SYSIN-AVAILABLE
002830         READ CONTROL-CARD
002840             AT END
002850                 CONTINUE
002860             NOT AT END
002870                 PERFORM 1100-TAKE-SELECTION THRU 1100-EXIT
002880         END-READ
002890         CLOSE CONTROL-CARD
002900     END-IF.
002910     IF WS-FROM-DATE > WS-TO-DATE
002920         DISPLAY 'CALC024 - FROM DATE ' WS-FROM-DATE
002930             ' IS AFTER TO DATE ' WS-TO-DATE ' - RUN ABANDONED.'
002940         MOVE 12 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.
002970     OPEN INPUT CHGL-FILE.
002980     IF NOT WS-CHGL-FILE-OK
002990         DISPLAY 'CALC024 - CHANGE LOG COULD NOT BE OPENED, '
003000             'STATUS=' WS-CHGL-STATUS ' - RUN ABANDONED.'
003010         MOVE 12 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040     OPEN OUTPUT REPORT-FILE.
003050     DISPLAY 'CALC024 - LOG DATES ' WS-FROM-DATE ' TO '
003060         WS-TO-DATE.
003070 1000-EXIT.
003080     EXIT.
003090******************************************************************
003100*    1100-TAKE-SELECTION - COPY THE CARD'S FIELDS OVER THE       *
003110*    DEFAULTS.                                                   *
003120******************************************************************
003130 1100-TAKE-SELECTION.
003140     IF CC-FROM-DATE IS NUMERIC
003150         MOVE CC-FROM-DATE TO WS-FROM-DATE
003160     END-IF.
003170     IF CC-TO-DATE IS NUMERIC AND CC-TO-DATE > ZERO
003180         MOVE CC-TO-DATE TO WS-TO-DATE
003190     END-IF.
003200     MOVE CC-TABLE-ID  TO WS-SEL-TABLE-ID.
003210     MOVE CC-ITEM-KEY  TO WS-SEL-ITEM-KEY.
003220     MOVE CC-REQUESTER TO WS-SEL-REQUESTER.
003230     MOVE CC-APPROVER  TO WS-SEL-APPROVER.
003240 1100-EXIT.
003250     EXIT.
003260******************************************************************
003270*    2000-SELECT-CHANGES - FEED THE SORT.  THE LOG IS KEYED ON   *
003280*    LOG DATE, SO THE READ STARTS AT THE FROM DATE AND STOPS     *
003290*    PAST THE TO DATE.                                           *
003300******************************************************************
003310 2000-SELECT-CHANGES.
003320     MOVE 'N' TO WS-EOF-SW.
003330     MOVE LOW-VALUES   TO CL-LOG-KEY.
003340     MOVE WS-FROM-DATE TO CL-LOG-DATE.
003350     START CHGL-FILE KEY NOT LESS THAN CL-LOG-KEY
003360         INVALID KEY
003370             MOVE 'Y' TO WS-EOF-SW
003380     END-START.
003390     IF WS-NOT-EOF
003400         PERFORM 2100-READ-LOG THRU 2100-EXIT
003410     END-IF.
003420     PERFORM 2200-SELECT-ONE THRU 2200-EXIT
003430         UNTIL WS-EOF.
003440     CLOSE CHGL-FILE.
003450 2000-EXIT.
003460     EXIT.
003470******************************************************************
003480*    2100-READ-LOG - NEXT LOG RECORD IN KEY ORDER.  ONE DATED    *
003490*    AFTER THE RANGE ENDS THE READ.                              *
003500******************************************************************
003510 2100-READ-LOG.
003520     READ CHGL-FILE NEXT RECORD
003530         AT END
003540             MOVE 'Y' TO WS-EOF-SW
003550             GO TO 2100-EXIT
003560     END-READ.
003570     IF CL-LOG-DATE > WS-TO-DATE
003580         MOVE 'Y' TO WS-EOF-SW
003590         GO TO 2100-EXIT
003600     END-IF.
003610     ADD 1 TO WS-CNT-READ.
003620 2100-EXIT.
003630     EXIT.
003640******************************************************************
003650*    2200-SELECT-ONE - RELEASE THE CHANGE TO THE SORT IF IT      *
003660*    MATCHES EVERY FIELD THE CARD FILLED IN.                     *
003670******************************************************************
003680 2200-SELECT-ONE.
003690     IF WS-SEL-TABLE-ID NOT = SPACES
003700         AND CL-TABLE-ID NOT = WS-SEL-TABLE-ID
003710         GO TO 2200-NEXT
003720     END-IF.
003730     IF WS-SEL-ITEM-KEY NOT = SPACES
003740         AND CL-ITEM-KEY NOT = WS-SEL-ITEM-KEY
003750         GO TO 2200-NEXT
003760     END-IF.
003770     IF WS-SEL-REQUESTER NOT = SPACES
003780         AND CL-REQUESTER NOT = WS-SEL-REQUESTER
003790         GO TO 2200-NEXT
003800     END-IF.
003810     IF WS-SEL-APPROVER NOT = SPACES
003820         AND CL-APPROVER NOT = WS-SEL-APPROVER
003830         GO TO 2200-NEXT
003840     END-IF.
003850     MOVE CL-TABLE-ID TO SRT-TABLE-ID.
003860     MOVE CL-ITEM-KEY TO SRT-ITEM-KEY.
003870     MOVE CL-LOG-KEY  TO SRT-LOG-KEY.
003880     MOVE CL-CHGL-REC TO SRT-LOG-REC.
003890     RELEASE SRT-REC.
003900 2200-NEXT.
003910     PERFORM 2100-READ-LOG THRU 2100-EXIT.
003920 2200-EXIT.
003930     EXIT.
003940******************************************************************
003950*    3000-PRINT-CHANGES - TAKE THE SORTED CHANGES BACK, WITH A   *
003960*    HEADING LINE AT THE START OF EACH TABLE AND A COUNT AT ITS  *
003970*    END.                                                        *
003980******************************************************************
003990 3000-PRINT-CHANGES.
004000     MOVE 'N' TO WS-SORT-EOF-SW.
004010     MOVE 'N' TO WS-TABLE-ACTIVE-SW.
004020     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
004030         UNTIL WS-SORT-EOF.
004040     IF WS-TABLE-ACTIVE
004050         PERFORM 3500-CLOSE-TABLE THRU 3500-EXIT
004060     END-IF.
004070 3000-EXIT.
004080     EXIT.
004090******************************************************************
004100*    3100-RETURN-ONE - ONE CHANGE BACK FROM THE SORT.            *
004110******************************************************************
004120 3100-RETURN-ONE.
004130     RETURN SORT-FILE
004140         AT END
004150             MOVE 'Y' TO WS-SORT-EOF-SW
004160             GO TO 3100-EXIT
004170     END-RETURN.
004180     MOVE SRT-LOG-REC TO WS-LOG-REC.
004190     IF WS-TABLE-ACTIVE AND LG-TABLE-ID NOT = WS-CUR-TABLE-ID
004200         PERFORM 3500-CLOSE-TABLE THRU 3500-EXIT
004210     END-IF.
004220     IF NOT WS-TABLE-ACTIVE
004230         PERFORM 3300-OPEN-TABLE THRU 3300-EXIT
004240     END-IF.
004250     PERFORM 3200-PRINT-CHANGE THRU 3200-EXIT.
004260 3100-EXIT.
004270     EXIT.
004280******************************************************************
004290*    3200-PRINT-CHANGE - THE DETAIL LINE AND THE BEFORE AND      *
004300*    AFTER IMAGES.  THE ACTION IS SPELLED OUT; AN E ON THE       *
004310*    ACCOUNT TABLE IS A CLOSURE.                                 *
004320******************************************************************
004330 3200-PRINT-CHANGE.
004340     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
004350         PERFORM 8100-CUT-PAGE THRU 8100-EXIT
004360     END-IF.
004370     MOVE LG-LOG-DATE    TO DET-LOG-DATE.
004380     MOVE LG-LOG-TIME    TO DET-LOG-TIME.
004390     MOVE LG-TABLE-ID    TO DET-TABLE-ID.
004400     EVALUATE TRUE
004410         WHEN LG-ACTION = 'A'
004420             MOVE 'ADD'    TO DET-ACTION
004430         WHEN LG-ACTION = 'C'
004440             MOVE 'CHANGE' TO DET-ACTION
004450         WHEN LG-ACTION = 'E' AND LG-TABLE-ID = 'ACCT'
004460             MOVE 'CLOSE'  TO DET-ACTION
004470         WHEN LG-ACTION = 'E'
004480             MOVE 'EXPIRE' TO DET-ACTION
004490         WHEN OTHER
004500             MOVE LG-ACTION TO DET-ACTION
004510     END-EVALUATE.
004520     MOVE LG-ITEM-KEY    TO DET-ITEM-KEY.
004530     MOVE LG-REQUEST-ID  TO DET-REQUEST-ID.
004540     MOVE LG-REQUESTER   TO DET-REQUESTER.
004550     MOVE LG-APPROVER    TO DET-APPROVER.
004560     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
004570     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004580     MOVE 'BEFORE: '      TO IMG-LABEL.
004590     MOVE LG-BEFORE-IMAGE TO WS-IMAGE.
004600     PERFORM 7000-FORMAT-IMAGE THRU 7000-EXIT.
004610     MOVE WS-IMAGE-TEXT   TO IMG-TEXT.
004620     MOVE WS-IMAGE-LINE   TO WS-PRINT-LINE.
004630     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004640     MOVE 'AFTER:  '      TO IMG-LABEL.
004650     MOVE LG-AFTER-IMAGE  TO WS-IMAGE.
004660     PERFORM 7000-FORMAT-IMAGE THRU 7000-EXIT.
004670     MOVE WS-IMAGE-TEXT   TO IMG-TEXT.
004680     MOVE WS-IMAGE-LINE   TO WS-PRINT-LINE.
004690     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004700     ADD 1 TO WS-CNT-TABLE.
004710     ADD 1 TO WS-CNT-PRINTED.
004720     EVALUATE LG-TABLE-ID
004730         WHEN 'RATE'
004740             ADD 1 TO WS-CNT-RATE
004750         WHEN 'ACCT'
004760             ADD 1 TO WS-CNT-ACCT
004770         WHEN 'CURR'
004780             ADD 1 TO WS-CNT-CURR
004790     END-EVALUATE.
004800 3200-EXIT.
004810     EXIT.
004820******************************************************************
004830*    3300-OPEN-TABLE - START A NEW TABLE GROUP WITH A LINE       *
004840*    NAMING THE MASTER.                                          *
004850******************************************************************
004860 3300-OPEN-TABLE.
004870     MOVE LG-TABLE-ID TO WS-CUR-TABLE-ID.
004880     MOVE ZERO TO WS-CNT-TABLE.
004890     MOVE 'Y' TO WS-TABLE-ACTIVE-SW.
004900     MOVE LG-TABLE-ID TO TBL-TABLE-ID.
004910     EVALUATE LG-TABLE-ID
004920         WHEN 'RATE'
004930             MOVE 'RATES TABLE (RATEMST)' TO TBL-DESCRIPTION
004940         WHEN 'ACCT'
004950             MOVE 'CHART OF ACCOUNTS (ACCTMST)'
004960                 TO TBL-DESCRIPTION
004970         WHEN 'CURR'
004980             MOVE 'CURRENCY CONVERSION TABLE (CURRMST)'
004990                 TO TBL-DESCRIPTION
005000         WHEN OTHER
005010             MOVE 'UNKNOWN TABLE' TO TBL-DESCRIPTION
005020     END-EVALUATE.
005030     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
005040         PERFORM 8100-CUT-PAGE THRU 8100-EXIT
005050     END-IF.
005060     MOVE WS-TABLE-LINE TO WS-PRINT-LINE.
005070     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
005080     MOVE SPACES TO WS-PRINT-LINE.
005090     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
005100 3300-EXIT.
005110     EXIT.
005120******************************************************************
005130*    3500-CLOSE-TABLE - THE COUNT FOR THE TABLE JUST FINISHED.   *
005140******************************************************************
005150 3500-CLOSE-TABLE.
005160     MOVE SPACES TO WS-PRINT-LINE.
005170     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
005180     MOVE SPACES TO WS-TOTAL-LINE.
005190     MOVE 'CHANGES TO THE TABLE.........:' TO TOT-LABEL.
005200     MOVE WS-CNT-TABLE TO TOT-COUNT.
005210     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
005220     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
005230     MOVE SPACES TO WS-PRINT-LINE.
005240     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
005250     MOVE 'N' TO WS-TABLE-ACTIVE-SW.
005260 3500-EXIT.
005270     EXIT.
005280******************************************************************
005290*    7000-FORMAT-IMAGE - WS-IMAGE INTO WS-IMAGE-TEXT THROUGH     *
005300*    THE LAYOUT OF THE CURRENT TABLE.  A BLANK IMAGE (THE        *
005310*    BEFORE SIDE OF AN ADD) PRINTS AS (NONE); AN AMOUNT THAT IS  *
005320*    NOT NUMERIC PRINTS AS ZERO.                                 *
005330******************************************************************
005340 7000-FORMAT-IMAGE.
005350     IF WS-IMAGE = SPACES
005360         MOVE '(NONE)' TO WS-IMAGE-TEXT
005370         GO TO 7000-EXIT
005380     END-IF.
005390     EVALUATE LG-TABLE-ID
005400         WHEN 'RATE'
005410             IF RI-RATE-VALUE IS NOT NUMERIC
005420                 MOVE ZERO TO RI-RATE-VALUE
005430             END-IF
005440             MOVE RI-RATE-CODE   TO RTX-RATE-CODE
005450             MOVE RI-EFF-DATE    TO RTX-EFF-DATE
005460             MOVE RI-RATE-VALUE  TO RTX-RATE-VALUE
005470             MOVE RI-EXP-DATE    TO RTX-EXP-DATE
005480             MOVE RI-RATE-STATUS TO RTX-STATUS
005490             MOVE WS-RATE-TEXT   TO WS-IMAGE-TEXT
005500         WHEN 'ACCT'
005510             IF AI-POST-LIMIT IS NOT NUMERIC
005520                 MOVE ZERO TO AI-POST-LIMIT
005530             END-IF
005540             MOVE AI-GL-ACCOUNT  TO ATX-GL-ACCOUNT
005550             MOVE AI-COST-CENTER TO ATX-COST-CENTER
005560             MOVE AI-ACCT-STATUS TO ATX-STATUS
005570             MOVE AI-OPEN-DATE   TO ATX-OPEN-DATE
005580             MOVE AI-CLOSE-DATE  TO ATX-CLOSE-DATE
005590             MOVE AI-POST-LIMIT  TO ATX-POST-LIMIT
005600             MOVE WS-ACCT-TEXT   TO WS-IMAGE-TEXT
005610         WHEN 'CURR'
005620             IF UI-CONV-RATE IS NOT NUMERIC
005630                 MOVE ZERO TO UI-CONV-RATE
005640             END-IF
005650             MOVE UI-CURRENCY-CODE TO UTX-CURRENCY-CODE
005660             MOVE UI-EFF-DATE    TO UTX-EFF-DATE
005670             MOVE UI-CONV-RATE   TO UTX-CONV-RATE
005680             MOVE UI-EXP-DATE    TO UTX-EXP-DATE
005690             MOVE UI-CURR-STATUS TO UTX-STATUS
005700             MOVE WS-CURR-TEXT   TO WS-IMAGE-TEXT
005710         WHEN OTHER
005720             MOVE WS-IMAGE TO WS-IMAGE-TEXT
005730     END-EVALUATE.
005740 7000-EXIT.
005750     EXIT.
005760******************************************************************
005770*    8000-PRINT-LINE - WRITE WS-PRINT-LINE, CUTTING A NEW PAGE   *
005780*    WHEN THE CURRENT ONE IS FULL.                               *
005790******************************************************************
005800 8000-PRINT-LINE.
005810     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
005820         PERFORM 8100-CUT-PAGE THRU 8100-EXIT
005830     END-IF.
005840     MOVE WS-PRINT-LINE TO REPORT-REC.
005850     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
005860     ADD 1 TO WS-LINE-COUNT.
005870 8000-EXIT.
005880     EXIT.
005890******************************************************************
005900*    8100-CUT-PAGE - NEXT PAGE'S HEADINGS, WITH THE SELECTION    *
005910*    THE REPORT WAS RUN FOR.                                     *
005920******************************************************************
005930 8100-CUT-PAGE.
005940     ADD 1 TO WS-PAGE-COUNT.
005950     MOVE WS-FROM-DATE  TO HDG-FROM-DATE.
005960     MOVE WS-TO-DATE    TO HDG-TO-DATE.
005970     MOVE WS-RUN-DATE   TO HDG-RUN-DATE.
005980     MOVE WS-PAGE-COUNT TO HDG-PAGE.
005990     MOVE WS-SEL-TABLE-ID  TO HDG-TABLE-ID.
006000     MOVE WS-SEL-ITEM-KEY  TO HDG-ITEM-KEY.
006010     MOVE WS-SEL-REQUESTER TO HDG-REQUESTER.
006020     MOVE WS-SEL-APPROVER  TO HDG-APPROVER.
006030     IF WS-SEL-TABLE-ID = SPACES
006040         MOVE 'ALL' TO HDG-TABLE-ID
006050     END-IF.
006060     IF WS-SEL-ITEM-KEY = SPACES
006070         MOVE 'ALL' TO HDG-ITEM-KEY
006080     END-IF.
006090     IF WS-SEL-REQUESTER = SPACES
006100         MOVE 'ALL' TO HDG-REQUESTER
006110     END-IF.
006120     IF WS-SEL-APPROVER = SPACES
006130         MOVE 'ALL' TO HDG-APPROVER
006140     END-IF.
006150     MOVE WS-HEADING-1 TO REPORT-REC.
006160     WRITE REPORT-REC AFTER ADVANCING PAGE.
006170     MOVE WS-HEADING-2 TO REPORT-REC.
006180     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
006190     MOVE WS-HEADING-3 TO REPORT-REC.
006200     WRITE REPORT-REC AFTER ADVANCING 2 LINES.
006210     MOVE SPACES TO REPORT-REC.
006220     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
006230     MOVE ZERO TO WS-LINE-COUNT.
006240 8100-EXIT.
006250     EXIT.
006260******************************************************************
006270*    9000-TERMINATE - THE REPORT TOTAL AND THE RUN SUMMARY.      *
006280******************************************************************
006290 9000-TERMINATE.
006300     IF WS-CNT-PRINTED = ZERO
006310         MOVE ' NO MASTER CHANGES MATCH THE SELECTION.'
006320             TO WS-PRINT-LINE
006330         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
006340     END-IF.
006350     MOVE SPACES TO WS-TOTAL-LINE.
006360     MOVE 'TOTAL MASTER CHANGES LISTED..:' TO TOT-LABEL.
006370     MOVE WS-CNT-PRINTED TO TOT-COUNT.
006380     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
006390     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
006400     CLOSE REPORT-FILE.
006410     DISPLAY ' '.
006420     DISPLAY '=================================================='.
006430     DISPLAY '  CALC024 - MASTER-CHANGE REPORT SUMMARY'.
006440     DISPLAY '  FROM LOG DATE......: ', WS-FROM-DATE.
006450     DISPLAY '  TO LOG DATE........: ', WS-TO-DATE.
006460     DISPLAY '=================================================='.
006470     DISPLAY '  LOG RECORDS READ...: ', WS-CNT-READ.
006480     DISPLAY '  CHANGES LISTED.....: ', WS-CNT-PRINTED.
006490     DISPLAY '  RATE CHANGES.......: ', WS-CNT-RATE.
006500     DISPLAY '  ACCOUNT CHANGES....: ', WS-CNT-ACCT.
006510     DISPLAY '  CURRENCY CHANGES...: ', WS-CNT-CURR.
006520     DISPLAY '=================================================='.
006530 9000-EXIT.
006540     EXIT.
