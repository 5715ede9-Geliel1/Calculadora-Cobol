000100******************************************************************
000110*                                                                *
000120*    PROGRAM   : CALC023                                        *
000130*    AUTHOR    : J. ALVES, DATA PROCESSING                      *
000140*    INSTALL.  : GENERAL LEDGER SUPPORT - SITE 02                *
000150*    DATE-WRITTEN : 2026-10-07                                   *
000160*    DATE-COMPILED:                                              *
000170*                                                                *
000180*    MASTER-CHANGE APPROVAL.  APPLIES OR DECLINES THE CHANGES    *
000190*    CALC006 (RATEMST), CALC008 (ACCTMST) AND CALC013 (CURRMST)  *
000200*    QUEUED ON THE PENDING-CHANGE FILE (PENDREC).  THE APPROVER  *
000210*    IS THE USER ID IN THE EXEC PARM, AND A REQUEST CAN NOT BE   *
000220*    APPROVED BY THE USER WHO RAISED IT - THE CARD FAILS AND     *
000230*    THE REQUEST STAYS PENDING FOR SOMEONE ELSE.  AN APPROVED    *
000240*    REQUEST IS APPLIED TO ITS MASTER EXACTLY AS THE OLD         *
000250*    MAINTENANCE PROGRAMS APPLIED THE CARD, AND A BEFORE-IMAGE   *
000260*    / AFTER-IMAGE RECORD (CHGLREC) GOES TO THE PERMANENT        *
000270*    MASTER-CHANGE LOG FOR THE CALC024 REPORT.  EVERY DECISION   *
000280*    IS STAMPED ON THE PENDING RECORD WITH THE APPROVER, DATE,   *
000290*    TIME AND NOTE.  ONE CARD PER ACTION:                        *
000300*                                                                *
000310*      COL 1     ACTION - A APPROVE, D DECLINE, L LIST           *
000320*      COL 3-22  REQUEST ID (BLANK ON L = LIST EVERY REQUEST     *
000330*                STILL PENDING)                                  *
000340*      COL 24-63 NOTE, KEPT ON THE PENDING RECORD (OPTIONAL)     *
000350*                                                                *
000360*    A REQUESTER MAY DECLINE THEIR OWN REQUEST - IT IS RECORDED  *
000370*    AS WITHDRAWN.  AN APPROVED REQUEST THAT CAN NO LONGER BE    *
000380*    APPLIED (THE MASTER CHANGED SINCE IT WAS QUEUED) IS MARKED  *
000390*    F WITH THE REASON IN ITS NOTE AND MUST BE RESUBMITTED.      *
000400*                                                                *
000410*    RETURN CODES: 8 - A CARD FAILED OR AN APPROVED REQUEST      *
000420*    COULD NOT BE APPLIED; 12 - NO APPROVER USER ID, A FILE      *
000430*    WOULD NOT OPEN, OR A CHANGE WAS APPLIED BUT COULD NOT BE    *
000440*    LOGGED OR STAMPED (THE RUN STOPS AT ONCE - SEE SYSOUT).     *
000450*                                                                *
000460*    MODIFICATION HISTORY                                        *
000470*    ------------------------------------------------------      *
000480*    2026-10-07  JA   INITIAL VERSION.                           *
000483*    2026-10-15  JA   CLOSE EVERY FILE BEFORE STOPPING ON A      *
000486*                     MASTER OR CHANGE-LOG OPEN FAILURE.         *
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. CALC023.
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SPECIAL-NAMES.
000550     DECIMAL-POINT IS COMMA.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT OPTIONAL PEND-FILE ASSIGN TO PENDCHG
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS PC-PEND-KEY
000620         FILE STATUS IS WS-PEND-STATUS.
000630     SELECT OPTIONAL RATE-FILE ASSIGN TO RATEMST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS RM-RATE-KEY
000670         FILE STATUS IS WS-RATE-STATUS.
000680     SELECT OPTIONAL ACCT-FILE ASSIGN TO ACCTMST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS AM-ACCT-KEY
000720         FILE STATUS IS WS-ACCT-STATUS.
000730     SELECT OPTIONAL CURR-FILE ASSIGN TO CURRMST
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS CM-CURR-KEY
000770         FILE STATUS IS WS-CURR-STATUS.
000780     SELECT OPTIONAL CHGL-FILE ASSIGN TO CHGLOG
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS CL-LOG-KEY
000820         FILE STATUS IS WS-CHGL-STATUS.
000830     SELECT APPROVAL-CARDS ASSIGN TO SYSIN
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-SYSIN-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  PEND-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  PC-PEND-REC.
000910     COPY PENDREC REPLACING ==:TAG:== BY ==PC==.
000920 FD  RATE-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  RM-RATE-REC.
000950     COPY RATEREC REPLACING ==:TAG:== BY ==RM==.
000960 FD  ACCT-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  AM-ACCT-REC.
000990     COPY ACCTREC REPLACING ==:TAG:== BY ==AM==.
001000 FD  CURR-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 01  CM-CURR-REC.
001030     COPY CURRREC REPLACING ==:TAG:== BY ==CM==.
001040 FD  CHGL-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  CL-CHGL-REC.
001070     COPY CHGLREC REPLACING ==:TAG:== BY ==CL==.
001080 FD  APPROVAL-CARDS
001090     LABEL RECORDS ARE STANDARD.
001100 01  APPROVAL-CARD-REC.
001110     05  AP-ACTION           PIC X(01).
001120         88  AP-ACTION-APPROVE       VALUE 'A'.
001130         88  AP-ACTION-DECLINE       VALUE 'D'.
001140         88  AP-ACTION-LIST          VALUE 'L'.
001150     05  FILLER              PIC X(01).
001160     05  AP-REQUEST-ID       PIC X(20).
001170     05  FILLER              PIC X(01).
001180     05  AP-NOTE             PIC X(40).
001190     05  FILLER              PIC X(17).
001200 WORKING-STORAGE SECTION.
001210 01  WS-PEND-STATUS          PIC X(02).
001220     88  WS-PEND-FILE-OK             VALUE '00' '05'.
001230 01  WS-RATE-STATUS          PIC X(02).
001240     88  WS-RATE-FILE-OK             VALUE '00' '05'.
001250 01  WS-ACCT-STATUS          PIC X(02).
001260     88  WS-ACCT-FILE-OK             VALUE '00' '05'.
001270 01  WS-CURR-STATUS          PIC X(02).
001280     88  WS-CURR-FILE-OK             VALUE '00' '05'.
001290 01  WS-CHGL-STATUS          PIC X(02).
001300     88  WS-CHGL-FILE-OK             VALUE '00' '05'.
001310 01  WS-SYSIN-STATUS         PIC X(02).
001320     88  WS-SYSIN-AVAILABLE          VALUE '00'.
001330 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
001340     88  WS-EOF                      VALUE 'Y'.
001350     88  WS-NOT-EOF                  VALUE 'N'.
001360 01  WS-CARD-OK-SW           PIC X(01)    VALUE 'Y'.
001370     88  WS-CARD-OK                  VALUE 'Y'.
001380     88  WS-CARD-FAILED              VALUE 'N'.
001390 01  WS-APPLY-OK-SW          PIC X(01)    VALUE 'Y'.
001400     88  WS-APPLY-OK                 VALUE 'Y'.
001410     88  WS-APPLY-FAILED             VALUE 'N'.
001420 01  WS-ABANDON-SW           PIC X(01)    VALUE 'N'.
001430     88  WS-RUN-ABANDONED            VALUE 'Y'.
001440 01  WS-RUN-DATE             PIC 9(08)    VALUE ZERO.
001450 01  WS-RUN-TIME             PIC 9(08)    VALUE ZERO.
001460******************************************************************
001470*    THE APPROVER'S USER ID FROM THE EXEC PARM, AND THE          *
001480*    SEQUENCE THAT MAKES EACH CHANGE-LOG KEY UNIQUE WITHIN THE   *
001490*    RUN (THE KEY IS THE RUN'S START DATE AND TIME PLUS IT).     *
001500******************************************************************
001510 01  WS-USER-ID              PIC X(08)    VALUE SPACES.
001520 01  WS-USER-ID-R REDEFINES WS-USER-ID.
001530     05  WS-USER-CHAR        PIC X(01)    OCCURS 8 TIMES.
001540 01  WS-PARM-IX              PIC 9(04)    COMP VALUE ZERO.
001550 01  WS-LOG-SEQ              PIC 9(04)    COMP VALUE ZERO.
001560******************************************************************
001570*    THE QUEUED CARD IMAGE, WITH ONE VIEW PER MASTER - THE       *
001580*    SAME COLUMNS AS THE CALC006, CALC008 AND CALC013 CARDS.     *
001590******************************************************************
001600 01  WS-CHANGE-CARD.
001610     05  WS-CHG-ACTION       PIC X(01).
001620         88  WS-CHG-ADD              VALUE 'A'.
001630         88  WS-CHG-CHANGE           VALUE 'C'.
001640         88  WS-CHG-EXPIRE           VALUE 'E'.
001650     05  FILLER              PIC X(79).
001660 01  WS-RATE-CARD REDEFINES WS-CHANGE-CARD.
001670     05  RT-ACTION           PIC X(01).
001680     05  FILLER              PIC X(01).
001690     05  RT-RATE-CODE        PIC X(05).
001700     05  FILLER              PIC X(01).
001710     05  RT-RATE-VALUE       PIC S9(6)V99
001720         SIGN IS LEADING SEPARATE CHARACTER.
001730     05  FILLER              PIC X(01).
001740     05  RT-EFF-DATE         PIC 9(08).
001750     05  FILLER              PIC X(01).
001760     05  RT-EXP-DATE         PIC 9(08).
001770     05  FILLER              PIC X(45).
001780 01  WS-ACCT-CARD REDEFINES WS-CHANGE-CARD.
001790     05  AC-ACTION           PIC X(01).
001800     05  FILLER              PIC X(01).
001810     05  AC-GL-ACCOUNT       PIC X(08).
001820     05  FILLER              PIC X(01).
001830     05  AC-COST-CENTER      PIC X(06).
001840     05  FILLER              PIC X(01).
001850     05  AC-OPEN-DATE        PIC 9(08).
001860     05  FILLER              PIC X(01).
001870     05  AC-CLOSE-DATE       PIC 9(08).
001880     05  FILLER              PIC X(01).
001890     05  AC-POST-LIMIT       PIC 9(09)V99.
001900     05  AC-POST-LIMIT-X REDEFINES AC-POST-LIMIT
001910                             PIC X(11).
001920     05  FILLER              PIC X(33).
001930 01  WS-CURR-CARD REDEFINES WS-CHANGE-CARD.
001940     05  CU-ACTION           PIC X(01).
001950     05  FILLER              PIC X(01).
001960     05  CU-CURRENCY-CODE    PIC X(03).
001970     05  FILLER              PIC X(01).
001980     05  CU-CONV-RATE        PIC S9(3)V9(6)
001990         SIGN IS LEADING SEPARATE CHARACTER.
002000     05  FILLER              PIC X(01).
002010     05  CU-EFF-DATE         PIC 9(08).
002020     05  FILLER              PIC X(01).
002030     05  CU-EXP-DATE         PIC 9(08).
002040     05  FILLER              PIC X(46).
002050******************************************************************
002060*    ONE APPLIED CHANGE - THE MASTER KEY IT TOUCHED, THE         *
002070*    RECORD BEFORE AND AFTER, OR THE REASON IT COULD NOT BE      *
002080*    APPLIED.                                                    *
002090******************************************************************
002100 01  WS-ITEM-KEY             PIC X(14)    VALUE SPACES.
002110 01  WS-BEFORE-IMAGE         PIC X(50)    VALUE SPACES.
002120 01  WS-AFTER-IMAGE          PIC X(50)    VALUE SPACES.
002130 01  WS-APPLY-REASON         PIC X(40)    VALUE SPACES.
002140******************************************************************
002150*    HISTORY-SCAN FIELDS - FIND THE LATEST DATED ENTRY OF A      *
002160*    RATE OR CURRENCY CODE, AS CALC006 AND CALC013 DO.           *
002170******************************************************************
002180 01  WS-SCAN-DONE-SW         PIC X(01)    VALUE 'N'.
002190     88  WS-SCAN-DONE                VALUE 'Y'.
002200 01  WS-ENTRY-FOUND-SW       PIC X(01)    VALUE 'N'.
002210     88  WS-ENTRY-FOUND              VALUE 'Y'.
002220 01  WS-LAST-EFF-DATE        PIC 9(08)    VALUE ZERO.
002230 01  WS-LIST-ALL-SW          PIC X(01)    VALUE 'N'.
002240     88  WS-LIST-ALL                 VALUE 'Y'.
002250******************************************************************
002260*    RUN COUNTERS.                                               *
002270******************************************************************
002280 01  WS-CNT-APPROVED         PIC 9(06)    COMP VALUE ZERO.
002290 01  WS-CNT-DECLINED         PIC 9(06)    COMP VALUE ZERO.
002300 01  WS-CNT-NOT-APPLIED      PIC 9(06)    COMP VALUE ZERO.
002310 01  WS-CNT-LISTED           PIC 9(06)    COMP VALUE ZERO.
002320 01  WS-CNT-FAILED           PIC 9(06)    COMP VALUE ZERO.
002330 LINKAGE SECTION.
002340******************************************************************
002350*    PARM-AREA - THE EXEC PARM: HALFWORD LENGTH THEN THE TEXT,   *
002360*    THE APPROVER'S USER ID (PARM='&SYSUID' ON THE EXEC CARD).   *
002370******************************************************************
002380 01  PARM-AREA.
002390     05  PARM-LENGTH         PIC S9(04)   COMP.
002400     05  PARM-USER-ID.
002410         10  PARM-USER-CHAR  PIC X(01)    OCCURS 8 TIMES.
002420 PROCEDURE DIVISION USING PARM-AREA.
002430******************************************************************
002440*    0000-MAINLINE                                               *
002450******************************************************************
002460 0000-MAINLINE.
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002480     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
002490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002500     STOP RUN.
002510 0000-EXIT.
002520     EXIT.
002530******************************************************************
002540*    1000-INITIALIZE - TAKE THE APPROVER'S USER ID FROM THE      *
002550*    PARM (NONE IS FATAL - EVERY DECISION MUST HAVE AN OWNER)    *
002560*    AND OPEN THE PENDING-CHANGE FILE, THE CARDS, THE THREE      *
002570*    MASTERS AND THE CHANGE LOG.  WITHOUT THE PENDING-CHANGE     *
002580*    FILE THERE IS NOTHING TO DECIDE.  THE MASTERS AND THE LOG   *
002590*    ARE OPTIONAL SO THE FIRST APPROVED ADD CAN LOAD AN EMPTY    *
002600*    CLUSTER.                                                    *
002610******************************************************************
002620 1000-INITIALIZE.
002630     DISPLAY 'CALC023 - MASTER-CHANGE APPROVAL'.
002640     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002650     ACCEPT WS-RUN-TIME FROM TIME.
002660     IF ADDRESS OF PARM-AREA NOT = NULL
002670         PERFORM 1100-TAKE-USER-CHAR THRU 1100-EXIT
002680             VARYING WS-PARM-IX FROM 1 BY 1
002690             UNTIL WS-PARM-IX > PARM-LENGTH
002700                OR WS-PARM-IX > 8
002710     END-IF.
002720     IF WS-USER-ID = SPACES
002730         DISPLAY 'CALC023 - NO APPROVER USER ID IN THE EXEC '
002740             'PARM - RUN ABANDONED.'
002750         MOVE 12 TO RETURN-CODE
002760         STOP RUN
002770     END-IF.
002780     OPEN I-O PEND-FILE.
002790     IF NOT WS-PEND-FILE-OK
002800         DISPLAY 'CALC023 - PENDING-CHANGE FILE COULD NOT BE '
002810             'OPENED, STATUS=' WS-PEND-STATUS ' - RUN ABANDONED.'
002820         MOVE 12 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     OPEN INPUT APPROVAL-CARDS.
002860     IF NOT WS-SYSIN-AVAILABLE
002870         DISPLAY 'CALC023 - NO APPROVAL CARDS, STATUS='
002880             WS-SYSIN-STATUS ' - RUN ABANDONED.'
002890         MOVE 12 TO RETURN-CODE
002900         CLOSE PEND-FILE
002910         STOP RUN
002920     END-IF.
002930     OPEN I-O RATE-FILE.
002940     OPEN I-O ACCT-FILE.
002950     OPEN I-O CURR-FILE.
002960     OPEN I-O CHGL-FILE.
002970     IF NOT WS-RATE-FILE-OK
002980         OR NOT WS-ACCT-FILE-OK
002990         OR NOT WS-CURR-FILE-OK
003000         OR NOT WS-CHGL-FILE-OK
003010         DISPLAY 'CALC023 - A MASTER OR THE CHANGE LOG COULD NOT '
003020             'BE OPENED - RATEMST=' WS-RATE-STATUS
003030             ' ACCTMST=' WS-ACCT-STATUS
003040             ' CURRMST=' WS-CURR-STATUS
003050             ' CHGLOG=' WS-CHGL-STATUS ' - RUN ABANDONED.'
003060         MOVE 12 TO RETURN-CODE
003061         CLOSE APPROVAL-CARDS
003062         CLOSE PEND-FILE
003063         CLOSE RATE-FILE
003064         CLOSE ACCT-FILE
003065         CLOSE CURR-FILE
003066         CLOSE CHGL-FILE
003070         STOP RUN
003080     END-IF.
003090     DISPLAY 'CALC023 - APPROVER ' WS-USER-ID.
003100 1000-EXIT.
003110     EXIT.
003120******************************************************************
003130*    1100-TAKE-USER-CHAR - ONE CHARACTER OF THE PARM USER ID.    *
003140******************************************************************
003150 1100-TAKE-USER-CHAR.
003160     MOVE PARM-USER-CHAR (WS-PARM-IX)
003170         TO WS-USER-CHAR (WS-PARM-IX).
003180 1100-EXIT.
003190     EXIT.
003200******************************************************************
003210*    2000-PROCESS-CARDS - ACT ON EVERY APPROVAL CARD.  A CHANGE  *
003220*    APPLIED BUT NOT LOGGED OR STAMPED STOPS THE RUN AT ONCE.    *
003230******************************************************************
003240 2000-PROCESS-CARDS.
003250     PERFORM 2100-READ-CARD THRU 2100-EXIT.
003260     PERFORM 2200-APPLY-CARD THRU 2200-EXIT
003270         UNTIL WS-EOF
003280            OR WS-RUN-ABANDONED.
003290     CLOSE APPROVAL-CARDS
003300     CLOSE PEND-FILE
003310     CLOSE RATE-FILE
003320     CLOSE ACCT-FILE
003330     CLOSE CURR-FILE
003340     CLOSE CHGL-FILE.
003350 2000-EXIT.
003360     EXIT.
003370******************************************************************
003380*    2100-READ-CARD - GET THE NEXT APPROVAL CARD.                *
003390******************************************************************
003400 2100-READ-CARD.
003410     READ APPROVAL-CARDS
003420         AT END
003430             MOVE 'Y' TO WS-EOF-SW
003440     END-READ.
003450 2100-EXIT.
003460     EXIT.
003470******************************************************************
003480*    2200-APPLY-CARD - CHECK ONE CARD, FETCH THE REQUEST IT      *
003490*    NAMES AND DISPATCH IT ON ITS ACTION CODE.  ONLY A REQUEST   *
003500*    STILL PENDING CAN BE APPROVED OR DECLINED.                  *
003510******************************************************************
003520 2200-APPLY-CARD.
003530     SET WS-CARD-OK TO TRUE.
003540     IF AP-ACTION-LIST
003550         PERFORM 6000-LIST-REQUESTS THRU 6000-EXIT
003560         GO TO 2200-NEXT
003570     END-IF.
003580     IF NOT AP-ACTION-APPROVE AND NOT AP-ACTION-DECLINE
003590         SET WS-CARD-FAILED TO TRUE
003600         DISPLAY 'CALC023 - UNRECOGNIZED ACTION "' AP-ACTION
003610             '" FOR REQUEST ' AP-REQUEST-ID ' - CARD IGNORED.'
003620         GO TO 2200-NEXT
003630     END-IF.
003640     IF AP-REQUEST-ID = SPACES
003650         SET WS-CARD-FAILED TO TRUE
003660         DISPLAY 'CALC023 - NO REQUEST ID ON CARD - CARD IGNORED.'
003670         GO TO 2200-NEXT
003680     END-IF.
003690     MOVE AP-REQUEST-ID TO PC-PEND-KEY.
003700     READ PEND-FILE
003710         INVALID KEY
003720             SET WS-CARD-FAILED TO TRUE
003730             DISPLAY 'CALC023 - REQUEST ' AP-REQUEST-ID
003740                 ' NOT ON FILE - CARD IGNORED.'
003750             GO TO 2200-NEXT
003760     END-READ.
003770     IF PC-PEND-STATUS NOT = 'P'
003780         SET WS-CARD-FAILED TO TRUE
003790         DISPLAY 'CALC023 - REQUEST ' AP-REQUEST-ID
003800             ' WAS ALREADY DECIDED (STATUS ' PC-PEND-STATUS
003810             ' BY ' PC-APPROVER ') - CARD IGNORED.'
003820         GO TO 2200-NEXT
003830     END-IF.
003840     IF AP-ACTION-APPROVE
003850         PERFORM 4000-APPROVE-REQUEST THRU 4000-EXIT
003860     ELSE
003870         PERFORM 5000-DECLINE-REQUEST THRU 5000-EXIT
003880     END-IF.
003890 2200-NEXT.
003900     IF WS-CARD-FAILED
003910         ADD 1 TO WS-CNT-FAILED
003920     END-IF.
003930     PERFORM 2100-READ-CARD THRU 2100-EXIT.
003940 2200-EXIT.
003950     EXIT.
003960******************************************************************
003970*    4000-APPROVE-REQUEST - THE SEGREGATION CHECK, THEN APPLY    *
003980*    THE QUEUED CARD TO ITS MASTER.  APPLIED, THE CHANGE IS      *
003990*    LOGGED BEFORE THE REQUEST IS STAMPED A; NOT APPLIED, THE    *
004000*    REQUEST IS STAMPED F WITH THE REASON SO IT LEAVES THE       *
004010*    QUEUE AND THE REQUESTER CAN RESUBMIT A CORRECTED CARD.      *
004020******************************************************************
004030 4000-APPROVE-REQUEST.
004040     IF PC-REQUESTER = WS-USER-ID
004050         SET WS-CARD-FAILED TO TRUE
004060         DISPLAY 'CALC023 - REQUEST ' PC-PEND-KEY
004070             ' WAS RAISED BY ' PC-REQUESTER
004080             ' - THE REQUESTER MAY NOT APPROVE IT.'
004090         DISPLAY 'CALC023 - CARD IGNORED, REQUEST LEFT PENDING.'
004100         GO TO 4000-EXIT
004110     END-IF.
004120     MOVE PC-CHANGE-CARD TO WS-CHANGE-CARD.
004130     MOVE SPACES TO WS-ITEM-KEY.
004140     MOVE SPACES TO WS-BEFORE-IMAGE.
004150     MOVE SPACES TO WS-AFTER-IMAGE.
004160     MOVE SPACES TO WS-APPLY-REASON.
004170     SET WS-APPLY-OK TO TRUE.
004180     EVALUATE PC-TABLE-ID
004190         WHEN 'RATE'
004200             PERFORM 7000-APPLY-RATE THRU 7000-EXIT
004210         WHEN 'ACCT'
004220             PERFORM 7300-APPLY-ACCOUNT THRU 7300-EXIT
004230         WHEN 'CURR'
004240             PERFORM 7600-APPLY-CURRENCY THRU 7600-EXIT
004250         WHEN OTHER
004260             SET WS-APPLY-FAILED TO TRUE
004270             MOVE 'UNKNOWN TABLE ON REQUEST' TO WS-APPLY-REASON
004280     END-EVALUATE.
004290     IF WS-APPLY-FAILED
004300         MOVE 'F' TO PC-PEND-STATUS
004310         MOVE WS-APPLY-REASON TO PC-DECISION-NOTE
004320         SET WS-CARD-FAILED TO TRUE
004330         ADD 1 TO WS-CNT-NOT-APPLIED
004340         DISPLAY 'CALC023 - REQUEST ' PC-PEND-KEY ' ' PC-TABLE-ID
004350             ' NOT APPLIED - ' WS-APPLY-REASON
004360     ELSE
004370         PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT
004380         MOVE 'A' TO PC-PEND-STATUS
004390         MOVE AP-NOTE TO PC-DECISION-NOTE
004400     END-IF.
004410     PERFORM 8500-STAMP-REQUEST THRU 8500-EXIT.
004420     IF PC-PEND-STATUS = 'A'
004430         AND NOT WS-RUN-ABANDONED
004440         ADD 1 TO WS-CNT-APPROVED
004450         DISPLAY 'CALC023 - REQUEST ' PC-PEND-KEY ' ' PC-TABLE-ID
004460             ' ' WS-ITEM-KEY ' APPLIED, RAISED BY ' PC-REQUESTER
004470     END-IF.
004480 4000-EXIT.
004490     EXIT.
004500******************************************************************
004510*    5000-DECLINE-REQUEST - STAMP THE REQUEST D.  NOTHING IS     *
004520*    APPLIED OR LOGGED.  A REQUESTER DECLINING THEIR OWN         *
004530*    REQUEST IS WITHDRAWING IT, AND THE NOTE SAYS SO WHEN THE    *
004540*    CARD GIVES NONE.                                            *
004550******************************************************************
004560 5000-DECLINE-REQUEST.
004570     MOVE 'D' TO PC-PEND-STATUS.
004580     MOVE AP-NOTE TO PC-DECISION-NOTE.
004590     IF PC-REQUESTER = WS-USER-ID
004600         AND AP-NOTE = SPACES
004610         MOVE 'WITHDRAWN BY REQUESTER' TO PC-DECISION-NOTE
004620     END-IF.
004630     PERFORM 8500-STAMP-REQUEST THRU 8500-EXIT.
004640     IF NOT WS-RUN-ABANDONED
004650         ADD 1 TO WS-CNT-DECLINED
004660         DISPLAY 'CALC023 - REQUEST ' PC-PEND-KEY ' ' PC-TABLE-ID
004670             ' DECLINED, RAISED BY ' PC-REQUESTER
004680     END-IF.
004690 5000-EXIT.
004700     EXIT.
004710******************************************************************
004720*    6000-LIST-REQUESTS - DISPLAY THE REQUEST THE CARD NAMES,    *
004730*    WHATEVER ITS STATUS, OR EVERY REQUEST STILL PENDING WHEN    *
004740*    THE REQUEST ID IS BLANK - WHAT IS WAITING FOR APPROVAL.     *
004750******************************************************************
004760 6000-LIST-REQUESTS.
004770     IF AP-REQUEST-ID NOT = SPACES
004780         MOVE AP-REQUEST-ID TO PC-PEND-KEY
004790         READ PEND-FILE
004800             INVALID KEY
004810                 SET WS-CARD-FAILED TO TRUE
004820                 DISPLAY 'CALC023 - REQUEST ' AP-REQUEST-ID
004830                     ' NOT ON FILE - CARD IGNORED.'
004840                 GO TO 6000-EXIT
004850         END-READ
004860         PERFORM 6200-SHOW-REQUEST THRU 6200-EXIT
004870         GO TO 6000-EXIT
004880     END-IF.
004890     DISPLAY 'CALC023 - REQUESTS PENDING APPROVAL'.
004900     MOVE 'N' TO WS-SCAN-DONE-SW.
004910     MOVE 'N' TO WS-LIST-ALL-SW.
004920     MOVE LOW-VALUES TO PC-PEND-KEY.
004930     START PEND-FILE KEY NOT LESS THAN PC-PEND-KEY
004940         INVALID KEY
004950             MOVE 'Y' TO WS-SCAN-DONE-SW
004960     END-START.
004970     PERFORM 6100-LIST-ONE-REQUEST THRU 6100-EXIT
004980         UNTIL WS-SCAN-DONE.
004990     IF NOT WS-LIST-ALL
005000         DISPLAY 'CALC023 - NO REQUESTS PENDING.'
005010     END-IF.
005020 6000-EXIT.
005030     EXIT.
005040******************************************************************
005050*    6100-LIST-ONE-REQUEST - NEXT REQUEST IN KEY ORDER; ONLY     *
005060*    THE PENDING ONES ARE SHOWN.                                 *
005070******************************************************************
005080 6100-LIST-ONE-REQUEST.
005090     READ PEND-FILE NEXT RECORD
005100         AT END
005110             MOVE 'Y' TO WS-SCAN-DONE-SW
005120             GO TO 6100-EXIT
005130     END-READ.
005140     IF PC-PEND-STATUS NOT = 'P'
005150         GO TO 6100-EXIT
005160     END-IF.
005170     SET WS-LIST-ALL TO TRUE.
005180     PERFORM 6200-SHOW-REQUEST THRU 6200-EXIT.
005190 6100-EXIT.
005200     EXIT.
005210******************************************************************
005220*    6200-SHOW-REQUEST - TWO LINES FOR THE REQUEST IN THE        *
005230*    BUFFER: WHO RAISED IT AND ITS OUTCOME, THEN THE CARD.       *
005240******************************************************************
005250 6200-SHOW-REQUEST.
005260     ADD 1 TO WS-CNT-LISTED.
005270     DISPLAY '  ' PC-PEND-KEY ' ' PC-TABLE-ID
005280         ' RAISED BY ' PC-REQUESTER
005290         ' STATUS ' PC-PEND-STATUS
005300         ' ' PC-APPROVER ' ' PC-DECISION-NOTE.
005310     DISPLAY '      CARD: ' PC-CHANGE-CARD.
005320 6200-EXIT.
005330     EXIT.
005340******************************************************************
005350*    7000-APPLY-RATE - APPLY A QUEUED CALC006 CARD TO THE RATES  *
005360*    TABLE.                                                      *
005370******************************************************************
005380 7000-APPLY-RATE.
005390     MOVE RT-RATE-CODE TO WS-ITEM-KEY.
005400     EVALUATE TRUE
005410         WHEN WS-CHG-ADD
005420             PERFORM 7010-ADD-RATE THRU 7010-EXIT
005430         WHEN WS-CHG-CHANGE
005440             PERFORM 7020-CHANGE-RATE THRU 7020-EXIT
005450         WHEN WS-CHG-EXPIRE
005460             PERFORM 7030-EXPIRE-RATE THRU 7030-EXIT
005470         WHEN OTHER
005480             SET WS-APPLY-FAILED TO TRUE
005490             MOVE 'UNKNOWN ACTION ON QUEUED CARD'
005500                 TO WS-APPLY-REASON
005510     END-EVALUATE.
005520 7000-EXIT.
005530     EXIT.
005540******************************************************************
005550*    7010-ADD-RATE - WRITE A NEW ACTIVE DATED ENTRY.  THERE IS   *
005560*    NO BEFORE IMAGE.                                            *
005570******************************************************************
005580 7010-ADD-RATE.
005590     MOVE RT-RATE-CODE  TO RM-RATE-CODE.
005600     MOVE RT-EFF-DATE   TO RM-EFF-DATE.
005610     MOVE RT-RATE-VALUE TO RM-RATE-VALUE.
005620     MOVE RT-EXP-DATE   TO RM-EXP-DATE.
005630     MOVE 'A'           TO RM-RATE-STATUS.
005640     WRITE RM-RATE-REC
005650         INVALID KEY
005660             SET WS-APPLY-FAILED TO TRUE
005670             MOVE 'RATE ALREADY HAS AN ENTRY ON THAT DATE'
005680                 TO WS-APPLY-REASON
005690             GO TO 7010-EXIT
005700     END-WRITE.
005710     MOVE RM-RATE-REC TO WS-AFTER-IMAGE.
005720 7010-EXIT.
005730     EXIT.
005740******************************************************************
005750*    7020-CHANGE-RATE - WRITE A NEW DATED ENTRY AND LEAVE THE    *
005760*    OLD ONE IN PLACE.  THE BEFORE IMAGE IS THE CODE'S LATEST    *
005770*    ENTRY, THE ONE THE NEW ENTRY SUPERSEDES.                    *
005780******************************************************************
005790 7020-CHANGE-RATE.
005800     PERFORM 7100-FIND-LAST-RATE THRU 7100-EXIT.
005810     IF NOT WS-ENTRY-FOUND
005820         SET WS-APPLY-FAILED TO TRUE
005830         MOVE 'RATE NO LONGER ON TABLE' TO WS-APPLY-REASON
005840         GO TO 7020-EXIT
005850     END-IF.
005860     MOVE RT-RATE-CODE     TO RM-RATE-CODE.
005870     MOVE WS-LAST-EFF-DATE TO RM-EFF-DATE.
005880     READ RATE-FILE
005890         INVALID KEY
005900             SET WS-APPLY-FAILED TO TRUE
005910             MOVE 'RE-READ OF LATEST RATE ENTRY FAILED'
005920                 TO WS-APPLY-REASON
005930             GO TO 7020-EXIT
005940     END-READ.
005950     MOVE RM-RATE-REC TO WS-BEFORE-IMAGE.
005960     MOVE RT-RATE-CODE  TO RM-RATE-CODE.
005970     MOVE RT-EFF-DATE   TO RM-EFF-DATE.
005980     MOVE RT-RATE-VALUE TO RM-RATE-VALUE.
005990     MOVE RT-EXP-DATE   TO RM-EXP-DATE.
006000     MOVE 'A'           TO RM-RATE-STATUS.
006010     WRITE RM-RATE-REC
006020         INVALID KEY
006030             SET WS-APPLY-FAILED TO TRUE
006040             MOVE 'RATE ALREADY HAS AN ENTRY ON THAT DATE'
006050                 TO WS-APPLY-REASON
006060             GO TO 7020-EXIT
006070     END-WRITE.
006080     MOVE RM-RATE-REC TO WS-AFTER-IMAGE.
006090 7020-EXIT.
006100     EXIT.
006110******************************************************************
006120*    7030-EXPIRE-RATE - SET THE EXPIRY DATE ON THE CODE'S        *
006130*    LATEST ENTRY; A DATE ALREADY PAST (OR ZERO) MARKS IT 'E'.   *
006140******************************************************************
006150 7030-EXPIRE-RATE.
006160     PERFORM 7100-FIND-LAST-RATE THRU 7100-EXIT.
006170     IF NOT WS-ENTRY-FOUND
006180         SET WS-APPLY-FAILED TO TRUE
006190         MOVE 'RATE NO LONGER ON TABLE' TO WS-APPLY-REASON
006200         GO TO 7030-EXIT
006210     END-IF.
006220     MOVE RT-RATE-CODE     TO RM-RATE-CODE.
006230     MOVE WS-LAST-EFF-DATE TO RM-EFF-DATE.
006240     READ RATE-FILE
006250         INVALID KEY
006260             SET WS-APPLY-FAILED TO TRUE
006270             MOVE 'RE-READ OF LATEST RATE ENTRY FAILED'
006280                 TO WS-APPLY-REASON
006290             GO TO 7030-EXIT
006300     END-READ.
006310     MOVE RM-RATE-REC TO WS-BEFORE-IMAGE.
006320     MOVE RT-EXP-DATE TO RM-EXP-DATE.
006330     IF RT-EXP-DATE < WS-RUN-DATE
006340         MOVE 'E' TO RM-RATE-STATUS
006350     END-IF.
006360     REWRITE RM-RATE-REC
006370         INVALID KEY
006380             SET WS-APPLY-FAILED TO TRUE
006390             MOVE 'REWRITE OF RATE ENTRY FAILED'
006400                 TO WS-APPLY-REASON
006410             GO TO 7030-EXIT
006420     END-REWRITE.
006430     MOVE RM-RATE-REC TO WS-AFTER-IMAGE.
006440 7030-EXIT.
006450     EXIT.
006460******************************************************************
006470*    7100-FIND-LAST-RATE - FIND THE LATEST DATED ENTRY FOR THE   *
006480*    CARD'S RATE CODE, LEAVING ITS EFFECTIVE DATE IN             *
006490*    WS-LAST-EFF-DATE.                                           *
006500******************************************************************
006510 7100-FIND-LAST-RATE.
006520     MOVE 'N' TO WS-SCAN-DONE-SW.
006530     MOVE 'N' TO WS-ENTRY-FOUND-SW.
006540     MOVE ZERO TO WS-LAST-EFF-DATE.
006550     MOVE RT-RATE-CODE TO RM-RATE-CODE.
006560     MOVE ZERO TO RM-EFF-DATE.
006570     START RATE-FILE KEY NOT LESS THAN RM-RATE-KEY
006580         INVALID KEY
006590             MOVE 'Y' TO WS-SCAN-DONE-SW
006600     END-START.
006610     PERFORM 7110-SCAN-ONE-RATE THRU 7110-EXIT
006620         UNTIL WS-SCAN-DONE.
006630 7100-EXIT.
006640     EXIT.
006650******************************************************************
006660*    7110-SCAN-ONE-RATE - ONE READ OF THE LAST-ENTRY SCAN.       *
006670******************************************************************
006680 7110-SCAN-ONE-RATE.
006690     READ RATE-FILE NEXT RECORD
006700         AT END
006710             MOVE 'Y' TO WS-SCAN-DONE-SW
006720             GO TO 7110-EXIT
006730     END-READ.
006740     IF RM-RATE-CODE NOT = RT-RATE-CODE
006750         MOVE 'Y' TO WS-SCAN-DONE-SW
006760         GO TO 7110-EXIT
006770     END-IF.
006780     SET WS-ENTRY-FOUND TO TRUE.
006790     MOVE RM-EFF-DATE TO WS-LAST-EFF-DATE.
006800 7110-EXIT.
006810     EXIT.
006820******************************************************************
006830*    7300-APPLY-ACCOUNT - APPLY A QUEUED CALC008 CARD TO THE     *
006840*    ACCOUNT MASTER.                                             *
006850******************************************************************
006860 7300-APPLY-ACCOUNT.
006870     MOVE AC-GL-ACCOUNT  TO AM-GL-ACCOUNT.
006880     MOVE AC-COST-CENTER TO AM-COST-CENTER.
006890     MOVE AM-ACCT-KEY    TO WS-ITEM-KEY.
006900     EVALUATE TRUE
006910         WHEN WS-CHG-ADD
006920             PERFORM 7310-ADD-ACCOUNT THRU 7310-EXIT
006930         WHEN WS-CHG-CHANGE
006940             PERFORM 7320-CHANGE-ACCOUNT THRU 7320-EXIT
006950         WHEN WS-CHG-EXPIRE
006960             PERFORM 7330-CLOSE-ACCOUNT THRU 7330-EXIT
006970         WHEN OTHER
006980             SET WS-APPLY-FAILED TO TRUE
006990             MOVE 'UNKNOWN ACTION ON QUEUED CARD'
007000                 TO WS-APPLY-REASON
007010     END-EVALUATE.
007020 7300-EXIT.
007030     EXIT.
007040******************************************************************
007050*    7310-ADD-ACCOUNT - WRITE A NEW ACTIVE PAIR; A BLANK         *
007060*    POSTING LIMIT MEANS NO LIMIT.  THERE IS NO BEFORE IMAGE.    *
007070******************************************************************
007080 7310-ADD-ACCOUNT.
007090     MOVE AC-OPEN-DATE   TO AM-OPEN-DATE.
007100     MOVE AC-CLOSE-DATE  TO AM-CLOSE-DATE.
007110     IF AC-POST-LIMIT-X = SPACES
007120         MOVE ZERO          TO AM-POST-LIMIT
007130     ELSE
007140         MOVE AC-POST-LIMIT TO AM-POST-LIMIT
007150     END-IF.
007160     MOVE 'A'            TO AM-ACCT-STATUS.
007170     WRITE AM-ACCT-REC
007180         INVALID KEY
007190             SET WS-APPLY-FAILED TO TRUE
007200             MOVE 'ACCOUNT ALREADY ON MASTER'
007210                 TO WS-APPLY-REASON
007220             GO TO 7310-EXIT
007230     END-WRITE.
007240     MOVE AM-ACCT-REC TO WS-AFTER-IMAGE.
007250 7310-EXIT.
007260     EXIT.
007270******************************************************************
007280*    7320-CHANGE-ACCOUNT - REWRITE THE PAIR WITH THE NEW DATE    *
007290*    WINDOW, RE-ACTIVATING IT; A BLANK POSTING LIMIT KEEPS THE   *
007300*    ONE ON FILE.                                                *
007310******************************************************************
007320 7320-CHANGE-ACCOUNT.
007330     READ ACCT-FILE
007340         INVALID KEY
007350             SET WS-APPLY-FAILED TO TRUE
007360             MOVE 'ACCOUNT NO LONGER ON MASTER'
007370                 TO WS-APPLY-REASON
007380             GO TO 7320-EXIT
007390     END-READ.
007400     MOVE AM-ACCT-REC TO WS-BEFORE-IMAGE.
007410     MOVE AC-OPEN-DATE  TO AM-OPEN-DATE.
007420     MOVE AC-CLOSE-DATE TO AM-CLOSE-DATE.
007430     IF AC-POST-LIMIT-X NOT = SPACES
007440         MOVE AC-POST-LIMIT TO AM-POST-LIMIT
007450     END-IF.
007460     MOVE 'A'           TO AM-ACCT-STATUS.
007470     REWRITE AM-ACCT-REC
007480         INVALID KEY
007490             SET WS-APPLY-FAILED TO TRUE
007500             MOVE 'REWRITE OF ACCOUNT FAILED'
007510                 TO WS-APPLY-REASON
007520             GO TO 7320-EXIT
007530     END-REWRITE.
007540     MOVE AM-ACCT-REC TO WS-AFTER-IMAGE.
007550 7320-EXIT.
007560     EXIT.
007570******************************************************************
007580*    7330-CLOSE-ACCOUNT - SET THE CLOSE DATE; A DATE ALREADY     *
007590*    PAST (OR ZERO) MARKS THE PAIR 'I'.                          *
007600******************************************************************
007610 7330-CLOSE-ACCOUNT.
007620     READ ACCT-FILE
007630         INVALID KEY
007640             SET WS-APPLY-FAILED TO TRUE
007650             MOVE 'ACCOUNT NO LONGER ON MASTER'
007660                 TO WS-APPLY-REASON
007670             GO TO 7330-EXIT
007680     END-READ.
007690     MOVE AM-ACCT-REC TO WS-BEFORE-IMAGE.
007700     MOVE AC-CLOSE-DATE TO AM-CLOSE-DATE.
007710     IF AC-CLOSE-DATE < WS-RUN-DATE
007720         MOVE 'I' TO AM-ACCT-STATUS
007730     END-IF.
007740     REWRITE AM-ACCT-REC
007750         INVALID KEY
007760             SET WS-APPLY-FAILED TO TRUE
007770             MOVE 'REWRITE OF ACCOUNT FAILED'
007780                 TO WS-APPLY-REASON
007790             GO TO 7330-EXIT
007800     END-REWRITE.
007810     MOVE AM-ACCT-REC TO WS-AFTER-IMAGE.
007820 7330-EXIT.
007830     EXIT.
007840******************************************************************
007850*    7600-APPLY-CURRENCY - APPLY A QUEUED CALC013 CARD TO THE    *
007860*    CURRENCY TABLE.                                             *
007870******************************************************************
007880 7600-APPLY-CURRENCY.
007890     MOVE CU-CURRENCY-CODE TO WS-ITEM-KEY.
007900     EVALUATE TRUE
007910         WHEN WS-CHG-ADD
007920             PERFORM 7610-ADD-CURRENCY THRU 7610-EXIT
007930         WHEN WS-CHG-CHANGE
007940             PERFORM 7620-CHANGE-CURRENCY THRU 7620-EXIT
007950         WHEN WS-CHG-EXPIRE
007960             PERFORM 7630-EXPIRE-CURRENCY THRU 7630-EXIT
007970         WHEN OTHER
007980             SET WS-APPLY-FAILED TO TRUE
007990             MOVE 'UNKNOWN ACTION ON QUEUED CARD'
008000                 TO WS-APPLY-REASON
008010     END-EVALUATE.
008020 7600-EXIT.
008030     EXIT.
008040******************************************************************
008050*    7610-ADD-CURRENCY - WRITE A NEW ACTIVE DATED ENTRY.         *
008060*    THERE IS NO BEFORE IMAGE.                                   *
008070******************************************************************
008080 7610-ADD-CURRENCY.
008090     MOVE CU-CURRENCY-CODE TO CM-CURRENCY-CODE.
008100     MOVE CU-EFF-DATE      TO CM-EFF-DATE.
008110     MOVE CU-CONV-RATE     TO CM-CONV-RATE.
008120     MOVE CU-EXP-DATE      TO CM-EXP-DATE.
008130     MOVE 'A'              TO CM-CURR-STATUS.
008140     WRITE CM-CURR-REC
008150         INVALID KEY
008160             SET WS-APPLY-FAILED TO TRUE
008170             MOVE 'CURRENCY ALREADY HAS AN ENTRY ON THAT DATE'
008180                 TO WS-APPLY-REASON
008190             GO TO 7610-EXIT
008200     END-WRITE.
008210     MOVE CM-CURR-REC TO WS-AFTER-IMAGE.
008220 7610-EXIT.
008230     EXIT.
008240******************************************************************
008250*    7620-CHANGE-CURRENCY - WRITE A NEW DATED ENTRY AND LEAVE    *
008260*    THE OLD ONE IN PLACE.  THE BEFORE IMAGE IS THE CODE'S       *
008270*    LATEST ENTRY, THE ONE THE NEW ENTRY SUPERSEDES.             *
008280******************************************************************
008290 7620-CHANGE-CURRENCY.
008300     PERFORM 7700-FIND-LAST-CURRENCY THRU 7700-EXIT.
008310     IF NOT WS-ENTRY-FOUND
008320         SET WS-APPLY-FAILED TO TRUE
008330         MOVE 'CURRENCY NO LONGER ON TABLE' TO WS-APPLY-REASON
008340         GO TO 7620-EXIT
008350     END-IF.
008360     MOVE CU-CURRENCY-CODE TO CM-CURRENCY-CODE.
008370     MOVE WS-LAST-EFF-DATE TO CM-EFF-DATE.
008380     READ CURR-FILE
008390         INVALID KEY
008400             SET WS-APPLY-FAILED TO TRUE
008410             MOVE 'RE-READ OF LATEST CURRENCY ENTRY FAILED'
008420                 TO WS-APPLY-REASON
008430             GO TO 7620-EXIT
008440     END-READ.
008450     MOVE CM-CURR-REC TO WS-BEFORE-IMAGE.
008460     MOVE CU-CURRENCY-CODE TO CM-CURRENCY-CODE.
008470     MOVE CU-EFF-DATE      TO CM-EFF-DATE.
008480     MOVE CU-CONV-RATE     TO CM-CONV-RATE.
008490     MOVE CU-EXP-DATE      TO CM-EXP-DATE.
008500     MOVE 'A'              TO CM-CURR-STATUS.
008510     WRITE CM-CURR-REC
008520         INVALID KEY
008530             SET WS-APPLY-FAILED TO TRUE
008540             MOVE 'CURRENCY ALREADY HAS AN ENTRY ON THAT DATE'
008550                 TO WS-APPLY-REASON
008560             GO TO 7620-EXIT
008570     END-WRITE.
008580     MOVE CM-CURR-REC TO WS-AFTER-IMAGE.
008590 7620-EXIT.
008600     EXIT.
008610******************************************************************
008620*    7630-EXPIRE-CURRENCY - SET THE EXPIRY DATE ON THE CODE'S    *
008630*    LATEST ENTRY; A DATE ALREADY PAST (OR ZERO) MARKS IT 'E'.   *
008640******************************************************************
008650 7630-EXPIRE-CURRENCY.
008660     PERFORM 7700-FIND-LAST-CURRENCY THRU 7700-EXIT.
008670     IF NOT WS-ENTRY-FOUND
008680         SET WS-APPLY-FAILED TO TRUE
008690         MOVE 'CURRENCY NO LONGER ON TABLE' TO WS-APPLY-REASON
008700         GO TO 7630-EXIT
008710     END-IF.
008720     MOVE CU-CURRENCY-CODE TO CM-CURRENCY-CODE.
008730     MOVE WS-LAST-EFF-DATE TO CM-EFF-DATE.
008740     READ CURR-FILE
008750         INVALID KEY
008760             SET WS-APPLY-FAILED TO TRUE
008770             MOVE 'RE-READ OF LATEST CURRENCY ENTRY FAILED'
008780                 TO WS-APPLY-REASON
008790             GO TO 7630-EXIT
008800     END-READ.
008810     MOVE CM-CURR-REC TO WS-BEFORE-IMAGE.
008820     MOVE CU-EXP-DATE TO CM-EXP-DATE.
008830     IF CU-EXP-DATE < WS-RUN-DATE
008840         MOVE 'E' TO CM-CURR-STATUS
008850     END-IF.
008860     REWRITE CM-CURR-REC
008870         INVALID KEY
008880             SET WS-APPLY-FAILED TO TRUE
008890             MOVE 'REWRITE OF CURRENCY ENTRY FAILED'
008900                 TO WS-APPLY-REASON
008910             GO TO 7630-EXIT
008920     END-REWRITE.
008930     MOVE CM-CURR-REC TO WS-AFTER-IMAGE.
008940 7630-EXIT.
008950     EXIT.
008960******************************************************************
008970*    7700-FIND-LAST-CURRENCY - FIND THE LATEST DATED ENTRY FOR   *
008980*    THE CARD'S CURRENCY CODE, LEAVING ITS EFFECTIVE DATE IN     *
008990*    WS-LAST-EFF-DATE.                                           *
009000******************************************************************
009010 7700-FIND-LAST-CURRENCY.
009020     MOVE 'N' TO WS-SCAN-DONE-SW.
009030     MOVE 'N' TO WS-ENTRY-FOUND-SW.
009040     MOVE ZERO TO WS-LAST-EFF-DATE.
009050     MOVE CU-CURRENCY-CODE TO CM-CURRENCY-CODE.
009060     MOVE ZERO TO CM-EFF-DATE.
009070     START CURR-FILE KEY NOT LESS THAN CM-CURR-KEY
009080         INVALID KEY
009090             MOVE 'Y' TO WS-SCAN-DONE-SW
009100     END-START.
009110     PERFORM 7710-SCAN-ONE-CURRENCY THRU 7710-EXIT
009120         UNTIL WS-SCAN-DONE.
009130 7700-EXIT.
009140     EXIT.
009150******************************************************************
009160*    7710-SCAN-ONE-CURRENCY - ONE READ OF THE LAST-ENTRY SCAN.   *
009170******************************************************************
009180 7710-SCAN-ONE-CURRENCY.
009190     READ CURR-FILE NEXT RECORD
009200         AT END
009210             MOVE 'Y' TO WS-SCAN-DONE-SW
009220             GO TO 7710-EXIT
009230     END-READ.
009240     IF CM-CURRENCY-CODE NOT = CU-CURRENCY-CODE
009250         MOVE 'Y' TO WS-SCAN-DONE-SW
009260         GO TO 7710-EXIT
009270     END-IF.
009280     SET WS-ENTRY-FOUND TO TRUE.
009290     MOVE CM-EFF-DATE TO WS-LAST-EFF-DATE.
009300 7710-EXIT.
009310     EXIT.
009320******************************************************************
009330*    8000-WRITE-CHANGE-LOG - ONE BEFORE/AFTER RECORD FOR THE     *
009340*    CHANGE JUST APPLIED.  THE KEY IS THE RUN'S START DATE AND   *
009350*    TIME PLUS A SEQUENCE; A KEY ALREADY TAKEN STEPS THE         *
009360*    SEQUENCE AND TRIES AGAIN.  ANY OTHER FAILURE LEAVES A       *
009370*    MASTER CHANGE WITH NO LOG RECORD, SO THE RUN STOPS.         *
009380******************************************************************
009390 8000-WRITE-CHANGE-LOG.
009400     MOVE SPACES          TO CL-CHGL-REC.
009410     MOVE WS-RUN-DATE     TO CL-LOG-DATE.
009420     MOVE WS-RUN-TIME     TO CL-LOG-TIME.
009430     MOVE PC-TABLE-ID     TO CL-TABLE-ID.
009440     MOVE WS-CHG-ACTION   TO CL-ACTION.
009450     MOVE WS-ITEM-KEY     TO CL-ITEM-KEY.
009460     MOVE PC-PEND-KEY     TO CL-REQUEST-ID.
009470     MOVE PC-REQUESTER    TO CL-REQUESTER.
009480     MOVE WS-USER-ID      TO CL-APPROVER.
009490     MOVE WS-BEFORE-IMAGE TO CL-BEFORE-IMAGE.
009500     MOVE WS-AFTER-IMAGE  TO CL-AFTER-IMAGE.
009510 8000-WRITE-LOG-REC.
009520     ADD 1 TO WS-LOG-SEQ.
009530     MOVE WS-LOG-SEQ      TO CL-LOG-SEQ.
009540     WRITE CL-CHGL-REC
009550         INVALID KEY
009560             IF WS-CHGL-STATUS = '22'
009570                 AND WS-LOG-SEQ < 9999
009580                 GO TO 8000-WRITE-LOG-REC
009590             END-IF
009600             SET WS-RUN-ABANDONED TO TRUE
009610             SET WS-CARD-FAILED TO TRUE
009620             DISPLAY 'CALC023 - REQUEST ' PC-PEND-KEY
009630                 ' WAS APPLIED BUT THE CHANGE LOG WRITE FAILED, '
009640                 'STATUS=' WS-CHGL-STATUS
009650             DISPLAY 'CALC023 - RUN ABANDONED.  THE REQUEST IS '
009660                 'STAMPED A WITH NO LOG RECORD - REPORT IT.'
009670     END-WRITE.
009680 8000-EXIT.
009690     EXIT.
009700******************************************************************
009710*    8500-STAMP-REQUEST - RECORD THE DECISION ON THE PENDING     *
009720*    RECORD.  A REQUEST THAT CANNOT BE STAMPED WOULD STAY        *
009730*    PENDING AND COULD BE APPLIED TWICE, SO THE RUN STOPS.       *
009740******************************************************************
009750 8500-STAMP-REQUEST.
009760     MOVE WS-USER-ID  TO PC-APPROVER.
009770     MOVE WS-RUN-DATE TO PC-DECISION-DATE.
009780     MOVE WS-RUN-TIME TO PC-DECISION-TIME.
009790     REWRITE PC-PEND-REC
009800         INVALID KEY
009810             SET WS-RUN-ABANDONED TO TRUE
009820             SET WS-CARD-FAILED TO TRUE
009830             DISPLAY 'CALC023 - REQUEST ' PC-PEND-KEY
009840                 ' COULD NOT BE STAMPED ' PC-PEND-STATUS
009850                 ', STATUS=' WS-PEND-STATUS ' - RUN ABANDONED.'
009860     END-REWRITE.
009870 8500-EXIT.
009880     EXIT.
009890******************************************************************
009900*    9000-TERMINATE - END-OF-RUN SUMMARY.  A FAILED CARD OR A    *
009910*    REQUEST THAT COULD NOT BE APPLIED ENDS THE JOB RC=8; AN     *
009920*    ABANDONED RUN ENDS IT RC=12.                                *
009930******************************************************************
009940 9000-TERMINATE.
009950     DISPLAY ' '.
009960     DISPLAY '=================================================='.
009970     DISPLAY '  CALC023 - END OF RUN SUMMARY'.
009980     DISPLAY '=================================================='.
009990     DISPLAY '  REQUESTS APPROVED..: ', WS-CNT-APPROVED.
010000     DISPLAY '  REQUESTS DECLINED..: ', WS-CNT-DECLINED.
010010     DISPLAY '  NOT APPLIED........: ', WS-CNT-NOT-APPLIED.
010020     DISPLAY '  REQUESTS LISTED....: ', WS-CNT-LISTED.
010030     DISPLAY '  CARDS FAILED.......: ', WS-CNT-FAILED.
010040     DISPLAY '  APPROVER...........: ', WS-USER-ID.
010050     DISPLAY '=================================================='.
010060     IF WS-RUN-ABANDONED
010070         MOVE 12 TO RETURN-CODE
010080     ELSE
010090         IF WS-CNT-FAILED > ZERO
010100             MOVE 8 TO RETURN-CODE
010110         END-IF
010120     END-IF.
010130 9000-EXIT.
010140     EXIT.
