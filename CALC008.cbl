000300*                PAIR STAYS USABLE UP TO AND INCLUDING THAT     *
000310*                DATE, AND A PAST OR ZERO DATE STOPS IT AT      *
000320*                ONCE)                                          *
000321*      COL 37-47 POSTING LIMIT, BASE CURRENCY, 9 DIGITS +       *
000322*                2 DECIMALS WITH NO POINT (A AND C ONLY;        *
000323*                ZERO = NO LIMIT, BLANK ON A C CARD KEEPS       *
000324*                THE LIMIT ALREADY ON FILE)                     *
000325*                                                                *
000326*    A, C AND E CARDS ARE NO LONGER APPLIED HERE.  A CARD THAT   *
000327*    PASSES ITS EDITS IS QUEUED ON THE PENDING-CHANGE FILE       *
000328*    (PENDCHG) UNDER THE SUBMITTER'S USER ID, TAKEN FROM THE     *
000329*    EXEC PARM, AND THE MASTER IS ONLY READ.  CALC023, RUN BY A  *
000330*    DIFFERENT USER ID, APPLIES OR DECLINES EACH REQUEST AND     *
000331*    LOGS EVERY CHANGE IT APPLIES ON CHGLOG.                     *
000332*                                                                *
000340*    MODIFICATION HISTORY                                        *
000350*    ------------------------------------------------------      *
000360*    2026-09-02  JA   INITIAL VERSION.                           *
000361*    2026-09-16  JA   POSTING LIMIT IN COLUMNS 37-47 OF THE A    *
000362*                     AND C CARDS - CALC002 SENDS ANY RESULT     *
000363*                     OVER THE LIMIT TO SUSPENSE INSTEAD OF      *
000364*                     TRANS-OUT.                                 *
000365*    2026-10-07  JA   DUAL CONTROL - A/C/E CARDS ARE EDITED AND  *
000366*                     QUEUED ON PENDCHG UNDER THE PARM USER ID   *
000367*                     INSTEAD OF UPDATING THE MASTER; CALC023    *
000368*                     APPLIES THEM ONCE A DIFFERENT USER         *
000369*                     APPROVES.  THE MASTER IS NOW OPENED INPUT. *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CALC008.
000510     SELECT MAINT-CARDS ASSIGN TO SYSIN
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-SYSIN-STATUS.
000531     SELECT OPTIONAL PEND-FILE ASSIGN TO PENDCHG
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS RANDOM
000534         RECORD KEY IS PC-PEND-KEY
000535         FILE STATUS IS WS-PEND-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ACCT-FILE
000720     05  MC-OPEN-DATE        PIC 9(08).
000730     05  FILLER              PIC X(01).
000740     05  MC-CLOSE-DATE       PIC 9(08).
000750     05  FILLER              PIC X(01).
000751     05  MC-POST-LIMIT       PIC 9(09)V99.
000752     05  MC-POST-LIMIT-X REDEFINES MC-POST-LIMIT
000753                             PIC X(11).
000754     05  FILLER              PIC X(33).
000755 FD  PEND-FILE
000756     LABEL RECORDS ARE STANDARD.
000757 01  PC-PEND-REC.
000758     COPY PENDREC REPLACING ==:TAG:== BY ==PC==.
000760 WORKING-STORAGE SECTION.
000770 01  WS-ACCT-STATUS          PIC X(02).
000780     88  WS-ACCT-FILE-OK             VALUE '00' '05'.
000790 01  WS-SYSIN-STATUS         PIC X(02).
000800     88  WS-SYSIN-AVAILABLE          VALUE '00'.
000803 01  WS-PEND-STATUS          PIC X(02).
000806     88  WS-PEND-FILE-OK             VALUE '00' '05'.
000810 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
000820     88  WS-EOF                      VALUE 'Y'.
000830     88  WS-NOT-EOF                  VALUE 'N'.
000840 01  WS-CARD-OK-SW           PIC X(01)    VALUE 'Y'.
000850     88  WS-CARD-OK                  VALUE 'Y'.
000860     88  WS-CARD-FAILED              VALUE 'N'.
000863 01  WS-ACCT-FOUND-SW        PIC X(01)    VALUE 'N'.
000866     88  WS-ACCT-FOUND               VALUE 'Y'.
000870******************************************************************
000880*    RUN COUNTERS.                                               *
000890******************************************************************
000920 01  WS-CNT-CLOSED           PIC 9(06)    COMP VALUE ZERO.
000930 01  WS-CNT-FAILED           PIC 9(06)    COMP VALUE ZERO.
000940 01  WS-RUN-DATE             PIC 9(08)    VALUE ZERO.
000950******************************************************************
000951*    PENDING-CHANGE FIELDS - THE SUBMITTER'S USER ID FROM THE    *
000952*    EXEC PARM, AND THE PARTS OF EACH REQUEST ID: THE RUN'S      *
000953*    START DATE AND TIME PLUS A SEQUENCE WITHIN THE RUN.         *
000954******************************************************************
000955 01  WS-USER-ID              PIC X(08)    VALUE SPACES.
000956 01  WS-USER-ID-R REDEFINES WS-USER-ID.
000957     05  WS-USER-CHAR        PIC X(01)    OCCURS 8 TIMES.
000958 01  WS-PARM-IX              PIC 9(04)    COMP VALUE ZERO.
000959 01  WS-REQ-TIME             PIC 9(08)    VALUE ZERO.
000960 01  WS-REQ-SEQ              PIC 9(04)    COMP VALUE ZERO.
000961 LINKAGE SECTION.
000962******************************************************************
000963*    PARM-AREA - THE EXEC PARM: HALFWORD LENGTH THEN THE TEXT,   *
000964*    THE SUBMITTER'S USER ID (PARM='&SYSUID' ON THE EXEC CARD).  *
000965******************************************************************
000966 01  PARM-AREA.
000967     05  PARM-LENGTH         PIC S9(04)   COMP.
000968     05  PARM-USER-ID.
000969         10  PARM-USER-CHAR  PIC X(01)    OCCURS 8 TIMES.
000970 PROCEDURE DIVISION USING PARM-AREA.
000971******************************************************************
000972*    0000-MAINLINE                                               *
000980******************************************************************
000990 0000-MAINLINE.
001000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001040 0000-EXIT.
001050     EXIT.
001060******************************************************************
001070*    1000-INITIALIZE - TAKE THE SUBMITTER'S USER ID FROM THE     *
001080*    PARM (NONE IS FATAL - EVERY REQUEST MUST HAVE AN OWNER),    *
001090*    THEN OPEN THE ACCOUNT MASTER FOR READING, THE PENDING-      *
001092*    CHANGE FILE AND THE MAINTENANCE CARDS.  BOTH KEYED FILES    *
001094*    ARE OPTIONAL SO THE VERY FIRST RUN CAN QUEUE ADDS FOR AN    *
001096*    EMPTY CLUSTER.                                              *
001100******************************************************************
001110 1000-INITIALIZE.
001120     DISPLAY 'CALC008 - ACCOUNT-MASTER MAINTENANCE'.
001130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001140     ACCEPT WS-REQ-TIME FROM TIME.
001141     IF ADDRESS OF PARM-AREA NOT = NULL
001142         PERFORM 1100-TAKE-USER-CHAR THRU 1100-EXIT
001143             VARYING WS-PARM-IX FROM 1 BY 1
001144             UNTIL WS-PARM-IX > PARM-LENGTH
001145                OR WS-PARM-IX > 8
001146     END-IF.
001147     IF WS-USER-ID = SPACES
001148         DISPLAY 'CALC008 - NO SUBMITTER USER ID IN THE EXEC '
001149             'PARM - RUN ABANDONED.'
001150         MOVE 12 TO RETURN-CODE
001151         STOP RUN
001152     END-IF.
001153     OPEN INPUT ACCT-FILE.
001154     IF NOT WS-ACCT-FILE-OK
001160         DISPLAY 'CALC008 - ACCOUNT MASTER COULD NOT BE OPENED, '
001170             'STATUS=' WS-ACCT-STATUS ' - RUN ABANDONED.'
001180         MOVE 12 TO RETURN-CODE
001250         MOVE 12 TO RETURN-CODE
001260         STOP RUN
001270     END-IF.
001271     OPEN I-O PEND-FILE.
001272     IF NOT WS-PEND-FILE-OK
001273         DISPLAY 'CALC008 - PENDING-CHANGE FILE COULD NOT BE '
001274             'OPENED, STATUS=' WS-PEND-STATUS ' - RUN ABANDONED.'
001275         MOVE 12 TO RETURN-CODE
001276         STOP RUN
001277     END-IF.
001278     DISPLAY 'CALC008 - CHANGES QUEUED FOR APPROVAL, '
001279         'REQUESTED BY ' WS-USER-ID.
001280 1000-EXIT.
001290     EXIT.
001300******************************************************************
001310*    1100-TAKE-USER-CHAR - ONE CHARACTER OF THE PARM USER ID.    *
001311******************************************************************
001312 1100-TAKE-USER-CHAR.
001313     MOVE PARM-USER-CHAR (WS-PARM-IX)
001314         TO WS-USER-CHAR (WS-PARM-IX).
001315 1100-EXIT.
001316     EXIT.
001317******************************************************************
001318*    2000-PROCESS-CARDS - EDIT AND QUEUE EVERY MAINTENANCE       *
001319*    CARD.                                                       *
001320******************************************************************
001330 2000-PROCESS-CARDS.
001340     PERFORM 2100-READ-CARD THRU 2100-EXIT.
001350     PERFORM 2200-APPLY-CARD THRU 2200-EXIT
001360         UNTIL WS-EOF.
001370     CLOSE MAINT-CARDS
001380     CLOSE ACCT-FILE
001385     CLOSE PEND-FILE.
001390 2000-EXIT.
001400     EXIT.
001410******************************************************************
001730 2200-EXIT.
001740     EXIT.
001750******************************************************************
001760*    3000-ADD-ACCOUNT - QUEUE A NEW ACTIVE ACCOUNT/COST-CENTER   *
001770*    PAIR.  A PAIR ALREADY ON THE MASTER FAILS THE CARD - USE A  *
001780*    CHANGE CARD INSTEAD.  A BLANK POSTING LIMIT ADDS THE PAIR   *
001785*    WITH NO LIMIT.                                              *
001790******************************************************************
001800 3000-ADD-ACCOUNT.
001810     IF MC-OPEN-DATE IS NOT NUMERIC
001850             MC-GL-ACCOUNT '/' MC-COST-CENTER ' - CARD IGNORED.'
001860         GO TO 3000-EXIT
001870     END-IF.
001871     IF MC-POST-LIMIT-X NOT = SPACES
001872         AND MC-POST-LIMIT IS NOT NUMERIC
001873         SET WS-CARD-FAILED TO TRUE
001874         DISPLAY 'CALC008 - NON-NUMERIC POSTING LIMIT FOR '
001875             'ACCOUNT ' MC-GL-ACCOUNT '/' MC-COST-CENTER
001876             ' - CARD IGNORED.'
001877         GO TO 3000-EXIT
001878     END-IF.
001880     MOVE MC-GL-ACCOUNT  TO AM-GL-ACCOUNT.
001890     MOVE MC-COST-CENTER TO AM-COST-CENTER.
001900     SET WS-ACCT-FOUND TO TRUE.
001910     READ ACCT-FILE
001940         INVALID KEY
001950             MOVE 'N' TO WS-ACCT-FOUND-SW
001960     END-READ.
001970     IF WS-ACCT-FOUND
001980         SET WS-CARD-FAILED TO TRUE
001990         DISPLAY 'CALC008 - ACCOUNT ' MC-GL-ACCOUNT '/'
001991             MC-COST-CENTER ' ALREADY ON MASTER - ADD '
001992             'IGNORED.'
001993         GO TO 3000-EXIT
001994     END-IF.
001995     PERFORM 8000-QUEUE-CHANGE THRU 8000-EXIT.
002000     IF WS-CARD-OK
002010         ADD 1 TO WS-CNT-ADDED
002020         DISPLAY 'CALC008 - ADD OF ACCOUNT ' MC-GL-ACCOUNT '/'
002030             MC-COST-CENTER ' QUEUED AS ' PC-PEND-KEY
002040     END-IF.
002050 3000-EXIT.
002060     EXIT.
002070******************************************************************
002080*    4000-CHANGE-ACCOUNT - QUEUE A CHANGE TO AN EXISTING PAIR.   *
002090*    ONCE APPLIED IT REWRITES THE PAIR WITH THE NEW DATE         *
002092*    WINDOW, RE-ACTIVATING IT IF IT HAD BEEN CLOSED.  A PUNCHED  *
002094*    POSTING LIMIT REPLACES THE ONE ON FILE; A BLANK ONE LEAVES  *
002096*    IT ALONE.                                                   *
002100******************************************************************
002110 4000-CHANGE-ACCOUNT.
002120     IF MC-OPEN-DATE IS NOT NUMERIC
002140         SET WS-CARD-FAILED TO TRUE
002150         DISPLAY 'CALC008 - NON-NUMERIC DATE FOR ACCOUNT '
002160             MC-GL-ACCOUNT '/' MC-COST-CENTER ' - CARD IGNORED.'
002161         GO TO 4000-EXIT
002162     END-IF.
002163     IF MC-POST-LIMIT-X NOT = SPACES
002164         AND MC-POST-LIMIT IS NOT NUMERIC
002165         SET WS-CARD-FAILED TO TRUE
002166         DISPLAY 'CALC008 - NON-NUMERIC POSTING LIMIT FOR '
002167             'ACCOUNT ' MC-GL-ACCOUNT '/' MC-COST-CENTER
002168             ' - CARD IGNORED.'
002170         GO TO 4000-EXIT
002180     END-IF.
002190     MOVE MC-GL-ACCOUNT  TO AM-GL-ACCOUNT.
002280     IF WS-CARD-FAILED
002290         GO TO 4000-EXIT
002300     END-IF.
002310     PERFORM 8000-QUEUE-CHANGE THRU 8000-EXIT.
002410     IF WS-CARD-OK
002420         ADD 1 TO WS-CNT-CHANGED
002430         DISPLAY 'CALC008 - CHANGE OF ACCOUNT ' MC-GL-ACCOUNT '/'
002440             MC-COST-CENTER ' QUEUED AS ' PC-PEND-KEY
002450     END-IF.
002460 4000-EXIT.
002470     EXIT.
002480******************************************************************
002490*    5000-CLOSE-ACCOUNT - QUEUE THE CLOSING OF AN EXISTING PAIR  *
002500*    AS OF THE CARD'S CLOSE DATE.  ONCE APPLIED THE ENTRY STAYS  *
002510*    ACTIVE AND THE DATE WINDOW IN THE CALC002 LOOKUP DOES THE   *
002520*    CLOSING, SO THE PAIR REMAINS USABLE UP TO AND INCLUDING     *
002530*    THAT DATE; A DATE ALREADY PAST (OR ZERO) ON THE DAY IT IS   *
002540*    APPLIED MARKS THE ENTRY STATUS 'I' AND STOPS IT AT ONCE.    *
002545*    THE OPEN-DATE COLUMNS ARE IGNORED.                          *
002550******************************************************************
002560 5000-CLOSE-ACCOUNT.
002570     IF MC-CLOSE-DATE IS NOT NUMERIC
002710     IF WS-CARD-FAILED
002720         GO TO 5000-EXIT
002730     END-IF.
002740     PERFORM 8000-QUEUE-CHANGE THRU 8000-EXIT.
002850     IF WS-CARD-OK
002860         ADD 1 TO WS-CNT-CLOSED
002870         DISPLAY 'CALC008 - CLOSE OF ACCOUNT ' MC-GL-ACCOUNT '/'
002880             MC-COST-CENTER ' QUEUED AS ' PC-PEND-KEY
002890     END-IF.
002900 5000-EXIT.
002910     EXIT.
002920******************************************************************
002921*    8000-QUEUE-CHANGE - WRITE THE CARD TO THE PENDING-CHANGE    *
002922*    FILE AS A NEW REQUEST AGAINST THE ACCOUNT MASTER, OWNED BY  *
002923*    THE SUBMITTER.  THE REQUEST ID IS THE RUN'S START DATE AND  *
002924*    TIME PLUS A SEQUENCE; A KEY ALREADY TAKEN (ANOTHER RUN      *
002925*    STARTED IN THE SAME HUNDREDTH OF A SECOND) STEPS THE        *
002926*    SEQUENCE AND TRIES AGAIN.                                   *
002927******************************************************************
002928 8000-QUEUE-CHANGE.
002929     MOVE SPACES         TO PC-PEND-REC.
002930     MOVE WS-RUN-DATE    TO PC-REQ-DATE.
002931     MOVE WS-REQ-TIME    TO PC-REQ-TIME.
002932     MOVE 'ACCT'         TO PC-TABLE-ID.
002933     MOVE 'P'            TO PC-PEND-STATUS.
002934     MOVE WS-USER-ID     TO PC-REQUESTER.
002935     MOVE ZERO           TO PC-DECISION-DATE.
002936     MOVE ZERO           TO PC-DECISION-TIME.
002937     MOVE MAINT-CARD-REC TO PC-CHANGE-CARD.
002938 8000-WRITE-REQUEST.
002939     ADD 1 TO WS-REQ-SEQ.
002940     MOVE WS-REQ-SEQ     TO PC-REQ-SEQ.
002941     WRITE PC-PEND-REC
002942         INVALID KEY
002943             IF WS-PEND-STATUS = '22'
002944                 AND WS-REQ-SEQ < 9999
002945                 GO TO 8000-WRITE-REQUEST
002946             END-IF
002947             SET WS-CARD-FAILED TO TRUE
002948             DISPLAY 'CALC008 - PENDING-CHANGE WRITE FAILED FOR '
002949                 MC-GL-ACCOUNT '/' MC-COST-CENTER
002950                 ', STATUS=' WS-PEND-STATUS
002951     END-WRITE.
002952 8000-EXIT.
002953     EXIT.
002954******************************************************************
002955*    9000-TERMINATE - END-OF-RUN SUMMARY.  ANY FAILED CARD ENDS  *
002956*    THE JOB WITH A NONZERO RETURN CODE SO THE OPERATOR SEES     *
002957*    NOT EVERY CHANGE WAS QUEUED.                                *
002960******************************************************************
002970 9000-TERMINATE.
002980     DISPLAY ' '.
002990     DISPLAY '=================================================='.
003000     DISPLAY '  CALC008 - END OF RUN SUMMARY'.
003010     DISPLAY '=================================================='.
003020     DISPLAY '  ADDS QUEUED........: ', WS-CNT-ADDED.
003030     DISPLAY '  CHANGES QUEUED.....: ', WS-CNT-CHANGED.
003040     DISPLAY '  CLOSURES QUEUED....: ', WS-CNT-CLOSED.
003050     DISPLAY '  CARDS FAILED.......: ', WS-CNT-FAILED.
003055     DISPLAY '  REQUESTED BY.......: ', WS-USER-ID.
003060     DISPLAY '=================================================='.
003070     IF WS-CNT-FAILED > ZERO
003080         MOVE 8 TO RETURN-CODE
