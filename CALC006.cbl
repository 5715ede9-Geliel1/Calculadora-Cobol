000330*                RATE STAYS USABLE UP TO AND INCLUDING THAT      *
000340*                DATE, AND A PAST OR ZERO DATE STOPS IT AT ONCE) *
000350*                                                                *
000351*    A, C AND E CARDS ARE NO LONGER APPLIED HERE.  A CARD THAT   *
000352*    PASSES ITS EDITS IS QUEUED ON THE PENDING-CHANGE FILE       *
000353*    (PENDCHG) UNDER THE SUBMITTER'S USER ID, TAKEN FROM THE     *
000354*    EXEC PARM, AND THE TABLE IS ONLY READ.  CALC023, RUN BY A   *
000355*    DIFFERENT USER ID, APPLIES OR DECLINES EACH REQUEST AND     *
000356*    LOGS EVERY CHANGE IT APPLIES ON CHGLOG.  L CARDS STILL      *
000357*    LIST AT ONCE.                                               *
000358*                                                                *
000360*    MODIFICATION HISTORY                                        *
000370*    ------------------------------------------------------      *
000380*    2026-08-23  JA   INITIAL VERSION.                           *
000420*                     OVERWRITING, AN EXPIRE CLOSES THE CODE'S   *
000430*                     LATEST ENTRY, AND A NEW L CARD LISTS A     *
000440*                     CODE'S FULL RATE HISTORY.                  *
000441*    2026-10-07  JA   DUAL CONTROL - A/C/E CARDS ARE EDITED AND  *
000442*                     QUEUED ON PENDCHG UNDER THE PARM USER ID   *
000443*                     INSTEAD OF UPDATING THE TABLE; CALC023     *
000444*                     APPLIES THEM ONCE A DIFFERENT USER         *
000445*                     APPROVES.  THE TABLE IS NOW OPENED INPUT.  *
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. CALC006.
000590     SELECT MAINT-CARDS ASSIGN TO SYSIN
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-SYSIN-STATUS.
000611     SELECT OPTIONAL PEND-FILE ASSIGN TO PENDCHG
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS RANDOM
000614         RECORD KEY IS PC-PEND-KEY
000615         FILE STATUS IS WS-PEND-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  RATE-FILE
000830     05  FILLER              PIC X(01).
000840     05  MC-EXP-DATE         PIC 9(08).
000850     05  FILLER              PIC X(45).
000852 FD  PEND-FILE
000854     LABEL RECORDS ARE STANDARD.
000856 01  PC-PEND-REC.
000858     COPY PENDREC REPLACING ==:TAG:== BY ==PC==.
000860 WORKING-STORAGE SECTION.
000870 01  WS-RATE-STATUS          PIC X(02).
000880     88  WS-RATE-FILE-OK             VALUE '00' '05'.
000890 01  WS-SYSIN-STATUS         PIC X(02).
000900     88  WS-SYSIN-AVAILABLE          VALUE '00'.
000903 01  WS-PEND-STATUS          PIC X(02).
000906     88  WS-PEND-FILE-OK             VALUE '00' '05'.
000910 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
000920     88  WS-EOF                      VALUE 'Y'.
000930     88  WS-NOT-EOF                  VALUE 'N'.
001040 01  WS-CNT-LISTED           PIC 9(06)    COMP VALUE ZERO.
001050 01  WS-RUN-DATE             PIC 9(08)    VALUE ZERO.
001060******************************************************************
001061*    PENDING-CHANGE FIELDS - THE SUBMITTER'S USER ID FROM THE    *
001062*    EXEC PARM, AND THE PARTS OF EACH REQUEST ID: THE RUN'S      *
001063*    START DATE AND TIME PLUS A SEQUENCE WITHIN THE RUN.         *
001064******************************************************************
001065 01  WS-USER-ID              PIC X(08)    VALUE SPACES.
001066 01  WS-USER-ID-R REDEFINES WS-USER-ID.
001067     05  WS-USER-CHAR        PIC X(01)    OCCURS 8 TIMES.
001068 01  WS-PARM-IX              PIC 9(04)    COMP VALUE ZERO.
001069 01  WS-REQ-TIME             PIC 9(08)    VALUE ZERO.
001070 01  WS-REQ-SEQ              PIC 9(04)    COMP VALUE ZERO.
001071******************************************************************
001072*    HISTORY-SCAN WORKING FIELDS - USED BY THE CHANGE AND        *
001080*    EXPIRE ACTIONS TO FIND A CODE'S ENTRIES, AND BY THE LIST    *
001090*    ACTION TO WALK THEM.                                        *
001100******************************************************************
001150 01  WS-LAST-EFF-DATE        PIC 9(08)    VALUE ZERO.
001160 01  WS-LIST-CODE            PIC X(05)    VALUE SPACES.
001170 01  WS-DISPLAY-RATE         PIC -(6)9,99.
001180 LINKAGE SECTION.
001181******************************************************************
001182*    PARM-AREA - THE EXEC PARM: HALFWORD LENGTH THEN THE TEXT,   *
001183*    THE SUBMITTER'S USER ID (PARM='&SYSUID' ON THE EXEC CARD).  *
001184******************************************************************
001185 01  PARM-AREA.
001186     05  PARM-LENGTH         PIC S9(04)   COMP.
001187     05  PARM-USER-ID.
001188         10  PARM-USER-CHAR  PIC X(01)    OCCURS 8 TIMES.
001189 PROCEDURE DIVISION USING PARM-AREA.
001190******************************************************************
001200*    0000-MAINLINE                                               *
001210******************************************************************
001270 0000-EXIT.
001280     EXIT.
001290******************************************************************
001300*    1000-INITIALIZE - TAKE THE SUBMITTER'S USER ID FROM THE     *
001310*    PARM (NONE IS FATAL - EVERY REQUEST MUST HAVE AN OWNER),    *
001320*    THEN OPEN THE RATES TABLE FOR READING, THE PENDING-CHANGE   *
001322*    FILE AND THE MAINTENANCE CARDS.  BOTH KEYED FILES ARE       *
001324*    OPTIONAL SO THE VERY FIRST RUN CAN QUEUE ADDS FOR AN EMPTY  *
001326*    CLUSTER.                                                    *
001330******************************************************************
001340 1000-INITIALIZE.
001350     DISPLAY 'CALC006 - RATES-TABLE MAINTENANCE'.
001360     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001370     ACCEPT WS-REQ-TIME FROM TIME.
001371     IF ADDRESS OF PARM-AREA NOT = NULL
001372         PERFORM 1100-TAKE-USER-CHAR THRU 1100-EXIT
001373             VARYING WS-PARM-IX FROM 1 BY 1
001374             UNTIL WS-PARM-IX > PARM-LENGTH
001375                OR WS-PARM-IX > 8
001376     END-IF.
001377     IF WS-USER-ID = SPACES
001378         DISPLAY 'CALC006 - NO SUBMITTER USER ID IN THE EXEC '
001379             'PARM - RUN ABANDONED.'
001380         MOVE 12 TO RETURN-CODE
001381         STOP RUN
001382     END-IF.
001383     OPEN INPUT RATE-FILE.
001384     IF NOT WS-RATE-FILE-OK
001390         DISPLAY 'CALC006 - RATES TABLE COULD NOT BE OPENED, '
001400             'STATUS=' WS-RATE-STATUS ' - RUN ABANDONED.'
001410         MOVE 12 TO RETURN-CODE
001480         MOVE 12 TO RETURN-CODE
001490         STOP RUN
001500     END-IF.
001501     OPEN I-O PEND-FILE.
001502     IF NOT WS-PEND-FILE-OK
001503         DISPLAY 'CALC006 - PENDING-CHANGE FILE COULD NOT BE '
001504             'OPENED, STATUS=' WS-PEND-STATUS ' - RUN ABANDONED.'
001505         MOVE 12 TO RETURN-CODE
001506         STOP RUN
001507     END-IF.
001508     DISPLAY 'CALC006 - CHANGES QUEUED FOR APPROVAL, '
001509         'REQUESTED BY ' WS-USER-ID.
001510 1000-EXIT.
001520     EXIT.
001530******************************************************************
001540*    1100-TAKE-USER-CHAR - ONE CHARACTER OF THE PARM USER ID.    *
001541******************************************************************
001542 1100-TAKE-USER-CHAR.
001543     MOVE PARM-USER-CHAR (WS-PARM-IX)
001544         TO WS-USER-CHAR (WS-PARM-IX).
001545 1100-EXIT.
001546     EXIT.
001547******************************************************************
001548*    2000-PROCESS-CARDS - EDIT AND QUEUE EVERY MAINTENANCE       *
001549*    CARD.                                                       *
001550******************************************************************
001560 2000-PROCESS-CARDS.
001570     PERFORM 2100-READ-CARD THRU 2100-EXIT.
001580     PERFORM 2200-APPLY-CARD THRU 2200-EXIT
001590         UNTIL WS-EOF.
001600     CLOSE MAINT-CARDS
001610     CLOSE RATE-FILE
001615     CLOSE PEND-FILE.
001620 2000-EXIT.
001630     EXIT.
001640******************************************************************
001970 2200-EXIT.
001980     EXIT.
001990******************************************************************
002000*    3000-ADD-RATE - QUEUE A NEW ACTIVE DATED ENTRY FOR THE      *
002010*    CODE.  A CODE THAT ALREADY HAS AN ENTRY ON THAT EFFECTIVE   *
002020*    DATE FAILS THE CARD - THE HISTORY ALREADY HAS THAT DAY.     *
002030******************************************************************
002040 3000-ADD-RATE.
002050     IF MC-RATE-VALUE IS NOT NUMERIC
002170     END-IF.
002180     MOVE MC-RATE-CODE  TO RM-RATE-CODE.
002190     MOVE MC-EFF-DATE   TO RM-EFF-DATE.
002200     SET WS-ENTRY-FOUND TO TRUE.
002210     READ RATE-FILE
002240         INVALID KEY
002250             MOVE 'N' TO WS-ENTRY-FOUND-SW
002260     END-READ.
002270     IF WS-ENTRY-FOUND
002280         SET WS-CARD-FAILED TO TRUE
002290         DISPLAY 'CALC006 - RATE ' MC-RATE-CODE
002291             ' ALREADY HAS AN ENTRY DATED ' MC-EFF-DATE
002292             ' - ADD IGNORED.'
002293         GO TO 3000-EXIT
002294     END-IF.
002295     PERFORM 8000-QUEUE-CHANGE THRU 8000-EXIT.
002300     IF WS-CARD-OK
002310         ADD 1 TO WS-CNT-ADDED
002320         DISPLAY 'CALC006 - ADD OF RATE ' MC-RATE-CODE
002330             ' EFFECTIVE ' MC-EFF-DATE ' QUEUED AS ' PC-PEND-KEY
002340     END-IF.
002350 3000-EXIT.
002360     EXIT.
002370******************************************************************
002380*    4000-CHANGE-RATE - QUEUE A CHANGE.  ONCE APPLIED IT WRITES  *
002390*    A NEW DATED ENTRY AND LEAVES THE OLD VALUE IN PLACE, SO     *
002400*    PRIOR DAYS STILL PRICE WITH THE RATE THEY HAD.  THE CODE    *
002410*    MUST ALREADY HAVE HISTORY ON THE TABLE - USE AN ADD CARD    *
002420*    FOR A BRAND NEW CODE - AND NO ENTRY ON THE NEW EFFECTIVE    *
002425*    DATE.  THE CALC002 LOOKUP TAKES THE LATEST ENTRY IN FORCE   *
002430*    ON A GIVEN DATE, SO THE NEW ENTRY SUPERSEDES THE OLD ONE    *
002440*    FROM ITS OWN EFFECTIVE DATE FORWARD.                        *
002450******************************************************************
002660     END-IF.
002670     MOVE MC-RATE-CODE  TO RM-RATE-CODE.
002680     MOVE MC-EFF-DATE   TO RM-EFF-DATE.
002690     SET WS-ENTRY-FOUND TO TRUE.
002700     READ RATE-FILE
002730         INVALID KEY
002740             MOVE 'N' TO WS-ENTRY-FOUND-SW
002750     END-READ.
002760     IF WS-ENTRY-FOUND
002770         SET WS-CARD-FAILED TO TRUE
002780         DISPLAY 'CALC006 - RATE ' MC-RATE-CODE
002781             ' ALREADY HAS AN ENTRY DATED ' MC-EFF-DATE
002782             ' - CHANGE IGNORED.'
002783         GO TO 4000-EXIT
002784     END-IF.
002785     PERFORM 8000-QUEUE-CHANGE THRU 8000-EXIT.
002790     IF WS-CARD-OK
002800         ADD 1 TO WS-CNT-CHANGED
002810         DISPLAY 'CALC006 - CHANGE OF RATE ' MC-RATE-CODE
002820             ' EFFECTIVE ' MC-EFF-DATE ' QUEUED AS ' PC-PEND-KEY
002830     END-IF.
002840 4000-EXIT.
002850     EXIT.
002860******************************************************************
002870*    5000-EXPIRE-RATE - QUEUE AN EXPIRY OF THE CODE'S LATEST     *
002880*    DATED ENTRY AS OF THE CARD'S EXPIRY DATE.  ONCE APPLIED     *
002890*    THE ENTRY STAYS ACTIVE AND THE DATE WINDOW IN THE CALC002   *
002900*    LOOKUP DOES THE EXPIRY, SO THE RATE REMAINS USABLE UP TO    *
002910*    AND INCLUDING THAT DATE; A DATE ALREADY PAST (OR ZERO) ON   *
002920*    THE DAY IT IS APPLIED MARKS THE ENTRY STATUS 'E' AND STOPS  *
002930*    IT AT ONCE.  EARLIER HISTORY ENTRIES ARE LEFT ALONE - THEY  *
002935*    STILL PRICE THEIR OWN DAYS.  VALUE COLUMNS IGNORED.         *
002940******************************************************************
002950 5000-EXPIRE-RATE.
002960     IF MC-EXP-DATE IS NOT NUMERIC
003060             ' NOT ON TABLE - EXPIRE IGNORED.'
003070         GO TO 5000-EXIT
003080     END-IF.
003090     PERFORM 8000-QUEUE-CHANGE THRU 8000-EXIT.
003300     IF WS-CARD-OK
003310         ADD 1 TO WS-CNT-EXPIRED
003320         DISPLAY 'CALC006 - EXPIRY OF RATE ' MC-RATE-CODE
003330             ' ENTRY EFFECTIVE ' WS-LAST-EFF-DATE ' QUEUED AS '
003335             PC-PEND-KEY
003340     END-IF.
003350 5000-EXIT.
003360     EXIT.
004250 7100-EXIT.
004260     EXIT.
004270******************************************************************
004271*    8000-QUEUE-CHANGE - WRITE THE CARD TO THE PENDING-CHANGE    *
004272*    FILE AS A NEW REQUEST AGAINST THE RATES TABLE, OWNED BY     *
004273*    THE SUBMITTER.  THE REQUEST ID IS THE RUN'S START DATE AND  *
004274*    TIME PLUS A SEQUENCE; A KEY ALREADY TAKEN (ANOTHER RUN      *
004275*    STARTED IN THE SAME HUNDREDTH OF A SECOND) STEPS THE        *
004276*    SEQUENCE AND TRIES AGAIN.                                   *
004277******************************************************************
004278 8000-QUEUE-CHANGE.
004279     MOVE SPACES         TO PC-PEND-REC.
004280     MOVE WS-RUN-DATE    TO PC-REQ-DATE.
004281     MOVE WS-REQ-TIME    TO PC-REQ-TIME.
004282     MOVE 'RATE'         TO PC-TABLE-ID.
004283     MOVE 'P'            TO PC-PEND-STATUS.
004284     MOVE WS-USER-ID     TO PC-REQUESTER.
004285     MOVE ZERO           TO PC-DECISION-DATE.
004286     MOVE ZERO           TO PC-DECISION-TIME.
004287     MOVE MAINT-CARD-REC TO PC-CHANGE-CARD.
004288 8000-WRITE-REQUEST.
004289     ADD 1 TO WS-REQ-SEQ.
004290     MOVE WS-REQ-SEQ     TO PC-REQ-SEQ.
004291     WRITE PC-PEND-REC
004292         INVALID KEY
004293             IF WS-PEND-STATUS = '22'
004294                 AND WS-REQ-SEQ < 9999
004295                 GO TO 8000-WRITE-REQUEST
004296             END-IF
004297             SET WS-CARD-FAILED TO TRUE
004298             DISPLAY 'CALC006 - PENDING-CHANGE WRITE FAILED FOR '
004299                 MC-RATE-CODE ', STATUS=' WS-PEND-STATUS
004300     END-WRITE.
004301 8000-EXIT.
004302     EXIT.
004303******************************************************************
004304*    9000-TERMINATE - END-OF-RUN SUMMARY.  ANY FAILED CARD ENDS  *
004305*    THE JOB WITH A NONZERO RETURN CODE SO THE OPERATOR SEES     *
004306*    NOT EVERY CHANGE WAS QUEUED.                                *
004310******************************************************************
004320 9000-TERMINATE.
004330     DISPLAY ' '.
004340     DISPLAY '=================================================='.
004350     DISPLAY '  CALC006 - END OF RUN SUMMARY'.
004360     DISPLAY '=================================================='.
004370     DISPLAY '  ADDS QUEUED........: ', WS-CNT-ADDED.
004380     DISPLAY '  CHANGES QUEUED.....: ', WS-CNT-CHANGED.
004390     DISPLAY '  EXPIRIES QUEUED....: ', WS-CNT-EXPIRED.
004400     DISPLAY '  ENTRIES LISTED.....: ', WS-CNT-LISTED.
004410     DISPLAY '  CARDS FAILED.......: ', WS-CNT-FAILED.
004415     DISPLAY '  REQUESTED BY.......: ', WS-USER-ID.
004420     DISPLAY '=================================================='.
004430     IF WS-CNT-FAILED > ZERO
004440         MOVE 8 TO RETURN-CODE
