000350*                RATE STAYS USABLE UP TO AND INCLUDING THAT      *
000360*                DATE, AND A PAST OR ZERO DATE STOPS IT AT ONCE) *
000370*                                                                *
000371*    A, C AND E CARDS ARE NO LONGER APPLIED HERE.  A CARD THAT   *
000372*    PASSES ITS EDITS IS QUEUED ON THE PENDING-CHANGE FILE       *
000373*    (PENDCHG) UNDER THE SUBMITTER'S USER ID, TAKEN FROM THE     *
000374*    EXEC PARM, AND THE TABLE IS ONLY READ.  CALC023, RUN BY A   *
000375*    DIFFERENT USER ID, APPLIES OR DECLINES EACH REQUEST AND     *
000376*    LOGS EVERY CHANGE IT APPLIES ON CHGLOG.  L CARDS STILL      *
000377*    LIST AT ONCE.                                               *
000378*                                                                *
000380*    MODIFICATION HISTORY                                        *
000390*    ------------------------------------------------------      *
000400*    2026-09-02  JA   INITIAL VERSION.                           *
000401*    2026-10-07  JA   DUAL CONTROL - A/C/E CARDS ARE EDITED AND  *
000402*                     QUEUED ON PENDCHG UNDER THE PARM USER ID   *
000403*                     INSTEAD OF UPDATING THE TABLE; CALC023     *
000404*                     APPLIES THEM ONCE A DIFFERENT USER         *
000405*                     APPROVES.  THE TABLE IS NOW OPENED INPUT.  *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. CALC013.
000550     SELECT MAINT-CARDS ASSIGN TO SYSIN
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SYSIN-STATUS.
000571     SELECT OPTIONAL PEND-FILE ASSIGN TO PENDCHG
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS RANDOM
000574         RECORD KEY IS PC-PEND-KEY
000575         FILE STATUS IS WS-PEND-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CURR-FILE
000790     05  FILLER              PIC X(01).
000800     05  MC-EXP-DATE         PIC 9(08).
000810     05  FILLER              PIC X(46).
000812 FD  PEND-FILE
000814     LABEL RECORDS ARE STANDARD.
000816 01  PC-PEND-REC.
000818     COPY PENDREC REPLACING ==:TAG:== BY ==PC==.
000820 WORKING-STORAGE SECTION.
000830 01  WS-CURR-STATUS          PIC X(02).
000840     88  WS-CURR-FILE-OK             VALUE '00' '05'.
000850 01  WS-SYSIN-STATUS         PIC X(02).
000860     88  WS-SYSIN-AVAILABLE          VALUE '00'.
000863 01  WS-PEND-STATUS          PIC X(02).
000866     88  WS-PEND-FILE-OK             VALUE '00' '05'.
000870 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
000880     88  WS-EOF                      VALUE 'Y'.
000890     88  WS-NOT-EOF                  VALUE 'N'.
001000 01  WS-CNT-LISTED           PIC 9(06)    COMP VALUE ZERO.
001010 01  WS-RUN-DATE             PIC 9(08)    VALUE ZERO.
001020******************************************************************
001021*    PENDING-CHANGE FIELDS - THE SUBMITTER'S USER ID FROM THE    *
001022*    EXEC PARM, AND THE PARTS OF EACH REQUEST ID: THE RUN'S      *
001023*    START DATE AND TIME PLUS A SEQUENCE WITHIN THE RUN.         *
001024******************************************************************
001025 01  WS-USER-ID              PIC X(08)    VALUE SPACES.
001026 01  WS-USER-ID-R REDEFINES WS-USER-ID.
001027     05  WS-USER-CHAR        PIC X(01)    OCCURS 8 TIMES.
001028 01  WS-PARM-IX              PIC 9(04)    COMP VALUE ZERO.
001029 01  WS-REQ-TIME             PIC 9(08)    VALUE ZERO.
001030 01  WS-REQ-SEQ              PIC 9(04)    COMP VALUE ZERO.
001031******************************************************************
001032*    HISTORY-SCAN WORKING FIELDS - USED BY THE CHANGE AND        *
001040*    EXPIRE ACTIONS TO FIND A CODE'S ENTRIES, AND BY THE LIST    *
001050*    ACTION TO WALK THEM.                                        *
001060******************************************************************
001110 01  WS-LAST-EFF-DATE        PIC 9(08)    VALUE ZERO.
001120 01  WS-LIST-CODE            PIC X(03)    VALUE SPACES.
001130 01  WS-DISPLAY-RATE         PIC -(3)9,9(6).
001140 LINKAGE SECTION.
001141******************************************************************
001142*    PARM-AREA - THE EXEC PARM: HALFWORD LENGTH THEN THE TEXT,   *
001143*    THE SUBMITTER'S USER ID (PARM='&SYSUID' ON THE EXEC CARD).  *
001144******************************************************************
001145 01  PARM-AREA.
001146     05  PARM-LENGTH         PIC S9(04)   COMP.
001147     05  PARM-USER-ID.
001148         10  PARM-USER-CHAR  PIC X(01)    OCCURS 8 TIMES.
001149 PROCEDURE DIVISION USING PARM-AREA.
001150******************************************************************
001160*    0000-MAINLINE                                               *
001170******************************************************************
001230 0000-EXIT.
001240     EXIT.
001250******************************************************************
001260*    1000-INITIALIZE - TAKE THE SUBMITTER'S USER ID FROM THE     *
001270*    PARM (NONE IS FATAL - EVERY REQUEST MUST HAVE AN OWNER),    *
001280*    THEN OPEN THE CURRENCY TABLE FOR READING, THE PENDING-      *
001282*    CHANGE FILE AND THE MAINTENANCE CARDS.  BOTH KEYED FILES    *
001284*    ARE OPTIONAL SO THE VERY FIRST RUN CAN QUEUE ADDS FOR AN    *
001286*    EMPTY CLUSTER.                                              *
001290******************************************************************
001300 1000-INITIALIZE.
001310     DISPLAY 'CALC013 - CURRENCY-TABLE MAINTENANCE'.
001320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001330     ACCEPT WS-REQ-TIME FROM TIME.
001331     IF ADDRESS OF PARM-AREA NOT = NULL
001332         PERFORM 1100-TAKE-USER-CHAR THRU 1100-EXIT
001333             VARYING WS-PARM-IX FROM 1 BY 1
001334             UNTIL WS-PARM-IX > PARM-LENGTH
001335                OR WS-PARM-IX > 8
001336     END-IF.
001337     IF WS-USER-ID = SPACES
001338         DISPLAY 'CALC013 - NO SUBMITTER USER ID IN THE EXEC '
001339             'PARM - RUN ABANDONED.'
001340         MOVE 12 TO RETURN-CODE
001341         STOP RUN
001342     END-IF.
001343     OPEN INPUT CURR-FILE.
001344     IF NOT WS-CURR-FILE-OK
001350         DISPLAY 'CALC013 - CURRENCY TABLE COULD NOT BE OPENED, '
001360             'STATUS=' WS-CURR-STATUS ' - RUN ABANDONED.'
001370         MOVE 12 TO RETURN-CODE
001440         MOVE 12 TO RETURN-CODE
001450         STOP RUN
001460     END-IF.
001461     OPEN I-O PEND-FILE.
001462     IF NOT WS-PEND-FILE-OK
001463         DISPLAY 'CALC013 - PENDING-CHANGE FILE COULD NOT BE '
001464             'OPENED, STATUS=' WS-PEND-STATUS ' - RUN ABANDONED.'
001465         MOVE 12 TO RETURN-CODE
001466         STOP RUN
001467     END-IF.
001468     DISPLAY 'CALC013 - CHANGES QUEUED FOR APPROVAL, '
001469         'REQUESTED BY ' WS-USER-ID.
001470 1000-EXIT.
001480     EXIT.
001490******************************************************************
001500*    1100-TAKE-USER-CHAR - ONE CHARACTER OF THE PARM USER ID.    *
001501******************************************************************
001502 1100-TAKE-USER-CHAR.
001503     MOVE PARM-USER-CHAR (WS-PARM-IX)
001504         TO WS-USER-CHAR (WS-PARM-IX).
001505 1100-EXIT.
001506     EXIT.
001507******************************************************************
001508*    2000-PROCESS-CARDS - EDIT AND QUEUE EVERY MAINTENANCE       *
001509*    CARD.                                                       *
001510******************************************************************
001520 2000-PROCESS-CARDS.
001530     PERFORM 2100-READ-CARD THRU 2100-EXIT.
001540     PERFORM 2200-APPLY-CARD THRU 2200-EXIT
001550         UNTIL WS-EOF.
001560     CLOSE MAINT-CARDS
001570     CLOSE CURR-FILE
001575     CLOSE PEND-FILE.
001580 2000-EXIT.
001590     EXIT.
001600******************************************************************
001940 2200-EXIT.
001950     EXIT.
001960******************************************************************
001970*    3000-ADD-RATE - QUEUE A NEW ACTIVE DATED ENTRY FOR THE      *
001980*    CODE.  A CODE THAT ALREADY HAS AN ENTRY ON THAT EFFECTIVE   *
001990*    DATE FAILS THE CARD - THE HISTORY ALREADY HAS THAT DAY.     *
002000******************************************************************
002010 3000-ADD-RATE.
002020     IF MC-CONV-RATE IS NOT NUMERIC
002140     END-IF.
002150     MOVE MC-CURRENCY-CODE  TO CM-CURRENCY-CODE.
002160     MOVE MC-EFF-DATE   TO CM-EFF-DATE.
002170     SET WS-ENTRY-FOUND TO TRUE.
002180     READ CURR-FILE
002210         INVALID KEY
002220             MOVE 'N' TO WS-ENTRY-FOUND-SW
002230     END-READ.
002240     IF WS-ENTRY-FOUND
002250         SET WS-CARD-FAILED TO TRUE
002260         DISPLAY 'CALC013 - CURRENCY ' MC-CURRENCY-CODE
002261             ' ALREADY HAS AN ENTRY DATED ' MC-EFF-DATE
002262             ' - ADD IGNORED.'
002263         GO TO 3000-EXIT
002264     END-IF.
002265     PERFORM 8000-QUEUE-CHANGE THRU 8000-EXIT.
002270     IF WS-CARD-OK
002280         ADD 1 TO WS-CNT-ADDED
002290         DISPLAY 'CALC013 - ADD OF CURRENCY ' MC-CURRENCY-CODE
002300             ' EFFECTIVE ' MC-EFF-DATE ' QUEUED AS ' PC-PEND-KEY
002310     END-IF.
002320 3000-EXIT.
002330     EXIT.
002340******************************************************************
002350*    4000-CHANGE-RATE - QUEUE A CHANGE.  ONCE APPLIED IT WRITES  *
002360*    A NEW DATED ENTRY AND LEAVES THE OLD VALUE IN PLACE, SO     *
002370*    PRIOR DAYS STILL PRICE WITH THE RATE THEY HAD.  THE CODE    *
002380*    MUST ALREADY HAVE HISTORY ON THE TABLE - USE AN ADD CARD    *
002390*    FOR A BRAND NEW CODE - AND NO ENTRY ON THE NEW EFFECTIVE    *
002395*    DATE.  THE CALC002 LOOKUP TAKES THE LATEST ENTRY IN FORCE   *
002400*    ON A GIVEN DATE, SO THE NEW ENTRY SUPERSEDES THE OLD ONE    *
002410*    FROM ITS OWN EFFECTIVE DATE FORWARD.                        *
002420******************************************************************
002630     END-IF.
002640     MOVE MC-CURRENCY-CODE  TO CM-CURRENCY-CODE.
002650     MOVE MC-EFF-DATE   TO CM-EFF-DATE.
002660     SET WS-ENTRY-FOUND TO TRUE.
002670     READ CURR-FILE
002700         INVALID KEY
002710             MOVE 'N' TO WS-ENTRY-FOUND-SW
002720     END-READ.
002730     IF WS-ENTRY-FOUND
002740         SET WS-CARD-FAILED TO TRUE
002750         DISPLAY 'CALC013 - CURRENCY ' MC-CURRENCY-CODE
002751             ' ALREADY HAS AN ENTRY DATED ' MC-EFF-DATE
002752             ' - CHANGE IGNORED.'
002753         GO TO 4000-EXIT
002754     END-IF.
002755     PERFORM 8000-QUEUE-CHANGE THRU 8000-EXIT.
002760     IF WS-CARD-OK
002770         ADD 1 TO WS-CNT-CHANGED
002780         DISPLAY 'CALC013 - CHANGE OF CURRENCY ' MC-CURRENCY-CODE
002790             ' EFFECTIVE ' MC-EFF-DATE ' QUEUED AS ' PC-PEND-KEY
002800     END-IF.
002810 4000-EXIT.
002820     EXIT.
002830******************************************************************
002840*    5000-EXPIRE-RATE - QUEUE AN EXPIRY OF THE CODE'S LATEST     *
002850*    DATED ENTRY AS OF THE CARD'S EXPIRY DATE.  ONCE APPLIED     *
002860*    THE ENTRY STAYS ACTIVE AND THE DATE WINDOW IN THE CALC002   *
002870*    LOOKUP DOES THE EXPIRY, SO THE RATE REMAINS USABLE UP TO    *
002880*    AND INCLUDING THAT DATE; A DATE ALREADY PAST (OR ZERO) ON   *
002890*    THE DAY IT IS APPLIED MARKS THE ENTRY STATUS 'E' AND STOPS  *
002900*    IT AT ONCE.  EARLIER HISTORY ENTRIES ARE LEFT ALONE - THEY  *
002905*    STILL PRICE THEIR OWN DAYS.  VALUE COLUMNS IGNORED.         *
002910******************************************************************
002920 5000-EXPIRE-RATE.
002930     IF MC-EXP-DATE IS NOT NUMERIC
003030             ' NOT ON TABLE - EXPIRE IGNORED.'
003040         GO TO 5000-EXIT
003050     END-IF.
003060     PERFORM 8000-QUEUE-CHANGE THRU 8000-EXIT.
003270     IF WS-CARD-OK
003280         ADD 1 TO WS-CNT-EXPIRED
003290         DISPLAY 'CALC013 - EXPIRY OF CURRENCY ' MC-CURRENCY-CODE
003300             ' ENTRY EFFECTIVE ' WS-LAST-EFF-DATE ' QUEUED AS '
003305             PC-PEND-KEY
003310     END-IF.
003320 5000-EXIT.
003330     EXIT.
004220 7100-EXIT.
004230     EXIT.
004240******************************************************************
004241*    8000-QUEUE-CHANGE - WRITE THE CARD TO THE PENDING-CHANGE    *
004242*    FILE AS A NEW REQUEST AGAINST THE CURRENCY TABLE, OWNED BY  *
004243*    THE SUBMITTER.  THE REQUEST ID IS THE RUN'S START DATE AND  *
004244*    TIME PLUS A SEQUENCE; A KEY ALREADY TAKEN (ANOTHER RUN      *
004245*    STARTED IN THE SAME HUNDREDTH OF A SECOND) STEPS THE        *
004246*    SEQUENCE AND TRIES AGAIN.                                   *
004247******************************************************************
004248 8000-QUEUE-CHANGE.
004249     MOVE SPACES         TO PC-PEND-REC.
004250     MOVE WS-RUN-DATE    TO PC-REQ-DATE.
004251     MOVE WS-REQ-TIME    TO PC-REQ-TIME.
004252     MOVE 'CURR'         TO PC-TABLE-ID.
004253     MOVE 'P'            TO PC-PEND-STATUS.
004254     MOVE WS-USER-ID     TO PC-REQUESTER.
004255     MOVE ZERO           TO PC-DECISION-DATE.
004256     MOVE ZERO           TO PC-DECISION-TIME.
004257     MOVE MAINT-CARD-REC TO PC-CHANGE-CARD.
004258 8000-WRITE-REQUEST.
004259     ADD 1 TO WS-REQ-SEQ.
004260     MOVE WS-REQ-SEQ     TO PC-REQ-SEQ.
004261     WRITE PC-PEND-REC
004262         INVALID KEY
004263             IF WS-PEND-STATUS = '22'
004264                 AND WS-REQ-SEQ < 9999
004265                 GO TO 8000-WRITE-REQUEST
004266             END-IF
004267             SET WS-CARD-FAILED TO TRUE
004268             DISPLAY 'CALC013 - PENDING-CHANGE WRITE FAILED FOR '
004269                 MC-CURRENCY-CODE ', STATUS=' WS-PEND-STATUS
004270     END-WRITE.
004271 8000-EXIT.
004272     EXIT.
004273******************************************************************
004274*    9000-TERMINATE - END-OF-RUN SUMMARY.  ANY FAILED CARD ENDS  *
004275*    THE JOB WITH A NONZERO RETURN CODE SO THE OPERATOR SEES     *
004276*    NOT EVERY CHANGE WAS QUEUED.                                *
004280******************************************************************
004290 9000-TERMINATE.
004300     DISPLAY ' '.
004310     DISPLAY '=================================================='.
004320     DISPLAY '  CALC013 - END OF RUN SUMMARY'.
004330     DISPLAY '=================================================='.
004340     DISPLAY '  ADDS QUEUED........: ', WS-CNT-ADDED.
004350     DISPLAY '  CHANGES QUEUED.....: ', WS-CNT-CHANGED.
004360     DISPLAY '  EXPIRIES QUEUED....: ', WS-CNT-EXPIRED.
004370     DISPLAY '  ENTRIES LISTED.....: ', WS-CNT-LISTED.
004380     DISPLAY '  CARDS FAILED.......: ', WS-CNT-FAILED.
004385     DISPLAY '  REQUESTED BY.......: ', WS-USER-ID.
004390     DISPLAY '=================================================='.
004400     IF WS-CNT-FAILED > ZERO
004410         MOVE 8 TO RETURN-CODE
