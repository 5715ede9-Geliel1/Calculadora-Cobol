000290*    - A BUSY NIGHT CAN NO LONGER ABANDON THE RUN ON A TABLE     *
000300*    CEILING.  THE POSTING PAIRS COME OUT IN BUCKET-KEY ORDER.   *
000310*                                                                *
000311*    EACH RUN ALSO RECORDS STAGE 3 OF THE NIGHTLY BALANCING      *
000312*    CONTROL FILE (BALCTL) UNDER THE RUN IDENTITY CALC002        *
000313*    STAMPED ON THE TRANS-OUT RECORDS: RECORDS READ, NOT         *
000314*    POSTABLE, SUMMARIZED AND THE NET POSTED, FOR THE CALC025    *
000315*    ROLL-FORWARD.  A STEP WITH NO BALCTL DD (THE CALC014        *
000316*    RELEASE STEP) RECORDS NOTHING.                              *
000317*                                                                *
000320*    MODIFICATION HISTORY                                        *
000330*    ------------------------------------------------------      *
000340*    2026-08-23  JA   INITIAL VERSION.                           *
000430*                     RECORD, SO THE GL FEED IS WHOLLY IN BASE   *
000440*                     CURRENCY; OLDER RECORDS WITHOUT THE FIELD  *
000450*                     FALL BACK TO RESULTADO AS BEFORE.          *
000451*    2026-10-09  JA   STAGE 3 OF THE BALANCING CONTROL FILE      *
000452*                     (BALCTL) - WRITTEN ONLY WHEN THE DD IS     *
000453*                     PRESENT, SO THE CALC014 RELEASE STEP       *
000454*                     LEAVES THE NIGHT'S STAGE ALONE.            *
000455*    2026-10-15  JA   A BALANCING STAGE 3 THAT CANNOT BE OPENED  *
000456*                     OR WRITTEN ENDS THE RUN RC=4 AND IS NO     *
000457*                     LONGER REPORTED AS RECORDED.               *
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. CALC003.
000570     SELECT GL-POST   ASSIGN TO GLPOST
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT SORT-FILE ASSIGN TO SORTWORK.
000591     SELECT OPTIONAL BAL-FILE ASSIGN TO BALCTL
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS RANDOM
000594         RECORD KEY IS BC-BAL-KEY
000595         FILE STATUS IS WS-BAL-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  TRANS-IN
000670     LABEL RECORDS ARE STANDARD.
000680 01  GLP-POST-REC.
000690     COPY GLPOST REPLACING ==:TAG:== BY ==GLP==.
000692 FD  BAL-FILE
000694     LABEL RECORDS ARE STANDARD.
000696 01  BC-BAL-REC.
000698     COPY BALREC REPLACING ==:TAG:== BY ==BC==.
000700 SD  SORT-FILE.
000710 01  SRT-REC.
000720     05  SRT-ACCOUNT         PIC X(08).
001200 01  WS-TOT-CREDITS          PIC 9(13)V99 VALUE ZERO.
001210 01  WS-ABS-AMOUNT           PIC 9(11)V99 VALUE ZERO.
001220 01  WS-RUN-DATE             PIC 9(08).
001221 01  WS-RUN-TIME             PIC 9(08).
001222******************************************************************
001223*    NIGHTLY BALANCING FIELDS - THE RUN IDENTITY OFF THE FIRST   *
001224*    TRANS-OUT RECORD THAT CARRIES ONE, THE AMOUNTS READ AND     *
001225*    LEFT UNPOSTED (BASE-CURRENCY FIGURE, AS POSTED) AND THE     *
001226*    NET POSTED TO THE CODED ACCOUNTS, DEBIT POSITIVE.  ONLY A   *
001227*    CLEAN '00' OPEN OF THE CONTROL FILE IS WRITTEN TO - '05'    *
001228*    MEANS THE STEP HAS NO BALCTL DD.                            *
001229******************************************************************
001230 01  WS-BAL-STATUS           PIC X(02).
001231     88  WS-BAL-FILE-OPEN            VALUE '00'.
001232     88  WS-BAL-FILE-ABSENT          VALUE '05'.
001233 01  WS-RUN-ID               PIC X(11)    VALUE SPACES.
001234 01  WS-REC-AMOUNT           PIC S9(11)V99 VALUE ZERO.
001235 01  WS-AMT-READ             PIC S9(13)V99 VALUE ZERO.
001236 01  WS-AMT-NOT-POSTED       PIC S9(13)V99 VALUE ZERO.
001237 01  WS-AMT-SUMMARIZED       PIC S9(13)V99 VALUE ZERO.
001238 01  WS-AMT-POSTED-NET       PIC S9(13)V99 VALUE ZERO.
001239******************************************************************
001240*    DISPLAY-EDITED FIELDS FOR THE END-OF-RUN SUMMARY.           *
001250******************************************************************
001260 01  WS-DISPLAY-TOTAL        PIC -(12)9,99.
001750             MOVE 'Y' TO WS-EOF-SW
001760         NOT AT END
001770             ADD 1 TO WS-CNT-READ
001772             IF WS-RUN-ID = SPACES
001774                 MOVE IN-RUN-ID TO WS-RUN-ID
001776             END-IF
001780     END-READ.
001790 2100-EXIT.
001800     EXIT.
001820*    2200-RELEASE-RECORD - ONE RECORD INTO THE SORT.  RECORDS    *
001830*    WITH NO GL ACCOUNT CODED PREDATE THE LEDGER-CODING FIELDS   *
001840*    AND ARE COUNTED AND SKIPPED - THERE IS NOTHING TO POST      *
001850*    THEM TO.  EVERY RECORD'S AMOUNT IS TAKEN FIRST SO THE       *
001855*    AMOUNT READ SPLITS EXACTLY INTO SUMMARIZED AND NOT POSTED.  *
001860******************************************************************
001870 2200-RELEASE-RECORD.
001871     MOVE ZERO TO WS-REC-AMOUNT.
001872     IF IN-BASE-RESULT IS NUMERIC
001873         MOVE IN-BASE-RESULT TO WS-REC-AMOUNT
001874     ELSE
001875         IF IN-RESULTADO IS NUMERIC
001876             MOVE IN-RESULTADO TO WS-REC-AMOUNT
001877         END-IF
001878     END-IF.
001879     ADD WS-REC-AMOUNT TO WS-AMT-READ.
001880     IF IN-GL-ACCOUNT = SPACES
001890         ADD 1 TO WS-CNT-NO-ACCOUNT
001895         ADD WS-REC-AMOUNT TO WS-AMT-NOT-POSTED
001900         GO TO 2200-NEXT
001910     END-IF.
001920     IF IN-RESULTADO IS NOT NUMERIC
001930         ADD 1 TO WS-CNT-BAD-AMOUNT
001935         ADD WS-REC-AMOUNT TO WS-AMT-NOT-POSTED
001940         GO TO 2200-NEXT
001950     END-IF.
001960     IF IN-EFFECT-DATE IS NOT NUMERIC OR IN-EFFECT-DATE = ZERO
002080     END-IF.
002090     RELEASE SRT-REC.
002100     ADD 1 TO WS-CNT-SUMMARIZED.
002105     ADD SRT-AMOUNT TO WS-AMT-SUMMARIZED.
002110 2200-NEXT.
002120     PERFORM 2100-READ-TRANSOUT THRU 2100-EXIT.
002130 2200-EXIT.
003030     ELSE
003040         ADD WS-ABS-AMOUNT TO WS-TOT-CREDITS
003050     END-IF.
003051     IF WS-POST-ACCOUNT NOT = WS-CLEARING-ACCOUNT
003052         IF WS-POST-DEBIT
003053             ADD WS-ABS-AMOUNT TO WS-AMT-POSTED-NET
003054         ELSE
003055             SUBTRACT WS-ABS-AMOUNT FROM WS-AMT-POSTED-NET
003056         END-IF
003057     END-IF.
003060     WRITE GLP-POST-REC.
003070 3200-EXIT.
003080     EXIT.
003100*    9000-TERMINATE - END-OF-RUN SUMMARY AND BALANCE PROOF.  AN  *
003110*    OUT-OF-BALANCE FILE (WHICH THE PAIRING LOGIC SHOULD MAKE    *
003120*    IMPOSSIBLE) ENDS THE JOB WITH A NONZERO RETURN CODE SO THE  *
003130*    GL IMPORT STEP CAN BE CONDITIONED ON A CLEAN EXTRACT.  THE  *
003133*    BALANCING STAGE IS RECORDED LAST, WITH THE RETURN CODE      *
003136*    SET.                                                        *
003140******************************************************************
003150 9000-TERMINATE.
003160     DISPLAY ' '.
003220     DISPLAY '  SUMMARIZED.........: ', WS-CNT-SUMMARIZED.
003230     DISPLAY '  NO GL ACCOUNT......: ', WS-CNT-NO-ACCOUNT.
003240     DISPLAY '  BAD AMOUNT.........: ', WS-CNT-BAD-AMOUNT.
003243     MOVE WS-AMT-NOT-POSTED TO WS-DISPLAY-TOTAL
003246     DISPLAY '  NOT POSTED AMOUNT..: ', WS-DISPLAY-TOTAL.
003250     DISPLAY '  SUMMARY BUCKETS....: ', WS-CNT-BUCKETS.
003260     DISPLAY '  POSTING PAIRS......: ', WS-CNT-PAIRS.
003270     MOVE WS-TOT-DEBITS TO WS-DISPLAY-TOTAL
003350         MOVE 8 TO RETURN-CODE
003360     END-IF.
003370     DISPLAY '=================================================='.
003375     PERFORM 9100-RECORD-BALANCE-STAGE THRU 9100-EXIT.
003380 9000-EXIT.
003390     EXIT.
003400******************************************************************
003410*    9100-RECORD-BALANCE-STAGE - WRITE (OR, ON A RERUN,          *
003420*    REPLACE) STAGE 3 ON THE BALANCING CONTROL FILE: READ =      *
003430*    SUMMARIZED + NOT POSTABLE (NO GL ACCOUNT OR BAD AMOUNT),    *
003440*    COUNT AND AMOUNT, AND THE PAIRS WRITTEN WITH THEIR NET      *
003450*    POSTED.  NOTHING IS RECORDED WITHOUT A RUN IDENTITY OR      *
003460*    WITHOUT A BALCTL DD; ANY OTHER OPEN FAILURE, OR A FAILED    *
003470*    WRITE, IS A WARNING (RC=4) - THE POSTINGS STILL STAND.      *
003480******************************************************************
003490 9100-RECORD-BALANCE-STAGE.
003500     IF WS-RUN-ID = SPACES
003510         DISPLAY 'CALC003 - NO RUN IDENTITY ON TRANS-IN - '
003520             'BALANCING STAGE 3 NOT RECORDED.'
003530         GO TO 9100-EXIT
003540     END-IF.
003550     OPEN I-O BAL-FILE.
003560     IF WS-BAL-FILE-ABSENT
003570         CLOSE BAL-FILE
003580         GO TO 9100-EXIT
003590     END-IF.
003600     IF NOT WS-BAL-FILE-OPEN
003610         DISPLAY 'WARNING - BALANCING CONTROL FILE COULD NOT BE '
003620             'OPENED, STATUS=' WS-BAL-STATUS
003630             ' - STAGE 3 NOT RECORDED.'
003640         PERFORM 9110-STAGE-WARNING THRU 9110-EXIT
003650         GO TO 9100-EXIT
003660     END-IF.
003670     MOVE SPACES TO BC-BAL-REC.
003680     MOVE ZERO TO BC-CNT-IN.
003690     MOVE ZERO TO BC-CNT-HELD-OUT.
003700     MOVE ZERO TO BC-CNT-OUT.
003710     MOVE ZERO TO BC-CNT-COMMITTED.
003720     MOVE ZERO TO BC-CNT-REJECTED.
003730     MOVE ZERO TO BC-CNT-HELD.
003740     MOVE ZERO TO BC-CNT-PAIRS.
003750     MOVE ZERO TO BC-CNT-ACCEPTED.
003760     MOVE ZERO TO BC-CNT-NOT-ACKED.
003770     MOVE ZERO TO BC-CNT-EXCEPTIONS.
003780     MOVE ZERO TO BC-AMT-IN.
003790     MOVE ZERO TO BC-AMT-HELD-OUT.
003800     MOVE ZERO TO BC-AMT-OUT.
003810     MOVE ZERO TO BC-AMT-REJECTED.
003820     MOVE ZERO TO BC-AMT-HELD.
003830     MOVE ZERO TO BC-SUM-RESULTADO.
003840     MOVE ZERO TO BC-SUM-BASE-RESULT.
003850     MOVE ZERO TO BC-AMT-POSTED.
003860     MOVE ZERO TO BC-AMT-ACCEPTED.
003870     MOVE ZERO TO BC-AMT-NOT-ACKED.
003880     ACCEPT WS-RUN-TIME FROM TIME.
003890     MOVE WS-RUN-ID          TO BC-RUN-ID.
003900     MOVE '3'                TO BC-STAGE.
003910     MOVE 'CALC003'          TO BC-PROGRAM.
003920     MOVE WS-RUN-DATE        TO BC-WRITTEN-DATE.
003930     MOVE WS-RUN-TIME        TO BC-WRITTEN-TIME.
003940     MOVE RETURN-CODE        TO BC-RETURN-CODE.
003950     MOVE WS-CNT-READ        TO BC-CNT-IN.
003960     MOVE WS-AMT-READ        TO BC-AMT-IN.
003970     COMPUTE BC-CNT-REJECTED = WS-CNT-NO-ACCOUNT
003980         + WS-CNT-BAD-AMOUNT.
003990     MOVE WS-AMT-NOT-POSTED  TO BC-AMT-REJECTED.
004000     MOVE WS-CNT-SUMMARIZED  TO BC-CNT-OUT.
004010     MOVE WS-AMT-SUMMARIZED  TO BC-AMT-OUT.
004020     MOVE WS-CNT-PAIRS       TO BC-CNT-PAIRS.
004030     MOVE WS-AMT-POSTED-NET  TO BC-AMT-POSTED.
004040     WRITE BC-BAL-REC
004050         INVALID KEY
004060             REWRITE BC-BAL-REC
004070                 INVALID KEY
004080                     DISPLAY 'WARNING - BALANCING STAGE 3 NOT '
004090                         'WRITTEN, STATUS=' WS-BAL-STATUS
004100                     CLOSE BAL-FILE
004110                     PERFORM 9110-STAGE-WARNING THRU 9110-EXIT
004120                     GO TO 9100-EXIT
004130             END-REWRITE
004140     END-WRITE.
004150     CLOSE BAL-FILE.
004160     DISPLAY 'CALC003 - BALANCING STAGE 3 RECORDED FOR RUN '
004170         WS-RUN-ID.
004180 9100-EXIT.
004190     EXIT.
004200******************************************************************
004210*    9110-STAGE-WARNING - A STAGE THAT COULD NOT BE RECORDED     *
004220*    ENDS THE RUN AT LEAST RC=4, SO THE GAP SHOWS ON THE JOB     *
004230*    BEFORE CALC025 REPORTS THE STAGE MISSING.                   *
004240******************************************************************
004250 9110-STAGE-WARNING.
004260     IF RETURN-CODE < 4
004270         MOVE 4 TO RETURN-CODE
004280     END-IF.
004290 9110-EXIT.
004300     EXIT.
