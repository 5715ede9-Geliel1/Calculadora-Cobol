000350*    ON A DATE AND ITS ACKNOWLEDGMENTS ARE REPORTED IN TOTAL     *
000360*    ONLY.                                                       *
000370*                                                                *
000371*    EACH RUN ALSO RECORDS STAGE 4 OF THE NIGHTLY BALANCING      *
000372*    CONTROL FILE (BALCTL) UNDER THE RUN IDENTITY ON THE TRANS-  *
000373*    OUT RECORDS: THE PAIRS RECONCILED WITH THEIR NET POSTED,    *
000374*    SPLIT INTO ACCEPTED, REJECTED AND NEVER ACKNOWLEDGED, AND   *
000375*    THE PROOF FAILURES, FOR THE CALC025 ROLL-FORWARD.           *
000376*                                                                *
000380*    MODIFICATION HISTORY                                        *
000390*    ------------------------------------------------------      *
000400*    2026-09-02  JA   INITIAL VERSION.                           *
000510*                     RECORDS WITHOUT AN EFFECTIVE DATE BUCKET  *
000520*                     THE SAME WAY THE POSTINGS DID EVEN WHEN   *
000530*                     THE RECONCILIATION RUNS ON A LATER DAY.   *
000531*    2026-10-09  JA   STAGE 4 OF THE BALANCING CONTROL FILE      *
000532*                     (BALCTL) - PAIR COUNTS AND NETS BY         *
000533*                     ACKNOWLEDGMENT DISPOSITION.                *
000534*    2026-10-15  JA   A BALANCING STAGE 4 THAT CANNOT BE OPENED  *
000535*                     OR WRITTEN ENDS THE RUN RC=4 AND IS NO     *
000536*                     LONGER REPORTED AS RECORDED.               *
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. CALC007.
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT EXCP-FILE ASSIGN TO GLEXCP
000700         ORGANIZATION IS LINE SEQUENTIAL.
000701     SELECT OPTIONAL BAL-FILE ASSIGN TO BALCTL
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS RANDOM
000704         RECORD KEY IS BC-BAL-KEY
000705         FILE STATUS IS WS-BAL-STATUS.
000710     SELECT CONTROL-CARD ASSIGN TO SYSIN
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SYSIN-STATUS.
000880 FD  EXCP-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  EXCP-REC                PIC X(125).
000902 FD  BAL-FILE
000904     LABEL RECORDS ARE STANDARD.
000906 01  BC-BAL-REC.
000908     COPY BALREC REPLACING ==:TAG:== BY ==BC==.
000910 FD  CONTROL-CARD
000920     LABEL RECORDS ARE STANDARD.
000930 01  CONTROL-CARD-REC.
001740 01  WS-RECON-DATE           PIC 9(08)    VALUE ZERO.
001750 01  WS-SYSIN-STATUS         PIC X(02).
001760     88  WS-SYSIN-AVAILABLE          VALUE '00'.
001761******************************************************************
001762*    NIGHTLY BALANCING FIELDS - THE RUN IDENTITY OFF THE FIRST   *
001763*    TRANS-OUT RECORD THAT CARRIES ONE, AND THE POSTED PAIRS     *
001764*    COUNTED AND NETTED (CODED SIDE, DEBIT POSITIVE) BY          *
001765*    ACKNOWLEDGMENT DISPOSITION.  ONLY A CLEAN '00' OPEN OF THE  *
001766*    CONTROL FILE IS WRITTEN TO - '05' MEANS THE STEP HAS NO     *
001767*    BALCTL DD.                                                  *
001768******************************************************************
001769 01  WS-RUN-TIME             PIC 9(08).
001770 01  WS-BAL-STATUS           PIC X(02).
001771     88  WS-BAL-FILE-OPEN            VALUE '00'.
001772     88  WS-BAL-FILE-ABSENT          VALUE '05'.
001773 01  WS-RUN-ID               PIC X(11)    VALUE SPACES.
001774 01  WS-CNT-PAIRS-POSTED     PIC 9(08)    COMP VALUE ZERO.
001775 01  WS-AMT-PAIRS-POSTED     PIC S9(13)V99 VALUE ZERO.
001776 01  WS-AMT-PAIRS-ACCEPTED   PIC S9(13)V99 VALUE ZERO.
001777 01  WS-AMT-PAIRS-REJECTED   PIC S9(13)V99 VALUE ZERO.
001778 01  WS-AMT-PAIRS-NOT-ACKED  PIC S9(13)V99 VALUE ZERO.
001779******************************************************************
001780*    EXCEPTION-FILE LINE LAYOUTS.  A 'P' LINE IS THE REJECTED    *
001790*    POSTING WITH THE GL PACKAGE'S REASON; THE 'D' LINES ARE     *
001800*    THE ORIGINAL TRANS-OUT DETAIL IMAGES, EACH PREFIXED WITH   *
003230             MOVE 'Y' TO WS-EOF-SW
003240         NOT AT END
003250             ADD 1 TO WS-CNT-TRANS-READ
003252             IF WS-RUN-ID = SPACES
003254                 MOVE IN-RUN-ID TO WS-RUN-ID
003256             END-IF
003260     END-READ.
003270 3100-EXIT.
003280     EXIT.
006250*    DATE OUT OF BALANCE, ANY BUCKET WHOSE POSTED NET DOES NOT   *
006260*    TIE TO THE TRANS-OUT NET, ANY PAIR REJECTED OR NEVER        *
006270*    ACKNOWLEDGED, AND ANY KEY THE PAIR TABLE COULD NOT HOLD     *
006280*    (AND SO COULD NOT PROVE) ALL END THE JOB RC=8 SO THE NIGHT  *
006290*    CONTROLLER SEES THE FEED NEEDS ATTENTION.  THE BALANCING    *
006295*    STAGE IS RECORDED LAST, WITH THE RETURN CODE SET.           *
006300******************************************************************
006310 9000-TERMINATE.
006320     DISPLAY ' '.
006540         UNTIL WS-PAIR-IX > WS-PAIR-COUNT.
006550     DISPLAY '  TIE-BACK MISMATCHES: ', WS-CNT-TIE-MISMATCH.
006560     DISPLAY '  --------------------------------------------'.
006565     DISPLAY '  PAIRS POSTED.......: ', WS-CNT-PAIRS-POSTED.
006570     DISPLAY '  PAIRS ACCEPTED.....: ', WS-CNT-PAIRS-ACCEPTED.
006580     DISPLAY '  PAIRS REJECTED.....: ', WS-CNT-PAIRS-REJECTED.
006590     DISPLAY '  PAIRS NOT ACKED....: ', WS-CNT-PAIRS-NOT-ACKED.
006740         MOVE 8 TO RETURN-CODE
006750     END-IF.
006760     DISPLAY '=================================================='.
006765     PERFORM 9300-RECORD-BALANCE-STAGE THRU 9300-EXIT.
006770 9000-EXIT.
006780     EXIT.
006790******************************************************************
007190     IF NOT WS-PAIR-POSTED (WS-PAIR-IX)
007200         GO TO 9200-EXIT
007210     END-IF.
007213     ADD 1 TO WS-CNT-PAIRS-POSTED.
007216     ADD WS-PAIR-POSTED-NET (WS-PAIR-IX) TO WS-AMT-PAIRS-POSTED.
007220     EVALUATE TRUE
007230         WHEN WS-PAIR-REJECTED (WS-PAIR-IX)
007240             ADD 1 TO WS-CNT-PAIRS-REJECTED
007243             ADD WS-PAIR-POSTED-NET (WS-PAIR-IX)
007246                 TO WS-AMT-PAIRS-REJECTED
007250         WHEN WS-PAIR-ACCEPTED (WS-PAIR-IX)
007260             ADD 1 TO WS-CNT-PAIRS-ACCEPTED
007263             ADD WS-PAIR-POSTED-NET (WS-PAIR-IX)
007266                 TO WS-AMT-PAIRS-ACCEPTED
007270         WHEN OTHER
007280             ADD 1 TO WS-CNT-PAIRS-NOT-ACKED
007283             ADD WS-PAIR-POSTED-NET (WS-PAIR-IX)
007286                 TO WS-AMT-PAIRS-NOT-ACKED
007290             DISPLAY '  ' WS-PAIR-ACCOUNT (WS-PAIR-IX) '/'
007300                 WS-PAIR-COST-CENTER (WS-PAIR-IX) '/'
007310                 WS-PAIR-EFFECT-DATE (WS-PAIR-IX)
007330     END-EVALUATE.
007340 9200-EXIT.
007350     EXIT.
007360******************************************************************
007370*    9300-RECORD-BALANCE-STAGE - WRITE (OR, ON A RERUN,          *
007380*    REPLACE) STAGE 4 ON THE BALANCING CONTROL FILE: POSTING     *
007390*    LINES READ, PAIRS RECONCILED = ACCEPTED + REJECTED + NOT    *
007400*    ACKNOWLEDGED, EACH WITH ITS NET, AND THE PROOF FAILURES     *
007410*    (DATES OUT OF BALANCE, TIE-BACK MISMATCHES, UNMATCHED       *
007420*    ACKS, CLEARING REJECTS, BUCKETS NOT PROVEN).  NOTHING IS    *
007430*    RECORDED WITHOUT A RUN IDENTITY OR WITHOUT A BALCTL DD; ANY *
007440*    OTHER OPEN FAILURE, OR A FAILED WRITE, IS A WARNING (RC=4). *
007450******************************************************************
007460 9300-RECORD-BALANCE-STAGE.
007470     IF WS-RUN-ID = SPACES
007480         DISPLAY 'CALC007 - NO RUN IDENTITY ON TRANS-IN - '
007490             'BALANCING STAGE 4 NOT RECORDED.'
007500         GO TO 9300-EXIT
007510     END-IF.
007520     OPEN I-O BAL-FILE.
007530     IF WS-BAL-FILE-ABSENT
007540         CLOSE BAL-FILE
007550         GO TO 9300-EXIT
007560     END-IF.
007570     IF NOT WS-BAL-FILE-OPEN
007580         DISPLAY 'WARNING - BALANCING CONTROL FILE COULD NOT BE '
007590             'OPENED, STATUS=' WS-BAL-STATUS
007600             ' - STAGE 4 NOT RECORDED.'
007610         PERFORM 9310-STAGE-WARNING THRU 9310-EXIT
007620         GO TO 9300-EXIT
007630     END-IF.
007640     MOVE SPACES TO BC-BAL-REC.
007650     MOVE ZERO TO BC-CNT-IN.
007660     MOVE ZERO TO BC-CNT-HELD-OUT.
007670     MOVE ZERO TO BC-CNT-OUT.
007680     MOVE ZERO TO BC-CNT-COMMITTED.
007690     MOVE ZERO TO BC-CNT-REJECTED.
007700     MOVE ZERO TO BC-CNT-HELD.
007710     MOVE ZERO TO BC-CNT-PAIRS.
007720     MOVE ZERO TO BC-CNT-ACCEPTED.
007730     MOVE ZERO TO BC-CNT-NOT-ACKED.
007740     MOVE ZERO TO BC-CNT-EXCEPTIONS.
007750     MOVE ZERO TO BC-AMT-IN.
007760     MOVE ZERO TO BC-AMT-HELD-OUT.
007770     MOVE ZERO TO BC-AMT-OUT.
007780     MOVE ZERO TO BC-AMT-REJECTED.
007790     MOVE ZERO TO BC-AMT-HELD.
007800     MOVE ZERO TO BC-SUM-RESULTADO.
007810     MOVE ZERO TO BC-SUM-BASE-RESULT.
007820     MOVE ZERO TO BC-AMT-POSTED.
007830     MOVE ZERO TO BC-AMT-ACCEPTED.
007840     MOVE ZERO TO BC-AMT-NOT-ACKED.
007850     ACCEPT WS-RUN-TIME FROM TIME.
007860     MOVE WS-RUN-ID              TO BC-RUN-ID.
007870     MOVE '4'                    TO BC-STAGE.
007880     MOVE 'CALC007'              TO BC-PROGRAM.
007890     MOVE WS-RUN-DATE            TO BC-WRITTEN-DATE.
007900     MOVE WS-RUN-TIME            TO BC-WRITTEN-TIME.
007910     MOVE RETURN-CODE            TO BC-RETURN-CODE.
007920     MOVE WS-CNT-POST-READ       TO BC-CNT-IN.
007930     MOVE WS-CNT-PAIRS-POSTED    TO BC-CNT-PAIRS.
007940     MOVE WS-AMT-PAIRS-POSTED    TO BC-AMT-POSTED.
007950     MOVE WS-CNT-PAIRS-ACCEPTED  TO BC-CNT-ACCEPTED.
007960     MOVE WS-AMT-PAIRS-ACCEPTED  TO BC-AMT-ACCEPTED.
007970     MOVE WS-CNT-PAIRS-REJECTED  TO BC-CNT-REJECTED.
007980     MOVE WS-AMT-PAIRS-REJECTED  TO BC-AMT-REJECTED.
007990     MOVE WS-CNT-PAIRS-NOT-ACKED TO BC-CNT-NOT-ACKED.
008000     MOVE WS-AMT-PAIRS-NOT-ACKED TO BC-AMT-NOT-ACKED.
008010     COMPUTE BC-CNT-EXCEPTIONS = WS-CNT-DATE-IMBAL
008020         + WS-CNT-TIE-MISMATCH + WS-CNT-ACK-UNMATCHED
008030         + WS-CNT-CLR-REJECTED + WS-CNT-OVERFLOW.
008040     WRITE BC-BAL-REC
008050         INVALID KEY
008060             REWRITE BC-BAL-REC
008070                 INVALID KEY
008080                     DISPLAY 'WARNING - BALANCING STAGE 4 NOT '
008090                         'WRITTEN, STATUS=' WS-BAL-STATUS
008100                     CLOSE BAL-FILE
008110                     PERFORM 9310-STAGE-WARNING THRU 9310-EXIT
008120                     GO TO 9300-EXIT
008130             END-REWRITE
008140     END-WRITE.
008150     CLOSE BAL-FILE.
008160     DISPLAY 'CALC007 - BALANCING STAGE 4 RECORDED FOR RUN '
008170         WS-RUN-ID.
008180 9300-EXIT.
008190     EXIT.
008200******************************************************************
008210*    9310-STAGE-WARNING - A STAGE THAT COULD NOT BE RECORDED     *
008220*    ENDS THE RUN AT LEAST RC=4, SO THE GAP SHOWS ON THE JOB     *
008230*    BEFORE CALC025 REPORTS THE STAGE MISSING.                   *
008240******************************************************************
008250 9310-STAGE-WARNING.
008260     IF RETURN-CODE < 4
008270         MOVE 4 TO RETURN-CODE
008280     END-IF.
008290 9310-EXIT.
008300     EXIT.
