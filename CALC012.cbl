000320*    COUNTED NOR HASHED NOR RESEQUENCED, THE SAME RULES THE     *
000330*    CALC002 TRAILER BALANCING APPLIES.                          *
000340*                                                                *
000341*    FEEDS 4 AND 5 ARE NOT DEPARTMENTS BUT THE CALC017 COST-     *
000342*    ALLOCATION FEED AND THE CALC019 STANDING-INSTRUCTION FEED,  *
000343*    AND FEED 6 IS THE CALC002 CAPTURE-PANEL FEED, BALANCED AND  *
000344*    MERGED THE SAME WAY.  FEED 6 IS THE OPERATORS' STAGED       *
000345*    FEEDS CONCATENATED, EACH WITH A TRAILER PER CAPTURE         *
000346*    SESSION, SO ITS TRAILERS ARE ADDED TOGETHER RATHER THAN     *
000347*    THE LAST ONE TAKEN.  A GENERATED FEED THAT HAS BEEN         *
000348*    EMPTIED AFTER ITS LAST PICK-UP (NO RECORDS, NOT EVEN A      *
000349*    TRAILER) IS NO FEED, NOT HELD OUT.                          *
000350*                                                                *
000351*    EVERY RUN ALSO RECORDS STAGE 1 OF THE NIGHTLY BALANCING     *
000352*    CONTROL FILE (BALCTL) UNDER THE RUN IDENTITY CALC002 WILL   *
000353*    STAMP - THE DETAILS RECEIVED, HELD OUT AND MERGED WITH      *
000354*    THEIR NUM01 HASHES - FOR THE CALC025 ROLL-FORWARD.  THE     *
000355*    RUN DATE AND SEQUENCE DEFAULT TO TODAY AND 01 AND CAN BE    *
000356*    PUNCHED ON AN OPTIONAL SYSIN CARD.                          *
000357*                                                                *
000358*    MODIFICATION HISTORY                                        *
000360*    ------------------------------------------------------      *
000370*    2026-09-02  JA   INITIAL VERSION.                           *
000380*    2026-09-02  JA   RECORD LENGTH FOLLOWS THE MULTI-CURRENCY  *
000390*                     CALCREC LAYOUT OUT TO 101 BYTES.          *
000391*    2026-09-21  JA   FOURTH FEED, DEPTIN4, FOR THE CALC017      *
000392*                     COST-ALLOCATION RUN. AN EMPTY GENERATED    *
000393*                     FEED IS SKIPPED AS NO FEED.                *
000394*    2026-09-28  JA   FIFTH FEED, DEPTIN5, FOR THE CALC019       *
000395*                     STANDING-INSTRUCTION GENERATOR.            *
000396*    2026-10-09  JA   STAGE 1 OF THE BALANCING CONTROL FILE      *
000397*                     (BALCTL) AND AN OPTIONAL SYSIN CARD FOR    *
000398*                     THE RUN IDENTITY.                          *
000399*    2026-10-14  JA   SIXTH FEED, DEPTIN6, FOR THE CALC002       *
000400*                     CAPTURE PANEL - THE OPERATORS' STAGED      *
000401*                     FEEDS CONCATENATED.  EACH CAPTURE SESSION  *
000402*                     CLOSES WITH ITS OWN TRAILER, SO ON THIS    *
000403*                     FEED THE TRAILERS ARE ADDED UP.            *
000404******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. CALC012.
000430 ENVIRONMENT DIVISION.
000550     SELECT OPTIONAL DEPT-IN-3 ASSIGN TO DEPTIN3
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-DEPT3-STATUS.
000571     SELECT OPTIONAL DEPT-IN-4 ASSIGN TO DEPTIN4
000572         ORGANIZATION IS LINE SEQUENTIAL
000573         FILE STATUS IS WS-DEPT4-STATUS.
000574     SELECT OPTIONAL DEPT-IN-5 ASSIGN TO DEPTIN5
000575         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS WS-DEPT5-STATUS.
000577     SELECT OPTIONAL DEPT-IN-6 ASSIGN TO DEPTIN6
000578         ORGANIZATION IS LINE SEQUENTIAL
000579         FILE STATUS IS WS-DEPT6-STATUS.
000580     SELECT MERGE-OUT ASSIGN TO MERGEOUT
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT HOLDOUT-FILE ASSIGN TO HOLDOUT
000610         ORGANIZATION IS LINE SEQUENTIAL.
000611     SELECT OPTIONAL BAL-FILE ASSIGN TO BALCTL
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS RANDOM
000614         RECORD KEY IS BC-BAL-KEY
000615         FILE STATUS IS WS-BAL-STATUS.
000616     SELECT CONTROL-CARD ASSIGN TO SYSIN
000617         ORGANIZATION IS LINE SEQUENTIAL
000618         FILE STATUS IS WS-SYSIN-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  DEPT-IN-1
000700 FD  DEPT-IN-3
000710     LABEL RECORDS ARE STANDARD.
000720 01  D3-TRANS-REC            PIC X(101).
000721 FD  DEPT-IN-4
000722     LABEL RECORDS ARE STANDARD.
000723 01  D4-TRANS-REC            PIC X(101).
000724 FD  DEPT-IN-5
000725     LABEL RECORDS ARE STANDARD.
000726 01  D5-TRANS-REC            PIC X(101).
000727 FD  DEPT-IN-6
000728     LABEL RECORDS ARE STANDARD.
000729 01  D6-TRANS-REC            PIC X(101).
000730 FD  MERGE-OUT
000740     LABEL RECORDS ARE STANDARD.
000750 01  MO-TRANS-REC            PIC X(101).
000760 FD  HOLDOUT-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  HO-TRANS-REC            PIC X(101).
000781 FD  BAL-FILE
000782     LABEL RECORDS ARE STANDARD.
000783 01  BC-BAL-REC.
000784     COPY BALREC REPLACING ==:TAG:== BY ==BC==.
000785 FD  CONTROL-CARD
000786     LABEL RECORDS ARE STANDARD.
000787 01  CONTROL-CARD-REC.
000788     05  CC-RUN-DATE         PIC 9(08).
000789     05  FILLER              PIC X(01).
000790     05  CC-RUN-SEQ          PIC 9(02).
000791     05  FILLER              PIC X(69).
000792 WORKING-STORAGE SECTION.
000800 01  WS-DEPT1-STATUS         PIC X(02).
000810 01  WS-DEPT2-STATUS         PIC X(02).
000820 01  WS-DEPT3-STATUS         PIC X(02).
000821 01  WS-DEPT4-STATUS         PIC X(02).
000822 01  WS-DEPT5-STATUS         PIC X(02).
000823 01  WS-DEPT6-STATUS         PIC X(02).
000824 01  WS-BAL-STATUS           PIC X(02).
000825     88  WS-BAL-FILE-OK              VALUE '00' '05'.
000826 01  WS-SYSIN-STATUS         PIC X(02).
000827     88  WS-SYSIN-AVAILABLE          VALUE '00'.
000830 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
000840     88  WS-EOF                      VALUE 'Y'.
000850     88  WS-NOT-EOF                  VALUE 'N'.
001000     05  FILLER              PIC X(77).
001010******************************************************************
001020*    PER-DEPARTMENT CONTROL FIELDS - RESET FOR EACH FEED.        *
001022*    FEEDS FROM WS-FIRST-GEN-FEED ON ARE GENERATED BY THE        *
001024*    BATCH, NOT SENT BY A DEPARTMENT.  WS-PANEL-FEED IS THE ONE  *
001026*    WHOSE TRAILERS ARE ADDED UP.                                *
001030******************************************************************
001040 01  WS-DEPT-IX              PIC 9(01)    COMP VALUE ZERO.
001042 01  WS-FEED-COUNT           PIC 9(01)    COMP VALUE 6.
001044 01  WS-FIRST-GEN-FEED       PIC 9(01)    COMP VALUE 4.
001046 01  WS-PANEL-FEED           PIC 9(01)    COMP VALUE 6.
001050 01  WS-DEPT-AVAIL-SW        PIC X(01)    VALUE 'N'.
001060     88  WS-DEPT-AVAIL               VALUE 'Y'.
001070 01  WS-DEPT-TRAILER-SW      PIC X(01)    VALUE 'N'.
001160*    PER-DEPARTMENT RESULT TABLE FOR THE END-OF-RUN REPORT.      *
001170******************************************************************
001180 01  WS-DEPT-RESULTS.
001190     05  WS-DEPT-ENTRY       OCCURS 6 TIMES.
001200         10  WS-DR-IN-CNT        PIC 9(08).
001210         10  WS-DR-OUT-CNT       PIC 9(08).
001220         10  WS-DR-HELD-CNT      PIC 9(08).
001370         SIGN IS LEADING SEPARATE CHARACTER.
001380     05  FILLER              PIC X(77)    VALUE SPACES.
001390******************************************************************
001391*    NIGHTLY BALANCING FIELDS - THE RUN IDENTITY THE MERGED      *
001392*    FILE WILL BE POSTED UNDER (RUN DATE PLUS SEQUENCE, AS       *
001393*    CALC002 STAMPS IT) AND THE DETAILS RECEIVED AND HELD OUT    *
001394*    OVER ALL FEEDS, RECORDED AS STAGE 1 OF THE BALANCING        *
001395*    CONTROL FILE.                                               *
001396******************************************************************
001397 01  WS-RUN-DATE             PIC 9(08).
001398 01  WS-RUN-TIME             PIC 9(08).
001399 01  WS-RUN-ID.
001400     05  WS-RUN-ID-DATE      PIC 9(08).
001401     05  FILLER              PIC X(01)    VALUE '-'.
001402     05  WS-RUN-ID-SEQ       PIC 9(02)    VALUE 01.
001403 01  WS-RECEIVED-COUNT       PIC 9(08)    VALUE ZERO.
001404 01  WS-RECEIVED-HASH        PIC S9(12)V99 VALUE ZERO.
001405 01  WS-HELDOUT-COUNT        PIC 9(08)    VALUE ZERO.
001406 01  WS-HELDOUT-HASH         PIC S9(12)V99 VALUE ZERO.
001407******************************************************************
001408*    DISPLAY-EDITED FIELDS FOR THE REPORT.                       *
001410******************************************************************
001420 01  WS-DISPLAY-HASH         PIC -(12)9,99.
001430 01  WS-DISPLAY-HASH2        PIC -(12)9,99.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500     PERFORM 2000-PROCESS-DEPARTMENT THRU 2000-EXIT
001510         VARYING WS-DEPT-IX FROM 1 BY 1
001520         UNTIL WS-DEPT-IX > WS-FEED-COUNT.
001530     PERFORM 8000-WRITE-MERGED-TRAILER THRU 8000-EXIT.
001540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001550     STOP RUN.
001560 0000-EXIT.
001570     EXIT.
001580******************************************************************
001590*    1000-INITIALIZE - SETTLE THE RUN IDENTITY FROM THE          *
001595*    OPTIONAL CONTROL CARD AND OPEN THE OUTPUT SIDE.             *
001600******************************************************************
001610 1000-INITIALIZE.
001620     DISPLAY 'CALC012 - DEPARTMENT INPUT GATEWAY'.
001621     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001622     ACCEPT WS-RUN-TIME FROM TIME.
001623     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE.
001624*    THE CARD IS ONLY NEEDED WHEN THE GATEWAY AND CALC002 RUN ON
001625*    DIFFERENT DATES OR THE NIGHT'S RUN SEQUENCE IS NOT 01.
001626     OPEN INPUT CONTROL-CARD.
001627     IF WS-SYSIN-AVAILABLE
001628         READ CONTROL-CARD
001629             AT END
001630                 CONTINUE
001631             NOT AT END
001632                 IF CC-RUN-DATE IS NUMERIC AND CC-RUN-DATE > ZERO
001633                     MOVE CC-RUN-DATE TO WS-RUN-ID-DATE
001634                 END-IF
001635                 IF CC-RUN-SEQ IS NUMERIC AND CC-RUN-SEQ > ZERO
001636                     MOVE CC-RUN-SEQ TO WS-RUN-ID-SEQ
001637                 END-IF
001638         END-READ
001639         CLOSE CONTROL-CARD
001640     END-IF.
001641     DISPLAY 'CALC012 - FEEDS FOR RUN ' WS-RUN-ID.
001642     OPEN OUTPUT MERGE-OUT.
001643     OPEN OUTPUT HOLDOUT-FILE.
001650 1000-EXIT.
001660     EXIT.
001670******************************************************************
001690*    PASS ONE PROVES THE FEED'S OWN TRAILER, PASS TWO EITHER     *
001700*    MERGES THE BALANCED FEED WITH FRESH SEQUENCE NUMBERS OR     *
001710*    COPIES THE UNBALANCED FEED, WHOLE, TO THE HOLDOUT DATASET.  *
001713*    A GENERATED FEED WITH NO RECORDS AT ALL HAS ALREADY BEEN    *
001716*    MERGED BY AN EARLIER RUN AND IS PASSED OVER.                *
001720******************************************************************
001730 2000-PROCESS-DEPARTMENT.
001740     MOVE ZERO TO WS-DR-IN-CNT (WS-DEPT-IX).
001890         GO TO 2000-EXIT
001900     END-IF.
001910     PERFORM 4000-READ-DEPT THRU 4000-EXIT.
001911     IF WS-EOF AND WS-DEPT-IX NOT < WS-FIRST-GEN-FEED
001912         MOVE 'NO FEED ' TO WS-DR-STATE (WS-DEPT-IX)
001913         DISPLAY 'CALC012 - FEED ' WS-DEPT-IX
001914             ' IS EMPTY (ALREADY PICKED UP) - SKIPPED.'
001915         PERFORM 3500-CLOSE-DEPT THRU 3500-EXIT
001916         GO TO 2000-EXIT
001917     END-IF.
001920     PERFORM 2100-VERIFY-RECORD THRU 2100-EXIT
001930         UNTIL WS-EOF.
001940     PERFORM 3500-CLOSE-DEPT THRU 3500-EXIT.
001980         SET WS-DEPT-BALANCED TO TRUE
001990     END-IF.
002000     PERFORM 2050-REPORT-BALANCE THRU 2050-EXIT.
002003     ADD WS-DEPT-ACT-COUNT TO WS-RECEIVED-COUNT.
002006     ADD WS-DEPT-ACT-HASH  TO WS-RECEIVED-HASH.
002010     PERFORM 3000-OPEN-DEPT THRU 3000-EXIT.
002020     PERFORM 4000-READ-DEPT THRU 4000-EXIT.
002030     IF WS-DEPT-BALANCED
002080     ELSE
002090         MOVE 'HELD OUT' TO WS-DR-STATE (WS-DEPT-IX)
002100         ADD 1 TO WS-CNT-DEPTS-HELD
002103         ADD WS-DEPT-ACT-COUNT TO WS-HELDOUT-COUNT
002106         ADD WS-DEPT-ACT-HASH  TO WS-HELDOUT-HASH
002110         PERFORM 2300-HOLD-RECORD THRU 2300-EXIT
002120             UNTIL WS-EOF
002130     END-IF.
002410*    2100-VERIFY-RECORD - PASS-ONE TALLY OF ONE RECORD: DETAILS  *
002420*    ARE COUNTED AND HASHED, THE TRAILER IS CAPTURED, AND 'C'    *
002430*    CONTINUATIONS PASS UNTALLIED (THE SENDER DOES NOT COUNT     *
002440*    THEM EITHER).  ON THE PANEL FEED EVERY TRAILER COVERS ONLY  *
002445*    ITS OWN SESSION, SO THEIR TOTALS ARE ADDED UP.              *
002450******************************************************************
002460 2100-VERIFY-RECORD.
002470     EVALUATE TRUE
002480         WHEN GW-TRL-ID = 'T'
002490             SET WS-DEPT-TRAILER-FOUND TO TRUE
002500             IF WS-DEPT-IX = WS-PANEL-FEED
002510                 PERFORM 2150-ADD-PANEL-TRAILER THRU 2150-EXIT
002520             ELSE
002530                 IF GW-TRL-REC-COUNT IS NUMERIC
002540                     MOVE GW-TRL-REC-COUNT TO WS-DEPT-EXP-COUNT
002542                 END-IF
002544                 IF GW-TRL-HASH-NUM01 IS NUMERIC
002546                     MOVE GW-TRL-HASH-NUM01 TO WS-DEPT-EXP-HASH
002548                 END-IF
002550             END-IF
002560         WHEN GW-TRL-ID = 'C'
002570             CONTINUE
002640     END-EVALUATE.
002650     PERFORM 4000-READ-DEPT THRU 4000-EXIT.
002660 2100-EXIT.
002661     EXIT.
002662******************************************************************
002663*    2150-ADD-PANEL-TRAILER - ONE CAPTURE SESSION'S TRAILER ON   *
002664*    THE PANEL FEED ADDS TO THE EXPECTED TOTALS.  DETAILS LEFT   *
002665*    BEHIND THE LAST TRAILER BY A SESSION THAT NEVER CLOSED ARE  *
002666*    IN NO TRAILER AT ALL, SO THE FEED IS HELD OUT UNTIL THEY    *
002667*    ARE ACCOUNTED FOR.                                          *
002668******************************************************************
002669 2150-ADD-PANEL-TRAILER.
002670     IF GW-TRL-REC-COUNT IS NUMERIC
002671         ADD GW-TRL-REC-COUNT TO WS-DEPT-EXP-COUNT
002672     END-IF.
002673     IF GW-TRL-HASH-NUM01 IS NUMERIC
002674         ADD GW-TRL-HASH-NUM01 TO WS-DEPT-EXP-HASH
002675     END-IF.
002676 2150-EXIT.
002677     EXIT.
002680******************************************************************
002690*    2200-MERGE-RECORD - PASS-TWO COPY OF ONE BALANCED-FEED      *
002700*    RECORD TO THE MERGED OUTPUT.  DETAILS GET THE NEXT CLEAN    *
003330             IF WS-DEPT3-STATUS = '00'
003340                 SET WS-DEPT-AVAIL TO TRUE
003350             END-IF
003351         WHEN 4
003352             OPEN INPUT DEPT-IN-4
003353             IF WS-DEPT4-STATUS = '00'
003354                 SET WS-DEPT-AVAIL TO TRUE
003355             END-IF
003356         WHEN 5
003357             OPEN INPUT DEPT-IN-5
003358             IF WS-DEPT5-STATUS = '00'
003359                 SET WS-DEPT-AVAIL TO TRUE
003360             END-IF
003361         WHEN 6
003362             OPEN INPUT DEPT-IN-6
003363             IF WS-DEPT6-STATUS = '00'
003364                 SET WS-DEPT-AVAIL TO TRUE
003365             END-IF
003366     END-EVALUATE.
003370 3000-EXIT.
003380     EXIT.
003390******************************************************************
003480             CLOSE DEPT-IN-2
003490         WHEN 3
003500             CLOSE DEPT-IN-3
003501         WHEN 4
003502             CLOSE DEPT-IN-4
003503         WHEN 5
003504             CLOSE DEPT-IN-5
003505         WHEN 6
003506             CLOSE DEPT-IN-6
003510     END-EVALUATE.
003520 3500-EXIT.
003530     EXIT.
003720                 AT END
003730                     MOVE 'Y' TO WS-EOF-SW
003740             END-READ
003741         WHEN 4
003742             READ DEPT-IN-4 INTO WS-GW-RECORD
003743                 AT END
003744                     MOVE 'Y' TO WS-EOF-SW
003745             END-READ
003746         WHEN 5
003747             READ DEPT-IN-5 INTO WS-GW-RECORD
003748                 AT END
003749                     MOVE 'Y' TO WS-EOF-SW
003750             END-READ
003751         WHEN 6
003752             READ DEPT-IN-6 INTO WS-GW-RECORD
003753                 AT END
003754                     MOVE 'Y' TO WS-EOF-SW
003755             END-READ
003756     END-EVALUATE.
003760 4000-EXIT.
003770     EXIT.
003780******************************************************************
003930*    9000-TERMINATE - PER-DEPARTMENT IN/OUT REPORT AND THE       *
003940*    MERGE TOTALS.  ANY DEPARTMENT HELD OUT ENDS THE JOB RC=8    *
003950*    SO THE SCHEDULER SEES A FEED NEEDS CHASING; THE MERGED      *
003960*    FILE ITSELF IS STILL GOOD TO RUN.  THE BALANCING STAGE IS   *
003965*    RECORDED LAST, WITH THE RETURN CODE SET.                    *
003970******************************************************************
003980 9000-TERMINATE.
003990     DISPLAY ' '.
004020     DISPLAY '=================================================='.
004030     PERFORM 9100-PRINT-ONE-DEPT THRU 9100-EXIT
004040         VARYING WS-DEPT-IX FROM 1 BY 1
004050         UNTIL WS-DEPT-IX > WS-FEED-COUNT.
004060     DISPLAY '  --------------------------------------------'.
004065     DISPLAY '  RUN IDENTITY.......: ', WS-RUN-ID.
004070     DISPLAY '  DEPARTMENTS MERGED.: ', WS-CNT-DEPTS-MERGED.
004080     DISPLAY '  DEPARTMENTS HELD...: ', WS-CNT-DEPTS-HELD.
004090     DISPLAY '  MERGED DETAILS.....: ', WS-MERGE-COUNT.
004100     MOVE WS-MERGE-HASH TO WS-DISPLAY-HASH
004110     DISPLAY '  MERGED NUM01 HASH..: ', WS-DISPLAY-HASH.
004112     DISPLAY '  HELD-OUT DETAILS...: ', WS-HELDOUT-COUNT.
004114     MOVE WS-HELDOUT-HASH TO WS-DISPLAY-HASH
004116     DISPLAY '  HELD-OUT NUM01 HASH: ', WS-DISPLAY-HASH.
004120     DISPLAY '=================================================='.
004130     IF WS-CNT-DEPTS-HELD > ZERO
004140         MOVE 8 TO RETURN-CODE
004150     END-IF.
004155     PERFORM 9200-RECORD-BALANCE-STAGE THRU 9200-EXIT.
004160 9000-EXIT.
004170     EXIT.
004180******************************************************************
004260         ' HELD ' WS-DR-HELD-CNT (WS-DEPT-IX).
004270 9100-EXIT.
004280     EXIT.
004290******************************************************************
004300*    9200-RECORD-BALANCE-STAGE - WRITE (OR, ON A RERUN OF THE    *
004310*    SAME RUN IDENTITY, REPLACE) STAGE 1 ON THE BALANCING        *
004320*    CONTROL FILE: DETAILS RECEIVED = MERGED + HELD OUT, EACH    *
004330*    WITH ITS NUM01 HASH.  NO CONTROL FILE IS A WARNING ONLY -   *
004340*    THE MERGE IS NOT HELD UP FOR IT.                            *
004350******************************************************************
004360 9200-RECORD-BALANCE-STAGE.
004370     OPEN I-O BAL-FILE.
004380     IF NOT WS-BAL-FILE-OK
004390         DISPLAY 'WARNING - BALANCING CONTROL FILE COULD NOT BE '
004400             'OPENED, STATUS=' WS-BAL-STATUS
004410             ' - STAGE 1 NOT RECORDED.'
004420         GO TO 9200-EXIT
004430     END-IF.
004440     MOVE SPACES TO BC-BAL-REC.
004450     MOVE ZERO TO BC-CNT-IN.
004460     MOVE ZERO TO BC-CNT-HELD-OUT.
004470     MOVE ZERO TO BC-CNT-OUT.
004480     MOVE ZERO TO BC-CNT-COMMITTED.
004490     MOVE ZERO TO BC-CNT-REJECTED.
004500     MOVE ZERO TO BC-CNT-HELD.
004510     MOVE ZERO TO BC-CNT-PAIRS.
004520     MOVE ZERO TO BC-CNT-ACCEPTED.
004530     MOVE ZERO TO BC-CNT-NOT-ACKED.
004540     MOVE ZERO TO BC-CNT-EXCEPTIONS.
004550     MOVE ZERO TO BC-AMT-IN.
004560     MOVE ZERO TO BC-AMT-HELD-OUT.
004570     MOVE ZERO TO BC-AMT-OUT.
004580     MOVE ZERO TO BC-AMT-REJECTED.
004590     MOVE ZERO TO BC-AMT-HELD.
004600     MOVE ZERO TO BC-SUM-RESULTADO.
004610     MOVE ZERO TO BC-SUM-BASE-RESULT.
004620     MOVE ZERO TO BC-AMT-POSTED.
004630     MOVE ZERO TO BC-AMT-ACCEPTED.
004640     MOVE ZERO TO BC-AMT-NOT-ACKED.
004650     MOVE WS-RUN-ID          TO BC-RUN-ID.
004660     MOVE '1'                TO BC-STAGE.
004670     MOVE 'CALC012'          TO BC-PROGRAM.
004680     MOVE WS-RUN-DATE        TO BC-WRITTEN-DATE.
004690     MOVE WS-RUN-TIME        TO BC-WRITTEN-TIME.
004700     MOVE RETURN-CODE        TO BC-RETURN-CODE.
004710     MOVE WS-RECEIVED-COUNT  TO BC-CNT-IN.
004720     MOVE WS-RECEIVED-HASH   TO BC-AMT-IN.
004730     MOVE WS-HELDOUT-COUNT   TO BC-CNT-HELD-OUT.
004740     MOVE WS-HELDOUT-HASH    TO BC-AMT-HELD-OUT.
004750     MOVE WS-MERGE-COUNT     TO BC-CNT-OUT.
004760     MOVE WS-MERGE-HASH      TO BC-AMT-OUT.
004770     WRITE BC-BAL-REC
004780         INVALID KEY
004790             REWRITE BC-BAL-REC
004800                 INVALID KEY
004810                     DISPLAY 'WARNING - BALANCING STAGE 1 NOT '
004820                         'WRITTEN, STATUS=' WS-BAL-STATUS
004830             END-REWRITE
004840     END-WRITE.
004850     CLOSE BAL-FILE.
004860 9200-EXIT.
004870     EXIT.
