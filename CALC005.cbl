000320*                     THE LAYOUT HERE FOLLOWS SUIT.  OLDER      *
000330*                     80-BYTE ARCHIVE LINES READ IN PADDED AND  *
000340*                     TALLY EXACTLY AS BEFORE.                  *
000341*    2026-10-12  JA   AUDIT LINES NOW END WITH THE LOG SEQUENCE  *
000342*                     NUMBER AND CHECK VALUE OF THE AUDIT-LOG    *
000343*                     CHAIN (115 BYTES), AND EACH ARCHIVE ENDS   *
000344*                     WITH A CUT LINE AND EACH LOG STARTS WITH   *
000345*                     AN OPENING LINE (CALC026).  CONTROL LINES  *
000346*                     ARE COUNTED APART AND NOT TALLIED.         *
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. CALC005.
000530     05  ARC-TIME            PIC 9(08).
000540     05  FILLER              PIC X(01).
000550     05  ARC-NUM01-ED        PIC -(6)9,99.
000552     05  ARC-LINE-TAG REDEFINES ARC-NUM01-ED
000554                             PIC X(10).
000556         88  ARC-CONTROL-LINE        VALUE 'LOG CUT   '
000558                                           'LOG OPEN  '.
000560     05  FILLER              PIC X(01).
000570     05  ARC-OPERCAO         PIC X(02).
000580     05  FILLER              PIC X(01).
000670     05  ARC-CURRENCY        PIC X(03).
000680     05  FILLER              PIC X(01).
000690     05  ARC-BASE-ED         PIC -(9)9,99.
000692     05  FILLER              PIC X(04).
000694     05  ARC-LOG-SEQ         PIC X(09).
000696     05  FILLER              PIC X(01).
000698     05  ARC-CHECK           PIC X(10).
000700 WORKING-STORAGE SECTION.
000710 01  WS-EOF-SW               PIC X(01)    VALUE 'N'.
000720     88  WS-EOF                      VALUE 'Y'.
001040 01  WS-CNT-READ             PIC 9(08)    COMP VALUE ZERO.
001050 01  WS-CNT-USED             PIC 9(08)    COMP VALUE ZERO.
001060 01  WS-CNT-BAD-LINE         PIC 9(08)    COMP VALUE ZERO.
001065 01  WS-CNT-CONTROL-LINE     PIC 9(08)    COMP VALUE ZERO.
001070 01  WS-WORK-RESULT          PIC S9(6)V99 VALUE ZERO.
001080 01  WS-TOT-RESULT           PIC S9(13)V99 VALUE ZERO.
001090 01  WS-DISPLAY-SUM          PIC -(12)9,99.
001520******************************************************************
001530*    2200-TALLY-LINE - VALIDATE AND TALLY ONE AUDIT LINE.  A     *
001540*    LINE WHOSE DATE OR EDITED RESULT DOES NOT PARSE (A          *
001550*    TRUNCATED OR HAND-EDITED ARCHIVE) IS COUNTED AND SKIPPED,   *
001553*    AS IS AN ARCHIVE CUT OR LOG OPENING CONTROL LINE, WHICH IS  *
001556*    NO CALCULATION.                                             *
001560******************************************************************
001570 2200-TALLY-LINE.
001580     IF ARC-DATE IS NOT NUMERIC OR ARC-TIME IS NOT NUMERIC
001590         ADD 1 TO WS-CNT-BAD-LINE
001592         GO TO 2200-NEXT
001594     END-IF.
001596     IF ARC-CONTROL-LINE
001598         ADD 1 TO WS-CNT-CONTROL-LINE
001600         GO TO 2200-NEXT
001610     END-IF.
001620     MOVE ARC-RESULT-ED TO WS-WORK-RESULT.
002490     DISPLAY '  LINES READ.........: ', WS-CNT-READ.
002500     DISPLAY '  LINES TALLIED......: ', WS-CNT-USED.
002510     DISPLAY '  LINES NOT PARSED...: ', WS-CNT-BAD-LINE.
002515     DISPLAY '  CUT/OPENING LINES..: ', WS-CNT-CONTROL-LINE.
002520     MOVE WS-TOT-RESULT TO WS-DISPLAY-SUM
002530     DISPLAY '  RESULT TOTAL.......: ', WS-DISPLAY-SUM.
002540     DISPLAY '  --------------------------------------------'.
