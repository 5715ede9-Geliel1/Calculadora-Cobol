000330*    2026-09-02  JA   PANEL SHOWS THE MULTI-CURRENCY FIELDS -   *
000340*                     TRANSACTION CURRENCY AND BASE-CURRENCY    *
000350*                     RESULT - NOW CARRIED ON THE HISTORY.      *
000351*    2026-09-14  JA   PANEL SHOWS THE REVERSAL LINKS BOTH WAYS - *
000352*                     AN ORIGINAL BACKED OUT BY AN 'R' REVERSAL  *
000353*                     SHOWS THE REVERSAL'S KEY, AND THE REVERSAL *
000354*                     SHOWS THE KEY OF THE ORIGINAL IT REVERSED. *
000355*    2026-09-16  JA   A TRANSACTION HELD ON SUSPENSE FOR AN      *
000356*                     OVER-LIMIT RESULT (DISPOSITION H) SHOWS AS *
000357*                     RETIDO.                                    *
000358*    2026-10-05  JA   CAN ALSO BE CALLED BY THE CALC022 ACCOUNT  *
000359*                     INQUIRY WITH A TRANS-ID AND SEQUENCE IN    *
000360*                     THE PARAMETER AREA - THAT RECORD IS SHOWN  *
000361*                     AT ONCE AND F12 RETURNS TO THE CALLER.     *
000362*                     RUN ON ITS OWN (NO PARAMETER) IT WORKS AS  *
000363*                     BEFORE.  STOP RUN BECOMES GOBACK SO A      *
000364*                     CALLED SESSION DOES NOT END THE CALLER'S.  *
000365******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CALC009.
000390 ENVIRONMENT DIVISION.
000630     88  WS-END-LOOP                 VALUE 'N'.
000640 01  WS-RECORD-SHOWN-SW      PIC X(01)    VALUE 'N'.
000650     88  WS-RECORD-SHOWN             VALUE 'Y'.
000653 01  WS-CALLED-SW            PIC X(01)    VALUE 'N'.
000656     88  WS-CALLED-WITH-KEY          VALUE 'Y'.
000660******************************************************************
000670*    PANEL ENTRY AND DISPLAY FIELDS.  THE -ED FIELDS ARE THE     *
000680*    DISPLAY-EDITED COPIES SHOWN ON THE PANEL, THE SAME EDITING  *
000900 01  WS-PNL-CURRENCY         PIC X(03)    VALUE SPACES.
000910 01  WS-PNL-BASE-ED          PIC -(9)9,99 VALUE ZERO.
000920 01  WS-PNL-DISP-TEXT        PIC X(14)    VALUE SPACES.
000923 01  WS-PNL-REV-BY           PIC X(17)    VALUE SPACES.
000926 01  WS-PNL-REV-OF           PIC X(17)    VALUE SPACES.
000930 01  WS-PNL-MESSAGE          PIC X(50)    VALUE SPACES.
000940******************************************************************
000950*    BACK-PAGING STACK - THE SEQUENCE NUMBERS ALREADY SHOWN FOR  *
001010 01  WS-STACK-IX             PIC 9(02)    COMP VALUE ZERO.
001020 01  WS-SEQ-STACK.
001030     05  WS-STACK-SEQ        PIC 9(06)    OCCURS 50 TIMES.
001031 LINKAGE SECTION.
001032******************************************************************
001033*    PARM-AREA - THE CALLER'S PARAMETER, IN THE SAME LAYOUT AS   *
001034*    AN EXEC PARM: HALFWORD LENGTH THEN THE TEXT.  A CALLER      *
001035*    PASSES A TRANS-ID (LENGTH 10) OR A TRANS-ID AND SEQUENCE    *
001036*    (LENGTH 16); RUN ON ITS OWN THE LENGTH IS ZERO.             *
001037******************************************************************
001038 01  PARM-AREA.
001039     05  PARM-LENGTH         PIC S9(04)   COMP.
001040     05  PARM-TRANS-ID       PIC X(10).
001041     05  PARM-TRANS-SEQ      PIC 9(06).
001042 SCREEN SECTION.
001050******************************************************************
001060*    INQ-PANEL - THE ONE-SCREEN HISTORY INQUIRY PANEL.           *
001070******************************************************************
001410     05  LINE 14 COL 43 PIC X(11) FROM WS-PNL-RUN-ID.
001420     05  LINE 15 COL 05 VALUE 'DISPOSICAO....:'.
001430     05  LINE 15 COL 22 PIC X(14) FROM WS-PNL-DISP-TEXT.
001432     05  LINE 16 COL 05 VALUE 'ESTORNADO POR.:'.
001434     05  LINE 16 COL 22 PIC X(17) FROM WS-PNL-REV-BY.
001436     05  LINE 16 COL 41 VALUE 'ESTORNO DE:'.
001438     05  LINE 16 COL 53 PIC X(17) FROM WS-PNL-REV-OF.
001440     05  LINE 17 COL 05 PIC X(50) FROM WS-PNL-MESSAGE.
001450     05  LINE 19 COL 05 VALUE
001460         'ENTER=CONSULTA  F7=ANTERIOR  F8=PROXIMA  F12=SAIR'.
001470 PROCEDURE DIVISION USING PARM-AREA.
001480******************************************************************
001490*    0000-MAINLINE                                               *
001500******************************************************************
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     PERFORM 3000-PROCESS-INQUIRY THRU 3000-EXIT.
001540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001550     GOBACK.
001560 0000-EXIT.
001570     EXIT.
001580******************************************************************
001590*    1000-INITIALIZE - OPEN THE HISTORY FILE.  WITHOUT IT THERE  *
001600*    IS NOTHING TO INQUIRE ON, SO THE SESSION ENDS AT ONCE (RC   *
001605*    12 BACK TO A CALLER).  THEN PICK UP A CALLER'S KEY.         *
001610******************************************************************
001620 1000-INITIALIZE.
001625     MOVE 'N' TO WS-CALLED-SW.
001630     OPEN INPUT HIST-FILE.
001640     IF NOT WS-HIST-FILE-OK
001650         DISPLAY 'CALC009 - HISTORY FILE COULD NOT BE OPENED, '
001660             'STATUS=' WS-HIST-STATUS ' - SESSION ENDED.'
001670         MOVE 12 TO RETURN-CODE
001680         GOBACK
001681     END-IF.
001682     IF ADDRESS OF PARM-AREA = NULL
001683         GO TO 1000-EXIT
001684     END-IF.
001685     IF PARM-LENGTH < 10
001686         GO TO 1000-EXIT
001687     END-IF.
001688     SET WS-CALLED-WITH-KEY TO TRUE.
001689     MOVE PARM-TRANS-ID TO WS-INQ-TRANS-ID.
001690     MOVE ZERO TO WS-INQ-TRANS-SEQ.
001691     IF PARM-LENGTH > 15
001692         IF PARM-TRANS-SEQ IS NUMERIC
001693             MOVE PARM-TRANS-SEQ TO WS-INQ-TRANS-SEQ
001694         END-IF
001695     END-IF.
001700 1000-EXIT.
001710     EXIT.
001720******************************************************************
001730*    3000-PROCESS-INQUIRY - PANEL ROUND TRIPS UNTIL THE USER     *
001740*    LEAVES.  CALLED WITH A KEY, THE FIRST PANEL ALREADY SHOWS   *
001745*    THAT RECORD.                                                *
001750******************************************************************
001760 3000-PROCESS-INQUIRY.
001770     MOVE 'Y' TO WS-CONTINUE-SW.
001780     IF WS-CALLED-WITH-KEY
001781         PERFORM 3600-NEW-SEARCH THRU 3600-EXIT
001782     ELSE
001783         MOVE 'INFORME O TRANS-ID E TECLE ENTER.'
001784             TO WS-PNL-MESSAGE
001785     END-IF.
001790     PERFORM 3500-PANEL-CYCLE THRU 3500-EXIT
001800         UNTIL WS-END-LOOP.
001810     IF NOT WS-CALLED-WITH-KEY
001813         DISPLAY 'ENCERRANDO A CONSULTA. ATE A PROXIMA.'
001816     END-IF.
001820 3000-EXIT.
001830     EXIT.
001840******************************************************************
002940     EXIT.
002950******************************************************************
002960*    5000-SHOW-RECORD - EDIT THE RECORD IN THE BUFFER ONTO THE   *
002970*    PANEL FIELDS.  THE REVERSAL LINKS SHOW AS TRANS-ID-SEQ,     *
002973*    BLANK WHEN THE RECORD HAS NOT BEEN REVERSED / IS NOT ITSELF *
002976*    A REVERSAL.                                                 *
002980******************************************************************
002990 5000-SHOW-RECORD.
003000     SET WS-RECORD-SHOWN TO TRUE.
003210                HX-REJECT-REASON DELIMITED BY SIZE
003220             INTO WS-PNL-DISP-TEXT
003230     ELSE
003240         IF HX-DISPOSITION = 'H'
003241             MOVE 'RETIDO' TO WS-PNL-DISP-TEXT
003242         ELSE
003243             MOVE 'ACEITO' TO WS-PNL-DISP-TEXT
003244         END-IF
003245     END-IF.
003246     MOVE SPACES TO WS-PNL-REV-BY.
003247     IF HX-REVERSED-FLAG = 'Y'
003248         STRING HX-REV-BY-TRANS-ID  DELIMITED BY SIZE
003249                '-'                 DELIMITED BY SIZE
003250                HX-REV-BY-TRANS-SEQ DELIMITED BY SIZE
003251             INTO WS-PNL-REV-BY
003252     END-IF.
003253     MOVE SPACES TO WS-PNL-REV-OF.
003254     IF HX-REV-OF-TRANS-ID NOT = SPACES
003255         STRING HX-REV-OF-TRANS-ID  DELIMITED BY SIZE
003256                '-'                 DELIMITED BY SIZE
003257                HX-REV-OF-TRANS-SEQ DELIMITED BY SIZE
003258             INTO WS-PNL-REV-OF
003259     END-IF.
003260     MOVE 'REGISTRO EXIBIDO.' TO WS-PNL-MESSAGE.
003270 5000-EXIT.
003280     EXIT.
