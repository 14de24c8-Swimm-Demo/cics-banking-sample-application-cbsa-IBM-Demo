000510*  MODIFICATION HISTORY                                          *
000520*  ----------------------------------------------------------    *
000530*  01/09/26  SRT  INITIAL VERSION.                              *
000531*  15/10/26  SRT  RUN UNDER THE SRTCRCL RUN-CONTROL LEDGER: THE  *
000532*                 RUN IS REFUSED (CC=8) BEFORE SRTCTL IS OPENED  *
000533*                 UNLESS SRTCRECN HAS ENDED CLEAN FOR THE SAME   *
000534*                 BUSINESS DATE, OR IF THIS JOB ALREADY HAS,     *
000535*                 UNLESS THE DSTPRM CARD CARRIES F IN COLUMN 12. *
000536*                 THE READ, DISTRIBUTED AND WITHHELD COUNTS ARE  *
000537*                 RECORDED ON THE LEDGER AT THE END.             *
000538*                 C IN COLUMN 14 OF THE CARD ONLY CLEARS THE RUN *
000539*                 WITH THE LEDGER, SO A REFUSAL CAN STOP THE JOB *
000540*                 BEFORE THE OUTBOUND GENERATION IS ALLOCATED.   *
000541*                                                                *
000550******************************************************************

000560 ENVIRONMENT DIVISION.
000980     05  DSTPRM-MODE               PIC X(01).
000990     05  FILLER                    PIC X(01).
001000     05  DSTPRM-EXTRACT-DATE       PIC X(08).
001010     05  FILLER                    PIC X(01).
001011     05  DSTPRM-FORCE              PIC X(01).
001012     05  FILLER                    PIC X(01).
001013     05  DSTPRM-CHECK              PIC X(01).
001014         88  DSTPRM-CHECK-ONLY            VALUE 'C'.
001015     05  FILLER                    PIC X(66).

001020 FD  DSTOUT-FILE
001030     LABEL RECORDS ARE STANDARD
001400 77  WS-SRTCTL-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001410     88  WS-SRTCTL-FOUND               VALUE 'Y'.

001412 77  WS-LEDGER-SWITCH              PIC X(01) VALUE 'N'.
001414     88  WS-LEDGER-CLEARED             VALUE 'Y'.

001416 77  WS-CHECK-ONLY-SWITCH          PIC X(01) VALUE 'N'.
001418     88  WS-CHECK-ONLY                 VALUE 'Y'.

001420 77  WS-DETAIL-COUNT               PIC 9(08) COMP VALUE ZERO.
001430 77  WS-READ-COUNT                 PIC 9(08) COMP VALUE ZERO.
001440 77  WS-WITHHELD-COUNT             PIC 9(08) COMP VALUE ZERO.
001490 01  WS-CDAY-AREA.
001500     COPY BNKCDAY.

001503 01  WS-RUN-AREA.
001506     COPY SRTCRUN.

001510 01  WS-CURRENT-DATE.
001520     05  WS-CURRENT-DATE-N         PIC 9(08).


001870     PERFORM 3000-TERMINATE THRU 3000-EXIT.

001875     PERFORM 3100-RECORD-RUN THRU 3100-EXIT.

001880     STOP RUN.

001890*----------------------------------------------------------------
001900*    1000-INITIALISE - OPEN THE REPORT, READ THE MODE CARD,
001910*    PRINT THE REPORT HEADING, CLEAR THE RUN WITH THE
001915*    RUN-CONTROL LEDGER, OPEN THE FILES AND PRIME THE READS.
001920*----------------------------------------------------------------
001930 1000-INITIALISE.
001940     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

001945     MOVE 'N' TO SRTCRUN-FORCE

001950     OPEN OUTPUT SRTCDST-FILE
001960     IF SRTCDST-FILE-STATUS NOT = '00'
001970         DISPLAY 'SRTCDST001E UNABLE TO OPEN SRTCDST - STATUS '
002190                     MOVE DSTPRM-EXTRACT-DATE
002200                       TO WS-EXTRACT-DATE
002210                 END-IF
002211                 IF DSTPRM-FORCE = 'F'
002212                     MOVE 'Y' TO SRTCRUN-FORCE
002213                 END-IF
002214                 IF DSTPRM-CHECK-ONLY
002215                     MOVE 'Y' TO WS-CHECK-ONLY-SWITCH
002216                 END-IF
002220         END-READ
002230         CLOSE DSTPRM-FILE
002240     END-IF
002340     WRITE SRTCDST-RECORD FROM WS-REPORT-HEADING-1
002350         AFTER ADVANCING TOP-OF-PAGE

002351     PERFORM 1050-CHECK-LEDGER THRU 1050-EXIT
002352     IF NOT WS-LEDGER-CLEARED
002353         GO TO 1000-EXIT
002354     END-IF

002355* A CHECK-ONLY RUN STOPS HERE, BEFORE SRTCTL OR THE EXTRACT IS
002356* OPENED - THE JOB'S NEXT STEP WRITES THE EXTRACT.
002357     IF WS-CHECK-ONLY
002358         MOVE 'RUN CLEARED BY THE LEDGER - CHECK ONLY' TO EL-TEXT
002359         WRITE SRTCDST-RECORD FROM WS-ERROR-LINE
002360             AFTER ADVANCING 2 LINES
002361         GO TO 1000-EXIT
002362     END-IF

002363     OPEN INPUT SRTCTL-FILE
002370     IF SRTCTL-FILE-STATUS NOT = '00'
002380         MOVE 'UNABLE TO OPEN SRTCTL - EXTRACT ABANDONED'
002390           TO EL-TEXT
002670     END-IF.

002680 1000-EXIT.
002681     EXIT.

002682*----------------------------------------------------------------
002683*    1050-CHECK-LEDGER - ASK THE SRTCRUN ROUTINE WHETHER THIS
002684*    RUN MAY GO AHEAD: SRTCRECN MUST HAVE ENDED CLEAN FOR THE
002685*    SAME BUSINESS DATE, SO THE SITES ARE NOT SENT A BRANCH
002686*    FILE HEAD OFFICE HAS STILL TO CORRECT, AND THIS JOB MUST
002687*    NOT ALREADY HAVE.  A REFUSAL IS PRINTED ON THE REPORT AND
002688*    NO EXTRACT IS WRITTEN.  THE CALL RESETS RETURN-CODE, SO
002689*    IT IS HELD ACROSS IT.
002690*----------------------------------------------------------------
002691 1050-CHECK-LEDGER.
002692     SET SRTCRUN-REQ-START TO TRUE
002693     MOVE 'SRTCDST' TO SRTCRUN-JOB-NAME
002694     MOVE RETURN-CODE TO SRTCRUN-END-CC

002695     CALL 'SRTCRUN' USING WS-RUN-AREA

002696     MOVE SRTCRUN-END-CC TO RETURN-CODE

002697     EVALUATE TRUE
002698         WHEN SRTCRUN-RC-RUN
002699             MOVE 'Y' TO WS-LEDGER-SWITCH
002700         WHEN SRTCRUN-RC-FORCED
002701             DISPLAY 'SRTCDST008W RUN FORCED - '
002702                     SRTCRUN-MESSAGE
002703             MOVE 'Y' TO WS-LEDGER-SWITCH
002704         WHEN OTHER
002705             DISPLAY 'SRTCDST007E RUN REFUSED - '
002706                     SRTCRUN-MESSAGE
002707             MOVE SPACES TO EL-TEXT
002708             STRING 'REFUSED - ' DELIMITED BY SIZE
002709                    SRTCRUN-MESSAGE DELIMITED BY SIZE
002710               INTO EL-TEXT
002711             END-STRING
002712             PERFORM 8400-WRITE-ERROR THRU 8400-EXIT
002713     END-EVALUATE.

002714 1050-EXIT.
002715     EXIT.

002716*----------------------------------------------------------------
002717*    1500-WRITE-HEADER - OPEN THE ENVELOPE WITH THE EXTRACT
002720*    DATE, THE SAME SHAPE THE HOREF FEED ARRIVES IN.
002730*----------------------------------------------------------------
002740 1500-WRITE-HEADER.
005070*----------------------------------------------------------------
005080 3000-TERMINATE.
005090     IF WS-SRTCDST-OPEN
005095      AND NOT WS-CHECK-ONLY
005100         PERFORM 8300-WRITE-TOTALS THRU 8300-EXIT
005110     END-IF

005230     END-IF.

005240 3000-EXIT.
005241     EXIT.

005242*----------------------------------------------------------------
005243*    3100-RECORD-RUN - RECORD THE END OF A RUN THE LEDGER
005244*    CLEARED, WITH ITS CONDITION CODE AND CONTROL TOTALS.  A
005245*    CHECK-ONLY RUN RECORDS NO END - THE RUN IT CLEARED IS THE
005246*    NEXT STEP'S.  A
005247*    LEDGER THAT CANNOT BE UPDATED IS REPORTED AND THE RUN
005248*    ENDS AT LEAST CC=4, AS SRTCEOD WILL NOT RUN UNTIL THE
005249*    LEDGER IS PUT RIGHT.
005250*----------------------------------------------------------------
005251 3100-RECORD-RUN.
005252     IF NOT WS-LEDGER-CLEARED
005253      OR WS-CHECK-ONLY
005254         GO TO 3100-EXIT
005255     END-IF

005256     SET SRTCRUN-REQ-END TO TRUE
005257     MOVE RETURN-CODE TO SRTCRUN-END-CC
005258     MOVE 'INPUT READ' TO SRTCRUN-TOTAL-NAME (1)
005259     MOVE WS-READ-COUNT TO SRTCRUN-TOTAL-VALUE (1)
005260     MOVE 'DISTRIBUTED' TO SRTCRUN-TOTAL-NAME (2)
005261     MOVE WS-DETAIL-COUNT TO SRTCRUN-TOTAL-VALUE (2)
005262     MOVE 'WITHHELD' TO SRTCRUN-TOTAL-NAME (3)
005263     MOVE WS-WITHHELD-COUNT TO SRTCRUN-TOTAL-VALUE (3)

005264     CALL 'SRTCRUN' USING WS-RUN-AREA

005265     MOVE SRTCRUN-END-CC TO RETURN-CODE

005266     IF NOT SRTCRUN-RC-RUN
005267         DISPLAY 'SRTCDST009W RUN NOT RECORDED ON THE LEDGER - '
005268                 SRTCRUN-MESSAGE
005269         IF RETURN-CODE = ZERO
005270             MOVE 4 TO RETURN-CODE
005271         END-IF
005272     END-IF.

005273 3100-EXIT.
005274     EXIT.

005275*----------------------------------------------------------------
005276*    8300-WRITE-TOTALS - PRINT THE CONTROL TOTALS.
005280*----------------------------------------------------------------
005290 8300-WRITE-TOTALS.
005300     MOVE 'INPUT RECORDS READ:' TO TL-LABEL
