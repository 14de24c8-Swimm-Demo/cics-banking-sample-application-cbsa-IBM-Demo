000500*  MODIFICATION HISTORY                                          *
000510*  ----------------------------------------------------------    *
000520*  01/09/26  SRT  INITIAL VERSION.                              *
000521*  15/10/26  SRT  RUN UNDER THE SRTCRCL RUN-CONTROL LEDGER: THE  *
000522*                 RUN IS REFUSED (CC=8) BEFORE THE JOURNAL IS    *
000523*                 OPENED UNLESS SRTCEOD HAS ENDED CLEAN FOR THE  *
000524*                 SAME BUSINESS DATE, IF THIS JOB ALREADY HAS,   *
000525*                 OR IF THE PERIOD ON THE CARD IS NOT YET OVER,  *
000526*                 UNLESS THE MRRPRM CARD CARRIES F IN COLUMN 8.  *
000527*                 THE PERIOD AND ITS ENTRY COUNTS ARE RECORDED   *
000528*                 ON THE LEDGER AT THE END.                      *
000529*                 C IN COLUMN 10 OF THE CARD ONLY CLEARS THE RUN *
000530*                 WITH THE LEDGER, SO A REFUSAL CAN STOP THE JOB *
000531*                 BEFORE THE RETURN GENERATION IS ALLOCATED.     *
000532*                                                                *
000540******************************************************************

000550 ENVIRONMENT DIVISION.
000820     RECORDING MODE IS F.
000830 01  MRRPRM-RECORD.
000840     05  MRRPRM-PERIOD             PIC X(06).
000850     05  FILLER                    PIC X(01).
000851     05  MRRPRM-FORCE              PIC X(01).
000852     05  FILLER                    PIC X(01).
000853     05  MRRPRM-CHECK              PIC X(01).
000854         88  MRRPRM-CHECK-ONLY            VALUE 'C'.
000855     05  FILLER                    PIC X(70).

000860*----------------------------------------------------------------
000870*    SRTCRET - THE REGULATOR'S FIXED-FORMAT RETURN FILE: ONE
001360 77  WS-SRTCMRR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001370     88  WS-SRTCMRR-OPEN               VALUE 'Y'.

001372 77  WS-LEDGER-SWITCH              PIC X(01) VALUE 'N'.
001374     88  WS-LEDGER-CLEARED             VALUE 'Y'.

001376 77  WS-CHECK-ONLY-SWITCH          PIC X(01) VALUE 'N'.
001378     88  WS-CHECK-ONLY                 VALUE 'Y'.

001380 77  WS-PERIOD                     PIC 9(06) VALUE ZERO.

001390 77  WS-READ-COUNT                 PIC 9(08) COMP VALUE ZERO.
001540     05  WS-JRN-PERIOD-YYYYMM      PIC 9(06).
001550     05  FILLER                    PIC 9(02).

001551 01  WS-RUN-BUS-DATE.
001552     05  WS-RUN-BUS-YYYYMM         PIC 9(06).
001553     05  FILLER                    PIC 9(02).

001554 01  WS-RUN-AREA.
001555     COPY SRTCRUN.

001560*----------------------------------------------------------------
001570*    THE JOURNAL IMAGES OVERLAID WITH THE SRTCTL FIELD LAYOUT,
001580*    SO THE CLASSIFICATION CAN COMPARE BEFORE AND AFTER FIELD

002130     PERFORM 3000-TERMINATE THRU 3000-EXIT.

002135     PERFORM 3100-RECORD-RUN THRU 3100-EXIT.

002140     STOP RUN.

002150*----------------------------------------------------------------
002160*    1000-INITIALISE - OPEN THE FILES, READ THE PERIOD CARD,
002170*    CLEAR THE RUN WITH THE RUN-CONTROL LEDGER, WRITE THE
002180*    RETURN HEADER AND PRIME THE JOURNAL READ.  A MISSING OR
002190*    UNREADABLE PERIOD ABANDONS THE RUN - A RETURN FOR THE
002195*    WRONG MONTH IS A WRONG RETURN.
002200*----------------------------------------------------------------
002210 1000-INITIALISE.
002220     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002490     END-IF
002500     MOVE MRRPRM-PERIOD TO WS-PERIOD

002501     MOVE 'N' TO SRTCRUN-FORCE
002502     IF MRRPRM-FORCE = 'F'
002503         MOVE 'Y' TO SRTCRUN-FORCE
002504     END-IF
002505     IF MRRPRM-CHECK-ONLY
002506         MOVE 'Y' TO WS-CHECK-ONLY-SWITCH
002507     END-IF

002510     MOVE WS-PERIOD TO RH1-PERIOD
002520     WRITE SRTCMRR-RECORD FROM WS-REPORT-HEADING-1
002530         AFTER ADVANCING TOP-OF-PAGE

002531     PERFORM 1050-CHECK-LEDGER THRU 1050-EXIT
002532     IF NOT WS-LEDGER-CLEARED
002533         GO TO 1000-EXIT
002534     END-IF

002535* A CHECK-ONLY RUN STOPS HERE, BEFORE THE JOURNAL OR THE RETURN
002536* IS OPENED - THE JOB'S NEXT STEP PRODUCES THE RETURN.
002537     IF WS-CHECK-ONLY
002538         MOVE 'RUN CLEARED BY THE LEDGER - CHECK ONLY' TO EL-TEXT
002539         WRITE SRTCMRR-RECORD FROM WS-ERROR-LINE
002540             AFTER ADVANCING 2 LINES
002541         GO TO 1000-EXIT
002542     END-IF

002543     OPEN INPUT SRTCJRN-FILE
002550     IF SRTCJRN-FILE-STATUS NOT = '00'
002560         MOVE 'UNABLE TO OPEN THE SRTCJRN CHANGE JOURNAL'
002570           TO EL-TEXT
002750     PERFORM 2500-READ-JOURNAL THRU 2500-EXIT.

002760 1000-EXIT.
002761     EXIT.

002762*----------------------------------------------------------------
002763*    1050-CHECK-LEDGER - ASK THE SRTCRUN ROUTINE WHETHER THIS
002764*    RUN MAY GO AHEAD: SRTCEOD MUST HAVE ENDED CLEAN FOR THE
002765*    SAME BUSINESS DATE AND THIS JOB MUST NOT ALREADY HAVE.
002766*    THE PERIOD MUST ALSO BE OVER - A PERIOD THAT IS NOT
002767*    EARLIER THAN THE MONTH OF THE BUSINESS DATE IS STILL
002768*    TAKING CHANGES, AND IS REFUSED HERE AND THE REFUSAL
002769*    RECORDED ON THE LEDGER, UNLESS THE RUN IS FORCED.  THE
002770*    CALLS RESET RETURN-CODE, SO IT IS HELD ACROSS THEM.
002771*----------------------------------------------------------------
002772 1050-CHECK-LEDGER.
002773     SET SRTCRUN-REQ-START TO TRUE
002774     MOVE 'SRTCMRR' TO SRTCRUN-JOB-NAME
002775     MOVE RETURN-CODE TO SRTCRUN-END-CC

002776     CALL 'SRTCRUN' USING WS-RUN-AREA

002777     MOVE SRTCRUN-END-CC TO RETURN-CODE

002778     EVALUATE TRUE
002779         WHEN SRTCRUN-RC-RUN
002780             MOVE 'Y' TO WS-LEDGER-SWITCH
002781         WHEN SRTCRUN-RC-FORCED
002782             DISPLAY 'SRTCMRR004W RUN FORCED - '
002783                     SRTCRUN-MESSAGE
002784             MOVE 'Y' TO WS-LEDGER-SWITCH
002785         WHEN OTHER
002786             DISPLAY 'SRTCMRR003E RUN REFUSED - '
002787                     SRTCRUN-MESSAGE
002788             MOVE SPACES TO EL-TEXT
002789             STRING 'REFUSED - ' DELIMITED BY SIZE
002790                    SRTCRUN-MESSAGE DELIMITED BY SIZE
002791               INTO EL-TEXT
002792             END-STRING
002793             PERFORM 8400-WRITE-ERROR THRU 8400-EXIT
002794             GO TO 1050-EXIT
002795     END-EVALUATE

002796     MOVE SRTCRUN-BUSINESS-DATE TO WS-RUN-BUS-DATE
002797     IF WS-PERIOD < WS-RUN-BUS-YYYYMM
002798         GO TO 1050-EXIT
002799     END-IF

002800     MOVE SPACES TO SRTCRUN-REASON
002801     STRING 'PERIOD ' DELIMITED BY SIZE
002802            WS-PERIOD DELIMITED BY SIZE
002803            ' IS STILL OPEN ON BUSINESS DATE ' DELIMITED BY SIZE
002804            SRTCRUN-BUSINESS-DATE DELIMITED BY SIZE
002805       INTO SRTCRUN-REASON
002806     END-STRING

002807     IF SRTCRUN-FORCE-ON
002808         DISPLAY 'SRTCMRR004W RUN FORCED - ' SRTCRUN-REASON
002809         GO TO 1050-EXIT
002810     END-IF

002811     MOVE 'N' TO WS-LEDGER-SWITCH
002812     DISPLAY 'SRTCMRR003E RUN REFUSED - ' SRTCRUN-REASON

002813     SET SRTCRUN-REQ-REFUSE TO TRUE
002814     MOVE RETURN-CODE TO SRTCRUN-END-CC

002815     CALL 'SRTCRUN' USING WS-RUN-AREA

002816     MOVE SRTCRUN-END-CC TO RETURN-CODE

002817     IF NOT SRTCRUN-RC-RUN
002818         DISPLAY 'SRTCMRR005W REFUSAL NOT RECORDED ON THE '
002819                 'LEDGER - ' SRTCRUN-MESSAGE
002820     END-IF

002821     MOVE SPACES TO EL-TEXT
002822     STRING 'REFUSED - ' DELIMITED BY SIZE
002823            SRTCRUN-REASON DELIMITED BY SIZE
002824       INTO EL-TEXT
002825     END-STRING
002826     PERFORM 8400-WRITE-ERROR THRU 8400-EXIT.

002827 1050-EXIT.
002828     EXIT.

002829*----------------------------------------------------------------
002830*    2000-CLASSIFY-ENTRY - ONE JOURNAL ENTRY: SKIP IT IF IT IS
002831*    OUTSIDE THE REPORTING PERIOD, OTHERWISE CLASSIFY IT INTO
002832*    EXACTLY ONE CATEGORY, COUNT IT AND WRITE ITS DT RECORD.
002833*----------------------------------------------------------------
002834 2000-CLASSIFY-ENTRY.
002840     ADD 1 TO WS-READ-COUNT

002850     MOVE SRTCJRN-DATE TO WS-JRN-PERIOD

004980 3000-EXIT.
004990     EXIT.

005000*----------------------------------------------------------------
005010*    3100-RECORD-RUN - RECORD THE END OF A RUN THE LEDGER
005020*    CLEARED, WITH ITS CONDITION CODE, THE PERIOD RETURNED AND
005030*    ITS ENTRY COUNTS.  A LEDGER THAT CANNOT BE UPDATED IS
005040*    REPORTED AND THE RUN ENDS AT LEAST CC=4.  A CHECK-ONLY RUN
005050*    RECORDS NO END - THE RUN IT CLEARED IS THE NEXT STEP'S.
005060*----------------------------------------------------------------
005070 3100-RECORD-RUN.
005080     IF NOT WS-LEDGER-CLEARED
005090      OR WS-CHECK-ONLY
005100         GO TO 3100-EXIT
005110     END-IF

005120     SET SRTCRUN-REQ-END TO TRUE
005130     MOVE RETURN-CODE TO SRTCRUN-END-CC
005140     MOVE 'PERIOD' TO SRTCRUN-TOTAL-NAME (1)
005150     MOVE WS-PERIOD TO SRTCRUN-TOTAL-VALUE (1)
005160     MOVE 'IN PERIOD' TO SRTCRUN-TOTAL-NAME (2)
005170     MOVE WS-PERIOD-COUNT TO SRTCRUN-TOTAL-VALUE (2)
005180     MOVE 'CLASSIFIED' TO SRTCRUN-TOTAL-NAME (3)
005190     MOVE WS-CLASSIFIED-COUNT TO SRTCRUN-TOTAL-VALUE (3)

005200     CALL 'SRTCRUN' USING WS-RUN-AREA

005210     MOVE SRTCRUN-END-CC TO RETURN-CODE

005220     IF NOT SRTCRUN-RC-RUN
005230         DISPLAY 'SRTCMRR005W RUN NOT RECORDED ON THE LEDGER - '
005240                 SRTCRUN-MESSAGE
005250         IF RETURN-CODE = ZERO
005260             MOVE 4 TO RETURN-CODE
005270         END-IF
005280     END-IF.

005290 3100-EXIT.
005300     EXIT.
