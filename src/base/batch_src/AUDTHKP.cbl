000380*  MODIFICATION HISTORY                                          *
000390*  ----------------------------------------------------------    *
000400*  22/08/26  SRT  INITIAL VERSION.                              *
000401*  15/10/26  SRT  RUN UNDER THE SRTCRCL RUN-CONTROL LEDGER: THE  *
000402*                 RUN IS REFUSED (CC=8) BEFORE AUDTFILE IS       *
000403*                 OPENED UNLESS AUDTRPT HAS ENDED CLEAN FOR THE  *
000404*                 SAME BUSINESS DATE, SO NOTHING IS PURGED THAT  *
000405*                 HAS NOT BEEN REPORTED, OR IF THIS JOB ALREADY  *
000406*                 HAS, UNLESS THE HKPPRM CARD CARRIES F IN       *
000407*                 COLUMN 5.  THE READ, ARCHIVED AND RETAINED     *
000408*                 COUNTS ARE RECORDED ON THE LEDGER AT THE END.  *
000409*                 C IN COLUMN 7 OF THE CARD ONLY CLEARS THE RUN  *
000410*                 WITH THE LEDGER, SO A REFUSAL CAN STOP THE JOB *
000411*                 BEFORE THE ARCHIVE GENERATION IS ALLOCATED.    *
000412*                                                                *
000420******************************************************************

000430 ENVIRONMENT DIVISION.
000820     RECORDING MODE IS F.
000830 01  HKPPRM-RECORD.
000840     05  HKPPRM-RETENTION-DAYS     PIC X(03).
000850     05  FILLER                    PIC X(01).
000851     05  HKPPRM-FORCE              PIC X(01).
000852     05  FILLER                    PIC X(01).
000853     05  HKPPRM-MODE               PIC X(01).
000854         88  HKPPRM-CHECK-ONLY            VALUE 'C'.
000855     05  FILLER                    PIC X(73).

000860 FD  AUDTHKP-FILE
000870     LABEL RECORDS ARE STANDARD
001080 77  WS-BALANCED-SWITCH            PIC X(01) VALUE 'Y'.
001090     88  WS-BALANCED                   VALUE 'Y'.

001092 77  WS-LEDGER-SWITCH              PIC X(01) VALUE 'N'.
001094     88  WS-LEDGER-CLEARED             VALUE 'Y'.

001096 77  WS-CHECK-ONLY-SWITCH          PIC X(01) VALUE 'N'.
001098     88  WS-CHECK-ONLY                 VALUE 'Y'.

001100 77  WS-READ-COUNT                 PIC 9(08) COMP VALUE ZERO.
001110 77  WS-ARCHIVED-COUNT             PIC 9(08) COMP VALUE ZERO.
001120 77  WS-RETAINED-COUNT             PIC 9(08) COMP VALUE ZERO.
001200 01  WS-CURRENT-DATE.
001210     05  WS-CURRENT-DATE-N         PIC 9(08).

001213 01  WS-RUN-AREA.
001216     COPY SRTCRUN.

001220 01  WS-REPORT-HEADING-1.
001230     05  FILLER                    PIC X(01) VALUE '1'.
001240     05  FILLER                    PIC X(44)

001550     PERFORM 3000-TERMINATE THRU 3000-EXIT.

001555     PERFORM 3100-RECORD-RUN THRU 3100-EXIT.

001560     STOP RUN.

001570*----------------------------------------------------------------
001580*    1000-INITIALISE - OPEN THE FILES, READ THE RETENTION CARD,
001590*    CLEAR THE RUN WITH THE RUN-CONTROL LEDGER AND WORK OUT
001595*    THE CUTOFF DATE.  A MISSING OR BAD RETENTION
001600*    PERIOD ABANDONS THE RUN - PURGING TO A GUESSED DATE IS
001610*    EXACTLY THE HALF-RUN THIS JOB EXISTS TO PREVENT.
001620*----------------------------------------------------------------
001960     END-IF
001970     MOVE WS-RETENTION-X TO WS-RETENTION-DAYS

001971     MOVE 'N' TO SRTCRUN-FORCE
001972     IF HKPPRM-FORCE = 'F'
001973         MOVE 'Y' TO SRTCRUN-FORCE
001974     END-IF
001975     IF HKPPRM-CHECK-ONLY
001976         MOVE 'Y' TO WS-CHECK-ONLY-SWITCH
001977     END-IF

001978     PERFORM 1050-CHECK-LEDGER THRU 1050-EXIT
001979     IF NOT WS-LEDGER-CLEARED
001980         GO TO 1000-EXIT
001981     END-IF

001982* A CHECK-ONLY RUN STOPS HERE, BEFORE AUDTFILE OR EITHER OUTPUT
001983* IS OPENED - THE JOB'S NEXT STEP DOES THE ARCHIVE AND PURGE.
001984     IF WS-CHECK-ONLY
001985         MOVE 'RUN CLEARED BY THE LEDGER - CHECK ONLY' TO AL-TEXT
001986         PERFORM 8230-WRITE-ALERT THRU 8230-EXIT
001987         MOVE 'Y' TO WS-AUDT-EOF-SWITCH
001988         GO TO 1000-EXIT
001989     END-IF

001990     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001991     COMPUTE WS-TODAY-INTEGER =
002000         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-N)
002010     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
002020         (WS-TODAY-INTEGER - WS-RETENTION-DAYS)
002290     PERFORM 2500-READ-AUDTFILE THRU 2500-EXIT.

002300 1000-EXIT.
002301     EXIT.

002302*----------------------------------------------------------------
002303*    1050-CHECK-LEDGER - ASK THE SRTCRUN ROUTINE WHETHER THIS
002304*    RUN MAY GO AHEAD: AUDTRPT MUST HAVE ENDED CLEAN FOR THE
002305*    SAME BUSINESS DATE, SO NO RECORD IS ARCHIVED BEFORE IT
002306*    HAS BEEN REPORTED ON, AND THIS JOB MUST NOT ALREADY HAVE.
002307*    A REFUSAL ABANDONS THE RUN, SO THE RELOAD STEPS DO NOT
002308*    RUN.  THE CALL RESETS RETURN-CODE, SO IT IS HELD ACROSS
002309*    IT.
002310*----------------------------------------------------------------
002311 1050-CHECK-LEDGER.
002312     SET SRTCRUN-REQ-START TO TRUE
002313     MOVE 'AUDTHKP' TO SRTCRUN-JOB-NAME
002314     MOVE RETURN-CODE TO SRTCRUN-END-CC

002315     CALL 'SRTCRUN' USING WS-RUN-AREA

002316     MOVE SRTCRUN-END-CC TO RETURN-CODE

002317     EVALUATE TRUE
002318         WHEN SRTCRUN-RC-RUN
002319             MOVE 'Y' TO WS-LEDGER-SWITCH
002320         WHEN SRTCRUN-RC-FORCED
002321             DISPLAY 'AUDTHKP004W RUN FORCED - '
002322                     SRTCRUN-MESSAGE
002323             MOVE 'Y' TO WS-LEDGER-SWITCH
002324         WHEN OTHER
002325             DISPLAY 'AUDTHKP003E RUN REFUSED - '
002326                     SRTCRUN-MESSAGE
002327             MOVE SPACES TO AL-TEXT
002328             STRING 'REFUSED - ' DELIMITED BY SIZE
002329                    SRTCRUN-MESSAGE DELIMITED BY SIZE
002330               INTO AL-TEXT
002331             END-STRING
002332             PERFORM 8900-ABANDON THRU 8900-EXIT
002333     END-EVALUATE.

002334 1050-EXIT.
002335     EXIT.

002336*----------------------------------------------------------------
002337*    2000-PROCESS-RECORD - ARCHIVE OR RETAIN ONE AUDIT RECORD
002340*    AND READ THE NEXT.  A RECORD WITH AN UNREADABLE DATE IS
002350*    RETAINED - WHEN IN DOUBT, KEEP THE AUDIT TRAIL.
002360*----------------------------------------------------------------
002990*----------------------------------------------------------------
003000 2900-BALANCE-AND-REPORT.
003010     IF NOT WS-AUDTHKP-OPEN
003015      OR WS-CHECK-ONLY
003020         GO TO 2900-EXIT
003030     END-IF

003216* OPS RELIES ON.
003218     IF RETURN-CODE NOT = ZERO
003219         MOVE 'RUN WAS ABANDONED - PURGE REFUSED' TO AL-TEXT
003220         PERFORM 8230-WRITE-ALERT THRU 8230-EXIT
003221         GO TO 2900-EXIT
003222     END-IF
003223
003224     IF WS-WRITE-FAIL-COUNT > ZERO
003230      OR WS-READ-COUNT NOT =
003240         WS-ARCHIVED-COUNT + WS-RETAINED-COUNT
003250         MOVE 'N' TO WS-BALANCED-SWITCH
003510     END-IF.

003520 3000-EXIT.
003521     EXIT.

003522*----------------------------------------------------------------
003523*    3100-RECORD-RUN - RECORD THE END OF A RUN THE LEDGER
003524*    CLEARED, WITH ITS CONDITION CODE AND CONTROL TOTALS.  A
003525*    CHECK-ONLY RUN RECORDS NO END - THE RUN IT CLEARED IS THE
003526*    NEXT STEP'S.  A LEDGER THAT CANNOT BE UPDATED IS REPORTED
003527*    AND THE RUN ENDS AT LEAST CC=4 - WHICH ALSO HOLDS BACK THE
003528*    RELOAD STEPS, SO THE LEDGER CAN BE PUT RIGHT AND THE RELOAD
003529*    RUN BY HAND FROM THE RETAINED FILE.
003530*----------------------------------------------------------------
003531 3100-RECORD-RUN.
003532     IF NOT WS-LEDGER-CLEARED
003533      OR WS-CHECK-ONLY
003534         GO TO 3100-EXIT
003535     END-IF

003536     SET SRTCRUN-REQ-END TO TRUE
003537     MOVE RETURN-CODE TO SRTCRUN-END-CC
003538     MOVE 'AUDIT READ' TO SRTCRUN-TOTAL-NAME (1)
003539     MOVE WS-READ-COUNT TO SRTCRUN-TOTAL-VALUE (1)
003540     MOVE 'ARCHIVED' TO SRTCRUN-TOTAL-NAME (2)
003541     MOVE WS-ARCHIVED-COUNT TO SRTCRUN-TOTAL-VALUE (2)
003542     MOVE 'RETAINED' TO SRTCRUN-TOTAL-NAME (3)
003543     MOVE WS-RETAINED-COUNT TO SRTCRUN-TOTAL-VALUE (3)

003544     CALL 'SRTCRUN' USING WS-RUN-AREA

003545     MOVE SRTCRUN-END-CC TO RETURN-CODE

003546     IF NOT SRTCRUN-RC-RUN
003547         DISPLAY 'AUDTHKP005W RUN NOT RECORDED ON THE LEDGER - '
003548                 SRTCRUN-MESSAGE
003549         IF RETURN-CODE = ZERO
003550             MOVE 4 TO RETURN-CODE
003551         END-IF
003552     END-IF.

003553 3100-EXIT.
003554     EXIT.

003555*----------------------------------------------------------------
003556*    8100-WRITE-HEADINGS - PRINT THE REPORT HEADING.
003560*----------------------------------------------------------------
003570 8100-WRITE-HEADINGS.
003580     WRITE AUDTHKP-RECORD FROM WS-REPORT-HEADING-1
