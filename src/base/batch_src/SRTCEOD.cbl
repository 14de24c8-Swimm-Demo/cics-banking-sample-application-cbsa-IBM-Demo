000410*                 WEEKEND OR BANK HOLIDAY MARKS (AND COUNTS    *
000420*                 THE CH MESSAGES OF) THE PREVIOUS BUSINESS    *
000430*                 DAY INSTEAD OF A DAY THAT NEVER WAS ONE.     *
000431*  15/10/26  SRT  RUN UNDER THE SRTCRCL RUN-CONTROL LEDGER: THE  *
000432*                 RUN IS REFUSED (CC=8) UNLESS SRTCDST HAS ENDED *
000433*                 CLEAN FOR THE SAME BUSINESS DATE, OR IF THIS   *
000434*                 JOB ALREADY HAS, UNLESS THE NEW OPTIONAL       *
000435*                 EODPRM CARD CARRIES F IN COLUMN 1.  THE CH     *
000436*                 COUNT IS RECORDED ON THE LEDGER AT THE END.    *
000440*                                                                *
000450******************************************************************

000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS BNKCAL-DATE
000600         FILE STATUS IS BNKCAL-FILE-STATUS.
000602
000604     SELECT EODPRM-FILE ASSIGN TO EODPRM
000606         ORGANIZATION IS SEQUENTIAL
000608         FILE STATUS IS EODPRM-FILE-STATUS.


000610 DATA DIVISION.
000670 FD  BNKCAL-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY BNKCAL.
000691
000692 FD  EODPRM-FILE
000693     LABEL RECORDS ARE STANDARD
000694     RECORDING MODE IS F.
000695 01  EODPRM-RECORD.
000696     05  EODPRM-FORCE              PIC X(01).
000697     05  FILLER                    PIC X(79).


000700 WORKING-STORAGE SECTION.

000730 77  SCEVENT-FILE-STATUS           PIC X(02) VALUE SPACES.
000740 77  BNKCAL-FILE-STATUS            PIC X(02) VALUE SPACES.
000745 77  EODPRM-FILE-STATUS            PIC X(02) VALUE SPACES.

000750 77  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
000760     88  WS-EOF                        VALUE 'Y'.
000770 77  WS-CAL-EOF-SWITCH             PIC X(01) VALUE 'N'.
000780     88  WS-CAL-EOF                    VALUE 'Y'.

000783 77  WS-LEDGER-SWITCH              PIC X(01) VALUE 'N'.
000786     88  WS-LEDGER-CLEARED             VALUE 'Y'.

000790 77  WS-CHANGE-COUNT               PIC 9(08) VALUE ZERO.

000800 77  WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
000810 01  WS-CDAY-AREA.
000820     COPY BNKCDAY.

000823 01  WS-RUN-AREA.
000826     COPY SRTCRUN.

000830 01  WS-CURRENT-DATE.
000840     05  WS-CURRENT-DATE-N         PIC 9(08).


000930     PERFORM 3000-WRITE-MARKER THRU 3000-EXIT.

000935     PERFORM 4000-RECORD-RUN THRU 4000-EXIT.

000940     STOP RUN.

000950*----------------------------------------------------------------
000960*    1000-INITIALISE - CLEAR THE RUN WITH THE RUN-CONTROL
000970*    LEDGER, OPEN THE EVENT STREAM FOR THE COUNTING PASS AND
000975*    PRIME THE READ.
000980*----------------------------------------------------------------
000990 1000-INITIALISE.
001000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

001010     PERFORM 1100-SET-BUSINESS-DATE THRU 1100-EXIT

001011     PERFORM 1300-READ-PARM THRU 1300-EXIT

001012     PERFORM 1400-CHECK-LEDGER THRU 1400-EXIT
001013     IF NOT WS-LEDGER-CLEARED
001014         MOVE 'Y' TO WS-EOF-SWITCH
001015         GO TO 1000-EXIT
001016     END-IF

001020     OPEN INPUT SCEVENT-FILE
001030     IF SCEVENT-FILE-STATUS NOT = '00'
001040         DISPLAY 'SRTCEOD001E UNABLE TO OPEN SCEVENT - STATUS '
001690     EXIT.

001700*----------------------------------------------------------------
001701*    1300-READ-PARM - READ THE OPTIONAL EODPRM CARD.  F IN
001702*    COLUMN 1 FORCES A RUN THE LEDGER WOULD REFUSE.  NO CARD
001703*    (DD DUMMY IN THE NIGHTLY JCL) IS AN ORDINARY RUN.
001704*----------------------------------------------------------------
001705 1300-READ-PARM.
001706     MOVE 'N' TO SRTCRUN-FORCE

001707     OPEN INPUT EODPRM-FILE
001708     IF EODPRM-FILE-STATUS NOT = '00'
001709         DISPLAY 'SRTCEOD007W UNABLE TO OPEN EODPRM - STATUS '
001710                 EODPRM-FILE-STATUS ' - RUN IS NOT FORCED'
001711         GO TO 1300-EXIT
001712     END-IF

001713     READ EODPRM-FILE
001714         AT END
001715             CONTINUE
001716         NOT AT END
001717             IF EODPRM-FORCE = 'F'
001718                 MOVE 'Y' TO SRTCRUN-FORCE
001719             END-IF
001720     END-READ

001721     CLOSE EODPRM-FILE.

001722 1300-EXIT.
001723     EXIT.

001724*----------------------------------------------------------------
001725*    1400-CHECK-LEDGER - ASK THE SRTCRUN ROUTINE WHETHER THIS
001726*    RUN MAY GO AHEAD: SRTCDST MUST HAVE ENDED CLEAN FOR THE
001727*    SAME BUSINESS DATE AND THIS JOB MUST NOT ALREADY HAVE.
001728*    A REFUSED RUN ENDS CC=8 WITHOUT TOUCHING THE STREAM.
001729*    THE CALL RESETS RETURN-CODE, SO IT IS HELD ACROSS IT.
001730*----------------------------------------------------------------
001731 1400-CHECK-LEDGER.
001732     SET SRTCRUN-REQ-START TO TRUE
001733     MOVE 'SRTCEOD' TO SRTCRUN-JOB-NAME
001734     MOVE RETURN-CODE TO SRTCRUN-END-CC

001735     CALL 'SRTCRUN' USING WS-RUN-AREA

001736     MOVE SRTCRUN-END-CC TO RETURN-CODE

001737     EVALUATE TRUE
001738         WHEN SRTCRUN-RC-RUN
001739             MOVE 'Y' TO WS-LEDGER-SWITCH
001740         WHEN SRTCRUN-RC-FORCED
001741             DISPLAY 'SRTCEOD009W RUN FORCED - '
001742                     SRTCRUN-MESSAGE
001743             MOVE 'Y' TO WS-LEDGER-SWITCH
001744         WHEN OTHER
001745             DISPLAY 'SRTCEOD008E RUN REFUSED - '
001746                     SRTCRUN-MESSAGE
001747             MOVE 8 TO RETURN-CODE
001748     END-EVALUATE.

001749 1400-EXIT.
001750     EXIT.

001751*----------------------------------------------------------------
001752*    2000-COUNT-RECORD - COUNT ONE OF TODAY'S CH MESSAGES AND
001753*    READ THE NEXT.
001754*----------------------------------------------------------------
001755 2000-COUNT-RECORD.
001756     IF SCEVENT-TYPE-CHANGE
001760      AND SCEVENT-DATE NUMERIC
001770      AND SCEVENT-DATE = WS-BUSINESS-DATE
001780         ADD 1 TO WS-CHANGE-COUNT

002330 3000-EXIT.
002340     EXIT.

002350*----------------------------------------------------------------
002360*    4000-RECORD-RUN - RECORD THE END OF A RUN THE LEDGER
002370*    CLEARED, WITH ITS CONDITION CODE AND THE CH COUNT.  A
002380*    LEDGER THAT CANNOT BE UPDATED IS REPORTED AND THE RUN
002390*    ENDS AT LEAST CC=4: THE MARKER IS OUT, BUT THE NEXT JOB IN
002400*    THE CHAIN WILL NOT RUN UNTIL THE LEDGER IS PUT RIGHT.
002410*----------------------------------------------------------------
002420 4000-RECORD-RUN.
002430     IF NOT WS-LEDGER-CLEARED
002440         GO TO 4000-EXIT
002450     END-IF

002460     SET SRTCRUN-REQ-END TO TRUE
002470     MOVE RETURN-CODE TO SRTCRUN-END-CC
002480     MOVE 'CH MESSAGES' TO SRTCRUN-TOTAL-NAME (1)
002490     MOVE WS-CHANGE-COUNT TO SRTCRUN-TOTAL-VALUE (1)
002500     MOVE SPACES TO SRTCRUN-TOTAL-NAME (2)
002510     MOVE ZERO TO SRTCRUN-TOTAL-VALUE (2)
002520     MOVE SPACES TO SRTCRUN-TOTAL-NAME (3)
002530     MOVE ZERO TO SRTCRUN-TOTAL-VALUE (3)

002540     CALL 'SRTCRUN' USING WS-RUN-AREA

002550     MOVE SRTCRUN-END-CC TO RETURN-CODE

002560     IF NOT SRTCRUN-RC-RUN
002570         DISPLAY 'SRTCEOD010W RUN NOT RECORDED ON THE LEDGER - '
002580                 SRTCRUN-MESSAGE
002590         IF RETURN-CODE = ZERO
002600             MOVE 4 TO RETURN-CODE
002610         END-IF
002620     END-IF.

002630 4000-EXIT.
002640     EXIT.
