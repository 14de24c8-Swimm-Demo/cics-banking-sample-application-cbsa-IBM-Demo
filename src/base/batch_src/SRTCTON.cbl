000400*        ADD IS JOURNALLED TO SRTCJRN AND PUBLISHED TO THE       *
000410*        SCEVENT STREAM EXACTLY AS SRTCMNT WOULD.                *
000420*                                                                *
000421*  EVERY SORT CODE MUST ALSO BE AVAILABLE ON THE SRTCALR         *
000422*  ALLOCATION REGISTER - FREE, OR RESERVED FOR THE BRANCH OR     *
000423*  FOR THE ACQUISITION PROJECT NAMED ON THE TONPRM CARD - AND    *
000424*  IS TAKEN FOR THE BRANCH WHEN IT IS ADDED.                     *
000425*                                                                *
000430*  CONDITION CODES: 0 CLEAN; 4 VALIDATE-ONLY RUN FOUND REJECTS   *
000440*  (OR AN EVENT PUBLISH FAILED); 8 THE ENVELOPE FAILED, AN       *
000450*  APPLY RUN WAS REFUSED OR ABANDONED, OR A WRITE FAILED MID-    *
000500*  MODIFICATION HISTORY                                          *
000510*  ----------------------------------------------------------    *
000520*  01/09/26  SRT  INITIAL VERSION.                              *
000521*  15/10/26  SRT  SORT CODES CHECKED AGAINST AND TAKEN ON THE    *
000522*                 SRTCALR ALLOCATION REGISTER; TONPRM CARRIES    *
000523*                 THE PROJECT A RANGE WAS RESERVED FOR.          *
000524*  15/10/26  SRT  AN APPLY RUN NOW RUNS UNDER THE SRTCRCL        *
000525*                 RUN-CONTROL LEDGER: THE TONPRM CARD IS READ    *
000526*                 FIRST AND THE RUN IS REFUSED (CC=8), BEFORE    *
000527*                 ANY FILE IS OPENED, UNLESS SRTCRECN HAS ENDED  *
000528*                 CLEAN FOR THE SAME BUSINESS DATE, OR IF AN     *
000529*                 APPLY HAS ALREADY ENDED CLEAN FOR IT, UNLESS   *
000530*                 COLUMN 21 CARRIES F.  VALIDATE-ONLY RUNS ARE   *
000531*                 NOT LEDGER-CONTROLLED.                         *
000532*                                                                *
000540******************************************************************

000550 ENVIRONMENT DIVISION.
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS SCEVENT-FILE-STATUS.

000791     SELECT SRTCALR-FILE ASSIGN TO SRTCALR
000792         ORGANIZATION IS INDEXED
000793         ACCESS MODE IS DYNAMIC
000794         RECORD KEY IS SRTCALR-KEY
000795         FILE STATUS IS SRTCALR-FILE-STATUS.

000800     SELECT SRTCTON-FILE ASSIGN TO SRTCTON
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS SRTCTON-FILE-STATUS.
000950     05  TONPRM-MODE               PIC X(01).
000960     05  FILLER                    PIC X(01).
000970     05  TONPRM-EXPECTED-DATE      PIC X(08).
000980     05  FILLER                    PIC X(01).
000982     05  TONPRM-PROJECT            PIC X(08).
000984     05  FILLER                    PIC X(01).
000986     05  TONPRM-FORCE              PIC X(01).
000988     05  FILLER                    PIC X(59).

000990 FD  SRTCJRN-FILE
001000     LABEL RECORDS ARE STANDARD.
001030     LABEL RECORDS ARE STANDARD.
001040     COPY SCEVENT.

001042 FD  SRTCALR-FILE
001044     LABEL RECORDS ARE STANDARD.
001046     COPY SRTCALR.

001050 FD  SRTCTON-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORDING MODE IS F.
001150 77  SRTCJRN-FILE-STATUS           PIC X(02) VALUE SPACES.
001160 77  SCEVENT-FILE-STATUS           PIC X(02) VALUE SPACES.
001170 77  SRTCTON-FILE-STATUS           PIC X(02) VALUE SPACES.
001175 77  SRTCALR-FILE-STATUS           PIC X(02) VALUE SPACES.

001180 77  WS-BRTON-EOF-SWITCH           PIC X(01) VALUE 'N'.
001190     88  WS-BRTON-EOF                  VALUE 'Y'.
001220 77  WS-SRTCTL-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001230     88  WS-SRTCTL-OPEN                VALUE 'Y'.

001233 77  WS-SRTCALR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001236     88  WS-SRTCALR-OPEN               VALUE 'Y'.

001240 77  WS-SRTCTON-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001250     88  WS-SRTCTON-OPEN               VALUE 'Y'.

001360 77  WS-APPLY-ABEND-SWITCH         PIC X(01) VALUE 'N'.
001370     88  WS-APPLY-ABANDONED            VALUE 'Y'.

001373 77  WS-LEDGER-SWITCH              PIC X(01) VALUE 'N'.
001376     88  WS-LEDGER-CLEARED             VALUE 'Y'.

001380 77  WS-DETAIL-COUNT               PIC 9(08) COMP VALUE ZERO.
001390 77  WS-VALID-COUNT                PIC 9(08) COMP VALUE ZERO.
001400 77  WS-REJECT-COUNT               PIC 9(08) COMP VALUE ZERO.
001410 77  WS-ADDED-COUNT                PIC 9(08) COMP VALUE ZERO.

001420 77  WS-EXPECTED-DATE              PIC 9(08) VALUE ZERO.
001425 77  WS-PROJECT                    PIC X(08) VALUE SPACES.

001430 01  WS-VAL-AREA.
001440     COPY SRTCVAL.

001442 01  WS-ALC-AREA.
001444     COPY SRTCALC.
001446 01  WS-RUN-AREA.
001448     COPY SRTCRUN.

001450 01  WS-CURRENT-DATE.
001460     05  WS-CURRENT-DATE-CC        PIC 9(02).
001470     05  WS-CURRENT-DATE-YY        PIC 9(02).
002030     PERFORM 1000-INITIALISE THRU 1000-EXIT.

002040     IF WS-BRTON-OPEN AND WS-SRTCTL-OPEN AND WS-SRTCTON-OPEN
002045      AND WS-SRTCALR-OPEN
002050         PERFORM 1500-VALIDATE-PASS THRU 1500-EXIT
002060     END-IF


002260     PERFORM 3000-TERMINATE THRU 3000-EXIT.

002265     PERFORM 3100-RECORD-RUN THRU 3100-EXIT.

002270     STOP RUN.

002280*----------------------------------------------------------------
002290*    1000-INITIALISE - READ THE MODE CARD, CLEAR AN APPLY RUN
002300*    WITH THE RUN-CONTROL LEDGER, OPEN THE FILES AND PRINT THE
002305*    HEADINGS.
002310*----------------------------------------------------------------
002320 1000-INITIALISE.
002330     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

002331     MOVE 'N' TO SRTCRUN-FORCE

002332     OPEN INPUT TONPRM-FILE
002333     IF TONPRM-FILE-STATUS NOT = '00'
002334         DISPLAY 'SRTCTON004W UNABLE TO OPEN TONPRM - STATUS '
002335                 TONPRM-FILE-STATUS
002336         DISPLAY 'SRTCTON005I MODE DEFAULTS TO VALIDATE ONLY'
002337     ELSE
002338         READ TONPRM-FILE
002339             AT END
002340                 DISPLAY 'SRTCTON006W TONPRM IS EMPTY - MODE '
002341                         'DEFAULTS TO VALIDATE ONLY'
002342             NOT AT END
002343                 IF TONPRM-MODE = 'A'
002344                     MOVE 'Y' TO WS-APPLY-MODE-SWITCH
002345                 END-IF
002346                 IF TONPRM-EXPECTED-DATE NUMERIC
002347                  AND TONPRM-EXPECTED-DATE NOT = '00000000'
002348                     MOVE TONPRM-EXPECTED-DATE
002349                       TO WS-EXPECTED-DATE
002350                 END-IF
002351                 MOVE TONPRM-PROJECT TO WS-PROJECT
002352                 IF TONPRM-FORCE = 'F'
002353                     MOVE 'Y' TO SRTCRUN-FORCE
002354                 END-IF
002355         END-READ
002356         CLOSE TONPRM-FILE
002357     END-IF

002358     IF WS-APPLY-MODE
002359         PERFORM 1050-CHECK-LEDGER THRU 1050-EXIT
002360         IF NOT WS-LEDGER-CLEARED
002361             MOVE 'Y' TO WS-BRTON-EOF-SWITCH
002362             MOVE 'Y' TO WS-CONTROL-FAIL-SWITCH
002363             GO TO 1000-EXIT
002364         END-IF
002365     END-IF

002366     OPEN OUTPUT SRTCTON-FILE
002367     IF SRTCTON-FILE-STATUS NOT = '00'
002368         DISPLAY 'SRTCTON001E UNABLE TO OPEN SRTCTON - STATUS '
002370                 SRTCTON-FILE-STATUS
002380         MOVE 'Y' TO WS-BRTON-EOF-SWITCH
002390         MOVE 'Y' TO WS-CONTROL-FAIL-SWITCH
002620     END-IF
002630     MOVE 'Y' TO WS-SRTCTL-OPEN-SWITCH

002640     OPEN I-O SRTCALR-FILE
002650     IF SRTCALR-FILE-STATUS NOT = '00'
002660         DISPLAY 'SRTCTON013E UNABLE TO OPEN SRTCALR - STATUS '
002670                 SRTCALR-FILE-STATUS
002680         MOVE 'Y' TO WS-BRTON-EOF-SWITCH
002690         MOVE 'Y' TO WS-CONTROL-FAIL-SWITCH
002700         MOVE 8 TO RETURN-CODE
002710         GO TO 1000-EXIT
002850     END-IF
002855     MOVE 'Y' TO WS-SRTCALR-OPEN-SWITCH

002860     IF WS-APPLY-MODE
002870         MOVE ' - APPLY RUN' TO RH1-MODE-TEXT
002910     PERFORM 8100-WRITE-HEADINGS THRU 8100-EXIT.

002920 1000-EXIT.
002921     EXIT.

002922*----------------------------------------------------------------
002923*    1050-CHECK-LEDGER - ASK THE SRTCRUN ROUTINE WHETHER THIS
002924*    APPLY RUN MAY GO AHEAD: SRTCRECN MUST HAVE ENDED CLEAN FOR
002925*    THE SAME BUSINESS DATE, SO THE TAKE-ON IS NOT UNDONE BY A
002926*    RECONCILIATION STILL TO COME, AND NO APPLY MAY ALREADY
002927*    HAVE ENDED CLEAN FOR IT.  THE CALL RESETS RETURN-CODE, SO
002928*    IT IS HELD ACROSS IT.
002929*----------------------------------------------------------------
002930 1050-CHECK-LEDGER.
002931     SET SRTCRUN-REQ-START TO TRUE
002932     MOVE 'SRTCTON' TO SRTCRUN-JOB-NAME
002933     MOVE RETURN-CODE TO SRTCRUN-END-CC

002934     CALL 'SRTCRUN' USING WS-RUN-AREA

002935     MOVE SRTCRUN-END-CC TO RETURN-CODE

002936     EVALUATE TRUE
002937         WHEN SRTCRUN-RC-RUN
002938             MOVE 'Y' TO WS-LEDGER-SWITCH
002939         WHEN SRTCRUN-RC-FORCED
002940             DISPLAY 'SRTCTON016W RUN FORCED - '
002941                     SRTCRUN-MESSAGE
002942             MOVE 'Y' TO WS-LEDGER-SWITCH
002943         WHEN OTHER
002944             DISPLAY 'SRTCTON015E RUN REFUSED - '
002945                     SRTCRUN-MESSAGE
002946             MOVE 8 TO RETURN-CODE
002947     END-EVALUATE.

002948 1050-EXIT.
002949     EXIT.

002950*----------------------------------------------------------------
002951*    1500-VALIDATE-PASS - READ THE WHOLE TAKE-ON FILE ONCE
002960*    BEFORE A SINGLE SRTCTL RECORD IS TOUCHED.  THE ENVELOPE
002970*    CHECKS ARE THE SAME ONES SRTCRECN APPLIES TO THE HOREF
002980*    FEED; EVERY DETAIL RECORD GOES THROUGH THE SRTCVAL EDITS

003460*----------------------------------------------------------------
003470*    1510-VALIDATE-DETAIL - ONE DETAIL RECORD OF THE VALIDATION
003480*    PASS.  THE SRTCVAL EDITS, THE ALLOCATION REGISTER CHECK
003490*    AND THE DUPLICATE CHECK DECIDE THE DISPOSITION LINE ON THE
003495*    PROOF REPORT.
003500*----------------------------------------------------------------
003510 1510-VALIDATE-DETAIL.
003520     IF HOREF-TRL-PRESENT
003670         PERFORM 8200-WRITE-PROOF THRU 8200-EXIT
003680         MOVE SRTCVAL-FIELD TO FL-FIELD
003690         MOVE SRTCVAL-MESSAGE TO FL-MESSAGE
003691         PERFORM 8210-WRITE-FIELD THRU 8210-EXIT
003692         GO TO 1510-READ-NEXT
003693     END-IF

003694     SET SRTCALC-FUNC-CHECK TO TRUE
003695     PERFORM 1530-CHECK-ALLOCATION THRU 1530-EXIT

003696     IF SRTCALC-RC-REFUSED
003697         ADD 1 TO WS-REJECT-COUNT
003698         MOVE HOREF-BRANCH-ID TO PL-BRANCH-ID
003699         MOVE 'REJECTED' TO PL-TEXT
003700         PERFORM 8200-WRITE-PROOF THRU 8200-EXIT
003701         MOVE 'SORTCODE' TO FL-FIELD
003702         MOVE SRTCALC-MESSAGE TO FL-MESSAGE
003703         PERFORM 8210-WRITE-FIELD THRU 8210-EXIT
003710         GO TO 1510-READ-NEXT
003720     END-IF

004080     PERFORM 8200-WRITE-PROOF THRU 8200-EXIT.

004090 1520-EXIT.
004091     EXIT.

004092*----------------------------------------------------------------
004093*    1530-CHECK-ALLOCATION - READ THE TAKE-ON SORT CODE'S
004094*    SRTCALR ENTRY INTO SRTCALC-ENTRY AND ASK SRTCALC WHETHER
004095*    THE CODE IS AVAILABLE TO THE BRANCH OR TO THE TONPRM
004096*    PROJECT (FUNCTION C), OR TO TAKE IT (FUNCTION U, FROM
004097*    2400).  THE CALLER SETS THE FUNCTION.
004098*----------------------------------------------------------------
004099 1530-CHECK-ALLOCATION.
004100     MOVE 'C' TO SRTCALR-REC-TYPE
004101     MOVE HOREF-SORT-CODE TO SRTCALR-SORT-CODE
004102     READ SRTCALR-FILE
004103         KEY IS SRTCALR-KEY
004104         INVALID KEY
004105             MOVE SPACES TO SRTCALR-RECORD
004106     END-READ

004107     MOVE SRTCALR-RECORD TO SRTCALC-ENTRY
004108     MOVE HOREF-BRANCH-ID TO SRTCALC-BRANCH-ID
004109     MOVE WS-PROJECT TO SRTCALC-PROJECT
004110     MOVE 'TAKEON' TO SRTCALC-USER
004111     MOVE WS-CURRENT-DATE-N TO SRTCALC-TODAY
004112     MOVE ZEROS TO SRTCALC-CLOSED-DATE
004113     MOVE ZEROS TO SRTCALC-QUAR-DAYS

004114     CALL 'SRTCALC' USING WS-ALC-AREA.

004115 1530-EXIT.
004116     EXIT.

004117*----------------------------------------------------------------
004120*    1600-REWIND-BRTON - THE VALIDATION PASS READ THE FILE TO
004130*    THE END, SO CLOSE AND REOPEN IT AND PRIME THE FIRST READ
004140*    FOR THE APPLY PASS.
004850*----------------------------------------------------------------
004860*    2400-ADD-SRTCTL - BUILD AND WRITE ONE NEW SRTCTL RECORD,
004870*    THEN JOURNAL THE ADD AND PUBLISH THE CHANGE EVENT EXACTLY
004880*    AS AN SRTCMNT ADD WOULD.  THE SORT CODE IS TAKEN ON THE
004882*    SRTCALR ALLOCATION REGISTER FIRST; A CODE THAT IS NO LONGER
004884*    AVAILABLE (TWO BRANCHES IN THE ONE FILE WITH THE SAME CODE)
004886*    ABANDONS THE APPLY CC=8 LIKE ANY OTHER FAILED WRITE.
004890*----------------------------------------------------------------
004900 2400-ADD-SRTCTL.
004901     SET SRTCALC-FUNC-TAKE TO TRUE
004902     PERFORM 1530-CHECK-ALLOCATION THRU 1530-EXIT

004903     IF SRTCALC-RC-REFUSED
004904         MOVE 'Y' TO WS-APPLY-ABEND-SWITCH
004905         MOVE 8 TO RETURN-CODE
004906         MOVE HOREF-BRANCH-ID TO PL-BRANCH-ID
004907         MOVE 'SORT CODE NOT AVAILABLE - APPLY ABANDONED'
004908           TO PL-TEXT
004909         PERFORM 8200-WRITE-PROOF THRU 8200-EXIT
004910         MOVE 'SORTCODE' TO FL-FIELD
004911         MOVE SRTCALC-MESSAGE TO FL-MESSAGE
004912         PERFORM 8210-WRITE-FIELD THRU 8210-EXIT
004913         GO TO 2400-EXIT
004914     END-IF

004915     MOVE SPACES TO SRTCTL-RECORD
004920     MOVE HOREF-BRANCH-ID TO SRTCTL-BRANCH-ID
004930     MOVE HOREF-SORT-CODE TO SRTCTL-SORT-CODE
004940     MOVE HOREF-SWIFT-BIC TO SRTCTL-SWIFT-BIC
005130     END-IF

005140     ADD 1 TO WS-ADDED-COUNT

005141     MOVE SRTCALC-ENTRY TO SRTCALR-RECORD
005142     REWRITE SRTCALR-RECORD
005143     IF SRTCALR-FILE-STATUS NOT = '00'
005144         DISPLAY 'SRTCTON014E SRTCALR REWRITE FAILED - STATUS '
005145                 SRTCALR-FILE-STATUS
005146         MOVE 'Y' TO WS-APPLY-ABEND-SWITCH
005147         MOVE 8 TO RETURN-CODE
005148         MOVE HOREF-BRANCH-ID TO PL-BRANCH-ID
005149         MOVE 'SRTCALR REWRITE FAILED - APPLY ABANDONED'
005150           TO PL-TEXT
005151         PERFORM 8200-WRITE-PROOF THRU 8200-EXIT
005152     END-IF

005153     PERFORM 2410-WRITE-JOURNAL THRU 2410-EXIT
005160     PERFORM 2420-PUBLISH-EVENT THRU 2420-EXIT

005170     MOVE HOREF-BRANCH-ID TO PL-BRANCH-ID
006170         CLOSE SCEVENT-FILE
006180     END-IF

006182     IF WS-SRTCALR-OPEN
006184         CLOSE SRTCALR-FILE
006186     END-IF

006190     IF WS-SRTCTON-OPEN
006200         CLOSE SRTCTON-FILE
006210     END-IF.

006220 3000-EXIT.
006221     EXIT.

006222*----------------------------------------------------------------
006223*    3100-RECORD-RUN - RECORD THE END OF AN APPLY RUN THE
006224*    LEDGER CLEARED, WITH ITS CONDITION CODE AND CONTROL
006225*    TOTALS.  A LEDGER THAT CANNOT BE UPDATED IS REPORTED AND
006226*    THE RUN ENDS AT LEAST CC=4.
006227*----------------------------------------------------------------
006228 3100-RECORD-RUN.
006229     IF NOT WS-LEDGER-CLEARED
006230         GO TO 3100-EXIT
006231     END-IF

006232     SET SRTCRUN-REQ-END TO TRUE
006233     MOVE RETURN-CODE TO SRTCRUN-END-CC
006234     MOVE 'DETAIL READ' TO SRTCRUN-TOTAL-NAME (1)
006235     MOVE WS-DETAIL-COUNT TO SRTCRUN-TOTAL-VALUE (1)
006236     MOVE 'ADDED' TO SRTCRUN-TOTAL-NAME (2)
006237     MOVE WS-ADDED-COUNT TO SRTCRUN-TOTAL-VALUE (2)
006238     MOVE 'REJECTED' TO SRTCRUN-TOTAL-NAME (3)
006239     MOVE WS-REJECT-COUNT TO SRTCRUN-TOTAL-VALUE (3)

006240     CALL 'SRTCRUN' USING WS-RUN-AREA

006241     MOVE SRTCRUN-END-CC TO RETURN-CODE

006242     IF NOT SRTCRUN-RC-RUN
006243         DISPLAY 'SRTCTON017W RUN NOT RECORDED ON THE LEDGER - '
006244                 SRTCRUN-MESSAGE
006245         IF RETURN-CODE = ZERO
006246             MOVE 4 TO RETURN-CODE
006247         END-IF
006248     END-IF.

006249 3100-EXIT.
006250     EXIT.

006251*----------------------------------------------------------------
006252*    8100-WRITE-HEADINGS - PRINT THE REPORT HEADINGS.
006260*----------------------------------------------------------------
006270 8100-WRITE-HEADINGS.
006280     WRITE SRTCTON-RECORD FROM WS-REPORT-HEADING-1
