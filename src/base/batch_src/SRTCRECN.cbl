000310*  WHETHER A DISAGREEING SRTCTL RECORD SHOULD BE AUTOMATICALLY   *
000320*  CORRECTED TO MATCH HEAD OFFICE OR LEFT FOR BRANCH ADMIN TO    *
000330*  ACTION BY HAND THROUGH SRTCMNT.                               *
000331*                                                                *
000332*  EVERY BREAK IS ALSO KEPT ON THE SRTCBRK BREAK REGISTER, KEYED *
000333*  BY BRANCH AND BREAK TYPE, FROM ONE RUN TO THE NEXT: A BREAK   *
000334*  SEEN AGAIN IS AGED, A BREAK NOT SEEN AGAIN (THE FEED AND      *
000335*  SRTCTL AGREE ONCE MORE) IS CLOSED, AND A NEW ONE IS OPENED.   *
000336*  THE RUN ALSO CHECKS THE OPPOSITE DIRECTION - OPEN BRANCHES ON *
000337*  SRTCTL THAT HEAD OFFICE NO LONGER SENDS - AGAINST A COPY OF   *
000338*  THE FEED SORTED BY BRANCH (HOREFSRT), AND PRINTS AN AGEING    *
000339*  SUMMARY OF THE REGISTER AFTER THE TOTALS.  BRANCH ADMIN WORK  *
000340*  THE REGISTER ONLINE THROUGH THE SRTCBWL WORKLIST SCREEN.      *
000341*                                                                *
000350******************************************************************
000360*                                                                *
000370*  MODIFICATION HISTORY                                          *
000800*                 EVERY BANK HOLIDAY.  A DATE ON THE CARD IS   *
000810*                 STILL HONOURED AS AN EXPLICIT OVERRIDE FOR   *
000820*                 RERUNS.                                      *
000821*  15/10/26  SRT  EXCEPTIONS ARE NO LONGER PRINTED AND           *
000822*                 FORGOTTEN - EACH BREAK IS OPENED, AGED OR      *
000823*                 CLOSED ON THE SRTCBRK BREAK REGISTER.  OPEN    *
000824*                 SRTCTL BRANCHES MISSING FROM THE FEED ARE NOW  *
000825*                 REPORTED AND REGISTERED TOO, AND AN AGEING     *
000826*                 SUMMARY OF THE REGISTER ENDS THE REPORT.       *
000827*  15/10/26  SRT  RUN UNDER THE SRTCRCL RUN-CONTROL LEDGER: THE  *
000828*                 SRTCPRM CARD IS NOW READ FIRST AND THE RUN IS  *
000829*                 REFUSED (CC=8), BEFORE ANY FILE IS OPENED, IF  *
000830*                 THIS JOB HAS ALREADY ENDED CLEAN FOR THE       *
000831*                 BUSINESS DATE, UNLESS THE CARD CARRIES F IN    *
000832*                 COLUMN 24.  THE FEED, EXCEPTION AND UPDATE     *
000833*                 COUNTS ARE RECORDED ON THE LEDGER AT THE END.  *
000834*  15/10/26  SRT  AN AUTO-UPDATE THAT CHANGES A BRANCH'S SORT    *
000835*                 CODE NOW TAKES THE NEW CODE ON THE SRTCALR     *
000836*                 ALLOCATION REGISTER THROUGH SRTCALC AND        *
000837*                 QUARANTINES THE OLD ONE, AS SRTCSAP DOES - A   *
000838*                 CODE THE REGISTER REFUSES IS REPORTED AND NOT  *
000839*                 APPLIED.  WITHOUT THE REGISTER AUTO-UPDATE IS  *
000840*                 SWITCHED OFF (CC=4).  WHEN THE REVERSE CHECK   *
000841*                 COULD NOT RUN, NH BREAKS ARE AGED RATHER THAN  *
000842*                 CLOSED.                                        *
000843*                                                                *
000844******************************************************************
000850
000860  ENVIRONMENT DIVISION.
000870  CONFIGURATION SECTION.
001280          RECORD KEY IS BNKCAL-DATE
001290          FILE STATUS IS BNKCAL-FILE-STATUS.
001300
001301      SELECT SRTCBRK-FILE ASSIGN TO SRTCBRK
001302          ORGANIZATION IS INDEXED
001303          ACCESS MODE IS DYNAMIC
001304          RECORD KEY IS SRTCBRK-KEY
001305          FILE STATUS IS SRTCBRK-FILE-STATUS.
001306
001307      SELECT HOREFSRT-FILE ASSIGN TO HOREFSRT
001308          ORGANIZATION IS SEQUENTIAL
001309          FILE STATUS IS HOREFSRT-FILE-STATUS.
001310
001311      SELECT SRTCALR-FILE ASSIGN TO SRTCALR
001312          ORGANIZATION IS INDEXED
001313          ACCESS MODE IS DYNAMIC
001314          RECORD KEY IS SRTCALR-KEY
001315          FILE STATUS IS SRTCALR-FILE-STATUS.
001316
001320  DATA DIVISION.
001330  FILE SECTION.
001340  FD  HOREF-FILE
001520      05  SRTCPRM-CHECKPOINT-FREQ   PIC X(05).
001530      05  FILLER                    PIC X(01).
001540      05  SRTCPRM-RESTART           PIC X(01).
001550      05  FILLER                    PIC X(01).
001553      05  SRTCPRM-FORCE             PIC X(01).
001556      05  FILLER                    PIC X(56).
001560
001570  FD  SRTCRECN-FILE
001580      LABEL RECORDS ARE STANDARD
001860      LABEL RECORDS ARE STANDARD.
001870      COPY BNKCAL.
001880
001881  FD  SRTCBRK-FILE
001882      LABEL RECORDS ARE STANDARD.
001883      COPY SRTCBRK.
001884
001885  FD  HOREFSRT-FILE
001886      LABEL RECORDS ARE STANDARD
001887      RECORDING MODE IS F.
001888  01  HOREFSRT-RECORD.
001889      05  HOREFSRT-BRANCH-ID        PIC X(06).
001890      05  FILLER                    PIC X(69).
001891
001892  FD  SRTCALR-FILE
001893      LABEL RECORDS ARE STANDARD.
001894      COPY SRTCALR.
001895
001900  WORKING-STORAGE SECTION.
001910* Copyright statement as a literal to go into the load module
001920  77  FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2022'.
001990  77  SRTCJRN-FILE-STATUS           PIC X(02) VALUE SPACES.
002000  77  SCEVENT-FILE-STATUS           PIC X(02) VALUE SPACES.
002010  77  BNKCAL-FILE-STATUS            PIC X(02) VALUE SPACES.
002012  77  SRTCBRK-FILE-STATUS           PIC X(02) VALUE SPACES.
002014  77  HOREFSRT-FILE-STATUS          PIC X(02) VALUE SPACES.
002016  77  SRTCALR-FILE-STATUS           PIC X(02) VALUE SPACES.
002020
002030  77  WS-CAL-EOF-SWITCH             PIC X(01) VALUE 'N'.
002040      88  WS-CAL-EOF                    VALUE 'Y'.
002390  77  WS-TRAILER-SEEN-SWITCH        PIC X(01) VALUE 'N'.
002400      88  WS-TRAILER-SEEN                VALUE 'Y'.
002410
002411  77  WS-SRTCBRK-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002412      88  WS-SRTCBRK-OPEN                VALUE 'Y'.
002413
002414  77  WS-SRTCTL-UPDATED-SWITCH      PIC X(01) VALUE 'N'.
002415      88  WS-SRTCTL-UPDATED              VALUE 'Y'.
002416
002417  77  WS-HOREFSRT-EOF-SWITCH        PIC X(01) VALUE 'N'.
002418      88  WS-HOREFSRT-EOF                VALUE 'Y'.
002419
002420  77  WS-SRTCTL-EOF-SWITCH          PIC X(01) VALUE 'N'.
002421      88  WS-SRTCTL-EOF                  VALUE 'Y'.
002422
002423  77  WS-SRTCBRK-EOF-SWITCH         PIC X(01) VALUE 'N'.
002424      88  WS-SRTCBRK-EOF                 VALUE 'Y'.
002425
002426  77  WS-SWEEP-DONE-SWITCH          PIC X(01) VALUE 'N'.
002427      88  WS-SWEEP-DONE                  VALUE 'Y'.
002428
002429  77  WS-LEDGER-SWITCH              PIC X(01) VALUE 'N'.
002430      88  WS-LEDGER-CLEARED              VALUE 'Y'.
002431
002432  77  WS-REVERSE-DONE-SWITCH        PIC X(01) VALUE 'N'.
002433      88  WS-REVERSE-DONE                VALUE 'Y'.
002434
002435  77  WS-SRTCALR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002436      88  WS-SRTCALR-OPEN                VALUE 'Y'.
002437
002438  77  WS-ALLOC-TAKEN-SWITCH         PIC X(01) VALUE 'N'.
002439      88  WS-ALLOC-TAKEN                 VALUE 'Y'.
002440
002441  77  WS-QUAR-DAYS                  PIC 9(04) VALUE ZERO.
002442
002443  77  WS-HOREF-COUNT                PIC 9(05) COMP VALUE ZERO.
002444  77  WS-MATCH-COUNT                PIC 9(05) COMP VALUE ZERO.
002445  77  WS-EXCEPTION-COUNT            PIC 9(05) COMP VALUE ZERO.
002450  77  WS-NOTFOUND-COUNT             PIC 9(05) COMP VALUE ZERO.
002460  77  WS-UPDATE-COUNT               PIC 9(05) COMP VALUE ZERO.
002462  77  WS-NOT-ON-HOREF-COUNT         PIC 9(05) COMP VALUE ZERO.
002464  77  WS-BRK-OPENED-COUNT           PIC 9(05) COMP VALUE ZERO.
002466  77  WS-BRK-CLOSED-COUNT           PIC 9(05) COMP VALUE ZERO.
002470
002480  77  WS-CTL-DETAIL-COUNT           PIC 9(08) COMP VALUE ZERO.
002490  77  WS-CTL-CHANGE-COUNT           PIC 9(08) COMP VALUE ZERO.
002640  77  WS-RESTART-POSITION           PIC 9(08) COMP VALUE ZERO.
002650  77  WS-CHK-WRITE-STATUS           PIC X(01) VALUE 'A'.
002660
002661*----------------------------------------------------------------
002662*    WORKING STORAGE FOR THE SRTCBRK BREAK REGISTER.  THE CALLER
002663*    OF 2600-TOUCH-BREAK PUTS THE BRANCH, BREAK TYPE AND TEXT IN
002664*    WS-BRK-BRANCH-ID, WS-BRK-TYPE AND WS-BRK-TEXT (AND, FOR A
002665*    MISMATCH, THE DISAGREEING FIELDS IN WS-BRK-FIELDS).  THE
002666*    AGEING TABLE IS BREAK TYPE (MM, NS, NH) BY STATUS (OPEN,
002667*    ACCEPTED) BY AGE BAND (0-7, 8-30, 31-90, OVER 90 DAYS),
002668*    WITH THE FIFTH BAND THE ROW TOTAL.
002669*----------------------------------------------------------------
002670  77  WS-BRK-BRANCH-ID              PIC X(06) VALUE SPACES.
002671  77  WS-BRK-TYPE                   PIC X(02) VALUE SPACES.
002672  77  WS-BRK-TEXT                   PIC X(40) VALUE SPACES.
002673  77  WS-AS-AT-INT                  PIC S9(09) COMP VALUE ZERO.
002674  77  WS-OPENED-INT                 PIC S9(09) COMP VALUE ZERO.
002675  77  WS-TYPE-IX                    PIC 9(04) COMP VALUE ZERO.
002676  77  WS-STAT-IX                    PIC 9(04) COMP VALUE ZERO.
002677  77  WS-BAND-IX                    PIC 9(04) COMP VALUE ZERO.
002678
002679  01  WS-BRK-FIELDS.
002680      05  WS-BRK-SORT-CODE-FLAG     PIC X(01).
002681      05  WS-BRK-SWIFT-BIC-FLAG     PIC X(01).
002682      05  WS-BRK-IBAN-PREFIX-FLAG   PIC X(01).
002683      05  WS-BRK-BANK-NAME-FLAG     PIC X(01).
002684
002685  01  WS-AGEING-TABLE.
002686      05  WS-AGE-TYPE               OCCURS 3 TIMES.
002687          10  WS-AGE-STATUS         OCCURS 2 TIMES.
002688              15  WS-AGE-BAND       PIC 9(05) COMP
002689                                    OCCURS 5 TIMES.
002690
002691  01  WS-VAL-AREA.
002692      COPY SRTCVAL.
002693
002694  01  WS-ALC-AREA.
002695      COPY SRTCALC.
002696
002700  01  WS-CDAY-AREA.
002710      COPY BNKCDAY.
002712
002714  01  WS-RUN-AREA.
002716      COPY SRTCRUN.
002720
002730  01  WS-CURRENT-DATE.
002740      05  WS-CURRENT-DATE-CC        PIC 9(02).
003790      05  TL5-TOTAL-DISPLAY         PIC ZZZZ9.
003800      05  FILLER                    PIC X(102) VALUE SPACES.
003810
003811  01  WS-TOTALS-LINE-6.
003812      05  FILLER                    PIC X(01) VALUE ' '.
003813      05  FILLER                    PIC X(25)
003814          VALUE 'OPEN BRANCHES NOT SENT:'.
003815      05  TL6-TOTAL-DISPLAY         PIC ZZZZ9.
003816      05  FILLER                    PIC X(102) VALUE SPACES.
003817
003818  01  WS-AGEING-HEADING-1.
003819      05  FILLER                    PIC X(01) VALUE ' '.
003820      05  FILLER                    PIC X(37)
003821          VALUE 'BREAK REGISTER AGEING SUMMARY AS AT'.
003822      05  AH1-AS-AT-DATE            PIC 9(08).
003823      05  FILLER                    PIC X(87) VALUE SPACES.
003824
003825  01  WS-AGEING-HEADING-2.
003826      05  FILLER                    PIC X(01) VALUE ' '.
003827      05  FILLER                    PIC X(26) VALUE 'BREAK TYPE'.
003828      05  FILLER                    PIC X(08) VALUE 'STATUS'.
003829      05  FILLER                    PIC X(40)
003830          VALUE '     0-7    8-30   31-90  OVR 90   TOTAL'.
003831      05  FILLER                    PIC X(58) VALUE SPACES.
003832
003833  01  WS-AGEING-LINE.
003834      05  FILLER                    PIC X(01) VALUE ' '.
003835      05  AL-TYPE                   PIC X(02).
003836      05  FILLER                    PIC X(02) VALUE SPACES.
003837      05  AL-TYPE-TEXT              PIC X(20).
003838      05  FILLER                    PIC X(02) VALUE SPACES.
003839      05  AL-STATUS                 PIC X(08).
003840      05  FILLER                    PIC X(03) VALUE SPACES.
003841      05  AL-BAND-1                 PIC ZZZZ9.
003842      05  FILLER                    PIC X(03) VALUE SPACES.
003843      05  AL-BAND-2                 PIC ZZZZ9.
003844      05  FILLER                    PIC X(03) VALUE SPACES.
003845      05  AL-BAND-3                 PIC ZZZZ9.
003846      05  FILLER                    PIC X(03) VALUE SPACES.
003847      05  AL-BAND-4                 PIC ZZZZ9.
003848      05  FILLER                    PIC X(03) VALUE SPACES.
003849      05  AL-TOTAL                  PIC ZZZZ9.
003850      05  FILLER                    PIC X(58) VALUE SPACES.
003851
003852  01  WS-AGEING-TOTALS-LINE.
003853      05  FILLER                    PIC X(01) VALUE ' '.
003854      05  FILLER                    PIC X(25)
003855          VALUE 'BREAKS OPENED THIS RUN:'.
003856      05  ATL-OPENED                PIC ZZZZ9.
003857      05  FILLER                    PIC X(04) VALUE SPACES.
003858      05  FILLER                    PIC X(25)
003859          VALUE 'BREAKS CLOSED THIS RUN:'.
003860      05  ATL-CLOSED                PIC ZZZZ9.
003861      05  FILLER                    PIC X(68) VALUE SPACES.
003862
003863
003864  PROCEDURE DIVISION.
003865  0000-MAINLINE.
003866      PERFORM 1000-INITIALISE THRU 1000-EXIT.
003867
003870      IF WS-HOREF-OPEN AND WS-SRTCTL-OPEN AND WS-SRTCRECN-OPEN
003880          PERFORM 1500-CONTROL-PASS THRU 1500-EXIT
003890      END-IF
003980          PERFORM 1600-REWIND-HOREF THRU 1600-EXIT
003990          PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
004000              UNTIL WS-HOREF-EOF
004002          IF WS-SRTCBRK-OPEN AND NOT WS-CONTROL-FAILED
004004              PERFORM 2700-REVERSE-CHECK THRU 2700-EXIT
004006              PERFORM 2800-SWEEP-REGISTER THRU 2800-EXIT
004008          END-IF
004010          IF (WS-CHECKPOINT-FREQ > ZERO OR WS-RESTART-MODE)
004020           AND NOT WS-CONTROL-FAILED
004030              MOVE 'C' TO WS-CHK-WRITE-STATUS
004070
004080      PERFORM 3000-TERMINATE THRU 3000-EXIT.
004090
004093      PERFORM 3100-RECORD-RUN THRU 3100-EXIT.
004096
004100      STOP RUN.
004110
004120*----------------------------------------------------------------
004130*    1000-INITIALISE - READ THE AUTO-UPDATE CONTROL CARD, CLEAR
004140*    THE RUN WITH THE RUN-CONTROL LEDGER, OPEN THE FILES, PRINT
004145*    THE HEADINGS AND PRIME THE READ.
004150*----------------------------------------------------------------
004160  1000-INITIALISE.
004170      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004171
004172      MOVE 'N' TO SRTCRUN-FORCE
004173
004174      OPEN INPUT SRTCPRM-FILE
004175      IF SRTCPRM-FILE-STATUS NOT = '00'
004176          DISPLAY 'SRTCRECN004W UNABLE TO OPEN SRTCPRM - STATUS '
004177                  SRTCPRM-FILE-STATUS
004178          DISPLAY 'SRTCRECN005I AUTO-UPDATE DEFAULTS TO NO'
004179      ELSE
004180          READ SRTCPRM-FILE
004181              AT END
004182                  DISPLAY 'SRTCRECN006W SRTCPRM IS EMPTY'
004183              NOT AT END
004184                  MOVE SRTCPRM-AUTO-UPDATE TO
004185                      WS-AUTO-UPDATE-SWITCH
004186                  MOVE SRTCPRM-TOLERANCE-PCT TO
004187                      WS-TOLERANCE-X
004188                  MOVE SRTCPRM-EXPECTED-DATE TO
004189                      WS-EXPECTED-DATE-X
004190                  MOVE SRTCPRM-CHECKPOINT-FREQ TO
004191                      WS-CHECKPOINT-X
004192                  MOVE SRTCPRM-RESTART TO WS-RESTART-X
004193                  IF SRTCPRM-FORCE = 'F'
004194                      MOVE 'Y' TO SRTCRUN-FORCE
004195                  END-IF
004196          END-READ
004197          CLOSE SRTCPRM-FILE
004198      END-IF
004199
004200      PERFORM 1300-CHECK-LEDGER THRU 1300-EXIT
004201      IF NOT WS-LEDGER-CLEARED
004202          MOVE 'Y' TO WS-HOREF-EOF-SWITCH
004203          MOVE 'Y' TO WS-CONTROL-FAIL-SWITCH
004204          GO TO 1000-EXIT
004205      END-IF
004206
004207      OPEN INPUT HOREF-FILE
004208      IF HOREF-FILE-STATUS NOT = '00'
004210          DISPLAY 'SRTCRECN001E UNABLE TO OPEN HOREF - STATUS '
004220                  HOREF-FILE-STATUS
004230          MOVE 'Y' TO WS-HOREF-EOF-SWITCH
004480          GO TO 1000-EXIT
004490      END-IF
004500      MOVE 'Y' TO WS-SRTCRECN-OPEN-SWITCH
004740
004750      IF WS-EXPECTED-DATE-X NUMERIC
004760       AND WS-EXPECTED-DATE-X NOT = '00000000'
005110          ELSE
005120              MOVE 'Y' TO WS-SCEVENT-OPEN-SWITCH
005130          END-IF
005131      END-IF
005132
005133      IF WS-AUTO-UPDATE
005134          OPEN I-O SRTCALR-FILE
005135          IF SRTCALR-FILE-STATUS NOT = '00'
005136              DISPLAY 'SRTCRECN027W UNABLE TO OPEN SRTCALR - '
005137                      'STATUS ' SRTCALR-FILE-STATUS
005138              DISPLAY 'SRTCRECN028W AUTO-UPDATE SWITCHED OFF - '
005139                      'NO ALLOCATION REGISTER AVAILABLE'
005140              MOVE 'N' TO WS-AUTO-UPDATE-SWITCH
005141              MOVE 4 TO RETURN-CODE
005142          ELSE
005143              MOVE 'Y' TO WS-SRTCALR-OPEN-SWITCH
005144          END-IF
005145      END-IF
005146
005147      OPEN I-O SRTCBRK-FILE
005148      IF SRTCBRK-FILE-STATUS NOT = '00'
005149          DISPLAY 'SRTCRECN019W UNABLE TO OPEN SRTCBRK - STATUS '
005150                  SRTCBRK-FILE-STATUS
005151          DISPLAY 'SRTCRECN020W BREAK REGISTER WILL NOT BE '
005152                  'MAINTAINED THIS RUN'
005153          MOVE 4 TO RETURN-CODE
005154      ELSE
005155          MOVE 'Y' TO WS-SRTCBRK-OPEN-SWITCH
005156      END-IF
005157
005160      PERFORM 8100-WRITE-HEADINGS THRU 8100-EXIT.
005170
005180  1000-EXIT.
005810      END-READ.
005820
005830  1210-EXIT.
005831      EXIT.
005832
005833*----------------------------------------------------------------
005834*    1300-CHECK-LEDGER - ASK THE SRTCRUN ROUTINE WHETHER THIS
005835*    RUN MAY GO AHEAD.  SRTCRECN HEADS THE NIGHTLY CHAIN, SO
005836*    THE ONLY REFUSAL IS A SECOND RUN FOR A BUSINESS DATE THAT
005837*    HAS ALREADY ENDED CLEAN - A RESTART AFTER AN ABEND OR A
005838*    FAILED RUN IS NOT REFUSED.  THE CALL RESETS RETURN-CODE,
005839*    SO IT IS HELD ACROSS IT.
005840*----------------------------------------------------------------
005841  1300-CHECK-LEDGER.
005842      SET SRTCRUN-REQ-START TO TRUE
005843      MOVE 'SRTCRECN' TO SRTCRUN-JOB-NAME
005844      MOVE RETURN-CODE TO SRTCRUN-END-CC
005845
005846      CALL 'SRTCRUN' USING WS-RUN-AREA
005847
005848      MOVE SRTCRUN-END-CC TO RETURN-CODE
005849
005850      EVALUATE TRUE
005851          WHEN SRTCRUN-RC-RUN
005852              MOVE 'Y' TO WS-LEDGER-SWITCH
005853          WHEN SRTCRUN-RC-FORCED
005854              DISPLAY 'SRTCRECN025W RUN FORCED - '
005855                      SRTCRUN-MESSAGE
005856              MOVE 'Y' TO WS-LEDGER-SWITCH
005857          WHEN OTHER
005858              DISPLAY 'SRTCRECN024E RUN REFUSED - '
005859                      SRTCRUN-MESSAGE
005860              MOVE 8 TO RETURN-CODE
005861      END-EVALUATE.
005862
005863  1300-EXIT.
005864      EXIT.
005865
005866*----------------------------------------------------------------
005870*    1500-CONTROL-PASS - READ THE WHOLE FEED ONCE BEFORE A
005880*    SINGLE SRTCTL RECORD IS TOUCHED.  THE FIRST RECORD MUST BE
005890*    A HEADER CARRYING THE EXPECTED BUSINESS DATE, THE LAST A
007610          IF WS-MISMATCH
007620              PERFORM 2210-REPORT-MISMATCH THRU 2210-EXIT
007630              ADD 1 TO WS-EXCEPTION-COUNT
007635              MOVE 'N' TO WS-SRTCTL-UPDATED-SWITCH
007640              IF WS-AUTO-UPDATE
007650                  IF SRTCTL-STATUS-CLOSING OR SRTCTL-STATUS-CLOSED
007660                      MOVE HOREF-BRANCH-ID TO EL-BRANCH-ID
007750                      END-IF
007760                  END-IF
007770              END-IF
007771              IF NOT WS-SRTCTL-UPDATED
007772                  MOVE HOREF-BRANCH-ID TO WS-BRK-BRANCH-ID
007773                  MOVE 'MM' TO WS-BRK-TYPE
007774                  MOVE 'SRTCTL DISAGREES WITH HEAD OFFICE'
007775                    TO WS-BRK-TEXT
007776                  PERFORM 2600-TOUCH-BREAK THRU 2600-EXIT
007777              END-IF
007780          ELSE
007790              ADD 1 TO WS-MATCH-COUNT
007800          END-IF
007850          MOVE 'BRANCH ON HEAD OFFICE FEED NOT FOUND ON SRTCTL'
007860            TO EL-TEXT
007870          PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
007871          MOVE SPACES TO WS-BRK-FIELDS
007872          MOVE HOREF-BRANCH-ID TO WS-BRK-BRANCH-ID
007873          MOVE 'NS' TO WS-BRK-TYPE
007874          MOVE 'ON HEAD OFFICE FEED BUT NOT ON SRTCTL'
007875            TO WS-BRK-TEXT
007876          PERFORM 2600-TOUCH-BREAK THRU 2600-EXIT
007880      END-IF
007890
007900      IF WS-CHECKPOINT-FREQ > ZERO
008570      MOVE HOREF-BRANCH-ID TO EL-BRANCH-ID
008580      MOVE 'BRANCH DISAGREES WITH HEAD OFFICE' TO EL-TEXT
008590      PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
008595      MOVE SPACES TO WS-BRK-FIELDS
008600
008610      IF SRTCTL-SORT-CODE NOT = HOREF-SORT-CODE
008620          MOVE 'SORT CODE' TO FL-LABEL
008625          MOVE 'Y' TO WS-BRK-SORT-CODE-FLAG
008630          MOVE SRTCTL-SORT-CODE TO FL-SRTCTL-VALUE
008640          MOVE HOREF-SORT-CODE TO FL-HOREF-VALUE
008650          PERFORM 8210-WRITE-FIELD THRU 8210-EXIT
008670
008680      IF SRTCTL-SWIFT-BIC NOT = HOREF-SWIFT-BIC
008690          MOVE 'SWIFT/BIC' TO FL-LABEL
008695          MOVE 'Y' TO WS-BRK-SWIFT-BIC-FLAG
008700          MOVE SRTCTL-SWIFT-BIC TO FL-SRTCTL-VALUE
008710          MOVE HOREF-SWIFT-BIC TO FL-HOREF-VALUE
008720          PERFORM 8210-WRITE-FIELD THRU 8210-EXIT
008740
008750      IF SRTCTL-IBAN-PREFIX NOT = HOREF-IBAN-PREFIX
008760          MOVE 'IBAN PREFIX' TO FL-LABEL
008765          MOVE 'Y' TO WS-BRK-IBAN-PREFIX-FLAG
008770          MOVE SRTCTL-IBAN-PREFIX TO FL-SRTCTL-VALUE
008780          MOVE HOREF-IBAN-PREFIX TO FL-HOREF-VALUE
008790          PERFORM 8210-WRITE-FIELD THRU 8210-EXIT
008810
008820      IF SRTCTL-BANK-NAME NOT = HOREF-BANK-NAME
008830          MOVE 'BANK NAME' TO FL-LABEL
008835          MOVE 'Y' TO WS-BRK-BANK-NAME-FLAG
008840          MOVE SRTCTL-BANK-NAME TO FL-SRTCTL-VALUE
008850          MOVE HOREF-BANK-NAME TO FL-HOREF-VALUE
008860          PERFORM 8210-WRITE-FIELD THRU 8210-EXIT
009230*    HEAD OFFICE'S VALUES AND STAMP TODAY AS THE LAST-CHANGED
009240*    DATE, THE SAME AS AN ADMINISTRATOR CONFIRMING A CHANGE
009250*    THROUGH SRTCMNT WOULD.
009252*    A NEW SORT CODE MUST FIRST BE TAKEN FOR THE BRANCH ON THE
009254*    SRTCALR ALLOCATION REGISTER; ONE THE REGISTER REFUSES IS
009256*    REPORTED AND SRTCTL IS LEFT AS IT IS.
009260*----------------------------------------------------------------
009270  2400-UPDATE-SRTCTL.
009280      MOVE SRTCTL-RECORD TO WS-JRN-BEFORE
009281
009282      MOVE 'N' TO WS-ALLOC-TAKEN-SWITCH
009283      IF HOREF-SORT-CODE NOT = WS-JRN-BEFORE-SORT-CODE
009284          PERFORM 2430-TAKE-NEW-CODE THRU 2430-EXIT
009285          IF NOT WS-ALLOC-TAKEN
009286              MOVE HOREF-BRANCH-ID TO EL-BRANCH-ID
009287              MOVE 'NEW SORT CODE REFUSED BY ALLOCATION REGISTER'
009288                TO EL-TEXT
009289              PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
009290              MOVE SRTCALC-MESSAGE TO EL-TEXT
009291              PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
009292              GO TO 2400-EXIT
009293          END-IF
009294      END-IF
009295
009296      MOVE HOREF-SORT-CODE TO SRTCTL-SORT-CODE
009300      MOVE HOREF-SWIFT-BIC TO SRTCTL-SWIFT-BIC
009310      MOVE HOREF-IBAN-PREFIX TO SRTCTL-IBAN-PREFIX
009320      MOVE HOREF-BANK-NAME TO SRTCTL-BANK-NAME
009420          PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
009430      ELSE
009440          ADD 1 TO WS-UPDATE-COUNT
009442          MOVE 'Y' TO WS-SRTCTL-UPDATED-SWITCH
009444          IF WS-ALLOC-TAKEN
009446              PERFORM 2440-UPDATE-REGISTER THRU 2440-EXIT
009448          END-IF
009450          PERFORM 2410-WRITE-JOURNAL THRU 2410-EXIT
009460          PERFORM 2420-PUBLISH-EVENT THRU 2420-EXIT
009470      END-IF.
010340      EXIT.
010350
010360*----------------------------------------------------------------
010361*    2430-TAKE-NEW-CODE - READ HEAD OFFICE'S NEW SORT CODE'S
010362*    SRTCALR ENTRY AND ASK SRTCALC TO TAKE IT FOR THE BRANCH.
010363*    THE UPDATED ENTRY IS HELD IN SRTCALC-ENTRY UNTIL SRTCTL
010364*    HAS BEEN REWRITTEN; ON A REFUSAL SRTCALC-MESSAGE SAYS WHAT
010365*    HOLDS THE CODE.
010366*----------------------------------------------------------------
010367  2430-TAKE-NEW-CODE.
010368      MOVE 'C' TO SRTCALR-REC-TYPE
010369      MOVE HOREF-SORT-CODE TO SRTCALR-SORT-CODE
010370      READ SRTCALR-FILE
010371          KEY IS SRTCALR-KEY
010372          INVALID KEY
010373              MOVE SPACES TO SRTCALR-RECORD
010374      END-READ
010375
010376      MOVE SRTCALR-RECORD TO SRTCALC-ENTRY
010377      SET SRTCALC-FUNC-TAKE TO TRUE
010378      MOVE HOREF-BRANCH-ID TO SRTCALC-BRANCH-ID
010379      MOVE SPACES TO SRTCALC-PROJECT
010380      MOVE 'SRTCRECN' TO SRTCALC-USER
010381      MOVE WS-CURRENT-DATE-N TO SRTCALC-TODAY
010382      MOVE ZEROS TO SRTCALC-CLOSED-DATE
010383      MOVE ZEROS TO SRTCALC-QUAR-DAYS
010384
010385      CALL 'SRTCALC' USING WS-ALC-AREA
010386
010387      IF SRTCALC-RC-OK
010388          MOVE 'Y' TO WS-ALLOC-TAKEN-SWITCH
010389      END-IF.
010390
010391  2430-EXIT.
010392      EXIT.
010393
010394*----------------------------------------------------------------
010395*    2440-UPDATE-REGISTER - SRTCTL NOW CARRIES THE NEW SORT
010396*    CODE.  WRITE BACK THE ENTRY 2430 TOOK, THEN QUARANTINE THE
010397*    CODE THE BRANCH GAVE UP FOR ITS RANGE'S PERIOD FROM TODAY.
010398*    AN OLD CODE NOT ON THE REGISTER IS LEFT ALONE.  A REGISTER
010399*    WRITE FAILURE DOES NOT UNDO THE UPDATE BUT IS FLAGGED CC=4
010400*    FOR BRANCH ADMIN TO PUT RIGHT ON SCAL.
010401*----------------------------------------------------------------
010402  2440-UPDATE-REGISTER.
010403      MOVE 'C' TO SRTCALR-REC-TYPE
010404      MOVE SRTCTL-SORT-CODE TO SRTCALR-SORT-CODE
010405      READ SRTCALR-FILE
010406          KEY IS SRTCALR-KEY
010407          INVALID KEY
010408              PERFORM 2450-REGISTER-FAILED THRU 2450-EXIT
010409              GO TO 2440-QUARANTINE-OLD
010410      END-READ
010411
010412      MOVE SRTCALC-ENTRY TO SRTCALR-RECORD
010413      REWRITE SRTCALR-RECORD
010414      IF SRTCALR-FILE-STATUS NOT = '00'
010415          PERFORM 2450-REGISTER-FAILED THRU 2450-EXIT
010416      END-IF.
010417
010418  2440-QUARANTINE-OLD.
010419      IF WS-JRN-BEFORE-SORT-CODE = SPACES
010420          GO TO 2440-EXIT
010421      END-IF
010422
010423      MOVE ZERO TO WS-QUAR-DAYS
010424      MOVE 'C' TO SRTCALR-REC-TYPE
010425      MOVE WS-JRN-BEFORE-SORT-CODE TO SRTCALR-SORT-CODE
010426      READ SRTCALR-FILE
010427          KEY IS SRTCALR-KEY
010428          INVALID KEY
010429              GO TO 2440-EXIT
010430      END-READ
010431
010432      MOVE 'R' TO SRTCALR-REC-TYPE
010433      MOVE SRTCALR-RANGE-START TO SRTCALR-SORT-CODE
010434      READ SRTCALR-FILE
010435          KEY IS SRTCALR-KEY
010436          INVALID KEY
010437              MOVE ZERO TO SRTCALR-QUAR-DAYS
010438      END-READ
010439      IF SRTCALR-QUAR-DAYS NUMERIC
010440          MOVE SRTCALR-QUAR-DAYS TO WS-QUAR-DAYS
010441      END-IF
010442
010443      MOVE 'C' TO SRTCALR-REC-TYPE
010444      MOVE WS-JRN-BEFORE-SORT-CODE TO SRTCALR-SORT-CODE
010445      READ SRTCALR-FILE
010446          KEY IS SRTCALR-KEY
010447          INVALID KEY
010448              GO TO 2440-EXIT
010449      END-READ
010450
010451      MOVE SRTCALR-RECORD TO SRTCALC-ENTRY
010452      SET SRTCALC-FUNC-QUARANTINE TO TRUE
010453      MOVE HOREF-BRANCH-ID TO SRTCALC-BRANCH-ID
010454      MOVE SPACES TO SRTCALC-PROJECT
010455      MOVE 'SRTCRECN' TO SRTCALC-USER
010456      MOVE WS-CURRENT-DATE-N TO SRTCALC-TODAY
010457      MOVE WS-CURRENT-DATE-N TO SRTCALC-CLOSED-DATE
010458      MOVE WS-QUAR-DAYS TO SRTCALC-QUAR-DAYS
010459
010460      CALL 'SRTCALC' USING WS-ALC-AREA
010461
010462      MOVE SRTCALC-ENTRY TO SRTCALR-RECORD
010463      REWRITE SRTCALR-RECORD
010464      IF SRTCALR-FILE-STATUS NOT = '00'
010465          PERFORM 2450-REGISTER-FAILED THRU 2450-EXIT
010466      END-IF.
010467
010468  2440-EXIT.
010469      EXIT.
010470
010471*----------------------------------------------------------------
010472*    2450-REGISTER-FAILED - A SRTCALR ENTRY COULD NOT BE PUT
010473*    BACK AFTER THE AUTO-UPDATE WENT ON.
010474*----------------------------------------------------------------
010475  2450-REGISTER-FAILED.
010476      DISPLAY 'SRTCRECN029W SRTCALR UPDATE FAILED FOR '
010477              SRTCALR-SORT-CODE ' - STATUS '
010478              SRTCALR-FILE-STATUS
010479      IF RETURN-CODE = ZERO
010480          MOVE 4 TO RETURN-CODE
010481      END-IF.
010482
010483  2450-EXIT.
010484      EXIT.
010485
010486*----------------------------------------------------------------
010487*    2500-READ-HOREF - READ THE NEXT HEAD OFFICE RECORD.
010488*----------------------------------------------------------------
010489  2500-READ-HOREF.
010490      READ HOREF-FILE
010491          AT END
010492              MOVE 'Y' TO WS-HOREF-EOF-SWITCH
010493      END-READ.
010494
010495  2500-EXIT.
010496      EXIT.
010497
010498*----------------------------------------------------------------
010499*    2600-TOUCH-BREAK - THIS RUN HAS SEEN A BREAK.  THE CALLER
010500*    PUTS THE BRANCH, BREAK TYPE AND TEXT IN WS-BRK-BRANCH-ID,
010501*    WS-BRK-TYPE AND WS-BRK-TEXT.  A BREAK NOT ON THE REGISTER
010502*    IS OPENED; ONE THAT WAS CLOSED HAS COME BACK AND IS
010503*    REOPENED AS A NEW BREAK; ONE STILL OPEN (OR ACCEPTED) IS
010504*    STAMPED AS SEEN ON THIS FEED AND RE-AGED.  THE RUN COUNT
010505*    ONLY MOVES ON WHEN THE LAST SIGHTING WAS AN EARLIER FEED,
010506*    SO A RESTART OR RERUN OF THE SAME FEED DOES NOT COUNT THE
010507*    SAME NIGHT TWICE.  A REGISTER WRITE FAILURE IS A WARNING -
010508*    THE RECONCILIATION ITSELF IS UNAFFECTED.
010509*----------------------------------------------------------------
010510  2600-TOUCH-BREAK.
010511      IF NOT WS-SRTCBRK-OPEN
010512          GO TO 2600-EXIT
010513      END-IF
010514
010515      MOVE WS-BRK-BRANCH-ID TO SRTCBRK-BRANCH-ID
010516      MOVE WS-BRK-TYPE TO SRTCBRK-TYPE
010517
010518      READ SRTCBRK-FILE
010519          KEY IS SRTCBRK-KEY
010520      END-READ
010521
010522      EVALUATE TRUE
010523          WHEN SRTCBRK-FILE-STATUS = '23'
010524              PERFORM 2610-NEW-BREAK THRU 2610-EXIT
010525              WRITE SRTCBRK-RECORD
010526              IF SRTCBRK-FILE-STATUS = '00'
010527                  ADD 1 TO WS-BRK-OPENED-COUNT
010528              END-IF
010529          WHEN SRTCBRK-FILE-STATUS NOT = '00'
010530              CONTINUE
010531          WHEN SRTCBRK-STATUS-CLOSED
010532              PERFORM 2610-NEW-BREAK THRU 2610-EXIT
010533              REWRITE SRTCBRK-RECORD
010534              IF SRTCBRK-FILE-STATUS = '00'
010535                  ADD 1 TO WS-BRK-OPENED-COUNT
010536              END-IF
010537          WHEN OTHER
010538              IF SRTCBRK-LAST-SEEN-DATE NOT = WS-HEADER-DATE
010539                  ADD 1 TO SRTCBRK-RUN-COUNT
010540              END-IF
010541              MOVE WS-HEADER-DATE TO SRTCBRK-LAST-SEEN-DATE
010542              MOVE WS-BRK-FIELDS TO SRTCBRK-FIELDS
010543              MOVE WS-BRK-TEXT TO SRTCBRK-TEXT
010544              PERFORM 2620-AGE-BREAK THRU 2620-EXIT
010545              REWRITE SRTCBRK-RECORD
010546      END-EVALUATE
010547
010548      IF SRTCBRK-FILE-STATUS NOT = '00'
010549          DISPLAY 'SRTCRECN021W BREAK REGISTER UPDATE FAILED FOR '
010550                  WS-BRK-BRANCH-ID ' ' WS-BRK-TYPE
010551                  ' - STATUS ' SRTCBRK-FILE-STATUS
010552          IF RETURN-CODE = ZERO
010553              MOVE 4 TO RETURN-CODE
010554          END-IF
010555      END-IF.
010556
010557  2600-EXIT.
010558      EXIT.
010559
010560*----------------------------------------------------------------
010561*    2610-NEW-BREAK - SET UP THE REGISTER RECORD FOR A BREAK
010562*    OPENED ON THIS FEED.  A REOPENED BREAK STARTS AGAIN FROM
010563*    NOTHING - WHOEVER IT WAS ASSIGNED TO LAST TIME, AND
010564*    WHATEVER WAS ACCEPTED ABOUT IT, WENT WITH THE OLD BREAK.
010565*----------------------------------------------------------------
010566  2610-NEW-BREAK.
010567      MOVE SPACES TO SRTCBRK-RECORD
010568      MOVE WS-BRK-BRANCH-ID TO SRTCBRK-BRANCH-ID
010569      MOVE WS-BRK-TYPE TO SRTCBRK-TYPE
010570      SET SRTCBRK-STATUS-OPEN TO TRUE
010571      MOVE WS-HEADER-DATE TO SRTCBRK-OPENED-DATE
010572      MOVE WS-HEADER-DATE TO SRTCBRK-LAST-SEEN-DATE
010573      MOVE ZERO TO SRTCBRK-CLOSED-DATE
010574      MOVE ZERO TO SRTCBRK-AGE-DAYS
010575      MOVE 1 TO SRTCBRK-RUN-COUNT
010576      MOVE WS-BRK-FIELDS TO SRTCBRK-FIELDS
010577      MOVE WS-BRK-TEXT TO SRTCBRK-TEXT
010578      MOVE ZERO TO SRTCBRK-ASSIGNED-DATE
010579      MOVE ZERO TO SRTCBRK-NOTE-DATE
010580      MOVE ZERO TO SRTCBRK-ACCEPTED-DATE.
010581
010582  2610-EXIT.
010583      EXIT.
010584
010585*----------------------------------------------------------------
010586*    2620-AGE-BREAK - CALENDAR DAYS FROM THE DAY THE BREAK WAS
010587*    OPENED TO THE FEED DATE OF THIS RUN.
010588*----------------------------------------------------------------
010589  2620-AGE-BREAK.
010590      IF SRTCBRK-OPENED-DATE NOT NUMERIC
010591       OR SRTCBRK-OPENED-DATE = ZERO
010592       OR SRTCBRK-OPENED-DATE > WS-HEADER-DATE
010593          MOVE ZERO TO SRTCBRK-AGE-DAYS
010594          GO TO 2620-EXIT
010595      END-IF
010596
010597      COMPUTE WS-AS-AT-INT =
010598          FUNCTION INTEGER-OF-DATE (WS-HEADER-DATE)
010599      COMPUTE WS-OPENED-INT =
010600          FUNCTION INTEGER-OF-DATE (SRTCBRK-OPENED-DATE)
010601      COMPUTE SRTCBRK-AGE-DAYS = WS-AS-AT-INT - WS-OPENED-INT.
010602
010603  2620-EXIT.
010604      EXIT.
010605
010606*----------------------------------------------------------------
010607*    2700-REVERSE-CHECK - THE OTHER DIRECTION: AN OPEN BRANCH
010608*    ON SRTCTL THAT HEAD OFFICE NO LONGER SENDS.  HOREFSRT IS
010609*    THE FEED'S DETAIL RECORDS SORTED BY BRANCH ID BY THE SORT
010610*    STEP IN THE JOB, SO A STRAIGHT MATCH AGAINST SRTCTL READ
010611*    IN KEY ORDER FINDS THEM.  PENDING, CLOSING AND CLOSED
010612*    BRANCHES ARE LEFT OUT - HEAD OFFICE MAY WELL NOT SEND
010613*    THOSE.  WITHOUT HOREFSRT THE CHECK IS SKIPPED WITH CC=4.
010614*    WS-REVERSE-DONE TELLS THE REGISTER SWEEP THE CHECK RAN.
010615*----------------------------------------------------------------
010616  2700-REVERSE-CHECK.
010617      OPEN INPUT HOREFSRT-FILE
010618      IF HOREFSRT-FILE-STATUS NOT = '00'
010619          DISPLAY 'SRTCRECN022W UNABLE TO OPEN HOREFSRT - STATUS '
010620                  HOREFSRT-FILE-STATUS
010621          DISPLAY 'SRTCRECN023W OPEN BRANCHES MISSING FROM THE '
010622                  'FEED WERE NOT CHECKED'
010623          IF RETURN-CODE = ZERO
010624              MOVE 4 TO RETURN-CODE
010625          END-IF
010626          GO TO 2700-EXIT
010627      END-IF
010628
010629      MOVE 'N' TO WS-HOREFSRT-EOF-SWITCH
010630      MOVE 'N' TO WS-SRTCTL-EOF-SWITCH
010631      MOVE LOW-VALUES TO SRTCTL-BRANCH-ID
010632      START SRTCTL-FILE
010633          KEY IS NOT LESS THAN SRTCTL-BRANCH-ID
010634          INVALID KEY
010635              MOVE 'Y' TO WS-SRTCTL-EOF-SWITCH
010636      END-START
010637
010638      PERFORM 2720-READ-HOREFSRT THRU 2720-EXIT
010639      IF NOT WS-SRTCTL-EOF
010640          PERFORM 2730-READ-SRTCTL-NEXT THRU 2730-EXIT
010641      END-IF
010642
010643      PERFORM 2710-MATCH-BRANCH THRU 2710-EXIT
010644          UNTIL WS-SRTCTL-EOF
010645
010646      CLOSE HOREFSRT-FILE
010647      MOVE 'Y' TO WS-REVERSE-DONE-SWITCH.
010648
010649  2700-EXIT.
010650      EXIT.
010651
010652*----------------------------------------------------------------
010653*    2710-MATCH-BRANCH - ONE STEP OF THE MATCH.  AN SRTCTL
010654*    BRANCH BELOW THE CURRENT FEED BRANCH (OR PAST THE END OF
010655*    THE FEED) IS NOT ON THE FEED.
010656*----------------------------------------------------------------
010657  2710-MATCH-BRANCH.
010658      IF NOT WS-HOREFSRT-EOF
010659       AND HOREFSRT-BRANCH-ID < SRTCTL-BRANCH-ID
010660          PERFORM 2720-READ-HOREFSRT THRU 2720-EXIT
010661          GO TO 2710-EXIT
010662      END-IF
010663
010664      IF NOT WS-HOREFSRT-EOF
010665       AND HOREFSRT-BRANCH-ID = SRTCTL-BRANCH-ID
010666          PERFORM 2720-READ-HOREFSRT THRU 2720-EXIT
010667          PERFORM 2730-READ-SRTCTL-NEXT THRU 2730-EXIT
010668          GO TO 2710-EXIT
010669      END-IF
010670
010671      IF SRTCTL-STATUS-OPEN
010672          ADD 1 TO WS-NOT-ON-HOREF-COUNT
010673          MOVE SRTCTL-BRANCH-ID TO EL-BRANCH-ID
010674          MOVE 'OPEN BRANCH ON SRTCTL NOT SENT BY HEAD OFFICE'
010675            TO EL-TEXT
010676          PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
010677          MOVE SRTCTL-BRANCH-ID TO WS-BRK-BRANCH-ID
010678          MOVE SPACES TO WS-BRK-FIELDS
010679          MOVE 'NH' TO WS-BRK-TYPE
010680          MOVE 'OPEN ON SRTCTL BUT NOT SENT ON HOREF'
010681            TO WS-BRK-TEXT
010682          PERFORM 2600-TOUCH-BREAK THRU 2600-EXIT
010683      END-IF
010684
010685      PERFORM 2730-READ-SRTCTL-NEXT THRU 2730-EXIT.
010686
010687  2710-EXIT.
010688      EXIT.
010689
010690*----------------------------------------------------------------
010691*    2720-READ-HOREFSRT - READ THE NEXT SORTED FEED BRANCH.
010692*----------------------------------------------------------------
010693  2720-READ-HOREFSRT.
010694      READ HOREFSRT-FILE
010695          AT END
010696              MOVE 'Y' TO WS-HOREFSRT-EOF-SWITCH
010697      END-READ.
010698
010699  2720-EXIT.
010700      EXIT.
010701
010702*----------------------------------------------------------------
010703*    2730-READ-SRTCTL-NEXT - READ THE NEXT CONTROL FILE RECORD
010704*    IN BRANCH ID ORDER.
010705*----------------------------------------------------------------
010706  2730-READ-SRTCTL-NEXT.
010707      READ SRTCTL-FILE NEXT RECORD
010708          AT END
010709              MOVE 'Y' TO WS-SRTCTL-EOF-SWITCH
010710      END-READ.
010711
010712  2730-EXIT.
010713      EXIT.
010714
010715*----------------------------------------------------------------
010716*    2800-SWEEP-REGISTER - EVERY BREAK THIS RUN SAW HAS BEEN
010717*    STAMPED WITH THE FEED DATE.  WALK THE WHOLE REGISTER: A
010718*    LIVE BREAK WITH AN EARLIER LAST SIGHTING WAS NOT SEEN
010719*    TONIGHT - THE FEED AND SRTCTL AGREE AGAIN - AND IS CLOSED;
010720*    EVERY OTHER LIVE BREAK IS RE-AGED AND COUNTED INTO THE
010721*    AGEING TABLE FOR THE SUMMARY.  AN NH BREAK CAN ONLY HAVE
010722*    BEEN SEEN BY THE REVERSE CHECK, SO WHEN THAT DID NOT RUN
010723*    NH BREAKS ARE AGED AND KEPT OPEN, NOT CLOSED.
010724*----------------------------------------------------------------
010725  2800-SWEEP-REGISTER.
010726      INITIALIZE WS-AGEING-TABLE
010727      MOVE 'N' TO WS-SRTCBRK-EOF-SWITCH
010728      MOVE LOW-VALUES TO SRTCBRK-KEY
010729      START SRTCBRK-FILE
010730          KEY IS NOT LESS THAN SRTCBRK-KEY
010731          INVALID KEY
010732              MOVE 'Y' TO WS-SRTCBRK-EOF-SWITCH
010733      END-START
010734
010735      IF NOT WS-SRTCBRK-EOF
010736          PERFORM 2820-READ-SRTCBRK-NEXT THRU 2820-EXIT
010737      END-IF
010738
010739      PERFORM 2810-SWEEP-BREAK THRU 2810-EXIT
010740          UNTIL WS-SRTCBRK-EOF
010741
010742      MOVE 'Y' TO WS-SWEEP-DONE-SWITCH.
010743
010744  2800-EXIT.
010745      EXIT.
010746
010747*----------------------------------------------------------------
010748*    2810-SWEEP-BREAK - CLOSE OR AGE ONE BREAK AND READ THE
010749*    NEXT.  CLOSED BREAKS ARE LEFT AS THEY ARE.
010750*----------------------------------------------------------------
010751  2810-SWEEP-BREAK.
010752      IF NOT SRTCBRK-STATUS-LIVE
010753          PERFORM 2820-READ-SRTCBRK-NEXT THRU 2820-EXIT
010754          GO TO 2810-EXIT
010755      END-IF
010756
010757      IF SRTCBRK-LAST-SEEN-DATE < WS-HEADER-DATE
010758       AND (WS-REVERSE-DONE OR NOT SRTCBRK-TYPE-NOT-HOREF)
010759          SET SRTCBRK-STATUS-CLOSED TO TRUE
010760          MOVE WS-HEADER-DATE TO SRTCBRK-CLOSED-DATE
010761          REWRITE SRTCBRK-RECORD
010762          IF SRTCBRK-FILE-STATUS = '00'
010763              ADD 1 TO WS-BRK-CLOSED-COUNT
010764          END-IF
010765      ELSE
010766          PERFORM 2620-AGE-BREAK THRU 2620-EXIT
010767          REWRITE SRTCBRK-RECORD
010768          PERFORM 2830-COUNT-AGE THRU 2830-EXIT
010769      END-IF
010770
010771      IF SRTCBRK-FILE-STATUS NOT = '00'
010772          DISPLAY 'SRTCRECN021W BREAK REGISTER UPDATE FAILED FOR '
010773                  SRTCBRK-BRANCH-ID ' ' SRTCBRK-TYPE
010774                  ' - STATUS ' SRTCBRK-FILE-STATUS
010775          IF RETURN-CODE = ZERO
010776              MOVE 4 TO RETURN-CODE
010777          END-IF
010778      END-IF
010779
010780      PERFORM 2820-READ-SRTCBRK-NEXT THRU 2820-EXIT.
010781
010782  2810-EXIT.
010783      EXIT.
010784
010785*----------------------------------------------------------------
010786*    2820-READ-SRTCBRK-NEXT - READ THE NEXT REGISTER ENTRY.
010787*----------------------------------------------------------------
010788  2820-READ-SRTCBRK-NEXT.
010789      READ SRTCBRK-FILE NEXT RECORD
010790          AT END
010791              MOVE 'Y' TO WS-SRTCBRK-EOF-SWITCH
010792      END-READ.
010793
010794  2820-EXIT.
010795      EXIT.
010796
010797*----------------------------------------------------------------
010798*    2830-COUNT-AGE - ADD ONE LIVE BREAK TO THE AGEING TABLE
010799*    UNDER ITS TYPE, STATUS AND AGE BAND, AND TO THE ROW TOTAL.
010800*----------------------------------------------------------------
010801  2830-COUNT-AGE.
010802      EVALUATE TRUE
010803          WHEN SRTCBRK-TYPE-MISMATCH
010804              MOVE 1 TO WS-TYPE-IX
010805          WHEN SRTCBRK-TYPE-NOT-SRTCTL
010806              MOVE 2 TO WS-TYPE-IX
010807          WHEN SRTCBRK-TYPE-NOT-HOREF
010808              MOVE 3 TO WS-TYPE-IX
010809          WHEN OTHER
010810              GO TO 2830-EXIT
010811      END-EVALUATE
010812
010813      IF SRTCBRK-STATUS-ACCEPTED
010814          MOVE 2 TO WS-STAT-IX
010815      ELSE
010816          MOVE 1 TO WS-STAT-IX
010817      END-IF
010818
010819      EVALUATE TRUE
010820          WHEN SRTCBRK-AGE-DAYS NOT > 7
010821              MOVE 1 TO WS-BAND-IX
010822          WHEN SRTCBRK-AGE-DAYS NOT > 30
010823              MOVE 2 TO WS-BAND-IX
010824          WHEN SRTCBRK-AGE-DAYS NOT > 90
010825              MOVE 3 TO WS-BAND-IX
010826          WHEN OTHER
010827              MOVE 4 TO WS-BAND-IX
010828      END-EVALUATE
010829
010830      ADD 1 TO WS-AGE-BAND (WS-TYPE-IX WS-STAT-IX WS-BAND-IX)
010831      ADD 1 TO WS-AGE-BAND (WS-TYPE-IX WS-STAT-IX 5).
010832
010833  2830-EXIT.
010834      EXIT.
010835
010836*----------------------------------------------------------------
010837*    3000-TERMINATE - PRINT THE TOTALS LINES AND CLOSE THE FILES.
010838*----------------------------------------------------------------
010839  3000-TERMINATE.
010840      IF WS-HOREF-OPEN AND WS-SRTCRECN-OPEN
010841          PERFORM 8300-WRITE-TOTALS THRU 8300-EXIT
010842      END-IF
010843
010844      IF WS-SWEEP-DONE AND WS-SRTCRECN-OPEN
010845          PERFORM 8400-WRITE-AGEING THRU 8400-EXIT
010846      END-IF
010847
010848      IF WS-HOREF-OPEN
010849          CLOSE HOREF-FILE
010850      END-IF
010851
010852      IF WS-SRTCTL-OPEN
010853          CLOSE SRTCTL-FILE
010854      END-IF
010855
010856      IF WS-SRTCRECN-OPEN
010857          CLOSE SRTCRECN-FILE
010858      END-IF
010859
010860      IF WS-SRTCJRN-OPEN
010861          CLOSE SRTCJRN-FILE
010862      END-IF
010863
010864      IF WS-SCEVENT-OPEN
010865          CLOSE SCEVENT-FILE
010866      END-IF
010867
010868      IF WS-SRTCBRK-OPEN
010869          CLOSE SRTCBRK-FILE
010870      END-IF
010871
010872      IF WS-SRTCALR-OPEN
010873          CLOSE SRTCALR-FILE
010874      END-IF.
010875
010876  3000-EXIT.
010877      EXIT.
010878
010879*----------------------------------------------------------------
010880*    3100-RECORD-RUN - RECORD THE END OF A RUN THE LEDGER
010881*    CLEARED, WITH ITS CONDITION CODE AND CONTROL TOTALS.  A
010882*    LEDGER THAT CANNOT BE UPDATED IS REPORTED AND THE RUN
010883*    ENDS AT LEAST CC=4, AS THE NEXT JOB IN THE CHAIN WILL NOT
010884*    RUN UNTIL THE LEDGER IS PUT RIGHT.
010885*----------------------------------------------------------------
010886  3100-RECORD-RUN.
010887      IF NOT WS-LEDGER-CLEARED
010888          GO TO 3100-EXIT
010889      END-IF
010890
010891      SET SRTCRUN-REQ-END TO TRUE
010892      MOVE RETURN-CODE TO SRTCRUN-END-CC
010893      MOVE 'HOREF READ' TO SRTCRUN-TOTAL-NAME (1)
010894      MOVE WS-HOREF-COUNT TO SRTCRUN-TOTAL-VALUE (1)
010895      MOVE 'EXCEPTIONS' TO SRTCRUN-TOTAL-NAME (2)
010896      MOVE WS-EXCEPTION-COUNT TO SRTCRUN-TOTAL-VALUE (2)
010897      MOVE 'UPDATES' TO SRTCRUN-TOTAL-NAME (3)
010898      MOVE WS-UPDATE-COUNT TO SRTCRUN-TOTAL-VALUE (3)
010899
010900      CALL 'SRTCRUN' USING WS-RUN-AREA
010901
010902      MOVE SRTCRUN-END-CC TO RETURN-CODE
010903
010904      IF NOT SRTCRUN-RC-RUN
010905          DISPLAY 'SRTCRECN026W RUN NOT RECORDED ON THE LEDGER - '
010906                  SRTCRUN-MESSAGE
010907          IF RETURN-CODE = ZERO
010908              MOVE 4 TO RETURN-CODE
010909          END-IF
010910      END-IF.
010911
010912  3100-EXIT.
010913      EXIT.
010914
010915*----------------------------------------------------------------
010916*    7100-WRITE-CHECKPOINT - RECORD WHERE THE UPDATE PASS HAS
010917*    GOT TO AND THE RUNNING TOTALS SO FAR.  THE FILE HOLDS ONE
010918*    RECORD AND IS REWRITTEN WHOLE AT EVERY CHECKPOINT, CLOSED
010919*    EACH TIME SO IT IS ON DISK IF THE RUN ABENDS.  THE CALLER
010920*    SETS WS-CHK-WRITE-STATUS - A WHILE THE RUN IS IN FLIGHT,
010921*    C WHEN IT HAS COMPLETED, SO A RESTART AGAINST A FINISHED
010922*    RUN CAN BE REFUSED.  A CHECKPOINT THAT CANNOT BE WRITTEN
010923*    IS A WARNING, NOT A FAILURE - THE RUN ITSELF IS HEALTHY.
010924*----------------------------------------------------------------
010925  7100-WRITE-CHECKPOINT.
010926      OPEN OUTPUT SRTCCHK-FILE
010927      IF SRTCCHK-FILE-STATUS NOT = '00'
010928          DISPLAY 'SRTCRECN008W UNABLE TO OPEN SRTCCHK - STATUS '
010930                  SRTCCHK-FILE-STATUS
010940          GO TO 7100-EXIT
010950      END-IF
012390
012400      MOVE WS-UPDATE-COUNT TO TL5-TOTAL-DISPLAY
012410      WRITE SRTCRECN-RECORD FROM WS-TOTALS-LINE-5
012412          AFTER ADVANCING 1 LINE
012414
012416      MOVE WS-NOT-ON-HOREF-COUNT TO TL6-TOTAL-DISPLAY
012418      WRITE SRTCRECN-RECORD FROM WS-TOTALS-LINE-6
012420          AFTER ADVANCING 1 LINE.
012430
012440  8300-EXIT.
012450      EXIT.
012460
012470*----------------------------------------------------------------
012480*    8400-WRITE-AGEING - PRINT THE BREAK REGISTER AGEING
012490*    SUMMARY: ONE LINE PER BREAK TYPE AND STATUS, LIVE BREAKS
012500*    COUNTED BY AGE BAND, THEN THE BREAKS OPENED AND CLOSED BY
012510*    THIS RUN.
012520*----------------------------------------------------------------
012530  8400-WRITE-AGEING.
012540      MOVE WS-HEADER-DATE TO AH1-AS-AT-DATE
012550      WRITE SRTCRECN-RECORD FROM WS-AGEING-HEADING-1
012560          AFTER ADVANCING 3 LINES
012570      WRITE SRTCRECN-RECORD FROM WS-AGEING-HEADING-2
012580          AFTER ADVANCING 2 LINES
012590
012600      PERFORM 8410-WRITE-AGEING-LINE THRU 8410-EXIT
012610          VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 3
012620          AFTER WS-STAT-IX FROM 1 BY 1 UNTIL WS-STAT-IX > 2
012630
012640      MOVE WS-BRK-OPENED-COUNT TO ATL-OPENED
012650      MOVE WS-BRK-CLOSED-COUNT TO ATL-CLOSED
012660      WRITE SRTCRECN-RECORD FROM WS-AGEING-TOTALS-LINE
012670          AFTER ADVANCING 2 LINES.
012680
012690  8400-EXIT.
012700      EXIT.
012710
012720*----------------------------------------------------------------
012730*    8410-WRITE-AGEING-LINE - ONE LINE OF THE AGEING SUMMARY.
012740*----------------------------------------------------------------
012750  8410-WRITE-AGEING-LINE.
012760      EVALUATE WS-TYPE-IX
012770          WHEN 1
012780              MOVE 'MM' TO AL-TYPE
012790              MOVE 'DISAGREES WITH HO' TO AL-TYPE-TEXT
012800          WHEN 2
012810              MOVE 'NS' TO AL-TYPE
012820              MOVE 'NOT ON SRTCTL' TO AL-TYPE-TEXT
012830          WHEN OTHER
012840              MOVE 'NH' TO AL-TYPE
012850              MOVE 'NOT SENT BY HO' TO AL-TYPE-TEXT
012860      END-EVALUATE
012870
012880      IF WS-STAT-IX = 1
012890          MOVE 'OPEN' TO AL-STATUS
012900      ELSE
012910          MOVE 'ACCEPTED' TO AL-STATUS
012920      END-IF
012930
012940      MOVE WS-AGE-BAND (WS-TYPE-IX WS-STAT-IX 1) TO AL-BAND-1
012950      MOVE WS-AGE-BAND (WS-TYPE-IX WS-STAT-IX 2) TO AL-BAND-2
012960      MOVE WS-AGE-BAND (WS-TYPE-IX WS-STAT-IX 3) TO AL-BAND-3
012970      MOVE WS-AGE-BAND (WS-TYPE-IX WS-STAT-IX 4) TO AL-BAND-4
012980      MOVE WS-AGE-BAND (WS-TYPE-IX WS-STAT-IX 5) TO AL-TOTAL
012990
013000      WRITE SRTCRECN-RECORD FROM WS-AGEING-LINE
013010          AFTER ADVANCING 1 LINE.
013020
013030  8410-EXIT.
013040      EXIT.
013050
